      *****************************************************************
      * Shared record layout for the frozen census extract,
      * CENSUS-<term>.txt - one row per student on the term as of
      * its census date.  CENSUS-SNAPSHOT writes it once and never
      * again; FTE-CLAIM builds the ministry funding claim from it,
      * so the claim can always be rebuilt from the numbers filed.
      *****************************************************************
       01 CENSUS-RECORD.
           05 CEN-STUDENT-NUMBER PIC 9(6).
           05 FILLER             PIC X VALUE SPACE.
           05 CEN-TERM-CODE      PIC X(6).
           05 FILLER             PIC X VALUE SPACE.
           05 CEN-PROGRAM-CODE   PIC X(6).
           05 FILLER             PIC X VALUE SPACE.
           05 CEN-STATUS-CODE    PIC X(1).
           05 FILLER             PIC X VALUE SPACE.
      *        Catalog credit hours of every course on the record.
           05 CEN-CREDIT-HOURS   PIC 9(3).
           05 FILLER             PIC X VALUE SPACE.
           05 CEN-CENSUS-DATE    PIC 9(8).
           05 FILLER             PIC X VALUE SPACE.
      *        The same hours less audit-only courses (grade status
      *        'A') - the hours the ministry funds.  Spaces on a
      *        census frozen before the column existed.
           05 CEN-FUNDABLE-HOURS PIC 9(3).
           05 FILLER             PIC X VALUE SPACE.
      *        Campus of the student's program as of the census date
      *        (MAIN when the program has none) - frozen with the
      *        rest so the campus split can be reproduced too.  Spaces
      *        on a census frozen before campuses.
           05 CEN-CAMPUS         PIC X(4).
