      *****************************************************************
      * Shared record layout for INTEGRITY-CASES.txt - one row per
      * academic integrity case: the student, the course and term
      * the allegation arose in, the hearing and its finding, and
      * the sanction imposed.  One file for the whole institution,
      * so a second offence is seen as one whichever department the
      * first arose in.  Restricted: kept and read only under a case
      * officer's sign-on (INTEGRITY-MAINT).  A finding's sanction
      * runs through the paths that already exist - a zero grade is
      * queued on GRADE-CHANGES.txt for a chair to approve, a hold
      * is an administrative hold on HOLDS.txt - and a transcript
      * notation is read from here by TRANSCRIPT-GEN.
      * INTEGRITY-STATS counts cases by department, without names.
      *****************************************************************
       01 INTEGRITY-RECORD.
      *        Assigned in sequence by INTEGRITY-MAINT.
           05 INT-CASE-NUMBER    PIC 9(6).
           05 FILLER             PIC X VALUE SPACE.
           05 INT-STUDENT-NUMBER PIC 9(6).
           05 FILLER             PIC X VALUE SPACE.
           05 INT-TERM-CODE      PIC X(6).
           05 FILLER             PIC X VALUE SPACE.
           05 INT-COURSE-CODE    PIC X(7).
           05 FILLER             PIC X VALUE SPACE.
      *        PLAG plagiarism, CHEA cheating on a test or exam, COLL
      *        unauthorized collaboration, FABR fabricated data or
      *        documents, OTHR other (see the allegation text).
           05 INT-ALLEGATION     PIC X(4).
           05 FILLER             PIC X VALUE SPACE.
           05 INT-ALLEGATION-TEXT PIC X(30).
           05 FILLER             PIC X VALUE SPACE.
      *        CCYYMMDD; zero until the hearing is held.
           05 INT-HEARING-DATE   PIC 9(8).
           05 FILLER             PIC X VALUE SPACE.
      *        Space = open, 'R' = responsible, 'N' = not responsible.
           05 INT-FINDING        PIC X(1).
           05 FILLER             PIC X VALUE SPACE.
      *        On a responsible finding: 'W' warning only, 'Z' zero
      *        grade in the course, 'H' administrative hold, 'T'
      *        transcript notation.
           05 INT-SANCTION       PIC X(1).
           05 FILLER             PIC X VALUE SPACE.
           05 INT-OPENED-BY      PIC X(10).
           05 FILLER             PIC X VALUE SPACE.
           05 INT-OPENED-DATE    PIC 9(8).
           05 FILLER             PIC X VALUE SPACE.
           05 INT-DECIDED-BY     PIC X(10).
