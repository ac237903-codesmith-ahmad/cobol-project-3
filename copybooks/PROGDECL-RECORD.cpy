      *****************************************************************
      * Shared record layout for PROGRAM-DECLARATIONS.txt - the
      * second majors and minors a student has declared alongside
      * their PROGRAM-OF-STUDY, which stays the one program the
      * student record, tuition and every headcount are filed under.
      * Kept by DECLARE-MAINT (update sign-on, every change on
      * AUDIT-LOG.txt); each declared program is audited by
      * DEGREE-AUDIT the same as the primary one; CONFERRAL-RUN
      * marks a declaration completed when the student graduates
      * with it cleared; the official transcript lists them, the
      * parchment names completed minors, and ENROLL-TREND counts
      * declared minors apart from the primary headcount.
      *****************************************************************
       01 PROGDECL-RECORD.
           05 PDC-STUDENT-NUMBER   PIC 9(6).
           05 FILLER               PIC X VALUE SPACE.
      *        A PROGRAM.txt code, never the student's own
      *        PROGRAM-OF-STUDY.
           05 PDC-PROGRAM-CODE     PIC X(6).
           05 FILLER               PIC X VALUE SPACE.
      *        'M' = second major, 'N' = minor.
           05 PDC-DECLARATION-TYPE PIC X(1).
           05 FILLER               PIC X VALUE SPACE.
      *        The first term the declaration counts in.
           05 PDC-DECLARED-TERM    PIC X(6).
           05 FILLER               PIC X VALUE SPACE.
      *        'A' = active, 'C' = completed (set at conferral),
      *        'D' = dropped.  A dropped row stays on file - a new
      *        declaration of the same program is a new row.
           05 PDC-STATUS           PIC X(1).
           05 FILLER               PIC X VALUE SPACE.
           05 PDC-CHANGED-BY       PIC X(10).
           05 FILLER               PIC X VALUE SPACE.
           05 PDC-CHANGED-DATE     PIC 9(8).
