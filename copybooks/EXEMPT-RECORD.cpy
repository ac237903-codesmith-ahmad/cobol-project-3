      *****************************************************************
      * Shared record layout for TUITION-EXEMPTIONS.txt - the tuition
      * a student is excused by category (employee dependant, senior,
      * exchange): a percentage of the assessment or a fixed amount
      * off it, for the terms from EXM-EFFECTIVE-TERM through
      * EXM-EXPIRY-TERM.  Entered by EXEMPT-MAINT only (supervisor
      * sign-on, each row on AUDIT-LOG.txt); applied by TUITION-ASSESS
      * and RATE-REASSESS, which post what it takes off as
      * TUITION-WAIVED.txt lines (see WAIVED-RECORD.cpy), never as
      * money received.  Rows are never changed in place - where two
      * are in force for a term, the later effective term wins.
      *****************************************************************
       01 EXEMPT-RECORD.
           05 EXM-STUDENT-NUMBER PIC 9(6).
           05 FILLER             PIC X VALUE SPACE.
      *        'EMPDEP', 'SENIOR', 'EXCHANGE' and the like - prints on
      *        the statement's waiver line.
           05 EXM-CATEGORY       PIC X(8).
           05 FILLER             PIC X VALUE SPACE.
      *        'P' = EXM-PERCENT of the assessment, 'F' = EXM-AMOUNT
      *        off it.  Never more than the assessment either way.
           05 EXM-BASIS          PIC X(1).
           05 FILLER             PIC X VALUE SPACE.
           05 EXM-PERCENT        PIC 9(3)V99.
           05 FILLER             PIC X VALUE SPACE.
           05 EXM-AMOUNT         PIC 9(5)V99.
           05 FILLER             PIC X VALUE SPACE.
           05 EXM-EFFECTIVE-TERM PIC X(6).
           05 FILLER             PIC X VALUE SPACE.
      *        Blank = open-ended.
           05 EXM-EXPIRY-TERM    PIC X(6).
           05 FILLER             PIC X VALUE SPACE.
           05 EXM-APPROVED-BY    PIC X(10).
           05 FILLER             PIC X VALUE SPACE.
           05 EXM-APPROVED-DATE  PIC 9(8).
