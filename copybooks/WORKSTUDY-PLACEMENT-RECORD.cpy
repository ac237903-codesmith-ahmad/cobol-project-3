      *****************************************************************
      * Shared record layout for WORKSTUDY-PLACEMENTS.txt - one row
      * per student placed in a work-study job for an award year,
      * kept by WORKSTUDY-MAINT.  A student holds one active
      * placement a year; its earnings cap is the student's annual
      * work-study award, and WSP-EARNED is what WORKSTUDY-PAY has
      * paid against it so far.  The student's election decides
      * where each pay period's earnings go: to HR's payroll, or
      * onto the balance of WSP-TERM-CODE as a non-cash credit.
      *****************************************************************
       01 WORKSTUDY-PLACEMENT-RECORD.
           05 WSP-STUDENT-NUMBER PIC 9(6).
           05 FILLER             PIC X VALUE SPACE.
           05 WSP-JOB-ID         PIC X(6).
           05 FILLER             PIC X VALUE SPACE.
           05 WSP-AWARD-YEAR     PIC 9(4).
           05 FILLER             PIC X VALUE SPACE.
      *        The term the placement runs in - the balance a
      *        tuition election is credited to, and the record the
      *        payroll extract takes the student's name from.
           05 WSP-TERM-CODE      PIC X(6).
           05 FILLER             PIC X VALUE SPACE.
           05 WSP-EARNINGS-CAP   PIC 9(5)V99.
           05 FILLER             PIC X VALUE SPACE.
           05 WSP-EARNED         PIC 9(5)V99.
           05 FILLER             PIC X VALUE SPACE.
      *        'P' = paid through HR's payroll, 'T' = applied to
      *        the student's tuition.
           05 WSP-ELECTION       PIC X(1).
               88 WSP-TO-PAYROLL VALUE "P".
               88 WSP-TO-TUITION VALUE "T".
           05 FILLER             PIC X VALUE SPACE.
      *        'A' = active, 'E' = ended - an ended placement is
      *        paid nothing more.
           05 WSP-STATUS         PIC X(1).
               88 WSP-ACTIVE     VALUE "A".
               88 WSP-ENDED      VALUE "E".
