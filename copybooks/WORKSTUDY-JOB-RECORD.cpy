      *****************************************************************
      * Shared record layout for WORKSTUDY-JOBS.txt - one row per
      * on-campus work-study job posting, kept by WORKSTUDY-MAINT:
      * the hiring department and the hourly rate the job pays.
      * WORKSTUDY-PAY prices each student's hours at the rate on
      * file for their job when the pay period is run.
      *****************************************************************
       01 WORKSTUDY-JOB-RECORD.
           05 WSJ-JOB-ID         PIC X(6).
           05 FILLER             PIC X VALUE SPACE.
           05 WSJ-DEPARTMENT     PIC X(10).
           05 FILLER             PIC X VALUE SPACE.
           05 WSJ-TITLE          PIC X(30).
           05 FILLER             PIC X VALUE SPACE.
           05 WSJ-HOURLY-RATE    PIC 9(3)V99.
           05 FILLER             PIC X VALUE SPACE.
      *        'O' = open for placements, 'C' = closed - a closed
      *        job takes no new students, but hours already placed
      *        students work on it are still paid.
           05 WSJ-STATUS         PIC X(1).
               88 WSJ-OPEN       VALUE "O".
               88 WSJ-CLOSED     VALUE "C".
