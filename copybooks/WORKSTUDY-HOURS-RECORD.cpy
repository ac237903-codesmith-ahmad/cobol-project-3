      *****************************************************************
      * Shared record layout for WORKSTUDY-HOURS.txt - the biweekly
      * hours load keyed from the departments' timesheets, one row
      * per student and job for the pay period.  WORKSTUDY-PAY
      * prices and pays each row.
      *****************************************************************
       01 WORKSTUDY-HOURS-RECORD.
           05 WSH-STUDENT-NUMBER PIC 9(6).
           05 FILLER             PIC X VALUE SPACE.
           05 WSH-JOB-ID         PIC X(6).
           05 FILLER             PIC X VALUE SPACE.
           05 WSH-PERIOD-END     PIC 9(8).
           05 FILLER             PIC X VALUE SPACE.
           05 WSH-HOURS          PIC 9(3)V99.
