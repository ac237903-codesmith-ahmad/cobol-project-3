      *****************************************************************
      * Parameter block for CALL "PERIOD-CHECK".  A posting path
      * fills PCK-POSTING-DATE with the date its rows would carry
      * and calls with:
      *    PCK-ACTION "CK" - may a posting carry this date?
      *               "AJ" - record one posting the path forced out
      *                      of a closed period (event type, student,
      *                      term, amount and source filled in) on
      *                      PERIOD-ADJUSTMENTS.txt.  PCK-RESULT,
      *                      PCK-PERIOD and PCK-OPEN-DATE are left as
      *                      "CK" handed them back.
      * PCK-RESULT "00" - the date is in an open period (or one not
      *                   on the calendar); PCK-OPEN-DATE = the date;
      *            "CL" - the date is in closed period PCK-PERIOD;
      *                   PCK-OPEN-DATE is the first day of the next
      *                   open period.  A batch path posts under that
      *                   date and records the adjustment ("AJ"); an
      *                   interactive path refuses the posting.
      *****************************************************************
       01 PERIOD-CHECK.
           05 PCK-ACTION         PIC X(2).
           05 PCK-POSTING-DATE   PIC 9(8).
           05 PCK-RESULT         PIC X(2).
           05 PCK-PERIOD         PIC X(6).
           05 PCK-OPEN-DATE      PIC 9(8).
           05 PCK-EVENT-TYPE     PIC X(8).
           05 PCK-STUDENT-NUMBER PIC 9(6).
           05 PCK-TERM-CODE      PIC X(6).
           05 PCK-AMOUNT         PIC S9(7)V99.
           05 PCK-SOURCE         PIC X(16).
