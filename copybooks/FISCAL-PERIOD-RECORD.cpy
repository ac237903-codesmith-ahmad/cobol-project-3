      *****************************************************************
      * Shared record layout for FISCAL-PERIODS.txt - finance's
      * fiscal period calendar, one row per accounting month, kept
      * by PERIOD-CLOSE.  A period runs FPD-START-DATE through
      * FPD-END-DATE inclusive (the calendar month unless finance
      * keys other dates).  Once finance has closed and reported a
      * period, FPD-STATUS goes to 'C' and PERIOD-CHECK will not let
      * a posting land inside it.  A date no row covers is open -
      * nothing can be closed that was never put on the calendar.
      *****************************************************************
       01 FISCAL-PERIOD-RECORD.
      *        CCYYMM - the month the period reports as.
           05 FPD-PERIOD         PIC X(6).
           05 FILLER             PIC X VALUE SPACE.
           05 FPD-START-DATE     PIC 9(8).
           05 FILLER             PIC X VALUE SPACE.
           05 FPD-END-DATE       PIC 9(8).
           05 FILLER             PIC X VALUE SPACE.
           05 FPD-STATUS         PIC X(1).
               88 FPD-OPEN           VALUE "O".
               88 FPD-CLOSED         VALUE "C".
           05 FILLER             PIC X VALUE SPACE.
      *        Business date and supervisor of the last close or
      *        reopen; 0 / spaces while never closed.
           05 FPD-CLOSED-DATE    PIC 9(8).
           05 FILLER             PIC X VALUE SPACE.
           05 FPD-CLOSED-BY      PIC X(10).
