      *****************************************************************
      * Shared record layout for DISPUTES.txt - one row per card
      * chargeback, from the day DISPUTE-LOAD reads it off the
      * gateway's dispute file until the processor rules on it.
      * The row points at the card payment ('D' tender) that was
      * clawed back - student, term, date, amount and the receipt
      * the desk issued - so the case can be followed back to the
      * PAYMENTS.dat history.  DISPUTE-DESK moves it along; nothing
      * is ever deleted, so a closed case stays as its history.
      *****************************************************************
       01 DISPUTE-RECORD.
      *        The gateway's own case number - one row per case.
           05 DSP-CASE-ID        PIC X(12).
           05 FILLER             PIC X VALUE SPACE.
           05 DSP-STUDENT-NUMBER PIC 9(6).
           05 FILLER             PIC X VALUE SPACE.
           05 DSP-TERM-CODE      PIC X(6).
           05 FILLER             PIC X VALUE SPACE.
      *        The disputed payment row's PAY-DATE and amount.
           05 DSP-PAY-DATE       PIC X(8).
           05 FILLER             PIC X VALUE SPACE.
           05 DSP-AMOUNT         PIC 9(7)V99.
           05 FILLER             PIC X VALUE SPACE.
           05 DSP-ORIG-RECEIPT   PIC 9(8).
           05 FILLER             PIC X VALUE SPACE.
      *        The cardholder's reason as the gateway gave it.
           05 DSP-REASON         PIC X(20).
           05 FILLER             PIC X VALUE SPACE.
           05 DSP-OPENED-DATE    PIC 9(8).
           05 FILLER             PIC X VALUE SPACE.
      *        The processor's deadline for our evidence.
           05 DSP-RESPOND-BY     PIC 9(8).
           05 FILLER             PIC X VALUE SPACE.
           05 DSP-STATUS         PIC X(1).
               88 DSP-OPEN           VALUE "O".
               88 DSP-EVIDENCE-SENT  VALUE "E".
               88 DSP-WON            VALUE "W".
               88 DSP-LOST           VALUE "L".
               88 DSP-STILL-OPEN     VALUE "O" "E".
           05 FILLER             PIC X VALUE SPACE.
           05 DSP-STATUS-DATE    PIC 9(8).
           05 FILLER             PIC X VALUE SPACE.
           05 DSP-STATUS-BY      PIC X(10).
           05 FILLER             PIC X VALUE SPACE.
      *        The fresh receipt a won case re-posted the payment
      *        under; 0 until then.
           05 DSP-REPOST-RECEIPT PIC 9(8).
