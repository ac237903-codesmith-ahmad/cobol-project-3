      *****************************************************************
      * Shared record layout for PAYMENTS.dat - one row per tuition
      * payment posted, so a receipt can be reprinted or a disputed
      * payment traced without relying on the rolled-up balance alone.
      * Signed so a refund of a credit balance can sit in the history
      * as a negative payment row instead of masquerading as money
      * received.
      *
      * PAYMENTS.dat is INDEXED, so a statement or a receipt reprint
      * reads one student's rows instead of the whole history:
      *    RECORD KEY       PAY-KEY (student, term, date, sequence)
      *    ALTERNATE KEYS   PAY-RECEIPT-NUMBER WITH DUPLICATES
      *                     PAY-DATE WITH DUPLICATES
      * Every program declares it with the same SELECT:
      *
      *     SELECT OPTIONAL PAYMENTS-FILE
      *         ASSIGN "PAYMENTS.dat"
      *         ORGANIZATION IS INDEXED
      *         ACCESS MODE IS DYNAMIC
      *         RECORD KEY IS PAY-KEY
      *         ALTERNATE KEY IS PAY-RECEIPT-NUMBER WITH DUPLICATES
      *         ALTERNATE KEY IS PAY-DATE WITH DUPLICATES
      *         FILE STATUS IS PAYMENTS-STATUS.
      *
      * A writer opens it I-O and takes the next free PAY-SEQ for the
      * student/term/date - WRITE from 1 up until the key is not a
      * duplicate (status 22).  The key fields moved to the front of
      * the row when the line-sequential PAYMENTS.txt was converted
      * ONCE by REORG-PAYMENTS; nothing reads PAYMENTS.txt after that.
      *****************************************************************
       01 PAYMENT-RECORD.
           05 PAY-KEY.
               10 PAY-STUDENT-NUMBER PIC 9(6).
               10 PAY-TERM-CODE      PIC X(6).
               10 PAY-DATE           PIC X(8).
      *            Tie-breaker for two rows on the same student,
      *            term and day.
               10 PAY-SEQ            PIC 9(4).
           05 FILLER             PIC X VALUE SPACE.
      *        Sized to the balance it moves (TUITION-OWED is
      *        S9(7)V99) so a large refund or payment can't truncate.
           05 PAY-AMOUNT         PIC S9(7)V99.
           05 FILLER             PIC X VALUE SPACE.
      *        Space = a normal posting; 'R' = the offsetting row
      *        PAYMENT-REVERSAL writes when a payment is backed out
      *        (NSF cheque or keying error), so history shows both
      *        sides instead of the original row quietly vanishing.
      *        'F' = a carried-forward row FY-ROLLOVER writes in
      *        place of a closed fiscal year's archived rows - no
      *        receipt, session or tender, never a payment itself.
           05 PAY-REVERSAL-FLAG  PIC X(1).
           05 FILLER             PIC X VALUE SPACE.
      *        Sequential receipt number from the RECEIPT-NUMBER
