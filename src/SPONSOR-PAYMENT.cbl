      * payment per student as if the student had paid.  Here the
      * operator enters the cheque once (sponsor, amount) and then
      * spreads it line by line across student/term balances: each
      * line reduces TUITION-OWED and writes a PAYMENTS.dat row, so
      * statements and reconciliation see real postings, and the
      * running unapplied amount is shown until the cheque is fully
      * spread.  A line that would over-apply the cheque is refused.
               ACCESS MODE IS RANDOM
               RECORD KEY IS STUDENT-KEY
               FILE STATUS IS FILE-STATUS.
           SELECT OPTIONAL PAYMENTS-FILE
               ASSIGN "PAYMENTS.dat"
               ORGANIZATION IS INDEXED
               ACCESS MODE IS DYNAMIC
               RECORD KEY IS PAY-KEY
               ALTERNATE KEY IS PAY-RECEIPT-NUMBER WITH DUPLICATES
               ALTERNATE KEY IS PAY-DATE WITH DUPLICATES
               FILE STATUS IS PAYMENTS-STATUS.
           SELECT OPTIONAL AUDIT-LOG-FILE ASSIGN "AUDIT-LOG.txt"
               ORGANIZATION IS LINE SEQUENTIAL.


       WORKING-STORAGE SECTION.
           01 FILE-STATUS PIC X(2).
           01 PAYMENTS-STATUS PIC X(2).

           01 OPERATOR-ID-WS PIC X(10) VALUE SPACES.

           ELSE
               MOVE CHQ-AMOUNT TO CHQ-UNAPPLIED
               OPEN I-O    STUDENT-DATA-FILE
               OPEN I-O PAYMENTS-FILE
               OPEN EXTEND AUDIT-LOG-FILE
               PERFORM 200-SPREAD-ONE-LINE UNTIL DONE-FLAG = "Y"
               CLOSE STUDENT-DATA-FILE
           MOVE TILL-SESSION-WS TO PAY-SESSION-ID.
      *    Sponsors pay by cheque.
           MOVE "K" TO PAY-TENDER-CODE.
           PERFORM 315-STORE-PAYMENT-ROW.

      *    Takes the next free PAY-SEQ for the row's student, term
      *    and date - PAYMENTS.dat refuses a duplicate key (status
      *    22), so count up until the WRITE lands.
       315-STORE-PAYMENT-ROW.
           MOVE 0 TO PAY-SEQ.
           MOVE "22" TO PAYMENTS-STATUS.
           PERFORM 316-TRY-NEXT-PAY-SEQ
               UNTIL PAYMENTS-STATUS NOT = "22".

       316-TRY-NEXT-PAY-SEQ.
           ADD 1 TO PAY-SEQ.
           WRITE PAYMENT-RECORD
               INVALID KEY
                   CONTINUE
           END-WRITE.

       320-LOG-POSTING.
           MOVE SPACES TO AUDIT-LOG-RECORD.
           MOVE AUD-NEW-TUITION-DISPLAY TO AUD-NEW-VALUE.
           MOVE OPERATOR-ID-WS TO AUD-OPERATOR-ID.
           MOVE FUNCTION CURRENT-DATE TO AUD-TIMESTAMP.
           CALL "AUDIT-CHAIN" USING AUDIT-LOG-RECORD.
           WRITE AUDIT-LOG-RECORD.

       950-DISPLAY-STATS.
