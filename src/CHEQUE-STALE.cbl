      *    The offsetting payment row, PAYMENT-REVERSAL style - the
      *    refund's money never actually left, and the history (and
      *    the nightly cross-foot proof) must show both sides.
           SELECT OPTIONAL PAYMENTS-FILE
               ASSIGN "PAYMENTS.dat"
               ORGANIZATION IS INDEXED
               ACCESS MODE IS DYNAMIC
               RECORD KEY IS PAY-KEY
               ALTERNATE KEY IS PAY-RECEIPT-NUMBER WITH DUPLICATES
               ALTERNATE KEY IS PAY-DATE WITH DUPLICATES
               FILE STATUS IS PAYMENTS-STATUS.

       DATA DIVISION.
       FILE SECTION.
       WORKING-STORAGE SECTION.
           01 CHEQUE-STATUS PIC X(2).
           01 FILE-STATUS   PIC X(2).
           01 PAYMENTS-STATUS PIC X(2).

      *    Supervisor approval is a real OPERATOR.txt sign-on with
      *    role 'S', same arrangement as WRITEOFF-RUN's.
                   IF RETURN-CODE NOT = 8
                       OPEN I-O STUDENT-DATA-FILE
                       OPEN EXTEND AUDIT-LOG-FILE
                       OPEN I-O PAYMENTS-FILE
                       PERFORM 300-STALE-ONE-CHEQUE
                           VARYING IDX-WS FROM 1 BY 1
                           UNTIL IDX-WS > CHEQUE-ENTRY-COUNT
           MOVE AUD-NEW-TUITION-DISPLAY TO AUD-NEW-VALUE.
           MOVE SUPERVISOR-ID-WS TO AUD-OPERATOR-ID.
           MOVE FUNCTION CURRENT-DATE TO AUD-TIMESTAMP.
           CALL "AUDIT-CHAIN" USING AUDIT-LOG-RECORD.
           WRITE AUDIT-LOG-RECORD.

      *****************************************************************
           MOVE 0 TO PAY-RECEIPT-NUMBER.
           MOVE 0 TO PAY-SESSION-ID.
           MOVE SPACE TO PAY-TENDER-CODE.
           PERFORM 415-STORE-PAYMENT-ROW.

      *    Takes the next free PAY-SEQ for the row's student, term
      *    and date - PAYMENTS.dat refuses a duplicate key (status
      *    22), so count up until the WRITE lands.
       415-STORE-PAYMENT-ROW.
           MOVE 0 TO PAY-SEQ.
           MOVE "22" TO PAYMENTS-STATUS.
           PERFORM 416-TRY-NEXT-PAY-SEQ
               UNTIL PAYMENTS-STATUS NOT = "22".

       416-TRY-NEXT-PAY-SEQ.
           ADD 1 TO PAY-SEQ.
           WRITE PAYMENT-RECORD
               INVALID KEY
                   CONTINUE
           END-WRITE.

       800-SAVE-CHEQUE-TABLE.
           OPEN OUTPUT CHEQUE-FILE.
