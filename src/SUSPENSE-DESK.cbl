      * items (with the external id and reason - the research
      * clues), and once the operator has identified the right
      * student, release the money through the normal posting path:
      * TUITION-OWED comes down, a receipted PAYMENTS.dat row goes
      * into the history, the audit trail shows the change, and the
      * suspense row flips to 'R' with who released it and when.
      * Menu-driven whole-file load/save, the HOLD-MAINT way.
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
           01 SUSPENSE-STATUS PIC X(2).
           01 FILE-STATUS     PIC X(2).
           01 PAYMENTS-STATUS PIC X(2).

           01 OPERATOR-ID-WS PIC X(10) VALUE SPACES.
           01 RECEIPT-NUMBER-WS PIC 9(8) VALUE 0.
           CLOSE STUDENT-DATA-FILE.

       410-WRITE-PAYMENT-ROW.
           OPEN I-O PAYMENTS-FILE.
           MOVE SPACES TO PAYMENT-RECORD.
           MOVE DKW-STUDENT   TO PAY-STUDENT-NUMBER.
           MOVE DKW-TERM-CODE TO PAY-TERM-CODE.
           MOVE RECEIPT-NUMBER-WS TO PAY-RECEIPT-NUMBER.
           MOVE 0 TO PAY-SESSION-ID.
           MOVE "B" TO PAY-TENDER-CODE.
           PERFORM 415-STORE-PAYMENT-ROW.
           CLOSE PAYMENTS-FILE.

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

       420-LOG-RELEASE.
           OPEN EXTEND AUDIT-LOG-FILE.
           MOVE SPACES TO AUDIT-LOG-RECORD.
           MOVE AUD-NEW-TUITION-DISPLAY TO AUD-NEW-VALUE.
           MOVE OPERATOR-ID-WS TO AUD-OPERATOR-ID.
           MOVE FUNCTION CURRENT-DATE TO AUD-TIMESTAMP.
           CALL "AUDIT-CHAIN" USING AUDIT-LOG-RECORD.
           WRITE AUDIT-LOG-RECORD.
           CLOSE AUDIT-LOG-FILE.

