      *    2. replays AUDIT-LOG.txt rows whose timestamps fall in the
      *       chosen window, oldest-first, verifying each row's old
      *       value against the record before applying the new one,
      *    3. cross-checks the window's PAYMENTS.dat rows - every
      *       payment posting also wrote a TUITION-OWED audit row, so
      *       the replay itself covers the balances; a payment with
      *       NO matching audit row can't be replayed and is reported
           SELECT OPTIONAL AUDIT-LOG-FILE ASSIGN "AUDIT-LOG.txt"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS AUDIT-STATUS.
           SELECT OPTIONAL PAYMENTS-FILE
               ASSIGN "PAYMENTS.dat"
               ORGANIZATION IS INDEXED
               ACCESS MODE IS DYNAMIC
               RECORD KEY IS PAY-KEY
               ALTERNATE KEY IS PAY-RECEIPT-NUMBER WITH DUPLICATES
               ALTERNATE KEY IS PAY-DATE WITH DUPLICATES
               FILE STATUS IS PAYMENTS-STATUS.
           SELECT EXCEPTIONS-FILE ASSIGN "REPLAY-EXCEPTIONS.txt"
               ORGANIZATION IS LINE SEQUENTIAL.
      * audit row for the same student/term on the same day with the
      * same delta - that row is what the replay applied.  A payment
      * with no such row couldn't be replayed and needs a human.
      * The window is read off the PAY-DATE key, from its first day
      * to the first row dated past its last.
      *****************************************************************
       400-CROSS-CHECK-PAYMENTS.
           OPEN INPUT PAYMENTS-FILE.
           IF PAYMENTS-STATUS = "00" OR PAYMENTS-STATUS = "05"
               MOVE REPLAY-FROM-WS(1:8) TO PAY-DATE
               START PAYMENTS-FILE KEY IS NOT LESS THAN PAY-DATE
                   INVALID KEY
                       MOVE "Y" TO EOF-FLAG
               END-START
               PERFORM 410-CHECK-ONE-PAYMENT UNTIL EOF-FLAG = "Y"
               CLOSE PAYMENTS-FILE
           END-IF.
           MOVE "N" TO EOF-FLAG.

       410-CHECK-ONE-PAYMENT.
           READ PAYMENTS-FILE NEXT RECORD
               AT END
                   MOVE "Y" TO EOF-FLAG
               NOT AT END
                   IF PAY-DATE > REPLAY-TO-WS(1:8)
                       MOVE "Y" TO EOF-FLAG
                   END-IF
                   IF PAY-DATE NOT < REPLAY-FROM-WS(1:8)
                           AND PAY-DATE NOT > REPLAY-TO-WS(1:8)
                       PERFORM 420-FIND-MATCHING-AUDIT-ROW
