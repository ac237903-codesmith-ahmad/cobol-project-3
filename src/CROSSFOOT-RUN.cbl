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
           SELECT OPTIONAL AWARDS-POSTED-FILE
               ASSIGN "AWARDS-POSTED.txt"
           MOVE "N" TO EOF-SIDE.
           OPEN INPUT PAYMENTS-FILE.
           IF PAYMENTS-STATUS = "00" OR PAYMENTS-STATUS = "05"
               MOVE STUDENT-NUMBER TO PAY-STUDENT-NUMBER
               MOVE TERM-CODE      TO PAY-TERM-CODE
               MOVE LOW-VALUES     TO PAY-DATE
               MOVE 0              TO PAY-SEQ
               START PAYMENTS-FILE KEY IS NOT LESS THAN PAY-KEY
                   INVALID KEY
                       MOVE "Y" TO EOF-SIDE
               END-START
               PERFORM 410-ROLL-ONE-PAYMENT UNTIL EOF-SIDE = "Y"
               CLOSE PAYMENTS-FILE
           END-IF.
               CLOSE WRITEOFF-FILE
           END-IF.

      *    PAYMENTS.dat holds the record's rows together in PAY-KEY
      *    order; the first row past them ends the read.
       410-ROLL-ONE-PAYMENT.
           READ PAYMENTS-FILE NEXT RECORD
               AT END
                   MOVE "Y" TO EOF-SIDE
               NOT AT END
                   IF PAY-STUDENT-NUMBER = STUDENT-NUMBER
                           AND PAY-TERM-CODE = TERM-CODE
                       IF PAY-DATE IS NUMERIC
                               AND FUNCTION NUMVAL(PAY-DATE)
                                   > AST-DATE(AST-FOUND)
                           SUBTRACT PAY-AMOUNT FROM EXPECTED-BALANCE
                       END-IF
                   ELSE
                       MOVE "Y" TO EOF-SIDE
                   END-IF
           END-READ.

