      * AUDIT-LOG.txt and writes one ANOMALY-REPORT.txt line per
      * pattern worth a supervisor's second look:
      *    UNMATCHED REDUCTION - a TUITION-OWED reduction above the
      *        threshold with no same-day PAYMENTS.dat row for the
      *        same student/term/amount,
      *    LATE GRADE CHANGE   - a grade change (the audit rows whose
      *        field name is a course code) stamped after the term's
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
           SELECT OPTIONAL TERM-CALENDAR-FILE
               ASSIGN "TERM-CALENDAR.txt"
           MOVE "N" TO PAYMENT-MATCH.
           OPEN INPUT PAYMENTS-FILE.
           IF PAYMENTS-STATUS = "00" OR PAYMENTS-STATUS = "05"
               MOVE AUD-STUDENT-NUMBER  TO PAY-STUDENT-NUMBER
               MOVE AUD-TERM-CODE       TO PAY-TERM-CODE
               MOVE AUD-TIMESTAMP(1:8)  TO PAY-DATE
               MOVE 0                   TO PAY-SEQ
               START PAYMENTS-FILE KEY IS NOT LESS THAN PAY-KEY
                   INVALID KEY
                       MOVE "10" TO PAYMENTS-STATUS
               END-START
               PERFORM 347-CHECK-ONE-PAYMENT
                   UNTIL PAYMENT-MATCH = "Y"
                   OR PAYMENTS-STATUS NOT = "00"
               CLOSE PAYMENTS-FILE
           END-IF.

      *    Only the student's rows for the term on the audit row's
      *    date are read - they sit together in PAY-KEY order.
       347-CHECK-ONE-PAYMENT.
           READ PAYMENTS-FILE NEXT RECORD
               AT END
                   MOVE "10" TO PAYMENTS-STATUS
               NOT AT END
                   IF PAY-STUDENT-NUMBER = AUD-STUDENT-NUMBER
                           AND PAY-TERM-CODE = AUD-TERM-CODE
                           AND PAY-DATE = AUD-TIMESTAMP(1:8)
                       IF PAY-AMOUNT = REDUCTION-AMT
                           MOVE "Y" TO PAYMENT-MATCH
                       END-IF
                   ELSE
                       MOVE "10" TO PAYMENTS-STATUS
                   END-IF
           END-READ.

