      ******************************************************************
      * Tectonics: Backs a posted payment out properly.  PAYMENTS.dat
      * rows are append-only and MODULE-2 only subtracts, so until now
      * a bounced cheque meant faking a correction through the update
      * screen and leaving the payment history lying.  A reversal is
      * keyed on the original row's PAY-STUDENT-NUMBER / PAY-TERM-CODE
      * / PAY-DATE / PAY-AMOUNT: the original must exist (and not
      * already be reversed), TUITION-OWED gets the amount restored,
      * an offsetting PAYMENTS.dat row flagged 'R' is appended, and
      * the balance change is audited.
      *
      * Runs two ways, picked at startup: screen entry (one reversal,
      * prompted) or a batch run over the bank's NSF return file
      * NSF-RETURNS.txt - one row per bounced payment, rejects with
      * reasons to REVERSAL-REJECTS.txt.
      *
      * A reversal dated into a fiscal period finance has closed is
      * posted as of the next open period instead, and each one moved
      * is flagged through PERIOD-CHECK.
      *
      * Whoever took a payment at the till may not reverse it: the
      * original row's session leads to the cashier on
      * TILL-SESSIONS.txt, SOD-CHECK's poster/reverser rule is asked,
      * and a conflict is rejected like any other refusal.  Each
      * reversal also leaves a "PAY-REVERSAL" audit row (original
      * date and amount) so SOD-REPORT can pair it with its payment.
      ******************************************************************
       IDENTIFICATION DIVISION.
       PROGRAM-ID. PAYMENT-REVERSAL.
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
           SELECT REJECTS-FILE ASSIGN "REVERSAL-REJECTS.txt"
               ORGANIZATION IS LINE SEQUENTIAL.
           SELECT OPTIONAL CLOSED-TERMS-FILE ASSIGN "CLOSED-TERMS.txt"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS CLOSED-TERMS-STATUS.
      *    Who opened the till the original payment was taken at.
           SELECT OPTIONAL TILL-FILE ASSIGN "TILL-SESSIONS.txt"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS TILL-STATUS.

       DATA DIVISION.
       FILE SECTION.
           FD CLOSED-TERMS-FILE.
           COPY "CLOSED-TERM-RECORD.cpy".

           FD TILL-FILE.
           COPY "TILL-RECORD.cpy".

       WORKING-STORAGE SECTION.
           01 FILE-STATUS     PIC X(2).
           01 PAYMENTS-STATUS PIC X(2).
           01 TILL-STATUS     PIC X(2).

           01 COUNTERS.
               05 READ-COUNTER     PIC 9(5) VALUE 0.
               05 REVERSAL-COUNTER PIC 9(5) VALUE 0.
               05 REJECT-COUNTER   PIC 9(5) VALUE 0.
               05 ADJUST-COUNTER   PIC 9(5) VALUE 0.

           01 FLAGS.
               05 EOF-NSF      PIC X VALUE "N".
               05 EOF-PAYMENTS PIC X VALUE "N".
               05 DONE-FLAG    PIC X VALUE "N".
               05 EOF-TILL     PIC X VALUE "N".


      *    CLOSED-TERMS.txt loaded at startup - changes to a closed
      *        reversal only applies while this is positive, so the
      *        same cheque can't be backed out twice.
               05 RVW-OPEN-COUNT     PIC S9(4) VALUE 0.
      *        Till session on the matching original (0 = not taken
      *        at a till) and the cashier who opened that session.
               05 RVW-SESSION-ID     PIC 9(6) VALUE 0.
               05 RVW-CASHIER-ID     PIC X(10) VALUE SPACES.
               05 RVW-AMOUNT-DISPLAY PIC -ZZZZZZ9.99.

           01 AUDIT-WORK-AREA.
               05 AUD-TUITION-BEFORE-WS   PIC S9(7)V99.
               05 AUD-OLD-TUITION-DISPLAY PIC -ZZZZZZ9.99.
               05 AUD-NEW-TUITION-DISPLAY PIC -ZZZZZZ9.99.

      *    PERIOD-CHECK parameter block - the date every 'R' row from
      *    this run carries, moved out of a closed fiscal period when
      *    finance has already closed today's.
           COPY "PERIOD-CHECK.cpy".
           01 POSTING-DATE-WS PIC 9(8) VALUE 0.

      *    SOD-CHECK parameter block - the cashier who took the
      *    payment against the operator reversing it.
           COPY "SOD-CHECK.cpy".

       PROCEDURE DIVISION.
       100-MAIN.
           DISPLAY "PAYMENT REVERSAL - NSF BATCH (B) OR "
               ACCEPT OPERATOR-ID-WS
           END-IF.
           PERFORM 160-LOAD-CLOSED-TERMS.
           PERFORM 180-CHECK-FISCAL-PERIOD.
           PERFORM 200-OPEN-FILES.
           IF RUN-MODE-WS = "B"
               PERFORM 300-APPLY-NSF-FILE
               END-IF
           END-PERFORM.

      *    Today's date, or the first open day after it when its
      *    fiscal period is already closed.
       180-CHECK-FISCAL-PERIOD.
           MOVE "CK" TO PCK-ACTION.
           MOVE FUNCTION CURRENT-DATE(1:8) TO PCK-POSTING-DATE.
           CALL "PERIOD-CHECK" USING PERIOD-CHECK.
           MOVE PCK-OPEN-DATE TO POSTING-DATE-WS.
           IF PCK-RESULT NOT = "00"
               DISPLAY "FISCAL PERIOD " PCK-PERIOD " IS CLOSED - "
                   "POSTING AS OF " POSTING-DATE-WS
           END-IF.

       200-OPEN-FILES.
           IF RUN-MODE-WS = "B"
               OPEN INPUT NSF-FILE
           END-IF.

      *****************************************************************
      * One reversal: the original row must be on PAYMENTS.dat and
      * still unreversed, then the balance is restored, the 'R' row
      * appended, and the change audited - in that order, so a failed
      * REWRITE leaves no phantom reversal row behind.
               END-IF
               PERFORM 700-WRITE-REJECT
           ELSE
               PERFORM 560-CHECK-SEGREGATION
               IF SDC-RESULT = "SD"
                   MOVE SPACES TO REJECT-REASON-WS
                   STRING "SOD RULE " SDC-RULE-CODE " - OWN PAYMENT"
                       DELIMITED BY SIZE INTO REJECT-REASON-WS
                   END-STRING
                   PERFORM 700-WRITE-REJECT
               ELSE
                   PERFORM 520-RESTORE-BALANCE
               END-IF
           END-IF.

      *****************************************************************
      * share one reversal pool - after one is reversed, reversing
      * the other is refused until the history is reviewed by hand.
      * That errs on the side of refusing, never double-reversing.
      * Only the student's rows for the term are read - they sit
      * together in PAY-KEY order.
      *****************************************************************
       510-FIND-OPEN-ORIGINAL.
           MOVE 0 TO RVW-OPEN-COUNT.
           MOVE 0 TO RVW-SESSION-ID.
           MOVE "N" TO EOF-PAYMENTS.
           OPEN INPUT PAYMENTS-FILE.
           IF PAYMENTS-STATUS = "00" OR PAYMENTS-STATUS = "05"
               MOVE RVW-STUDENT-NUMBER TO PAY-STUDENT-NUMBER
               MOVE RVW-TERM-CODE      TO PAY-TERM-CODE
               MOVE LOW-VALUES         TO PAY-DATE
               MOVE 0                  TO PAY-SEQ
               START PAYMENTS-FILE KEY IS NOT LESS THAN PAY-KEY
                   INVALID KEY
                       MOVE "Y" TO EOF-PAYMENTS
               END-START
               PERFORM 515-CHECK-ONE-PAYMENT UNTIL EOF-PAYMENTS = "Y"
               CLOSE PAYMENTS-FILE
           END-IF.

       515-CHECK-ONE-PAYMENT.
           READ PAYMENTS-FILE NEXT RECORD
               AT END
                   MOVE "Y" TO EOF-PAYMENTS
               NOT AT END
                                   AND PAY-AMOUNT = RVW-PAY-AMOUNT
                                   AND PAY-REVERSAL-FLAG NOT = "R"
                               ADD 1 TO RVW-OPEN-COUNT
                               IF PAY-SESSION-ID IS NUMERIC
                                       AND PAY-SESSION-ID > 0
                                   MOVE PAY-SESSION-ID
                                       TO RVW-SESSION-ID
                               END-IF
                           END-IF
                       END-IF
                   ELSE
                       MOVE "Y" TO EOF-PAYMENTS
                   END-IF
           END-READ.

           MOVE AUD-NEW-TUITION-DISPLAY TO AUD-NEW-VALUE.
           MOVE OPERATOR-ID-WS TO AUD-OPERATOR-ID.
           MOVE FUNCTION CURRENT-DATE TO AUD-TIMESTAMP.
           CALL "AUDIT-CHAIN" USING AUDIT-LOG-RECORD.
           WRITE AUDIT-LOG-RECORD.
      *    The reversal itself, keyed on the original's date and
      *    amount, under the reversing operator.
           MOVE SPACES TO AUDIT-LOG-RECORD.
           MOVE RVW-PAY-AMOUNT TO RVW-AMOUNT-DISPLAY.
           MOVE STUDENT-NUMBER TO AUD-STUDENT-NUMBER.
           MOVE TERM-CODE      TO AUD-TERM-CODE.
           MOVE "PAY-REVERSAL" TO AUD-FIELD-NAME.
           MOVE RVW-PAY-DATE   TO AUD-OLD-VALUE.
           MOVE RVW-AMOUNT-DISPLAY TO AUD-NEW-VALUE.
           MOVE OPERATOR-ID-WS TO AUD-OPERATOR-ID.
           MOVE FUNCTION CURRENT-DATE TO AUD-TIMESTAMP.
           CALL "AUDIT-CHAIN" USING AUDIT-LOG-RECORD.
           WRITE AUDIT-LOG-RECORD.

       540-WRITE-REVERSAL-ROW.
           OPEN I-O PAYMENTS-FILE.
           MOVE SPACES TO PAYMENT-RECORD.
           MOVE RVW-STUDENT-NUMBER TO PAY-STUDENT-NUMBER.
           MOVE RVW-TERM-CODE      TO PAY-TERM-CODE.
           COMPUTE PAY-AMOUNT = 0 - RVW-PAY-AMOUNT.
           MOVE POSTING-DATE-WS TO PAY-DATE.
           MOVE "R" TO PAY-REVERSAL-FLAG.
      *    No receipt - nothing was received; the original row
      *    keeps the number the desk actually issued.
           MOVE 0 TO PAY-RECEIPT-NUMBER.
           MOVE 0 TO PAY-SESSION-ID.
           MOVE SPACE TO PAY-TENDER-CODE.
           PERFORM 545-STORE-PAYMENT-ROW.
           CLOSE PAYMENTS-FILE.
           IF PCK-RESULT = "CL"
               PERFORM 550-FLAG-PERIOD-ADJUSTMENT
           END-IF.

      *    Takes the next free PAY-SEQ for the row's student, term
      *    and date - PAYMENTS.dat refuses a duplicate key (status
      *    22), so count up until the WRITE lands.
       545-STORE-PAYMENT-ROW.
           MOVE 0 TO PAY-SEQ.
           MOVE "22" TO PAYMENTS-STATUS.
           PERFORM 546-TRY-NEXT-PAY-SEQ
               UNTIL PAYMENTS-STATUS NOT = "22".

       546-TRY-NEXT-PAY-SEQ.
           ADD 1 TO PAY-SEQ.
           WRITE PAYMENT-RECORD
               INVALID KEY
                   CONTINUE
           END-WRITE.

      *    The reversal belonged to a closed period - leave the trail
      *    finance needs to tie it back to that month.
       550-FLAG-PERIOD-ADJUSTMENT.
           MOVE "REVERSAL" TO PCK-EVENT-TYPE.
           MOVE RVW-STUDENT-NUMBER TO PCK-STUDENT-NUMBER.
           MOVE RVW-TERM-CODE TO PCK-TERM-CODE.
           COMPUTE PCK-AMOUNT = 0 - RVW-PAY-AMOUNT.
           MOVE "PAYMENT-REVERSAL" TO PCK-SOURCE.
           MOVE "AJ" TO PCK-ACTION.
           CALL "PERIOD-CHECK" USING PERIOD-CHECK.
           ADD 1 TO ADJUST-COUNTER.

      *****************************************************************
      * A payment taken at a till was taken by the cashier who opened
      * that session; a payment with no session (batch remittance,
      * system posting) has no cashier and nothing to check.
      *****************************************************************
       560-CHECK-SEGREGATION.
           MOVE SPACES TO RVW-CASHIER-ID.
           IF RVW-SESSION-ID > 0
               MOVE "N" TO EOF-TILL
               OPEN INPUT TILL-FILE
               IF TILL-STATUS = "00" OR TILL-STATUS = "05"
                   PERFORM 565-CHECK-ONE-SESSION UNTIL EOF-TILL = "Y"
                   CLOSE TILL-FILE
               END-IF
           END-IF.
           MOVE SPACES TO SOD-CHECK.
           MOVE "PAY-POST"     TO SDC-ACTION-A.
           MOVE RVW-CASHIER-ID TO SDC-OPERATOR-A.
           MOVE "PAY-REVERSE"  TO SDC-ACTION-B.
           MOVE OPERATOR-ID-WS TO SDC-OPERATOR-B.
           CALL "SOD-CHECK" USING SOD-CHECK.

       565-CHECK-ONE-SESSION.
           READ TILL-FILE
               AT END
                   MOVE "Y" TO EOF-TILL
               NOT AT END
                   IF TIL-SESSION-ID = RVW-SESSION-ID
                       MOVE TIL-OPERATOR-ID TO RVW-CASHIER-ID
                       MOVE "Y" TO EOF-TILL
                   END-IF
           END-READ.

       700-WRITE-REJECT.
           MOVE SPACES TO REJECTS-RECORD.
           DISPLAY "REVERSALS READ:      " READ-COUNTER.
           DISPLAY "REVERSALS APPLIED:   " REVERSAL-COUNTER.
           DISPLAY "REVERSALS REJECTED:  " REJECT-COUNTER.
           IF ADJUST-COUNTER > 0
               DISPLAY "MOVED OUT OF CLOSED PERIOD: " ADJUST-COUNTER
                   " - SEE PERIOD-ADJUSTMENTS.txt"
           END-IF.
           IF REJECT-COUNTER > 0
               MOVE 4 TO RETURN-CODE
           END-IF.
