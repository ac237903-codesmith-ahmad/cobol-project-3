      * Tectonics: Monthly late-fee assessment.  For every payment
      * plan on PAYMENT-PLAN.txt, compares the amount due to date
      * (installments with PLN-DUE-DATE on or before the run date)
      * against what PAYMENTS.dat shows actually received for that
      * student/term, and assesses a flat late fee onto TUITION-OWED
      * for delinquent accounts - with an AUDIT-LOG.txt row for the
      * balance change and a FEES.txt row the statement can show as
      * totals by program) goes to LATE-FEE-TRIAL.txt instead, and
      * the JOB-LOG.txt row is stamped TRIAL-LFEE so nobody ever
      * mistakes a rehearsal for the real run.
      * The fee charged is the LATE-FEE-AMOUNT in force on
      * POLICY-PARMS.txt for the plan's term (through POLICY-PARM;
      * the 50.00 below is only the default), and every run - live
      * or trial - leaves a JOB-LOG.txt row listing the fee used
      * for each term it touched, each term once however the plans
      * interleave; a '+' in the column's last byte means more
      * terms were charged than the column holds.
      * A student on DECEASED.txt (DECEASED-CHECK) is never assessed
      * a fee - DECEASED-PROCESS cancels the future installments but
      * keeps the past-due ones as history, so they are skipped here
      * and counted.
      * A run dated into a fiscal period finance has closed writes
      * its FEES.txt rows as of the next open period instead, each
      * moved fee flagged through PERIOD-CHECK.
      ******************************************************************
       IDENTIFICATION DIVISION.
       PROGRAM-ID. LATE-FEE-RUN.
           SELECT PLAN-FILE ASSIGN "PAYMENT-PLAN.txt"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS PLAN-STATUS.
           SELECT OPTIONAL PAYMENTS-FILE
               ASSIGN "PAYMENTS.dat"
               ORGANIZATION IS INDEXED
               ACCESS MODE IS DYNAMIC
               RECORD KEY IS PAY-KEY
               ALTERNATE KEY IS PAY-RECEIPT-NUMBER WITH DUPLICATES
               ALTERNATE KEY IS PAY-DATE WITH DUPLICATES
               FILE STATUS IS PAYMENTS-STATUS.
           SELECT OPTIONAL FEES-FILE ASSIGN "FEES.txt"
               ORGANIZATION IS LINE SEQUENTIAL


      *    The flat fee our fee schedule charges a delinquent account
      *    per monthly run - the default; the amount actually charged
      *    is looked up per term from POLICY-PARMS.txt.
           01 DEFAULT-LATE-FEE PIC 9(5)V99 VALUE 50.00.
           01 LATE-FEE-AMOUNT  PIC 9(5)V99 VALUE 50.00.

           COPY "POLICY-LOOKUP.cpy".
           COPY "DECEASED-CHECK.cpy".
           01 FEE-TERM-LOOKED-UP PIC X(6) VALUE LOW-VALUES.
           01 RUN-START-STAMP    PIC X(26) VALUE SPACES.
      *    "term=fee" pairs for the JOB-LOG.txt parameter column.
           01 PARM-VALUES-WS     PIC X(60) VALUE SPACES.
           01 PARM-POINTER       PIC 9(3) VALUE 1.
           01 FEE-DISPLAY        PIC 9(5).99.
      *    Terms already on PARM-VALUES-WS - plans for one term are
      *    not contiguous on PAYMENT-PLAN.txt, so the lookup repeats.
           01 LOGGED-TERM-TABLE.
               05 LOGGED-TERM-CODE PIC X(6) OCCURS 20 TIMES
                       INDEXED LT-ENTRY.
           01 LOGGED-TERM-COUNT  PIC 9(2) VALUE 0.
           01 LOGGED-TERM-MAX    PIC 9(2) VALUE 20.
           01 TERM-LOGGED-FLAG   PIC X VALUE "N".

           01 RUN-DATE-WS    PIC 9(8) VALUE 0.
           01 RUN-DATE-IN    PIC X(8) VALUE SPACES.

      *    PERIOD-CHECK parameter block - the date the run's FEES.txt
      *    rows carry: the run date, or the first open day after it
      *    when finance has already closed the run date's period.
           COPY "PERIOD-CHECK.cpy".
           01 POSTING-DATE-WS PIC 9(8) VALUE 0.

           01 PLAN-TABLE.
               05 PLAN-TABLE-ENTRY OCCURS 600 TIMES INDEXED PL-ENTRY.
                   10 PLTBL-STUDENT-NUMBER PIC 9(6).
               05 CURRENT-COUNTER PIC 9(5) VALUE 0.
               05 SKIP-COUNTER   PIC 9(5) VALUE 0.
               05 CLOSED-COUNTER PIC 9(5) VALUE 0.
               05 DECEASED-COUNTER PIC 9(5) VALUE 0.
               05 REJECT-COUNTER PIC 9(5) VALUE 0.
               05 ADJUST-COUNTER PIC 9(5) VALUE 0.

           01 FLAGS.
               05 EOF-PLAN     PIC X VALUE "N".
               MOVE 8 TO RETURN-CODE
           ELSE
               MOVE RUN-DATE-IN TO RUN-DATE-WS
               MOVE FUNCTION CURRENT-DATE TO RUN-START-STAMP
               DISPLAY "TRIAL RUN - REPORT ONLY (T) OR LIVE (L)? "
               ACCEPT TRIAL-MODE-IN
               IF TRIAL-MODE-IN = "T"
                   DISPLAY "TRIAL MODE - NOTHING WILL BE POSTED."
               END-IF
               PERFORM 160-LOAD-CLOSED-TERMS
               PERFORM 180-CHECK-FISCAL-PERIOD
               PERFORM 200-LOAD-PLAN-TABLE
               IF PLAN-ENTRY-COUNT = 0
                   DISPLAY "NO PAYMENT PLANS ON FILE. NOTHING TO DO."
               IF TRIAL-MODE-FLAG = "Y"
                   PERFORM 800-FINISH-TRIAL-REPORT
                   PERFORM 820-LOG-TRIAL-RUN
               ELSE
                   PERFORM 830-LOG-LIVE-RUN
               END-IF
               PERFORM 950-DISPLAY-STATS
           END-IF.
               END-IF
           END-PERFORM.

       180-CHECK-FISCAL-PERIOD.
           MOVE "CK" TO PCK-ACTION.
           MOVE RUN-DATE-WS TO PCK-POSTING-DATE.
           CALL "PERIOD-CHECK" USING PERIOD-CHECK.
           MOVE PCK-OPEN-DATE TO POSTING-DATE-WS.
           IF PCK-RESULT NOT = "00"
               DISPLAY "FISCAL PERIOD " PCK-PERIOD " IS CLOSED - "
                   "POSTING AS OF " POSTING-DATE-WS
           END-IF.

       200-LOAD-PLAN-TABLE.
           SET PL-ENTRY TO 1.
           OPEN INPUT PLAN-FILE.
      *****************************************************************
      * Due-to-date is every installment for the group with a due date
      * on or before the run date; received-to-date is the net of the
      * student/term's PAYMENTS.dat rows dated on or before the run
      * date (refund and reversal rows are negative and net out).
      * Short accounts get the flat fee - unless FEES.txt already
      * carries a LATEFEE row for this student/term/run date, which
      *    the term's balance is closed to every batch writer.
           MOVE CUR-TERM-CODE TO TERM-CHECK-WS.
           PERFORM 170-CHECK-TERM-CLOSED.
           MOVE CUR-STUDENT-NUMBER TO DCK-STUDENT-NUMBER.
           CALL "DECEASED-CHECK" USING DECEASED-CHECK.
           EVALUATE TRUE
               WHEN TERM-CLOSED-FLAG = "Y"
                   ADD 1 TO CLOSED-COUNTER
                   DISPLAY "TERM " CUR-TERM-CODE
                       " IS CLOSED - PLAN FOR "
                       CUR-STUDENT-NUMBER " NOT ASSESSED"
               WHEN DCK-FOUND-FLAG = "Y"
                   ADD 1 TO DECEASED-COUNTER
               WHEN OTHER
                   PERFORM 325-ASSESS-OPEN-PLAN
           END-EVALUATE.

       325-ASSESS-OPEN-PLAN.
           IF CUR-TERM-CODE NOT = FEE-TERM-LOOKED-UP
               PERFORM 326-LOOKUP-TERM-LATE-FEE
           END-IF.
           MOVE 0 TO DUE-TO-DATE.
           PERFORM VARYING SCAN-IDX FROM 1 BY 1
                   UNTIL SCAN-IDX > PLAN-ENTRY-COUNT
               END-IF
           END-IF.

      *****************************************************************
      * The late fee in force for the plan's term.  Plans arrive
      * grouped by student, not term, so the last term looked up is
      * remembered and the lookup only repeats when the term changes;
      * each distinct term/fee goes on the run record once.
      *****************************************************************
       326-LOOKUP-TERM-LATE-FEE.
           MOVE CUR-TERM-CODE TO FEE-TERM-LOOKED-UP.
           MOVE "LATE-FEE-AMOUNT" TO POL-PARM-NAME.
           MOVE CUR-TERM-CODE TO POL-TERM-CODE.
           MOVE DEFAULT-LATE-FEE TO POL-PARM-VALUE.
           CALL "POLICY-PARM" USING POLICY-LOOKUP.
           MOVE POL-PARM-VALUE TO LATE-FEE-AMOUNT.
           PERFORM 327-LOG-TERM-LATE-FEE.

       327-LOG-TERM-LATE-FEE.
           MOVE "N" TO TERM-LOGGED-FLAG.
           PERFORM VARYING LT-ENTRY FROM 1 BY 1
                   UNTIL LT-ENTRY > LOGGED-TERM-COUNT
                   OR TERM-LOGGED-FLAG = "Y"
               IF LOGGED-TERM-CODE(LT-ENTRY) = CUR-TERM-CODE
                   MOVE "Y" TO TERM-LOGGED-FLAG
               END-IF
           END-PERFORM.
           IF TERM-LOGGED-FLAG = "N"
               IF LOGGED-TERM-COUNT < LOGGED-TERM-MAX
                   ADD 1 TO LOGGED-TERM-COUNT
                   MOVE CUR-TERM-CODE
                       TO LOGGED-TERM-CODE(LOGGED-TERM-COUNT)
               END-IF
               MOVE LATE-FEE-AMOUNT TO FEE-DISPLAY
               IF PARM-POINTER < 44
                   STRING CUR-TERM-CODE "=" FEE-DISPLAY " "
                       DELIMITED BY SIZE INTO PARM-VALUES-WS
                       WITH POINTER PARM-POINTER
                   END-STRING
               ELSE
                   MOVE "+" TO PARM-VALUES-WS(60:1)
               END-IF
           END-IF.

       330-SUM-PAYMENTS-RECEIVED.
           MOVE 0 TO RECEIVED-TO-DATE.
           MOVE "N" TO EOF-PAYMENTS.
           OPEN INPUT PAYMENTS-FILE.
           IF PAYMENTS-STATUS = "00" OR PAYMENTS-STATUS = "05"
               MOVE CUR-STUDENT-NUMBER TO PAY-STUDENT-NUMBER
               MOVE CUR-TERM-CODE      TO PAY-TERM-CODE
               MOVE LOW-VALUES         TO PAY-DATE
               MOVE 0                  TO PAY-SEQ
               START PAYMENTS-FILE KEY IS NOT LESS THAN PAY-KEY
                   INVALID KEY
                       MOVE "Y" TO EOF-PAYMENTS
               END-START
               PERFORM 335-SUM-ONE-PAYMENT UNTIL EOF-PAYMENTS = "Y"
               CLOSE PAYMENTS-FILE
           END-IF.

      *    The student/term's rows come back in date order, so the
      *    first row past the run date - or past the student/term -
      *    ends the read.
       335-SUM-ONE-PAYMENT.
           READ PAYMENTS-FILE NEXT RECORD
               AT END
                   MOVE "Y" TO EOF-PAYMENTS
               NOT AT END
                           AND PAY-TERM-CODE = CUR-TERM-CODE
                           AND PAY-DATE <= RUN-DATE-IN
                       ADD PAY-AMOUNT TO RECEIVED-TO-DATE
                   ELSE
                       MOVE "Y" TO EOF-PAYMENTS
                   END-IF
           END-READ.

                   IF FEE-STUDENT-NUMBER = CUR-STUDENT-NUMBER
                           AND FEE-TERM-CODE = CUR-TERM-CODE
                           AND FEE-TYPE = "LATEFEE"
      *                    A fee this run date already moved out of a
      *                    closed period carries the open date.
                           AND (FEE-DATE = RUN-DATE-WS
                             OR FEE-DATE = POSTING-DATE-WS)
                       MOVE "Y" TO FEE-ALREADY
                   END-IF
           END-READ.
           MOVE 0 TO JOB-STUDENTS-WRITTEN.
           MOVE REJECT-COUNTER TO JOB-STUDENTS-REJECTED.
           MOVE 0 TO JOB-RETURN-CODE.
           MOVE PARM-VALUES-WS TO JOB-PARM-VALUES.
           WRITE JOB-LOG-RECORD.
           CLOSE JOB-LOG-FILE.

      *    The live run's record - the fee charged per term in the
      *    parameter column.
       830-LOG-LIVE-RUN.
           OPEN EXTEND JOB-LOG-FILE.
           MOVE SPACES TO JOB-LOG-RECORD.
           MOVE RUN-START-STAMP TO JOB-START-TIMESTAMP.
           MOVE FUNCTION CURRENT-DATE TO JOB-END-TIMESTAMP.
           MOVE OPERATOR-ID-WS TO JOB-OPERATOR-ID.
           MOVE SPACES TO JOB-TERM-CODE.
           MOVE "Y" TO JOB-BATCH-MODE.
           MOVE PLAN-COUNTER TO JOB-STUDENTS-READ.
           MOVE FEE-COUNTER TO JOB-STUDENTS-WRITTEN.
           MOVE REJECT-COUNTER TO JOB-STUDENTS-REJECTED.
           MOVE RETURN-CODE TO JOB-RETURN-CODE.
           MOVE PARM-VALUES-WS TO JOB-PARM-VALUES.
           WRITE JOB-LOG-RECORD.
           CLOSE JOB-LOG-FILE.

           MOVE AUD-NEW-TUITION-DISPLAY TO AUD-NEW-VALUE.
           MOVE OPERATOR-ID-WS TO AUD-OPERATOR-ID.
           MOVE FUNCTION CURRENT-DATE TO AUD-TIMESTAMP.
           CALL "AUDIT-CHAIN" USING AUDIT-LOG-RECORD.
           WRITE AUDIT-LOG-RECORD.

       370-WRITE-FEE-ROW.
           MOVE CUR-TERM-CODE      TO FEE-TERM-CODE.
           MOVE "LATEFEE"          TO FEE-TYPE.
           MOVE LATE-FEE-AMOUNT    TO FEE-AMOUNT.
           MOVE POSTING-DATE-WS    TO FEE-DATE.
           WRITE FEE-RECORD.
           CLOSE FEES-FILE.
           IF PCK-RESULT = "CL"
               PERFORM 375-FLAG-PERIOD-ADJUSTMENT
           END-IF.

      *    The fee belonged to a closed period - leave the trail
      *    finance needs to tie it back to that month.
       375-FLAG-PERIOD-ADJUSTMENT.
           MOVE "LATEFEE " TO PCK-EVENT-TYPE.
           MOVE CUR-STUDENT-NUMBER TO PCK-STUDENT-NUMBER.
           MOVE CUR-TERM-CODE TO PCK-TERM-CODE.
           MOVE LATE-FEE-AMOUNT TO PCK-AMOUNT.
           MOVE "LATE-FEE-RUN" TO PCK-SOURCE.
           MOVE "AJ" TO PCK-ACTION.
           CALL "PERIOD-CHECK" USING PERIOD-CHECK.
           ADD 1 TO ADJUST-COUNTER.

       950-DISPLAY-STATS.
           IF TRIAL-MODE-FLAG = "Y"
           DISPLAY "LATE FEES ASSESSED:  " FEE-COUNTER.
           DISPLAY "ALREADY ASSESSED:    " SKIP-COUNTER.
           DISPLAY "CLOSED TERMS LEFT:   " CLOSED-COUNTER.
           DISPLAY "DECEASED-SUPPRESSED: " DECEASED-COUNTER.
           DISPLAY "ERRORS:              " REJECT-COUNTER.
           IF ADJUST-COUNTER > 0
               DISPLAY "MOVED OUT OF CLOSED PERIOD: " ADJUST-COUNTER
                   " - SEE PERIOD-ADJUSTMENTS.txt"
           END-IF.
           IF REJECT-COUNTER > 0
               MOVE 4 TO RETURN-CODE
           END-IF.
