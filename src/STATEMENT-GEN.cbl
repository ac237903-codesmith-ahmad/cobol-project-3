      * Tectonics: Statement of account.  WELCOME-PROGRAM's screen
      * only shows the rolled-up balance; this prints the document we
      * hand a student who disputes it - how the number was arrived
      * at: the opening assessment, every PAYMENTS.dat line with its
      * date (reversals tagged), award and fee lines kept separate
      * from cash, the payment-plan status, and the closing balance.
      * The opening figure is reconstructed from the pieces (closing
      * balance plus payments and awards back, less fees), so the
      * statement always foots to the record even if the audit trail
      * is archived away.
      * A tuition exemption the assessment applied prints as its own
      * waiver line (TUITION-WAIVED.txt, by category) between the
      * opening assessment and the payments - revenue given up, not
      * money received.
      *
      * Runs two ways, picked at startup: one student/term from a
      * prompt, or every student on a term for the monthly print
      * batch - both into STATEMENT.txt.
      * The monthly batch never prints a statement for a student on
      * DECEASED.txt - nothing is mailed to the family.  Asked for
      * by number, the statement still prints (the estate may need
      * it) with a warning on the screen, so it is sent on
      * knowingly.
      * Nor does the batch print one for a student whose address has
      * come back undeliverable (ADDRESS-CHECK) - each one skipped
      * is listed on the run log for the mailroom, and prints again
      * once DEMO-MAINT has a new address.  Asked for by number, it
      * prints with a warning, for handing over at the counter.
      * Once FY-ROLLOVER has archived a closed fiscal year, its
      * payment, award and fee lines stand on the live files as one
      * carried-forward line each (PAYMENTS / AWARDS / FEES CARRIED
      * FORWARD), so the statement still foots.  Asked for by number,
      * the statement can instead list the full history: the archived
      * lines first (FY-ARCHIVE-READ), then the live ones, with the
      * carried-forward lines left out - they only sum the archived
      * ones above them.  The totals are the same either way.
      ******************************************************************
       IDENTIFICATION DIVISION.
       PROGRAM-ID. STATEMENT-GEN.
               ALTERNATE KEY IS STUDENT-NUMBER WITH DUPLICATES
               ALTERNATE KEY IS STUDENT-SURNAME WITH DUPLICATES
               FILE STATUS IS FILE-STATUS.
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
               ASSIGN "AWARDS-POSTED.txt"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS AWARDS-STATUS.
           SELECT OPTIONAL WAIVED-FILE ASSIGN "TUITION-WAIVED.txt"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WAIVED-STATUS.
           SELECT OPTIONAL PLAN-FILE ASSIGN "PAYMENT-PLAN.txt"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS PLAN-STATUS.
               05 FILLER             PIC X.
               05 AWP-DATE           PIC X(8).

           FD WAIVED-FILE.
           COPY "WAIVED-RECORD.cpy".

           FD PLAN-FILE.
           COPY "PLAN-RECORD.cpy".

           01 PAYMENTS-STATUS PIC X(2).
           01 FEES-STATUS     PIC X(2).
           01 AWARDS-STATUS   PIC X(2).
           01 WAIVED-STATUS   PIC X(2).
           01 PLAN-STATUS     PIC X(2).
           01 SPONSORSHIPS-STATUS PIC X(2).

           01 RUN-MODE-WS PIC X(1) VALUE "S".
      *    'Y' - list archived years' lines instead of their
      *    carried-forward lines (one student only).
           01 HISTORY-WS  PIC X(1) VALUE "N".
           01 STUDENT-IN-WS PIC X(6) VALUE SPACES.

           01 COUNTERS.
               05 STATEMENT-COUNTER PIC 9(5) VALUE 0.
               05 DECEASED-COUNTER  PIC 9(5) VALUE 0.
               05 BAD-ADDRESS-COUNTER PIC 9(5) VALUE 0.

           01 FLAGS.
               05 EOF-STU  PIC X VALUE "N".
               05 STM-PAYMENTS-NET   PIC S9(9)V99 VALUE 0.
               05 STM-AWARDS-TOTAL   PIC S9(9)V99 VALUE 0.
               05 STM-FEES-TOTAL     PIC S9(9)V99 VALUE 0.
               05 STM-WAIVED-TOTAL   PIC S9(9)V99 VALUE 0.
               05 STM-CLOSING        PIC S9(7)V99 VALUE 0.
               05 STM-OPENING        PIC S9(9)V99 VALUE 0.
               05 STM-PLAN-COUNT     PIC 9(2) VALUE 0.

           01 BLANK-LINE PIC X(80) VALUE SPACES.

           COPY "DECEASED-CHECK.cpy".
           COPY "ADDRESS-CHECK.cpy".
           COPY "FY-ARCHIVE-READ.cpy".

       PROCEDURE DIVISION.
       100-MAIN.
           DISPLAY "STATEMENTS - ALL STUDENTS ON A TERM (A) OR "
           IF RUN-MODE-WS NOT = "A"
               DISPLAY "STUDENT NUMBER: "
               ACCEPT STUDENT-IN-WS
               DISPLAY "FULL HISTORY FROM THE YEAR-END ARCHIVES (Y/N)? "
               ACCEPT HISTORY-WS
           END-IF.
           OPEN INPUT STUDENT-DATA-FILE.
           OPEN OUTPUT STATEMENT-FILE.
           CLOSE STATEMENT-FILE.
           DISPLAY "STATEMENTS WRITTEN: " STATEMENT-COUNTER
               " (STATEMENT.txt)".
           IF DECEASED-COUNTER > 0
               DISPLAY "DECEASED-SUPPRESSED: " DECEASED-COUNTER
           END-IF.
           IF BAD-ADDRESS-COUNTER > 0
               DISPLAY "BAD-ADDRESS-SKIPPED: " BAD-ADDRESS-COUNTER
           END-IF.
      *    GOBACK, not STOP RUN, so the job-stream controller can
      *    CALL this program as one step of the night's stream.
           GOBACK.
                   NOT AT END
                       IF TERM-CODE = STM-TERM-CODE
                           MOVE STUDENT-NUMBER TO STM-STUDENT-NUMBER
                           MOVE STUDENT-NUMBER TO DCK-STUDENT-NUMBER
                           CALL "DECEASED-CHECK" USING DECEASED-CHECK
                           IF DCK-FOUND-FLAG = "Y"
                               ADD 1 TO DECEASED-COUNTER
                           ELSE
                               PERFORM 310-STATEMENT-IF-DELIVERABLE
                           END-IF
                       END-IF
               END-READ
           END-PERFORM.

       310-STATEMENT-IF-DELIVERABLE.
           MOVE STM-STUDENT-NUMBER TO ADC-STUDENT-NUMBER.
           CALL "ADDRESS-CHECK" USING ADDRESS-CHECK.
           IF ADC-BAD-FLAG = "Y"
               ADD 1 TO BAD-ADDRESS-COUNTER
               DISPLAY "SKIPPED " STM-STUDENT-NUMBER
                   " - ADDRESS RETURNED UNDELIVERABLE "
                   ADC-RETURNED-DATE " (" ADC-DOCUMENT-TYPE ")"
           ELSE
               PERFORM 500-BUILD-ONE-STATEMENT
           END-IF.

       400-STATEMENT-ONE-KEYED-STUDENT.
           MOVE STM-STUDENT-NUMBER TO STUDENT-NUMBER.
           MOVE STM-TERM-CODE      TO TERM-CODE.
                       STM-STUDENT-NUMBER " TERM " STM-TERM-CODE
                   MOVE 4 TO RETURN-CODE
               NOT INVALID KEY
                   MOVE STM-STUDENT-NUMBER TO DCK-STUDENT-NUMBER
                   CALL "DECEASED-CHECK" USING DECEASED-CHECK
                   IF DCK-FOUND-FLAG = "Y"
                       DISPLAY "*** STUDENT RECORDED DECEASED "
                           DCK-DATE-OF-DEATH " - DO NOT MAIL ***"
                   END-IF
                   MOVE STM-STUDENT-NUMBER TO ADC-STUDENT-NUMBER
                   CALL "ADDRESS-CHECK" USING ADDRESS-CHECK
                   IF ADC-BAD-FLAG = "Y"
                       DISPLAY "*** ADDRESS RETURNED UNDELIVERABLE "
                           ADC-RETURNED-DATE " - DO NOT MAIL ***"
                   END-IF
                   PERFORM 500-BUILD-ONE-STATEMENT
           END-READ.

      * One statement block.  The record in hand supplies the name and
      * closing balance; the side files supply the detail lines and
      * their totals; the opening assessment is reconstructed as
      * closing + waivers + payments + awards - fees, so the
      * document always foots.  Detail lines print as the side
      * files are read, which keeps them in posting order.
      *****************************************************************
       500-BUILD-ONE-STATEMENT.
           MOVE TUITION-OWED TO STM-CLOSING.
           MOVE 0 TO STM-PAYMENTS-NET STM-AWARDS-TOTAL
               STM-FEES-TOTAL STM-PLAN-COUNT STM-WAIVED-TOTAL.
           MOVE STUDENT-NUMBER TO STH-STUDENT-NUMBER.
           MOVE STUDENT-NAME   TO STH-STUDENT-NAME.
           MOVE TERM-CODE      TO STT-TERM-CODE.
      *    print before the detail; each pass then reruns to print.
           PERFORM 600-TOTAL-SIDE-FILES.
           COMPUTE STM-OPENING = STM-CLOSING + STM-PAYMENTS-NET
               + STM-AWARDS-TOTAL - STM-FEES-TOTAL
               + STM-WAIVED-TOTAL.
           WRITE STATEMENT-RECORD FROM STATEMENT-HEADER-LINE.
           WRITE STATEMENT-RECORD FROM STATEMENT-TERM-LINE.
           MOVE SPACES TO STATEMENT-MONEY-LINE.
           MOVE "OPENING ASSESSMENT" TO STM-LINE-LABEL.
           MOVE STM-OPENING TO STM-LINE-AMOUNT.
           WRITE STATEMENT-RECORD FROM STATEMENT-MONEY-LINE.
           PERFORM 660-PRINT-WAIVER-LINES.
           PERFORM 610-PRINT-PAYMENT-LINES.
           PERFORM 620-PRINT-AWARD-LINES.
           PERFORM 630-PRINT-FEE-LINES.
           MOVE "N" TO EOF-SIDE.
           OPEN INPUT PAYMENTS-FILE.
           IF PAYMENTS-STATUS = "00" OR PAYMENTS-STATUS = "05"
               PERFORM 602-START-PAYMENT-ROWS
               PERFORM 605-TOTAL-ONE-PAYMENT UNTIL EOF-SIDE = "Y"
               CLOSE PAYMENTS-FILE
           END-IF.
               PERFORM 607-TOTAL-ONE-FEE UNTIL EOF-SIDE = "Y"
               CLOSE FEES-FILE
           END-IF.
           MOVE "N" TO EOF-SIDE.
           OPEN INPUT WAIVED-FILE.
           IF WAIVED-STATUS = "00" OR WAIVED-STATUS = "05"
               PERFORM 608-TOTAL-ONE-WAIVER UNTIL EOF-SIDE = "Y"
               CLOSE WAIVED-FILE
           END-IF.

      *****************************************************************
      * Positions PAYMENTS.dat on the statement's student/term - its
      * rows sit together in key order, oldest first, so both
      * passes below stop at the first row past them instead of
      * reading the whole history.
      *****************************************************************
       602-START-PAYMENT-ROWS.
           MOVE STM-STUDENT-NUMBER TO PAY-STUDENT-NUMBER.
           MOVE STM-TERM-CODE      TO PAY-TERM-CODE.
           MOVE LOW-VALUES         TO PAY-DATE.
           MOVE 0                  TO PAY-SEQ.
           START PAYMENTS-FILE KEY IS NOT LESS THAN PAY-KEY
               INVALID KEY
                   MOVE "Y" TO EOF-SIDE
           END-START.

       605-TOTAL-ONE-PAYMENT.
           READ PAYMENTS-FILE NEXT RECORD
               AT END
                   MOVE "Y" TO EOF-SIDE
               NOT AT END
                   IF PAY-STUDENT-NUMBER = STM-STUDENT-NUMBER
                           AND PAY-TERM-CODE = STM-TERM-CODE
                       ADD PAY-AMOUNT TO STM-PAYMENTS-NET
                   ELSE
                       MOVE "Y" TO EOF-SIDE
                   END-IF
           END-READ.

                   END-IF
           END-READ.

       608-TOTAL-ONE-WAIVER.
           READ WAIVED-FILE
               AT END
                   MOVE "Y" TO EOF-SIDE
               NOT AT END
                   IF WVD-STUDENT-NUMBER = STM-STUDENT-NUMBER
                           AND WVD-TERM-CODE = STM-TERM-CODE
                       ADD WVD-AMOUNT TO STM-WAIVED-TOTAL
                   END-IF
           END-READ.

       610-PRINT-PAYMENT-LINES.
           MOVE "N" TO EOF-SIDE.
           OPEN INPUT PAYMENTS-FILE.
           IF PAYMENTS-STATUS = "00" OR PAYMENTS-STATUS = "05"
               IF HISTORY-WS = "Y"
                   MOVE "PAYMENTS" TO FAR-SOURCE
                   PERFORM 670-START-ARCHIVE-PASS
                   PERFORM 612-PRINT-ONE-ARCHIVED-PAYMENT
                       UNTIL FAR-RESULT NOT = "00"
               END-IF
               PERFORM 602-START-PAYMENT-ROWS
               PERFORM 615-PRINT-ONE-PAYMENT UNTIL EOF-SIDE = "Y"
               CLOSE PAYMENTS-FILE
           END-IF.

       615-PRINT-ONE-PAYMENT.
           READ PAYMENTS-FILE NEXT RECORD
               AT END
                   MOVE "Y" TO EOF-SIDE
               NOT AT END
                   IF PAY-STUDENT-NUMBER = STM-STUDENT-NUMBER
                           AND PAY-TERM-CODE = STM-TERM-CODE
                       IF HISTORY-WS NOT = "Y"
                               OR PAY-REVERSAL-FLAG NOT = "F"
                           PERFORM 617-WRITE-PAYMENT-LINE
                       END-IF
                   ELSE
                       MOVE "Y" TO EOF-SIDE
                   END-IF
           END-READ.

      *    An archived row comes back in PAYMENTS.dat's own layout;
      *    its carried-forward rows only re-sum earlier archives.
       612-PRINT-ONE-ARCHIVED-PAYMENT.
           PERFORM 675-NEXT-ARCHIVED-ROW.
           IF FAR-RESULT = "00"
               MOVE FAR-ROW TO PAYMENT-RECORD
               IF PAY-STUDENT-NUMBER = STM-STUDENT-NUMBER
                       AND PAY-TERM-CODE = STM-TERM-CODE
                       AND PAY-REVERSAL-FLAG NOT = "F"
                   PERFORM 617-WRITE-PAYMENT-LINE
               END-IF
           END-IF.

       617-WRITE-PAYMENT-LINE.
           MOVE SPACES TO STATEMENT-MONEY-LINE.
           MOVE PAY-DATE TO STM-LINE-DATE.
           EVALUATE PAY-REVERSAL-FLAG
               WHEN "R"
                   MOVE "PAYMENT REVERSED" TO STM-LINE-LABEL
               WHEN "F"
                   MOVE "PAYMENTS CARRIED FORWARD" TO STM-LINE-LABEL
               WHEN OTHER
                   MOVE "PAYMENT RECEIVED" TO STM-LINE-LABEL
           END-EVALUATE.
           COMPUTE STM-LINE-AMOUNT = 0 - PAY-AMOUNT.
           WRITE STATEMENT-RECORD FROM STATEMENT-MONEY-LINE.

       620-PRINT-AWARD-LINES.
           MOVE "N" TO EOF-SIDE.
           OPEN INPUT AWARDS-POSTED-FILE.
           IF AWARDS-STATUS = "00" OR AWARDS-STATUS = "05"
               IF HISTORY-WS = "Y"
                   MOVE "AWARDS" TO FAR-SOURCE
                   PERFORM 670-START-ARCHIVE-PASS
                   PERFORM 622-PRINT-ONE-ARCHIVED-AWARD
                       UNTIL FAR-RESULT NOT = "00"
               END-IF
               PERFORM 625-PRINT-ONE-AWARD UNTIL EOF-SIDE = "Y"
               CLOSE AWARDS-POSTED-FILE
           END-IF.
               NOT AT END
                   IF AWP-STUDENT-NUMBER = STM-STUDENT-NUMBER
                           AND AWP-TERM-CODE = STM-TERM-CODE
                       IF HISTORY-WS NOT = "Y"
                               OR AWP-SOURCE NOT = "CARRYFWD"
                           PERFORM 627-WRITE-AWARD-LINE
                       END-IF
                   END-IF
           END-READ.

       622-PRINT-ONE-ARCHIVED-AWARD.
           PERFORM 675-NEXT-ARCHIVED-ROW.
           IF FAR-RESULT = "00"
               MOVE FAR-ROW TO AWARD-POSTED-RECORD
               IF AWP-STUDENT-NUMBER = STM-STUDENT-NUMBER
                       AND AWP-TERM-CODE = STM-TERM-CODE
                       AND AWP-SOURCE NOT = "CARRYFWD"
                   PERFORM 627-WRITE-AWARD-LINE
               END-IF
           END-IF.

       627-WRITE-AWARD-LINE.
           MOVE SPACES TO STATEMENT-MONEY-LINE.
           MOVE AWP-DATE TO STM-LINE-DATE.
           MOVE SPACES TO STM-LINE-LABEL.
           IF AWP-SOURCE = "CARRYFWD"
               MOVE "AWARDS CARRIED FORWARD" TO STM-LINE-LABEL
           ELSE
               STRING "AWARD - " AWP-SOURCE
                   DELIMITED BY SIZE INTO STM-LINE-LABEL
               END-STRING
           END-IF.
           COMPUTE STM-LINE-AMOUNT = 0 - AWP-AMOUNT.
           WRITE STATEMENT-RECORD FROM STATEMENT-MONEY-LINE.

       630-PRINT-FEE-LINES.
           MOVE "N" TO EOF-SIDE.
           OPEN INPUT FEES-FILE.
           IF FEES-STATUS = "00" OR FEES-STATUS = "05"
               IF HISTORY-WS = "Y"
                   MOVE "FEES" TO FAR-SOURCE
                   PERFORM 670-START-ARCHIVE-PASS
                   PERFORM 632-PRINT-ONE-ARCHIVED-FEE
                       UNTIL FAR-RESULT NOT = "00"
               END-IF
               PERFORM 635-PRINT-ONE-FEE UNTIL EOF-SIDE = "Y"
               CLOSE FEES-FILE
           END-IF.
               NOT AT END
                   IF FEE-STUDENT-NUMBER = STM-STUDENT-NUMBER
                           AND FEE-TERM-CODE = STM-TERM-CODE
                       IF HISTORY-WS NOT = "Y"
                               OR FEE-TYPE NOT = "CARRYFWD"
                           PERFORM 637-WRITE-FEE-LINE
                       END-IF
                   END-IF
           END-READ.

       632-PRINT-ONE-ARCHIVED-FEE.
           PERFORM 675-NEXT-ARCHIVED-ROW.
           IF FAR-RESULT = "00"
               MOVE FAR-ROW TO FEE-RECORD
               IF FEE-STUDENT-NUMBER = STM-STUDENT-NUMBER
                       AND FEE-TERM-CODE = STM-TERM-CODE
                       AND FEE-TYPE NOT = "CARRYFWD"
                   PERFORM 637-WRITE-FEE-LINE
               END-IF
           END-IF.

       637-WRITE-FEE-LINE.
           MOVE SPACES TO STATEMENT-MONEY-LINE.
           MOVE FEE-DATE TO STM-LINE-DATE.
           MOVE SPACES TO STM-LINE-LABEL.
           IF FEE-TYPE = "CARRYFWD"
               MOVE "FEES CARRIED FORWARD" TO STM-LINE-LABEL
           ELSE
               STRING "FEE - " FEE-TYPE
                   DELIMITED BY SIZE INTO STM-LINE-LABEL
               END-STRING
           END-IF.
           MOVE FEE-AMOUNT TO STM-LINE-AMOUNT.
           WRITE STATEMENT-RECORD FROM STATEMENT-MONEY-LINE.

       640-PRINT-PLAN-STATUS.
           MOVE "N" TO EOF-SIDE.
           OPEN INPUT PLAN-FILE.
                   END-IF
           END-READ.

       660-PRINT-WAIVER-LINES.
           MOVE "N" TO EOF-SIDE.
           OPEN INPUT WAIVED-FILE.
           IF WAIVED-STATUS = "00" OR WAIVED-STATUS = "05"
               PERFORM 665-PRINT-ONE-WAIVER UNTIL EOF-SIDE = "Y"
               CLOSE WAIVED-FILE
           END-IF.

       665-PRINT-ONE-WAIVER.
           READ WAIVED-FILE
               AT END
                   MOVE "Y" TO EOF-SIDE
               NOT AT END
                   IF WVD-STUDENT-NUMBER = STM-STUDENT-NUMBER
                           AND WVD-TERM-CODE = STM-TERM-CODE
                       MOVE SPACES TO STATEMENT-MONEY-LINE
                       MOVE WVD-DATE TO STM-LINE-DATE
                       MOVE SPACES TO STM-LINE-LABEL
                       STRING "TUITION WAIVED - " WVD-CATEGORY
                           DELIMITED BY SIZE INTO STM-LINE-LABEL
                       END-STRING
                       COMPUTE STM-LINE-AMOUNT = 0 - WVD-AMOUNT
                       WRITE STATEMENT-RECORD
                           FROM STATEMENT-MONEY-LINE
                   END-IF
           END-READ.

       645-COUNT-ONE-PLAN-ROW.
           READ PLAN-FILE
               AT END
                   END-IF
           END-READ.

      *****************************************************************
      * The year-end archives of FAR-SOURCE, oldest year first.  The
      * pass ends with FAR-RESULT "10"; anything else stops it too.
      *****************************************************************
       670-START-ARCHIVE-PASS.
           MOVE "OP" TO FAR-ACTION.
           CALL "FY-ARCHIVE-READ" USING FY-ARCHIVE-READ.

       675-NEXT-ARCHIVED-ROW.
           MOVE "RN" TO FAR-ACTION.
           CALL "FY-ARCHIVE-READ" USING FY-ARCHIVE-READ.

       END PROGRAM STATEMENT-GEN.
