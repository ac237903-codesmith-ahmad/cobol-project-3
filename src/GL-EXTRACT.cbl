      * financial event this system recorded for a business date into
      * balanced debit/credit journal lines in GL-JOURNAL.txt, so
      * finance stops re-keying our printed reports:
      *    PAYMENT   - PAYMENTS.dat rows (unflagged)
      *    REVERSAL  - PAYMENTS.dat rows flagged 'R'
      *    LATEFEE   - FEES.txt rows
      *    AWARD     - AWARDS-POSTED.txt rows
      *    ASSESS    - AUDIT-LOG.txt TUITION-OWED rows stamped by the
      *                book as ordinary PAYMENT rows instead)
      *    RECOVERY  - RECOVERIES-POSTED.txt rows RECOVERY-POST
      *                matched to written-off balances
      *    WAIVED    - TUITION-WAIVED.txt rows, the tuition exemptions
      *                the assessment runs applied - waived revenue,
      *                never cash (the ASSESS charge is already net
      *                of them, so their pair books the revenue given
      *                up, not the receivable)
      *    FXGAIN    - FX-PAYMENTS.txt rows WIRE-LOAD posted where the
      *                bank settled a different Canadian amount than
      *                the wire converted to: a gain books through
      *                the pair as mapped, a loss (negative) with the
      *                sides swapped.  The wire itself books as an
      *                ordinary PAYMENT row at the converted amount.
      *    NONCRED   - NONCREDIT-REGS.txt rows, continuing-education
      *                seats NONCREDIT-DESK sold that day - cash
      *                against non-credit revenue, never the tuition
      *                receivable.  Booked on the offering's campus.
      * The account pair for each event comes from GL-ACCOUNTS.txt,
      * keyed by event type and PROGRAM-OF-STUDY ('******' rows match
      * any program).  Every event writes one debit and one credit
      * equal total credits before the file is released - a trailer
      * row carries both totals, and a mismatch ends the run with
      * RETURN-CODE 8.
      * A released batch also carries the receivable control
      * account's running position forward in GL-AR-POSITION.txt -
      * the account is the debit column of GL-ACCOUNTS.txt's
      * 'RECVCTL' row - so AR-TRIAL-BALANCE has a ledger figure to
      * tie the student balances to.
      * Every journal line carries the campus segment after the
      * student number - the campus of the student's program on
      * PROGRAM.txt, MAIN when the program has none or the event has
      * no student record behind it - so finance can run each
      * campus's revenue on its own line.
      * A released journal is registered on the outbound manifest
      * (OUTBOUND-REGISTRY) for its business date, with its line
      * count, total debits and checksum.  A business date already
      * released is refused before anything is written, unless a
      * supervisor authorized the re-run through OUTBOUND-OVERRIDE;
      * a journal that failed its proof is not registered, so the
      * corrected run needs no override.
      * FY-ROLLOVER's carried-forward rows (PAY-REVERSAL-FLAG 'F',
      * FEE-TYPE or AWP-SOURCE 'CARRYFWD') re-sum activity already
      * journalled in its own year and are never events.
      ******************************************************************
       IDENTIFICATION DIVISION.
       PROGRAM-ID. GL-EXTRACT.
       ENVIRONMENT DIVISION.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
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
               ASSIGN "RECOVERIES-POSTED.txt"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS RECOVERY-STATUS.
           SELECT OPTIONAL WAIVED-FILE ASSIGN "TUITION-WAIVED.txt"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WAIVED-STATUS.
           SELECT OPTIONAL FX-PAYMENTS-FILE ASSIGN "FX-PAYMENTS.txt"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS FX-PAYMENTS-STATUS.
           SELECT OPTIONAL REG-FILE ASSIGN "NONCREDIT-REGS.txt"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS REG-STATUS.
      *    Offering to campus, for a non-credit seat's campus segment.
           SELECT OPTIONAL OFFERING-FILE
               ASSIGN "NONCREDIT-OFFERINGS.txt"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS OFFERING-STATUS.
      *    Event type + program-of-study to debit/credit GL accounts.
           SELECT GL-ACCOUNTS-FILE ASSIGN "GL-ACCOUNTS.txt"
               ORGANIZATION IS LINE SEQUENTIAL
               ACCESS MODE IS RANDOM
               RECORD KEY IS STUDENT-KEY
               FILE STATUS IS FILE-STATUS.
      *    Program-of-study to campus, for the campus segment.
           SELECT OPTIONAL PROGRAM-FILE ASSIGN "PROGRAM.txt"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS PROGRAM-STATUS.
           SELECT GL-JOURNAL-FILE ASSIGN "GL-JOURNAL.txt"
               ORGANIZATION IS LINE SEQUENTIAL.
      *    The receivable control account's running position.
           SELECT OPTIONAL POSITION-FILE ASSIGN "GL-AR-POSITION.txt"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS POSITION-STATUS.

       DATA DIVISION.
       FILE SECTION.
           FD RECOVERY-FILE.
           COPY "RECOVERY-RECORD.cpy".

           FD WAIVED-FILE.
           COPY "WAIVED-RECORD.cpy".

           FD FX-PAYMENTS-FILE.
           COPY "FXPAY-RECORD.cpy".

           FD REG-FILE.
           COPY "NONCREDIT-REG.cpy".

           FD OFFERING-FILE.
           COPY "NONCREDIT-OFFERING.cpy".

           FD GL-ACCOUNTS-FILE.
           01 GL-ACCOUNT-RECORD.
               05 GLM-EVENT-TYPE     PIC X(8).
               DEPENDING ON COURSE-COUNT.
           COPY "STUDENT-RECORD.cpy".

           FD PROGRAM-FILE.
           01 PROGRAM-RECORD.
               05 PROGRAM-CODE   PIC X(6).
               05 PROGRAM-NAME   PIC X(20).
               05 FILLER         PIC X(9).
               05 PROGRAM-CAMPUS PIC X(4).

           FD GL-JOURNAL-FILE.
           01 GL-JOURNAL-RECORD.
               05 GLJ-DATE           PIC 9(8).
               05 GLJ-AMOUNT         PIC 9(9)V99.
               05 FILLER             PIC X VALUE SPACE.
               05 GLJ-STUDENT-NUMBER PIC 9(6).
               05 FILLER             PIC X VALUE SPACE.
      *            Campus segment (see CAMPUS-RECORD.cpy).
               05 GLJ-CAMPUS         PIC X(4).

           FD POSITION-FILE.
           COPY "GL-POSITION-RECORD.cpy".

       WORKING-STORAGE SECTION.
           01 FILE-STATUS        PIC X(2).
           01 WRITEOFF-STATUS    PIC X(2).
           01 DEPOSITS-STATUS    PIC X(2).
           01 RECOVERY-STATUS    PIC X(2).
           01 WAIVED-STATUS      PIC X(2).
           01 FX-PAYMENTS-STATUS PIC X(2).
           01 REG-STATUS         PIC X(2).
           01 OFFERING-STATUS    PIC X(2).
           01 GL-ACCOUNTS-STATUS PIC X(2).
           01 POSITION-STATUS    PIC X(2).
           01 PROGRAM-STATUS     PIC X(2).

           01 RUN-DATE-IN PIC X(8) VALUE SPACES.

           01 GL-MAP-COUNT PIC 999 VALUE 0.
           01 GL-MAP-MAX   PIC 999 VALUE 200.

           01 PROGRAM-TABLE.
           COPY "PROGRAM-TABLE.cpy".
           01 PROG-ENTRY-COUNT PIC 999 VALUE 0.
           01 PROGRAM-TABLE-CAPACITY PIC 999 VALUE 200.

           01 COUNTERS.
               05 EVENT-COUNTER   PIC 9(6) VALUE 0.
               05 UNMAPPED-COUNTER PIC 9(6) VALUE 0.
           01 FLAGS.
               05 EOF-FLAG     PIC X VALUE "N".
               05 MAP-FOUND    PIC X VALUE "N".
               05 OUTBOUND-OK  PIC X VALUE "N".
               05 JOURNAL-RELEASED PIC X VALUE "N".
               05 OFFERING-EOF PIC X VALUE "N".

      *    OUTBOUND-REGISTRY parameter block - the business date's
      *    journal checked before anything is written, registered
      *    once it is released and closed.
           COPY "OUTBOUND-CHECK.cpy".

           01 EVENT-WORK-AREA.
               05 EVT-TYPE           PIC X(8).
               05 EVT-TERM-CODE      PIC X(6).
               05 EVT-AMOUNT         PIC S9(9)V99.
               05 EVT-PROGRAM        PIC X(6).
               05 EVT-CAMPUS         PIC X(4).
      *        Set by an event that knows its own campus (a
      *        non-credit seat's offering); spaces = the program's.
               05 EVT-CAMPUS-OVERRIDE PIC X(4) VALUE SPACES.
               05 EVT-DEBIT-ACCOUNT  PIC 9(6).
               05 EVT-CREDIT-ACCOUNT PIC 9(6).

               05 TOTAL-CREDITS PIC 9(11)V99 VALUE 0.
               05 TOTAL-DISPLAY PIC ZZZ,ZZZ,ZZZ,ZZ9.99.

      *    The run's movement on the receivable control account.
           01 RECEIVABLE-AREA.
               05 RECEIVABLE-ACCOUNT PIC 9(6) VALUE 0.
               05 RECEIVABLE-DEBITS  PIC 9(11)V99 VALUE 0.
               05 RECEIVABLE-CREDITS PIC 9(11)V99 VALUE 0.
               05 RUN-DATE-NUM       PIC 9(8) VALUE 0.
               05 POSITION-DISPLAY   PIC -ZZ,ZZZ,ZZZ,ZZ9.99.

           01 AUDIT-PARSE-AREA.
               05 OLD-VALUE-NUM PIC S9(9)V99.
               05 NEW-VALUE-NUM PIC S9(9)V99.
                       "NOTHING EXTRACTED."
                   MOVE 8 TO RETURN-CODE
               ELSE
                   PERFORM 250-FIND-RECEIVABLE-ACCOUNT
                   PERFORM 260-LOAD-PROGRAM-TABLE
                   PERFORM 270-CHECK-OUTBOUND-FILE
               END-IF
           END-IF.
           IF OUTBOUND-OK = "Y"
               OPEN OUTPUT GL-JOURNAL-FILE
               OPEN INPUT STUDENT-DATA-FILE
               PERFORM 300-EXTRACT-PAYMENT-EVENTS
               PERFORM 310-EXTRACT-FEE-EVENTS
               PERFORM 320-EXTRACT-AWARD-EVENTS
               PERFORM 330-EXTRACT-ASSESS-EVENTS
               PERFORM 340-EXTRACT-WRITEOFF-EVENTS
               PERFORM 350-EXTRACT-FORFEIT-EVENTS
               PERFORM 360-EXTRACT-RECOVERY-EVENTS
               PERFORM 370-EXTRACT-WAIVER-EVENTS
               PERFORM 380-EXTRACT-FXGAIN-EVENTS
               PERFORM 390-EXTRACT-NONCREDIT-EVENTS
               PERFORM 800-PROVE-AND-RELEASE
               CLOSE GL-JOURNAL-FILE
               CLOSE STUDENT-DATA-FILE
               IF JOURNAL-RELEASED = "Y"
                   PERFORM 280-REGISTER-OUTBOUND-FILE
               END-IF
           END-IF.
      *    GOBACK, not STOP RUN, so the job-stream controller can
                   ADD 1 TO G-ENTRY
           END-READ.

      *    The 'RECVCTL' row is not an event - its debit column names
      *    the receivable control account.
       250-FIND-RECEIVABLE-ACCOUNT.
           PERFORM VARYING G-ENTRY FROM 1 BY 1
                   UNTIL G-ENTRY > GL-MAP-COUNT
                   OR RECEIVABLE-ACCOUNT > 0
               IF GL-MAP-EVENT(G-ENTRY) = "RECVCTL"
                   MOVE GL-MAP-DEBIT(G-ENTRY) TO RECEIVABLE-ACCOUNT
               END-IF
           END-PERFORM.

       260-LOAD-PROGRAM-TABLE.
           SET T-ENTRY TO 1.
           OPEN INPUT PROGRAM-FILE.
           IF PROGRAM-STATUS = "00" OR PROGRAM-STATUS = "05"
               PERFORM 265-LOAD-ONE-PROGRAM UNTIL EOF-FLAG = "Y"
                   OR T-ENTRY > PROGRAM-TABLE-CAPACITY
               CLOSE PROGRAM-FILE
           END-IF.
           MOVE "N" TO EOF-FLAG.
           COMPUTE PROG-ENTRY-COUNT = T-ENTRY - 1.

       265-LOAD-ONE-PROGRAM.
           READ PROGRAM-FILE
               AT END
                   MOVE "Y" TO EOF-FLAG
               NOT AT END
                   MOVE PROGRAM-RECORD TO PROGRAM-TABLE-ENTRY(T-ENTRY)
                   ADD 1 TO T-ENTRY
           END-READ.

      *    The business date's rows are read off the PAY-DATE key; the
      *    first row dated later ends the read.
      *****************************************************************
      * The business date's journal goes to OUTBOUND-REGISTRY before
      * anything is written: one already released is refused, unless
      * a supervisor has authorized one re-run of it through
      * OUTBOUND-OVERRIDE.
      *****************************************************************
       270-CHECK-OUTBOUND-FILE.
           MOVE "N" TO OUTBOUND-OK.
           MOVE SPACES TO OUTBOUND-CHECK.
           MOVE "CK" TO OBC-ACTION.
           MOVE "GLJOURNAL" TO OBC-FILE-CODE.
           MOVE "GL-JOURNAL.txt" TO OBC-FILE-NAME.
           MOVE "GLJOURNAL" TO OBC-OPERATOR-ID.
           MOVE RUN-DATE-IN TO OBC-BUSINESS-DATE.
           CALL "OUTBOUND-REGISTRY" USING OUTBOUND-CHECK.
           EVALUATE OBC-RESULT
               WHEN "00"
                   MOVE "Y" TO OUTBOUND-OK
               WHEN "OV"
                   DISPLAY "GL JOURNAL FOR " RUN-DATE-IN
                       " ALREADY RELEASED - RE-RUN AUTHORIZED BY "
                       OBC-OVERRIDE-BY
                   MOVE "Y" TO OUTBOUND-OK
               WHEN OTHER
                   DISPLAY "GL JOURNAL FOR " RUN-DATE-IN
                       " WAS ALREADY RELEASED - DUPLICATE FILE"
                   DISPLAY "A RE-RUN NEEDS A SUPERVISOR'S "
                       "OUTBOUND-OVERRIDE. NOTHING WRITTEN."
                   MOVE 8 TO RETURN-CODE
           END-EVALUATE.

       280-REGISTER-OUTBOUND-FILE.
           MOVE "RG" TO OBC-ACTION.
           COMPUTE OBC-RECORD-COUNT = EVENT-COUNTER * 2.
           MOVE TOTAL-DEBITS TO OBC-CONTROL-AMOUNT.
           CALL "OUTBOUND-REGISTRY" USING OUTBOUND-CHECK.
           DISPLAY "GL-JOURNAL.txt CHECKSUM: " OBC-CHECKSUM.

       300-EXTRACT-PAYMENT-EVENTS.
           OPEN INPUT PAYMENTS-FILE.
           IF PAYMENTS-STATUS = "00" OR PAYMENTS-STATUS = "05"
               MOVE RUN-DATE-IN TO PAY-DATE
               START PAYMENTS-FILE KEY IS NOT LESS THAN PAY-DATE
                   INVALID KEY
                       MOVE "Y" TO EOF-FLAG
               END-START
               PERFORM 305-ONE-PAYMENT-EVENT UNTIL EOF-FLAG = "Y"
               CLOSE PAYMENTS-FILE
           END-IF.
           MOVE "N" TO EOF-FLAG.

       305-ONE-PAYMENT-EVENT.
           READ PAYMENTS-FILE NEXT RECORD
               AT END
                   MOVE "Y" TO EOF-FLAG
               NOT AT END
                   IF PAY-DATE = RUN-DATE-IN
                       IF PAY-REVERSAL-FLAG NOT = "F"
                           PERFORM 307-POST-ONE-PAYMENT
                       END-IF
                   ELSE
                       MOVE "Y" TO EOF-FLAG
                   END-IF
           END-READ.

      *    A carried-forward row ('F') only re-sums payments already
      *    journalled in their own year - it is never an event.
       307-POST-ONE-PAYMENT.
           IF PAY-REVERSAL-FLAG = "R"
               MOVE "REVERSAL" TO EVT-TYPE
           ELSE
               MOVE "PAYMENT " TO EVT-TYPE
           END-IF.
           MOVE PAY-STUDENT-NUMBER TO EVT-STUDENT-NUMBER.
           MOVE PAY-TERM-CODE      TO EVT-TERM-CODE.
           MOVE PAY-AMOUNT         TO EVT-AMOUNT.
           PERFORM 500-POST-ONE-EVENT.

       310-EXTRACT-FEE-EVENTS.
           OPEN INPUT FEES-FILE.
           IF FEES-STATUS = "00" OR FEES-STATUS = "05"
                   MOVE "Y" TO EOF-FLAG
               NOT AT END
                   IF FEE-DATE = FUNCTION NUMVAL(RUN-DATE-IN)
                           AND FEE-TYPE NOT = "CARRYFWD"
                       MOVE "LATEFEE " TO EVT-TYPE
                       MOVE FEE-STUDENT-NUMBER TO EVT-STUDENT-NUMBER
                       MOVE FEE-TERM-CODE      TO EVT-TERM-CODE
                   MOVE "Y" TO EOF-FLAG
               NOT AT END
                   IF AWP-DATE = RUN-DATE-IN
                           AND AWP-SOURCE NOT = "CARRYFWD"
                       MOVE "AWARD   " TO EVT-TYPE
                       MOVE AWP-STUDENT-NUMBER TO EVT-STUDENT-NUMBER
                       MOVE AWP-TERM-CODE      TO EVT-TERM-CODE
                   END-IF
           END-READ.

       370-EXTRACT-WAIVER-EVENTS.
           OPEN INPUT WAIVED-FILE.
           IF WAIVED-STATUS = "00" OR WAIVED-STATUS = "05"
               PERFORM 375-ONE-WAIVER-EVENT UNTIL EOF-FLAG = "Y"
               CLOSE WAIVED-FILE
           END-IF.
           MOVE "N" TO EOF-FLAG.

       375-ONE-WAIVER-EVENT.
           READ WAIVED-FILE
               AT END
                   MOVE "Y" TO EOF-FLAG
               NOT AT END
                   IF WVD-DATE = FUNCTION NUMVAL(RUN-DATE-IN)
                       MOVE "WAIVED  " TO EVT-TYPE
                       MOVE WVD-STUDENT-NUMBER TO EVT-STUDENT-NUMBER
                       MOVE WVD-TERM-CODE      TO EVT-TERM-CODE
                       MOVE WVD-AMOUNT         TO EVT-AMOUNT
                       PERFORM 500-POST-ONE-EVENT
                   END-IF
           END-READ.

      *****************************************************************
      * The exchange difference on an international wire: settled
      * minus posted, so a gain is positive and a loss negative -
      * 500-POST-ONE-EVENT's side swap books the loss.  The row is
      * dated by its payment row, the day the wire posted.
      *****************************************************************
       380-EXTRACT-FXGAIN-EVENTS.
           OPEN INPUT FX-PAYMENTS-FILE.
           IF FX-PAYMENTS-STATUS = "00" OR FX-PAYMENTS-STATUS = "05"
               PERFORM 385-ONE-FXGAIN-EVENT UNTIL EOF-FLAG = "Y"
               CLOSE FX-PAYMENTS-FILE
           END-IF.
           MOVE "N" TO EOF-FLAG.

       385-ONE-FXGAIN-EVENT.
           READ FX-PAYMENTS-FILE
               AT END
                   MOVE "Y" TO EOF-FLAG
               NOT AT END
                   IF FXP-PAY-DATE = RUN-DATE-IN
                           AND FXP-FX-DIFFERENCE NOT = 0
                       MOVE "FXGAIN  " TO EVT-TYPE
                       MOVE FXP-STUDENT-NUMBER TO EVT-STUDENT-NUMBER
                       MOVE FXP-TERM-CODE      TO EVT-TERM-CODE
                       MOVE FXP-FX-DIFFERENCE  TO EVT-AMOUNT
                       PERFORM 500-POST-ONE-EVENT
                   END-IF
           END-READ.

      *****************************************************************
      * A continuing-education seat sold that day.  A community
      * learner has no student number - the event carries 000000 -
      * and no seat has a term, so the '******' mapping row always
      * books it; the offering says which campus earned it.
      *****************************************************************
       390-EXTRACT-NONCREDIT-EVENTS.
           OPEN INPUT REG-FILE.
           IF REG-STATUS = "00" OR REG-STATUS = "05"
               PERFORM 395-ONE-NONCREDIT-EVENT UNTIL EOF-FLAG = "Y"
               CLOSE REG-FILE
           END-IF.
           MOVE "N" TO EOF-FLAG.

       395-ONE-NONCREDIT-EVENT.
           READ REG-FILE
               AT END
                   MOVE "Y" TO EOF-FLAG
               NOT AT END
                   IF NCR-REG-DATE = FUNCTION NUMVAL(RUN-DATE-IN)
                       MOVE "NONCRED " TO EVT-TYPE
                       IF NCR-LEARNER-TYPE = "S"
                           MOVE NCR-LEARNER-NUMBER
                               TO EVT-STUDENT-NUMBER
                       ELSE
                           MOVE 0 TO EVT-STUDENT-NUMBER
                       END-IF
                       MOVE SPACES             TO EVT-TERM-CODE
                       MOVE NCR-FEE-PAID       TO EVT-AMOUNT
                       PERFORM 397-FIND-OFFERING-CAMPUS
                       PERFORM 500-POST-ONE-EVENT
                   END-IF
           END-READ.

       397-FIND-OFFERING-CAMPUS.
           MOVE "MAIN" TO EVT-CAMPUS-OVERRIDE.
           MOVE "N" TO OFFERING-EOF.
           OPEN INPUT OFFERING-FILE.
           IF OFFERING-STATUS = "00" OR OFFERING-STATUS = "05"
               PERFORM 398-CHECK-ONE-OFFERING
                   UNTIL OFFERING-EOF = "Y"
               CLOSE OFFERING-FILE
           END-IF.

       398-CHECK-ONE-OFFERING.
           READ OFFERING-FILE
               AT END
                   MOVE "Y" TO OFFERING-EOF
               NOT AT END
                   IF NCO-OFFERING-CODE = NCR-OFFERING-CODE
                       IF NCO-CAMPUS NOT = SPACES
                           MOVE NCO-CAMPUS TO EVT-CAMPUS-OVERRIDE
                       END-IF
                       MOVE "Y" TO OFFERING-EOF
                   END-IF
           END-READ.

      *****************************************************************
      * One event becomes one debit line and one credit line for the
      * same (absolute) amount.  The accounts come from the mapping
               NOT INVALID KEY
                   MOVE PROGRAM-OF-STUDY TO EVT-PROGRAM
           END-READ.
           MOVE "MAIN" TO EVT-CAMPUS.
           PERFORM VARYING T-ENTRY FROM 1 BY 1
                   UNTIL T-ENTRY > PROG-ENTRY-COUNT
               IF PROGRAM-TABLE-CODE(T-ENTRY) = EVT-PROGRAM
                       AND EVT-PROGRAM NOT = SPACES
                       AND PROGRAM-TABLE-CAMPUS(T-ENTRY) NOT = SPACES
                   MOVE PROGRAM-TABLE-CAMPUS(T-ENTRY) TO EVT-CAMPUS
               END-IF
           END-PERFORM.
           IF EVT-CAMPUS-OVERRIDE NOT = SPACES
               MOVE EVT-CAMPUS-OVERRIDE TO EVT-CAMPUS
               MOVE SPACES TO EVT-CAMPUS-OVERRIDE
           END-IF.

       520-LOOKUP-ACCOUNT-PAIR.
           MOVE "N" TO MAP-FOUND.
           MOVE "D"                TO GLJ-DC.
           MOVE EVT-AMOUNT         TO GLJ-AMOUNT.
           MOVE EVT-STUDENT-NUMBER TO GLJ-STUDENT-NUMBER.
           MOVE EVT-CAMPUS         TO GLJ-CAMPUS.
           WRITE GL-JOURNAL-RECORD.
           ADD EVT-AMOUNT TO TOTAL-DEBITS.
           IF RECEIVABLE-ACCOUNT > 0
                   AND GLJ-ACCOUNT = RECEIVABLE-ACCOUNT
               ADD EVT-AMOUNT TO RECEIVABLE-DEBITS
           END-IF.

       550-WRITE-CREDIT-LINE.
           MOVE SPACES TO GL-JOURNAL-RECORD.
           MOVE "C"                TO GLJ-DC.
           MOVE EVT-AMOUNT         TO GLJ-AMOUNT.
           MOVE EVT-STUDENT-NUMBER TO GLJ-STUDENT-NUMBER.
           MOVE EVT-CAMPUS         TO GLJ-CAMPUS.
           WRITE GL-JOURNAL-RECORD.
           ADD EVT-AMOUNT TO TOTAL-CREDITS.
           IF RECEIVABLE-ACCOUNT > 0
                   AND GLJ-ACCOUNT = RECEIVABLE-ACCOUNT
               ADD EVT-AMOUNT TO RECEIVABLE-CREDITS
           END-IF.

      *****************************************************************
      * Batch-level proof before the file is released: total debits
                   MOVE 4 TO RETURN-CODE
               END-IF
               DISPLAY "GL-JOURNAL.txt RELEASED."
               MOVE "Y" TO JOURNAL-RELEASED
               PERFORM 850-ROLL-RECEIVABLE-POSITION
           END-IF.

      *****************************************************************
      * Carries the receivable control account forward by the
      * released day's net.  A rerun of the last date carried backs
      * out that date's earlier movement first; a rerun of any older
      * date leaves the position alone - the days after it are
      * already in it - and says so.
      *****************************************************************
       850-ROLL-RECEIVABLE-POSITION.
           IF RECEIVABLE-ACCOUNT = 0
               DISPLAY "GL-ACCOUNTS.txt HAS NO 'RECVCTL' ROW - "
                   "RECEIVABLE POSITION NOT KEPT."
           ELSE
               MOVE RUN-DATE-IN TO RUN-DATE-NUM
               MOVE SPACES TO GL-POSITION-RECORD
               MOVE 0 TO GLP-BALANCE GLP-LAST-DATE
                   GLP-LAST-DEBITS GLP-LAST-CREDITS
               OPEN INPUT POSITION-FILE
               IF POSITION-STATUS = "00" OR POSITION-STATUS = "05"
                   READ POSITION-FILE
                       AT END
                           MOVE 0 TO GLP-BALANCE GLP-LAST-DATE
                               GLP-LAST-DEBITS GLP-LAST-CREDITS
                   END-READ
                   CLOSE POSITION-FILE
               END-IF
               EVALUATE TRUE
                   WHEN RUN-DATE-NUM = GLP-LAST-DATE
                       COMPUTE GLP-BALANCE = GLP-BALANCE
                           - GLP-LAST-DEBITS + GLP-LAST-CREDITS
                           + RECEIVABLE-DEBITS - RECEIVABLE-CREDITS
                       PERFORM 860-WRITE-POSITION-ROW
                   WHEN RUN-DATE-NUM > GLP-LAST-DATE
                       COMPUTE GLP-BALANCE = GLP-BALANCE
                           + RECEIVABLE-DEBITS - RECEIVABLE-CREDITS
                       PERFORM 860-WRITE-POSITION-ROW
                   WHEN OTHER
                       DISPLAY "RECEIVABLE POSITION ALREADY CARRIED "
                           "TO " GLP-LAST-DATE " - NOT MOVED."
                       IF RETURN-CODE < 4
                           MOVE 4 TO RETURN-CODE
                       END-IF
               END-EVALUATE
           END-IF.

       860-WRITE-POSITION-ROW.
           MOVE RECEIVABLE-ACCOUNT TO GLP-ACCOUNT.
           MOVE RUN-DATE-NUM       TO GLP-LAST-DATE.
           MOVE RECEIVABLE-DEBITS  TO GLP-LAST-DEBITS.
           MOVE RECEIVABLE-CREDITS TO GLP-LAST-CREDITS.
           OPEN OUTPUT POSITION-FILE.
           WRITE GL-POSITION-RECORD.
           CLOSE POSITION-FILE.
           MOVE GLP-BALANCE TO POSITION-DISPLAY.
           DISPLAY "RECEIVABLE POSITION: " POSITION-DISPLAY.

       END PROGRAM GL-EXTRACT.
