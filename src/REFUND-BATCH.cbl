      * STUFILE.dat for those credit balances, cuts a refund-check
      * extract for the finance office, clears each balance to zero,
      * and leaves the full paper trail: an AUDIT-LOG.txt row for the
      * balance change and a negative PAYMENTS.dat row so the payment
      * history shows money going back out, not more cash coming in.
      *
      * The run refuses to start without the supervisor approval code
      * - clearing balances is exactly the kind of destructive pass
      * that must not run on one operator's say-so.
      *
      * A student with an active STUDENT-BANKING.txt agreement has
      * already given us a bank account, so their refund goes there
      * instead: one row in the bank's direct-deposit credit file
      * (REFUND-DEPOSITS.txt, detail rows plus a TRL count/amount
      * row, the PAD-DEBITS.txt way) and no cheque to chase through
      * CHEQUE-STALE.  Everyone else still gets a cheque.  The
      * balance, audit and payment-history trail are the same
      * either way; a deposit the bank sends back is put back on the
      * balance by DEPOSIT-RETURNS.
      *
      * A run dated into a fiscal period finance has closed writes
      * its negative PAYMENTS.dat rows as of the next open period
      * instead, each moved refund flagged through PERIOD-CHECK.  The
      * cheque and deposit dates stay the real ones - the bank and
      * the student see the day the money actually went.
      *
      * A student OVERAWARD-RUN found holding more aid than their
      * cost of attendance is not refunded while their OVER-AWARDS.txt
      * flag is holding - the credit may be the funding body's money,
      * not theirs.  The balance stays as it is, the student is
      * listed, and the run ends severity 4 until the aid office
      * clears the flag on OVERAWARD-DESK.
      *
      * The direct-deposit file is registered on the outbound
      * manifest (OUTBOUND-REGISTRY, file code REFUNDDEP) for the
      * business date, with its deposit count, total and checksum,
      * the PAD-DEBITS.txt way; a second refund run on a business
      * date already produced is refused before any balance is
      * touched, unless a supervisor authorized the re-run through
      * OUTBOUND-OVERRIDE.
      ******************************************************************
       IDENTIFICATION DIVISION.
       PROGRAM-ID. REFUND-BATCH.
               ORGANIZATION IS LINE SEQUENTIAL.
      *    Same payment-history trail the posting programs write to -
      *    the refund lands as a negative payment row.
           SELECT OPTIONAL PAYMENTS-FILE
               ASSIGN "PAYMENTS.dat"
               ORGANIZATION IS INDEXED
               ACCESS MODE IS DYNAMIC
               RECORD KEY IS PAY-KEY
               ALTERNATE KEY IS PAY-RECEIPT-NUMBER WITH DUPLICATES
               ALTERNATE KEY IS PAY-DATE WITH DUPLICATES
               FILE STATUS IS PAYMENTS-STATUS.
      *    The cheque register - every disbursement gets a numbered
      *    row here for positive-pay, clearing and stale-dating.
           SELECT OPTIONAL CHEQUE-FILE ASSIGN "CHEQUE-REGISTER.txt"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS CHEQUE-STATUS.
           SELECT OPTIONAL BANKING-FILE ASSIGN "STUDENT-BANKING.txt"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS BANKING-STATUS.
           SELECT OPTIONAL OVERAWARD-FILE ASSIGN "OVER-AWARDS.txt"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS OVERAWARD-STATUS.
      *    One row per refund paid by direct deposit, for the bank.
           SELECT DEPOSITS-FILE ASSIGN "REFUND-DEPOSITS.txt"
               ORGANIZATION IS LINE SEQUENTIAL.

       DATA DIVISION.
       FILE SECTION.
           FD CHEQUE-FILE.
           COPY "CHEQUE-RECORD.cpy".

           FD BANKING-FILE.
           COPY "BANKING-RECORD.cpy".

           FD OVERAWARD-FILE.
           COPY "OVERAWARD-RECORD.cpy".

      *    The bank's direct-deposit credit layout: one detail row
      *    per deposit, then a TRL row carrying count and total.
           FD DEPOSITS-FILE.
           01 DEPOSIT-RECORD.
               05 DEP-INSTITUTION    PIC 9(3).
               05 FILLER             PIC X VALUE SPACE.
               05 DEP-TRANSIT        PIC 9(5).
               05 FILLER             PIC X VALUE SPACE.
               05 DEP-ACCOUNT        PIC X(12).
               05 FILLER             PIC X VALUE SPACE.
               05 DEP-AMOUNT         PIC 9(7)V99.
               05 FILLER             PIC X VALUE SPACE.
               05 DEP-PAYMENT-DATE   PIC 9(8).
               05 FILLER             PIC X VALUE SPACE.
      *            Our reference the returns file quotes back:
      *            student and term.
               05 DEP-REF-STUDENT    PIC 9(6).
               05 FILLER             PIC X VALUE SPACE.
               05 DEP-REF-TERM       PIC X(6).
           01 DEPOSIT-TRAILER-RECORD.
               05 DEP-TRL-TYPE       PIC X(3).
               05 FILLER             PIC X.
               05 DEP-TRL-COUNT      PIC 9(6).
               05 FILLER             PIC X.
               05 DEP-TRL-AMOUNT     PIC 9(9)V99.

       WORKING-STORAGE SECTION.
           01 FILE-STATUS PIC X(2).
           01 CHEQUE-STATUS PIC X(2).
           01 PAYMENTS-STATUS PIC X(2).
           01 BANKING-STATUS PIC X(2).
           01 OVERAWARD-STATUS PIC X(2).

      *    Next cheque number comes from the register itself -
      *    highest number already issued, plus one.
           01 NEXT-CHEQUE-NUMBER PIC 9(8) VALUE 0.
           01 EOF-CHEQUE PIC X VALUE "N".

      *    Active agreements only - an inactive or invalid account
      *    is never paid into.
           01 BANKING-TABLE.
               05 BANKING-TABLE-ENTRY OCCURS 500 TIMES
                       INDEXED B-ENTRY.
                   10 BTBL-STUDENT-NUMBER PIC 9(6).
                   10 BTBL-INSTITUTION    PIC 9(3).
                   10 BTBL-TRANSIT        PIC 9(5).
                   10 BTBL-ACCOUNT        PIC X(12).
           01 BANKING-ENTRY-COUNT PIC 9(3) VALUE 0.
           01 BANKING-TABLE-MAX   PIC 9(3) VALUE 500.
           01 BNK-FOUND-ENTRY     PIC 9(3) VALUE 0.

      *    Students whose refunds are held for an over-award, any
      *    term - a student past the table's end is held all the
      *    same, see 195-CHECK-OVER-AWARD-HOLD.
           01 HELD-TABLE.
               05 HELD-STUDENT-NUMBER PIC 9(6) OCCURS 2000 TIMES
                       INDEXED H-ENTRY.
           01 HELD-ENTRY-COUNT PIC 9(4) VALUE 0.
           01 HELD-TABLE-MAX   PIC 9(4) VALUE 2000.
           01 HELD-FOUND       PIC X VALUE "N".

           01 COUNTERS.
               05 READ-COUNTER   PIC 9(5) VALUE 0.
               05 REFUND-COUNTER PIC 9(5) VALUE 0.
               05 REJECT-COUNTER PIC 9(5) VALUE 0.
               05 CHEQUE-COUNTER PIC 9(5) VALUE 0.
               05 DEPOSIT-COUNTER PIC 9(6) VALUE 0.
               05 ADJUST-COUNTER PIC 9(5) VALUE 0.
               05 HELD-COUNTER   PIC 9(5) VALUE 0.

           01 FLAGS.
               05 EOF-STU PIC X VALUE "N".
               05 EOF-BANKING PIC X VALUE "N".
               05 EOF-OVERAWARD PIC X VALUE "N".
               05 HELD-OVERFLOW PIC X VALUE "N".
               05 OUTBOUND-OK PIC X VALUE "N".

      *    OUTBOUND-REGISTRY parameter block - the business date's
      *    direct-deposit file checked before anything is written,
      *    registered once it is closed.
           COPY "OUTBOUND-CHECK.cpy".

      *    Supervisor approval is a real OPERATOR.txt sign-on with
      *    role 'S' - clearing balances must not run on one
               05 REFUND-AMOUNT-WS PIC 9(7)V99 VALUE 0.
               05 TOTAL-REFUNDED   PIC 9(9)V99 VALUE 0.
               05 TOTAL-REFUNDED-DISPLAY PIC ZZZ,ZZZ,ZZ9.99.
               05 TOTAL-DEPOSITED  PIC 9(9)V99 VALUE 0.
               05 RUN-DATE-WS      PIC 9(8) VALUE 0.

           01 AUDIT-WORK-AREA.
               05 AUD-TUITION-BEFORE-WS   PIC S9(7)V99.
               05 AUD-OLD-TUITION-DISPLAY PIC -ZZZZZZ9.99.
               05 AUD-NEW-TUITION-DISPLAY PIC -ZZZZZZ9.99.

      *    PERIOD-CHECK parameter block - the date every PAYMENTS.dat
      *    row from this run carries, moved out of a closed fiscal
      *    period when finance has already closed today's.
           COPY "PERIOD-CHECK.cpy".
           01 POSTING-DATE-WS PIC 9(8) VALUE 0.

       PROCEDURE DIVISION.
       100-MAIN.
           DISPLAY "REFUND RUN - ENTER YOUR SUPERVISOR ID: ".
               DISPLAY "SUPERVISOR SIGN-ON REQUIRED. RUN CANCELLED."
               MOVE 8 TO RETURN-CODE
           ELSE
               MOVE FUNCTION CURRENT-DATE(1:8) TO RUN-DATE-WS
               PERFORM 190-CHECK-FISCAL-PERIOD
               PERFORM 150-FIND-NEXT-CHEQUE-NUMBER
               PERFORM 170-LOAD-BANKING-TABLE
               PERFORM 185-LOAD-HELD-TABLE
               PERFORM 197-CHECK-OUTBOUND-FILE
               IF OUTBOUND-OK = "Y"
                   PERFORM 200-OPEN-FILES
                   PERFORM 300-SCAN-FOR-CREDIT-BALANCES
                   PERFORM 400-WRITE-DEPOSIT-TRAILER
                   PERFORM 900-CLOSE-FILES
                   PERFORM 910-REGISTER-OUTBOUND-FILE
                   PERFORM 950-DISPLAY-STATS
               END-IF
           END-IF.
      *    GOBACK, not STOP RUN, so the job-stream controller can
      *    CALL this program as one step of the night's stream.
                   END-IF
           END-READ.

      *    An agreement past the table's end just means that
      *    student is paid by cheque this run, the old way.
       170-LOAD-BANKING-TABLE.
           OPEN INPUT BANKING-FILE.
           IF BANKING-STATUS = "00" OR BANKING-STATUS = "05"
               PERFORM 180-LOAD-ONE-AGREEMENT
                   UNTIL EOF-BANKING = "Y"
               CLOSE BANKING-FILE
           END-IF.

       180-LOAD-ONE-AGREEMENT.
           READ BANKING-FILE
               AT END
                   MOVE "Y" TO EOF-BANKING
               NOT AT END
                   IF BNK-ACTIVE-FLAG = "Y"
                           AND BANKING-ENTRY-COUNT < BANKING-TABLE-MAX
                       ADD 1 TO BANKING-ENTRY-COUNT
                       SET B-ENTRY TO BANKING-ENTRY-COUNT
                       MOVE BNK-STUDENT-NUMBER
                           TO BTBL-STUDENT-NUMBER(B-ENTRY)
                       MOVE BNK-INSTITUTION
                           TO BTBL-INSTITUTION(B-ENTRY)
                       MOVE BNK-TRANSIT TO BTBL-TRANSIT(B-ENTRY)
                       MOVE BNK-ACCOUNT TO BTBL-ACCOUNT(B-ENTRY)
                   END-IF
           END-READ.

      *    Only a holding flag holds; a cleared one is history.
       185-LOAD-HELD-TABLE.
           OPEN INPUT OVERAWARD-FILE.
           IF OVERAWARD-STATUS = "00" OR OVERAWARD-STATUS = "05"
               PERFORM 187-LOAD-ONE-HELD UNTIL EOF-OVERAWARD = "Y"
               CLOSE OVERAWARD-FILE
           END-IF.

       187-LOAD-ONE-HELD.
           READ OVERAWARD-FILE
               AT END
                   MOVE "Y" TO EOF-OVERAWARD
               NOT AT END
                   IF OVA-HOLDING
                       IF HELD-ENTRY-COUNT < HELD-TABLE-MAX
                           ADD 1 TO HELD-ENTRY-COUNT
                           SET H-ENTRY TO HELD-ENTRY-COUNT
                           MOVE OVA-STUDENT-NUMBER
                               TO HELD-STUDENT-NUMBER(H-ENTRY)
                       ELSE
                           MOVE "Y" TO HELD-OVERFLOW
                       END-IF
                   END-IF
           END-READ.

      *    The run date, or the first open day after it when its
      *    fiscal period is already closed.
       190-CHECK-FISCAL-PERIOD.
           MOVE "CK" TO PCK-ACTION.
           MOVE RUN-DATE-WS TO PCK-POSTING-DATE.
           CALL "PERIOD-CHECK" USING PERIOD-CHECK.
           MOVE PCK-OPEN-DATE TO POSTING-DATE-WS.
           IF PCK-RESULT NOT = "00"
               DISPLAY "FISCAL PERIOD " PCK-PERIOD " IS CLOSED - "
                   "POSTING AS OF " POSTING-DATE-WS
           END-IF.

      *    More holding flags than the table takes means we cannot
      *    tell who is held - so nobody is refunded rather than the
      *    wrong student paid.
       195-CHECK-OVER-AWARD-HOLD.
           MOVE HELD-OVERFLOW TO HELD-FOUND.
           PERFORM VARYING H-ENTRY FROM 1 BY 1
                   UNTIL H-ENTRY > HELD-ENTRY-COUNT
                   OR HELD-FOUND = "Y"
               IF HELD-STUDENT-NUMBER(H-ENTRY) = STUDENT-NUMBER
                   MOVE "Y" TO HELD-FOUND
               END-IF
           END-PERFORM.

      *****************************************************************
      * The business date's direct-deposit file goes to OUTBOUND-
      * REGISTRY before anything is written: one already produced is
      * refused, unless a supervisor has authorized one re-run of it
      * through OUTBOUND-OVERRIDE.
      *****************************************************************
       197-CHECK-OUTBOUND-FILE.
           MOVE "N" TO OUTBOUND-OK.
           MOVE SPACES TO OUTBOUND-CHECK.
           MOVE "CK" TO OBC-ACTION.
           MOVE "REFUNDDEP" TO OBC-FILE-CODE.
           MOVE "REFUND-DEPOSITS.txt" TO OBC-FILE-NAME.
           MOVE SUPERVISOR-ID-WS TO OBC-OPERATOR-ID.
           CALL "BUSINESS-DATE" USING OBC-BUSINESS-DATE.
           CALL "OUTBOUND-REGISTRY" USING OUTBOUND-CHECK.
           EVALUATE OBC-RESULT
               WHEN "00"
                   MOVE "Y" TO OUTBOUND-OK
               WHEN "OV"
                   DISPLAY "REFUND DEPOSITS FOR " OBC-BUSINESS-DATE
                       " ALREADY PRODUCED - RE-RUN AUTHORIZED BY "
                       OBC-OVERRIDE-BY
                   MOVE "Y" TO OUTBOUND-OK
               WHEN OTHER
                   DISPLAY "REFUND DEPOSITS FOR " OBC-BUSINESS-DATE
                       " WERE ALREADY PRODUCED - DUPLICATE FILE"
                   DISPLAY "A RE-RUN NEEDS A SUPERVISOR'S "
                       "OUTBOUND-OVERRIDE. NOTHING WRITTEN."
                   MOVE 8 TO RETURN-CODE
           END-EVALUATE.

       200-OPEN-FILES.
           OPEN I-O    STUDENT-DATA-FILE.
           OPEN OUTPUT REFUND-CHECKS-FILE.
           OPEN EXTEND AUDIT-LOG-FILE.
           OPEN I-O PAYMENTS-FILE.
           OPEN EXTEND CHEQUE-FILE.
           OPEN OUTPUT DEPOSITS-FILE.

       300-SCAN-FOR-CREDIT-BALANCES.
           PERFORM UNTIL EOF-STU = "Y"
                   NOT AT END
                       ADD 1 TO READ-COUNTER
                       IF TUITION-OWED < 0
                           PERFORM 195-CHECK-OVER-AWARD-HOLD
                           IF HELD-FOUND = "Y"
                               ADD 1 TO HELD-COUNTER
                               DISPLAY "REFUND HELD - OVER-AWARD: "
                                   STUDENT-NUMBER " " TERM-CODE
                           ELSE
                               PERFORM 310-REFUND-ONE-STUDENT
                           END-IF
                       END-IF
               END-READ
           END-PERFORM.
               NOT INVALID KEY
                   ADD 1 TO REFUND-COUNTER
                   ADD REFUND-AMOUNT-WS TO TOTAL-REFUNDED
                   PERFORM 315-FIND-BANKING-ROW
                   IF BNK-FOUND-ENTRY > 0
                       PERFORM 350-WRITE-DEPOSIT-ROW
                   ELSE
                       PERFORM 320-WRITE-REFUND-CHECK
                       PERFORM 325-REGISTER-THE-CHEQUE
                   END-IF
                   PERFORM 330-LOG-BALANCE-CLEARING
                   PERFORM 340-LOG-NEGATIVE-PAYMENT
           END-REWRITE.

       315-FIND-BANKING-ROW.
           MOVE 0 TO BNK-FOUND-ENTRY.
           PERFORM VARYING B-ENTRY FROM 1 BY 1
                   UNTIL B-ENTRY > BANKING-ENTRY-COUNT
                   OR BNK-FOUND-ENTRY > 0
               IF BTBL-STUDENT-NUMBER(B-ENTRY) = STUDENT-NUMBER
                   SET BNK-FOUND-ENTRY TO B-ENTRY
               END-IF
           END-PERFORM.

       320-WRITE-REFUND-CHECK.
           MOVE SPACES TO REFUND-CHECK-RECORD.
           MOVE STUDENT-NUMBER   TO RFC-STUDENT-NUMBER.
           MOVE 0     TO CHQ-CLEARED-DATE.
           WRITE CHEQUE-RECORD.
           ADD 1 TO NEXT-CHEQUE-NUMBER.
           ADD 1 TO CHEQUE-COUNTER.

       330-LOG-BALANCE-CLEARING.
           MOVE SPACES TO AUDIT-LOG-RECORD.
           MOVE AUD-NEW-TUITION-DISPLAY TO AUD-NEW-VALUE.
           MOVE SUPERVISOR-ID-WS TO AUD-OPERATOR-ID.
           MOVE FUNCTION CURRENT-DATE TO AUD-TIMESTAMP.
           CALL "AUDIT-CHAIN" USING AUDIT-LOG-RECORD.
           WRITE AUDIT-LOG-RECORD.

      *****************************************************************
           MOVE STUDENT-NUMBER TO PAY-STUDENT-NUMBER.
           MOVE TERM-CODE      TO PAY-TERM-CODE.
           COMPUTE PAY-AMOUNT = 0 - REFUND-AMOUNT-WS.
           MOVE POSTING-DATE-WS TO PAY-DATE.
      *    No receipt - money going out, not coming in.
           MOVE 0 TO PAY-RECEIPT-NUMBER.
           MOVE 0 TO PAY-SESSION-ID.
           MOVE SPACE TO PAY-TENDER-CODE.
           PERFORM 345-STORE-PAYMENT-ROW.
           IF PCK-RESULT = "CL"
               PERFORM 348-FLAG-PERIOD-ADJUSTMENT
           END-IF.

      *    Takes the next free PAY-SEQ for the row's student, term
      *    and date - PAYMENTS.dat refuses a duplicate key (status
      *    22), so count up until the WRITE lands.
       345-STORE-PAYMENT-ROW.
           MOVE 0 TO PAY-SEQ.
           MOVE "22" TO PAYMENTS-STATUS.
           PERFORM 346-TRY-NEXT-PAY-SEQ
               UNTIL PAYMENTS-STATUS NOT = "22".

       346-TRY-NEXT-PAY-SEQ.
           ADD 1 TO PAY-SEQ.
           WRITE PAYMENT-RECORD
               INVALID KEY
                   CONTINUE
           END-WRITE.

      *    The refund belonged to a closed period - leave the trail
      *    finance needs to tie it back to that month.  GL-EXTRACT
      *    journals the negative row as a PAYMENT event.
       348-FLAG-PERIOD-ADJUSTMENT.
           MOVE "PAYMENT " TO PCK-EVENT-TYPE.
           MOVE STUDENT-NUMBER TO PCK-STUDENT-NUMBER.
           MOVE TERM-CODE TO PCK-TERM-CODE.
           COMPUTE PCK-AMOUNT = 0 - REFUND-AMOUNT-WS.
           MOVE "REFUND-BATCH" TO PCK-SOURCE.
           MOVE "AJ" TO PCK-ACTION.
           CALL "PERIOD-CHECK" USING PERIOD-CHECK.
           ADD 1 TO ADJUST-COUNTER.

       350-WRITE-DEPOSIT-ROW.
           MOVE SPACES TO DEPOSIT-RECORD.
           MOVE BTBL-INSTITUTION(BNK-FOUND-ENTRY) TO DEP-INSTITUTION.
           MOVE BTBL-TRANSIT(BNK-FOUND-ENTRY)     TO DEP-TRANSIT.
           MOVE BTBL-ACCOUNT(BNK-FOUND-ENTRY)     TO DEP-ACCOUNT.
           MOVE REFUND-AMOUNT-WS TO DEP-AMOUNT.
           MOVE RUN-DATE-WS      TO DEP-PAYMENT-DATE.
           MOVE STUDENT-NUMBER   TO DEP-REF-STUDENT.
           MOVE TERM-CODE        TO DEP-REF-TERM.
           WRITE DEPOSIT-RECORD.
           ADD 1 TO DEPOSIT-COUNTER.
           ADD REFUND-AMOUNT-WS TO TOTAL-DEPOSITED.

       400-WRITE-DEPOSIT-TRAILER.
           MOVE SPACES TO DEPOSIT-TRAILER-RECORD.
           MOVE "TRL" TO DEP-TRL-TYPE.
           MOVE DEPOSIT-COUNTER TO DEP-TRL-COUNT.
           MOVE TOTAL-DEPOSITED TO DEP-TRL-AMOUNT.
           WRITE DEPOSIT-TRAILER-RECORD.

       950-DISPLAY-STATS.
           MOVE TOTAL-REFUNDED TO TOTAL-REFUNDED-DISPLAY.
           DISPLAY "RECORDS READ:        " READ-COUNTER.
           DISPLAY "REFUNDS ISSUED:      " REFUND-COUNTER.
           DISPLAY "TOTAL REFUNDED:      " TOTAL-REFUNDED-DISPLAY.
           DISPLAY "  BY CHEQUE:         " CHEQUE-COUNTER.
           DISPLAY "  BY DIRECT DEPOSIT: " DEPOSIT-COUNTER.
           MOVE TOTAL-DEPOSITED TO TOTAL-REFUNDED-DISPLAY.
           DISPLAY "TOTAL DEPOSITED:     " TOTAL-REFUNDED-DISPLAY.
           DISPLAY "REWRITES REJECTED:   " REJECT-COUNTER.
           DISPLAY "HELD FOR OVER-AWARD: " HELD-COUNTER.
           IF HELD-OVERFLOW = "Y"
               DISPLAY "OVER-AWARDS.txt HOLDS MORE THAN "
                   HELD-TABLE-MAX " FLAGS - EVERY REFUND HELD"
           END-IF.
           IF ADJUST-COUNTER > 0
               DISPLAY "MOVED OUT OF CLOSED PERIOD: " ADJUST-COUNTER
                   " - SEE PERIOD-ADJUSTMENTS.txt"
           END-IF.
           IF REJECT-COUNTER > 0 OR HELD-COUNTER > 0
               MOVE 4 TO RETURN-CODE
           END-IF.

           CLOSE AUDIT-LOG-FILE.
           CLOSE PAYMENTS-FILE.
           CLOSE CHEQUE-FILE.
           CLOSE DEPOSITS-FILE.

       910-REGISTER-OUTBOUND-FILE.
           MOVE "RG" TO OBC-ACTION.
           MOVE DEPOSIT-COUNTER TO OBC-RECORD-COUNT.
           MOVE TOTAL-DEPOSITED TO OBC-CONTROL-AMOUNT.
           CALL "OUTBOUND-REGISTRY" USING OUTBOUND-CHECK.

       END PROGRAM REFUND-BATCH.
