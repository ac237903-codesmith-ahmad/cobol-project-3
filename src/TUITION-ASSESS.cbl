      * lands means a re-run of this batch, not a hand calculator.
      * Confirmation deposits held in DEPOSITS.txt are applied
      * against the fresh assessment here - the first moment a
      * record exists to apply them to - with a PAYMENTS.dat posting
      * per deposit so the history balances.
      * A TRIAL run prices every record identically but writes
      * NOTHING - no REWRITE, no audit rows, no deposit movement -
      * TUITION-ASSESS-TRIAL.txt with a TRIAL-ASSE stamped
      * JOB-LOG.txt row, so a rate-change rehearsal can't be
      * mistaken for the real pricing.
      * A tuition exemption in force for the term
      * (TUITION-EXEMPTIONS.txt, entered through EXEMPT-MAINT) comes
      * off the assessment as its own line: whatever it allows beyond
      * what TUITION-WAIVED.txt already holds for the term is posted
      * there - waived revenue, never a payment - and the balance is
      * the assessment less the exemption, net of postings.
      * The rate row is the student's residency (RESIDENCY.txt, read
      * through RESIDENCY-LOOKUP; no row means domestic): a RATE.txt
      * row keyed to that residency wins, a blank-residency row
      * prices everyone else.
      ******************************************************************
       IDENTIFICATION DIVISION.
       PROGRAM-ID. TUITION-ASSESS.
      *    must bill the new assessment NET of these, or every
      *    payment, award and fee since the last run would vanish
      *    from the balance.
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
           SELECT OPTIONAL FEES-FILE ASSIGN "FEES.txt"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS FEES-STATUS.
      *    Exemptions by category, and the waiver lines already
      *    posted from them.
           SELECT OPTIONAL EXEMPTION-FILE
               ASSIGN "TUITION-EXEMPTIONS.txt"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS EXEMPTION-STATUS.
           SELECT OPTIONAL WAIVED-FILE ASSIGN "TUITION-WAIVED.txt"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WAIVED-STATUS.
      *    Confirmation deposits the desk took before the record
      *    existed - applied against the fresh assessment here.
           SELECT OPTIONAL DEPOSITS-FILE ASSIGN "DEPOSITS.txt"
           FD FEES-FILE.
           COPY "FEE-RECORD.cpy".

           FD EXEMPTION-FILE.
           COPY "EXEMPT-RECORD.cpy".

           FD WAIVED-FILE.
           COPY "WAIVED-RECORD.cpy".

           FD DEPOSITS-FILE.
           COPY "DEPOSIT-RECORD.cpy".

                   10 RATE-TABLE-PER-CREDIT PIC 9(4)V99.
                   10 RATE-TABLE-FLAT-FEE   PIC 9(4)V99.
                   10 RATE-TABLE-EFFECTIVE  PIC X(6).
                   10 RATE-TABLE-RESIDENCY  PIC X(1).
           01 RATE-ENTRY-COUNT PIC 999 VALUE 0.
           01 RATE-TABLE-CAPACITY PIC 999 VALUE 200.

      *    The student's residency for the term - picks between the
      *    program's residency-keyed RATE.txt rows.
           COPY "RESIDENCY-LOOKUP.cpy".

           01 COUNTERS.
               05 READ-COUNTER   PIC 9(5) VALUE 0.
               05 ASSESS-COUNTER PIC 9(5) VALUE 0.
               05 SKIP-COUNTER   PIC 9(5) VALUE 0.
               05 REJECT-COUNTER PIC 9(5) VALUE 0.
               05 DEPOSIT-COUNTER PIC 9(5) VALUE 0.
               05 WAIVER-COUNTER PIC 9(5) VALUE 0.

           01 FLAGS.
               05 EOF-STU    PIC X VALUE "N".
               05 POSTED-PAYMENTS-NET PIC S9(9)V99 VALUE 0.
               05 POSTED-AWARDS       PIC S9(9)V99 VALUE 0.
               05 POSTED-FEES         PIC S9(9)V99 VALUE 0.
               05 POSTED-WAIVED       PIC S9(9)V99 VALUE 0.

      *    The exemption in force for the record being priced, what
      *    it takes off this assessment, and the waiver line still
      *    to post to bring TUITION-WAIVED.txt up to it.
           01 EXEMPTION-STATUS PIC X(2) VALUE SPACES.
           01 WAIVED-STATUS    PIC X(2) VALUE SPACES.
           01 EXEMPTION-WORK-AREA.
               05 EXEMPT-FOUND          PIC X VALUE "N".
               05 EXEMPT-CATEGORY-WS    PIC X(8) VALUE SPACES.
               05 EXEMPT-BASIS-WS       PIC X(1) VALUE SPACE.
               05 EXEMPT-PERCENT-WS     PIC 9(3)V99 VALUE 0.
               05 EXEMPT-AMOUNT-WS      PIC 9(5)V99 VALUE 0.
               05 EXEMPT-EFFECTIVE-WS   PIC X(6) VALUE SPACES.
               05 EXEMPTED-TUITION      PIC 9(7)V99 VALUE 0.
               05 WAIVER-DELTA-WS       PIC S9(9)V99 VALUE 0.
           01 EOF-SIDE PIC X VALUE "N".

      *    DEPOSITS.txt loaded once at startup - held rows are money
      *    the desk took before this record existed.  A row applied
      *    here is marked in place and the whole file saved back at
      *    close, HOLD-MAINT style, with one PAYMENTS.dat posting
      *    per application so the money shows in the history the
      *    same way a cheque would.
           01 DEPOSITS-STATUS PIC X(2) VALUE SPACES.
                   10 DTBL-APPLIED-TERM   PIC X(6).
                   10 DTBL-DECIDED-DATE   PIC 9(8).
      *            'Y' = applied on this run - the rows whose
      *            PAYMENTS.dat postings are written at close, and
      *            the rows a failed REWRITE has to un-apply.
                   10 DTBL-APPLIED-NOW    PIC X(1).
           01 DEPOSIT-ENTRY-COUNT PIC 9(3) VALUE 0.
               05 ASSESSED-TUITION    PIC 9(7)V99 VALUE 0.
               05 RATE-PER-CREDIT-WS  PIC 9(4)V99 VALUE 0.
               05 BEST-EFFECTIVE-WS   PIC X(6) VALUE SPACES.
               05 BEST-RESIDENCY-WS   PIC X(1) VALUE SPACE.
               05 RATE-FLAT-FEE-WS    PIC 9(4)V99 VALUE 0.
               05 CRS-IDX-WS          PIC 9(2).

                       TO RATE-TABLE-FLAT-FEE(R-ENTRY)
                   MOVE RATE-EFFECTIVE-TERM
                       TO RATE-TABLE-EFFECTIVE(R-ENTRY)
                   MOVE RATE-RESIDENCY
                       TO RATE-TABLE-RESIDENCY(R-ENTRY)
                   ADD 1 TO R-ENTRY
           END-READ.

               COMPUTE ASSESSED-TUITION ROUNDED =
                   (TERM-CREDIT-HOURS * RATE-PER-CREDIT-WS)
                   + RATE-FLAT-FEE-WS
               PERFORM 380-FIND-EXEMPTION
      *        The balance is the assessment NET of everything
      *        already posted - a re-run after adds/drops must not
      *        re-bill a payment the student already made.  The
      *        exemption comes off whole; the waiver line below
      *        makes TUITION-WAIVED.txt agree with it.
               PERFORM 335-TOTAL-POSTINGS
               COMPUTE TUITION-OWED = ASSESSED-TUITION
                   - EXEMPTED-TUITION
                   - POSTED-PAYMENTS-NET - POSTED-AWARDS
                   + POSTED-FEES
               COMPUTE WAIVER-DELTA-WS =
                   EXEMPTED-TUITION - POSTED-WAIVED
               IF TRIAL-MODE-FLAG = "Y"
      *            Same arithmetic, no writes - deposits stay held
      *            and the would-be balance goes on the report.
      *    being priced is in force.  A blank effective term (a row
      *    from before effective dating) means "since forever" and
      *    loses to any dated row that applies.
      *    Residency: a row keyed to the student's residency in
      *    force for the term (RESIDENCY-LOOKUP) beats a blank-
      *    residency row whatever their effective terms, so the
      *    program's own international rate is never undercut by a
      *    newer domestic one; blank rows price only a residency the
      *    program has no row of its own for.
           MOVE STUDENT-NUMBER TO RSL-STUDENT-NUMBER.
           MOVE RUN-TERM-CODE TO RSL-TERM-CODE.
           CALL "RESIDENCY-LOOKUP" USING RESIDENCY-LOOKUP.
           MOVE "N" TO RATE-FOUND.
           MOVE SPACE TO BEST-RESIDENCY-WS.
           MOVE LOW-VALUES TO BEST-EFFECTIVE-WS.
           PERFORM VARYING R-ENTRY FROM 1 BY 1
                   UNTIL R-ENTRY > RATE-ENTRY-COUNT
               IF RATE-TABLE-PROGRAM(R-ENTRY) = PROGRAM-OF-STUDY
                       AND RATE-TABLE-EFFECTIVE(R-ENTRY)
                           <= RUN-TERM-CODE
                       AND (RATE-TABLE-RESIDENCY(R-ENTRY) = RSL-STATUS
                           OR RATE-TABLE-RESIDENCY(R-ENTRY) = SPACE)
                   IF RATE-FOUND = "N"
                           OR (RATE-TABLE-RESIDENCY(R-ENTRY)
                                   NOT = SPACE
                               AND BEST-RESIDENCY-WS = SPACE)
                           OR (RATE-TABLE-RESIDENCY(R-ENTRY)
                                   = BEST-RESIDENCY-WS
                               AND RATE-TABLE-EFFECTIVE(R-ENTRY)
                                   > BEST-EFFECTIVE-WS)
                       MOVE RATE-TABLE-PER-CREDIT(R-ENTRY)
                           TO RATE-PER-CREDIT-WS
                       MOVE RATE-TABLE-FLAT-FEE(R-ENTRY)
                           TO RATE-FLAT-FEE-WS
                       MOVE RATE-TABLE-EFFECTIVE(R-ENTRY)
                           TO BEST-EFFECTIVE-WS
                       MOVE RATE-TABLE-RESIDENCY(R-ENTRY)
                           TO BEST-RESIDENCY-WS
                       MOVE "Y" TO RATE-FOUND
                   END-IF
               END-IF
      *****************************************************************
       335-TOTAL-POSTINGS.
           MOVE 0 TO POSTED-PAYMENTS-NET POSTED-AWARDS POSTED-FEES.
           MOVE 0 TO POSTED-WAIVED.
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
               PERFORM 336-TOTAL-ONE-PAYMENT UNTIL EOF-SIDE = "Y"
               CLOSE PAYMENTS-FILE
           END-IF.
               PERFORM 338-TOTAL-ONE-FEE UNTIL EOF-SIDE = "Y"
               CLOSE FEES-FILE
           END-IF.
           MOVE "N" TO EOF-SIDE.
           OPEN INPUT WAIVED-FILE.
           IF WAIVED-STATUS = "00" OR WAIVED-STATUS = "05"
               PERFORM 339-TOTAL-ONE-WAIVER UNTIL EOF-SIDE = "Y"
               CLOSE WAIVED-FILE
           END-IF.

      *    PAYMENTS.dat is in key order, so the record's own rows are
      *    together and the first row past them ends the read.
       336-TOTAL-ONE-PAYMENT.
           READ PAYMENTS-FILE NEXT RECORD
               AT END
                   MOVE "Y" TO EOF-SIDE
               NOT AT END
                   IF PAY-STUDENT-NUMBER = STUDENT-NUMBER
                           AND PAY-TERM-CODE = TERM-CODE
                       ADD PAY-AMOUNT TO POSTED-PAYMENTS-NET
                   ELSE
                       MOVE "Y" TO EOF-SIDE
                   END-IF
           END-READ.

                   END-IF
           END-READ.

      *    A lapsed exemption's reversal posts under the category
      *    the last waiver line carried.
       339-TOTAL-ONE-WAIVER.
           READ WAIVED-FILE
               AT END
                   MOVE "Y" TO EOF-SIDE
               NOT AT END
                   IF WVD-STUDENT-NUMBER = STUDENT-NUMBER
                           AND WVD-TERM-CODE = TERM-CODE
                       ADD WVD-AMOUNT TO POSTED-WAIVED
                       IF EXEMPT-FOUND NOT = "Y"
                           MOVE WVD-CATEGORY TO EXEMPT-CATEGORY-WS
                       END-IF
                   END-IF
           END-READ.

      *****************************************************************
      * The exemption in force for the term: among the student's
      * TUITION-EXEMPTIONS.txt rows effective at or before it and not
      * yet expired, the latest effective term wins - the same
      * effective-dated choice 320-FIND-PROGRAM-RATE makes.  What it
      * takes off is never more than the assessment itself.
      *****************************************************************
       380-FIND-EXEMPTION.
           MOVE "N" TO EXEMPT-FOUND.
           MOVE SPACES TO EXEMPT-CATEGORY-WS.
           MOVE LOW-VALUES TO EXEMPT-EFFECTIVE-WS.
           MOVE 0 TO EXEMPTED-TUITION.
           MOVE "N" TO EOF-SIDE.
           OPEN INPUT EXEMPTION-FILE.
           IF EXEMPTION-STATUS = "00" OR EXEMPTION-STATUS = "05"
               PERFORM 381-CHECK-ONE-EXEMPTION UNTIL EOF-SIDE = "Y"
               CLOSE EXEMPTION-FILE
           END-IF.
           IF EXEMPT-FOUND = "Y"
               IF EXEMPT-BASIS-WS = "F"
                   MOVE EXEMPT-AMOUNT-WS TO EXEMPTED-TUITION
               ELSE
                   COMPUTE EXEMPTED-TUITION ROUNDED =
                       ASSESSED-TUITION * EXEMPT-PERCENT-WS / 100
               END-IF
               IF EXEMPTED-TUITION > ASSESSED-TUITION
                   MOVE ASSESSED-TUITION TO EXEMPTED-TUITION
               END-IF
           END-IF.

       381-CHECK-ONE-EXEMPTION.
           READ EXEMPTION-FILE
               AT END
                   MOVE "Y" TO EOF-SIDE
               NOT AT END
                   IF EXM-STUDENT-NUMBER = STUDENT-NUMBER
                           AND EXM-EFFECTIVE-TERM <= TERM-CODE
                           AND (EXM-EXPIRY-TERM = SPACES
                               OR EXM-EXPIRY-TERM >= TERM-CODE)
                       IF EXEMPT-FOUND = "N"
                               OR EXM-EFFECTIVE-TERM
                                   > EXEMPT-EFFECTIVE-WS
                           MOVE EXM-CATEGORY TO EXEMPT-CATEGORY-WS
                           MOVE EXM-BASIS    TO EXEMPT-BASIS-WS
                           MOVE EXM-PERCENT  TO EXEMPT-PERCENT-WS
                           MOVE EXM-AMOUNT   TO EXEMPT-AMOUNT-WS
                           MOVE EXM-EFFECTIVE-TERM
                               TO EXEMPT-EFFECTIVE-WS
                           MOVE "Y" TO EXEMPT-FOUND
                       END-IF
                   END-IF
           END-READ.

      *    The waiver is its own line on TUITION-WAIVED.txt - only
      *    the difference from what is already there, so a re-run
      *    never waives the same tuition twice.
       385-POST-WAIVER.
           OPEN EXTEND WAIVED-FILE.
           MOVE SPACES TO WAIVED-RECORD.
           MOVE STUDENT-NUMBER     TO WVD-STUDENT-NUMBER.
           MOVE TERM-CODE          TO WVD-TERM-CODE.
           MOVE EXEMPT-CATEGORY-WS TO WVD-CATEGORY.
           MOVE WAIVER-DELTA-WS    TO WVD-AMOUNT.
           MOVE FUNCTION CURRENT-DATE(1:8) TO WVD-DATE.
           WRITE WAIVED-RECORD.
           CLOSE WAIVED-FILE.
           ADD 1 TO WAIVER-COUNTER.

      *****************************************************************
      * Every deposit still held for this student comes off the
      * fresh balance, flagged applied-on-this-run so the matching
      * PAYMENTS.dat postings go out at close - or so a failed
      * REWRITE can un-apply them before they reach either file.
      *****************************************************************
       360-APPLY-HELD-DEPOSITS.
               NOT INVALID KEY
                   ADD 1 TO ASSESS-COUNTER
                   PERFORM 350-LOG-ASSESSMENT
                   IF WAIVER-DELTA-WS NOT = 0
                       PERFORM 385-POST-WAIVER
                   END-IF
           END-REWRITE.

       350-LOG-ASSESSMENT.
           MOVE AUD-NEW-TUITION-DISPLAY TO AUD-NEW-VALUE.
           MOVE OPERATOR-ID-WS TO AUD-OPERATOR-ID.
           MOVE FUNCTION CURRENT-DATE TO AUD-TIMESTAMP.
           CALL "AUDIT-CHAIN" USING AUDIT-LOG-RECORD.
           WRITE AUDIT-LOG-RECORD.

       700-WRITE-REJECT.
           DISPLAY "RECORDS SKIPPED:     " SKIP-COUNTER.
           DISPLAY "RECORDS REJECTED:    " REJECT-COUNTER.
           DISPLAY "DEPOSITS APPLIED:    " DEPOSIT-COUNTER.
           DISPLAY "WAIVERS POSTED:      " WAIVER-COUNTER.
           IF REJECT-COUNTER > 0
               MOVE 4 TO RETURN-CODE
           END-IF.
           END-IF.

      *****************************************************************
      * One PAYMENTS.dat posting per deposit applied on this run -
      * the money finally lands in the same history every other
      * payment lives in, so statements, reconciliation and a re-run
      * of this batch all see it.
      *****************************************************************
       910-POST-APPLIED-DEPOSITS.
           IF DEPOSIT-COUNTER > 0
               OPEN I-O PAYMENTS-FILE
               PERFORM 915-POST-ONE-DEPOSIT
                   VARYING D-ENTRY FROM 1 BY 1
                   UNTIL D-ENTRY > DEPOSIT-ENTRY-COUNT
               MOVE RECEIPT-NUMBER-WS TO PAY-RECEIPT-NUMBER
               MOVE 0 TO PAY-SESSION-ID
               MOVE "B" TO PAY-TENDER-CODE
               PERFORM 916-STORE-PAYMENT-ROW
           END-IF.

      *    Takes the next free PAY-SEQ for the row's student, term
      *    and date - PAYMENTS.dat refuses a duplicate key (status
      *    22), so count up until the WRITE lands.
       916-STORE-PAYMENT-ROW.
           MOVE 0 TO PAY-SEQ.
           MOVE "22" TO PAYMENTS-STATUS.
           PERFORM 917-TRY-NEXT-PAY-SEQ
               UNTIL PAYMENTS-STATUS NOT = "22".

       917-TRY-NEXT-PAY-SEQ.
           ADD 1 TO PAY-SEQ.
           WRITE PAYMENT-RECORD
               INVALID KEY
                   CONTINUE
           END-WRITE.

       920-SAVE-DEPOSIT-TABLE.
           IF DEPOSIT-COUNTER > 0
               OPEN OUTPUT DEPOSITS-FILE
