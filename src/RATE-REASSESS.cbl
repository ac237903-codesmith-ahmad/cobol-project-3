      * proof treat the correction as the assessment event it is.
      * Supervisor sign-on required - this moves money on every
      * record of a term.
      * The tuition exemption in force (TUITION-EXEMPTIONS.txt) comes
      * off the repriced assessment exactly as TUITION-ASSESS takes
      * it, and any change in what it allows is posted to
      * TUITION-WAIVED.txt as its own waiver line.
      * Rates are chosen by the student's residency exactly as
      * TUITION-ASSESS chooses them (RESIDENCY-LOOKUP).
      ******************************************************************
       IDENTIFICATION DIVISION.
       PROGRAM-ID. RATE-REASSESS.
               ORGANIZATION IS LINE SEQUENTIAL.
           SELECT RATE-FILE ASSIGN "RATE.txt"
               ORGANIZATION IS LINE SEQUENTIAL.
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
           SELECT OPTIONAL EXEMPTION-FILE
               ASSIGN "TUITION-EXEMPTIONS.txt"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS EXEMPTION-STATUS.
           SELECT OPTIONAL WAIVED-FILE ASSIGN "TUITION-WAIVED.txt"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WAIVED-STATUS.
           SELECT OPTIONAL AUDIT-LOG-FILE ASSIGN "AUDIT-LOG.txt"
               ORGANIZATION IS LINE SEQUENTIAL.
           SELECT REPORT-FILE ASSIGN "RATE-REASSESS-REPORT.txt"
           FD FEES-FILE.
           COPY "FEE-RECORD.cpy".

           FD EXEMPTION-FILE.
           COPY "EXEMPT-RECORD.cpy".

           FD WAIVED-FILE.
           COPY "WAIVED-RECORD.cpy".

           FD AUDIT-LOG-FILE.
           COPY "AUDIT-LOG.cpy".

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
               05 READ-COUNTER    PIC 9(5) VALUE 0.
               05 DELTA-COUNTER   PIC 9(5) VALUE 0.
               05 UNCHANGED-COUNTER PIC 9(5) VALUE 0.
               05 REJECT-COUNTER  PIC 9(5) VALUE 0.
               05 WAIVER-COUNTER  PIC 9(5) VALUE 0.

           01 FLAGS.
               05 EOF-STU    PIC X VALUE "N".
               05 POSTED-PAYMENTS-NET PIC S9(9)V99 VALUE 0.
               05 POSTED-AWARDS       PIC S9(9)V99 VALUE 0.
               05 POSTED-FEES         PIC S9(9)V99 VALUE 0.
               05 POSTED-WAIVED       PIC S9(9)V99 VALUE 0.
           01 PAYMENTS-STATUS PIC X(2) VALUE SPACES.
           01 AWARDS-STATUS   PIC X(2) VALUE SPACES.
           01 FEES-STATUS     PIC X(2) VALUE SPACES.
           01 EXEMPTION-STATUS PIC X(2) VALUE SPACES.
           01 WAIVED-STATUS    PIC X(2) VALUE SPACES.

      *    Same exemption work fields as TUITION-ASSESS's.
           01 EXEMPTION-WORK-AREA.
               05 EXEMPT-FOUND          PIC X VALUE "N".
               05 EXEMPT-CATEGORY-WS    PIC X(8) VALUE SPACES.
               05 EXEMPT-BASIS-WS       PIC X(1) VALUE SPACE.
               05 EXEMPT-PERCENT-WS     PIC 9(3)V99 VALUE 0.
               05 EXEMPT-AMOUNT-WS      PIC 9(5)V99 VALUE 0.
               05 EXEMPT-EFFECTIVE-WS   PIC X(6) VALUE SPACES.
               05 EXEMPTED-TUITION      PIC 9(7)V99 VALUE 0.
               05 WAIVER-DELTA-WS       PIC S9(9)V99 VALUE 0.

           01 REASSESS-WORK-AREA.
               05 TERM-CREDIT-HOURS   PIC 9(3) VALUE 0.
               05 ASSESSED-TUITION    PIC 9(7)V99 VALUE 0.
               05 RATE-PER-CREDIT-WS  PIC 9(4)V99 VALUE 0.
               05 BEST-EFFECTIVE-WS   PIC X(6) VALUE SPACES.
               05 BEST-RESIDENCY-WS   PIC X(1) VALUE SPACE.
               05 RATE-FLAT-FEE-WS    PIC 9(4)V99 VALUE 0.
               05 NEW-BALANCE-WS      PIC S9(9)V99 VALUE 0.
               05 DELTA-WS            PIC S9(9)V99 VALUE 0.
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
               PERFORM 335-TOTAL-POSTINGS
               COMPUTE NEW-BALANCE-WS = ASSESSED-TUITION
                   - EXEMPTED-TUITION
                   - POSTED-PAYMENTS-NET - POSTED-AWARDS
                   + POSTED-FEES
               COMPUTE WAIVER-DELTA-WS =
                   EXEMPTED-TUITION - POSTED-WAIVED
               COMPUTE DELTA-WS = NEW-BALANCE-WS - TUITION-OWED
               IF DELTA-WS = 0 AND WAIVER-DELTA-WS = 0
                   ADD 1 TO UNCHANGED-COUNTER
               ELSE
                   PERFORM 400-POST-THE-DELTA
       320-FIND-PROGRAM-RATE.
      *    Effective-dated selection, identical to TUITION-ASSESS's:
      *    the latest effective term at or before the run term wins.
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

      *    Effective-dated exemption selection, identical to
      *    TUITION-ASSESS's.
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

       400-POST-THE-DELTA.
           MOVE TUITION-OWED TO AUD-TUITION-BEFORE-WS.
           MOVE NEW-BALANCE-WS TO TUITION-OWED.
                   ADD DELTA-WS TO TOTAL-DELTA
                   PERFORM 410-LOG-THE-DELTA
                   PERFORM 420-REPORT-THE-DELTA
                   IF WAIVER-DELTA-WS NOT = 0
                       PERFORM 385-POST-WAIVER
                   END-IF
           END-REWRITE.

       410-LOG-THE-DELTA.
           MOVE AUD-NEW-TUITION-DISPLAY TO AUD-NEW-VALUE.
           MOVE OPERATOR-ID-WS TO AUD-OPERATOR-ID.
           MOVE FUNCTION CURRENT-DATE TO AUD-TIMESTAMP.
           CALL "AUDIT-CHAIN" USING AUDIT-LOG-RECORD.
           WRITE AUDIT-LOG-RECORD.

       420-REPORT-THE-DELTA.
           DISPLAY "UNCHANGED:           " UNCHANGED-COUNTER.
           DISPLAY "NET DELTA:           " TOTAL-DISPLAY.
           DISPLAY "REWRITES REJECTED:   " REJECT-COUNTER.
           DISPLAY "WAIVERS POSTED:      " WAIVER-COUNTER.
           DISPLAY "DETAIL IN RATE-REASSESS-REPORT.txt".
           IF REJECT-COUNTER > 0
               MOVE 4 TO RETURN-CODE
