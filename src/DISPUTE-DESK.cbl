      ******************************************************************
      * Tectonics: Card dispute desk.  Follows each chargeback
      * DISPUTE-LOAD opened on DISPUTES.txt (see DISPUTE-RECORD.cpy)
      * through to the processor's ruling.  The desk marks a case
      * "evidence submitted" once the signed registration form and
      * receipt have gone to the processor, then records the ruling:
      *   WON  - the money comes back to us, so the payment is put
      *          back on the student's account: TUITION-OWED down by
      *          the amount, audited, and a fresh receipted 'D' row
      *          on PAYMENTS.dat (the processor returns the funds
      *          through card settlement, where SETTLE-MATCH will
      *          look for them).  The receipt is kept on the case.
      *          Once the student has no other case still open, the
      *          "CARD CHARGEBACK" financial hold comes off HOLDS.txt.
      *   LOST - the chargeback stands; the balance already carries
      *          the amount and the hold stays until the student pays
      *          it and the desk releases it through HOLD-MAINT.
      * A ruling against a closed term is refused, as any posting
      * is.  Every status change is audited, field "DISPUTE case".
      * Update sign-on only.  Menu-driven whole-file load/save, the
      * HOLD-MAINT way.
      ******************************************************************
       IDENTIFICATION DIVISION.
       PROGRAM-ID. DISPUTE-DESK.

       ENVIRONMENT DIVISION.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
           SELECT OPTIONAL DISPUTES-FILE ASSIGN "DISPUTES.txt"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS DISPUTES-STATUS.
           SELECT STUDENT-DATA-FILE
               ASSIGN "STUFILE.dat"
               ORGANIZATION IS INDEXED
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
           SELECT OPTIONAL HOLDS-FILE ASSIGN "HOLDS.txt"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS HOLDS-STATUS.
           SELECT OPTIONAL CLOSED-TERMS-FILE ASSIGN "CLOSED-TERMS.txt"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS CLOSED-TERMS-STATUS.
           SELECT OPTIONAL NOTIFY-QUEUE-FILE ASSIGN "NOTIFY-QUEUE.txt"
               ORGANIZATION IS LINE SEQUENTIAL.
           SELECT OPTIONAL AUDIT-LOG-FILE ASSIGN "AUDIT-LOG.txt"
               ORGANIZATION IS LINE SEQUENTIAL.

       DATA DIVISION.
       FILE SECTION.
           FD DISPUTES-FILE.
           COPY "DISPUTE-RECORD.cpy".

           FD STUDENT-DATA-FILE
               RECORD IS VARYING IN SIZE FROM 82 TO 181 CHARACTERS
               DEPENDING ON COURSE-COUNT.
           COPY "STUDENT-RECORD.cpy".

           FD PAYMENTS-FILE.
           COPY "PAYMENT-RECORD.cpy".

           FD HOLDS-FILE.
           COPY "HOLD-RECORD.cpy".

           FD CLOSED-TERMS-FILE.
           COPY "CLOSED-TERM-RECORD.cpy".

           FD NOTIFY-QUEUE-FILE.
           COPY "NOTIFY-RECORD.cpy".

           FD AUDIT-LOG-FILE.
           COPY "AUDIT-LOG.cpy".

       WORKING-STORAGE SECTION.
           01 FILE-STATUS         PIC X(2).
           01 DISPUTES-STATUS     PIC X(2).
           01 PAYMENTS-STATUS     PIC X(2).
           01 HOLDS-STATUS        PIC X(2).
           01 CLOSED-TERMS-STATUS PIC X(2).

           01 OPERATOR-ID-WS PIC X(10) VALUE SPACES.
           01 OPERATOR-PASSWORD-WS PIC X(10) VALUE SPACES.
           01 OPERATOR-ROLE-WS PIC X(1) VALUE SPACE.
           01 SIGNON-STATUS-WS PIC X(2) VALUE SPACES.

      *    Every case on DISPUTES.txt, closed ones included - the
      *    file is its own history and is written back whole.
           01 DISPUTE-TABLE.
               05 DISPUTE-TABLE-ENTRY PIC X(124)
                       OCCURS 2000 TIMES INDEXED D-ENTRY.
           01 DISPUTE-COUNT PIC 9(4) VALUE 0.
           01 DISPUTE-MAX   PIC 9(4) VALUE 2000.

      *    Every hold NOT being released, in file order.
           01 HOLD-TABLE.
               05 HOLD-TABLE-ENTRY PIC X(49)
                       OCCURS 500 TIMES INDEXED H-ENTRY.
           01 HOLD-ENTRY-COUNT PIC 9(3) VALUE 0.
           01 HOLD-TABLE-MAX   PIC 9(3) VALUE 500.

           01 CLOSED-TERM-TABLE.
               05 CLOSED-TERM-ENTRY OCCURS 100 TIMES
                       INDEXED CT-ENTRY.
                   10 CLOSED-TERM-CODE PIC X(6).
           01 CLOSED-TERM-COUNT PIC 9(3) VALUE 0.
           01 CLOSED-TERM-MAX   PIC 9(3) VALUE 100.
           01 TERM-CLOSED-FLAG  PIC X VALUE "N".

           01 FLAGS.
               05 EOF-DISPUTES     PIC X VALUE "N".
               05 EOF-HOLDS        PIC X VALUE "N".
               05 EOF-CLOSED-TERMS PIC X VALUE "N".
               05 DONE-FLAG        PIC X VALUE "N".
               05 CHANGED-FLAG     PIC X VALUE "N".
               05 HOLDS-FULL-FLAG  PIC X VALUE "N".

           01 CHOICE PIC 9 VALUE 0.

      *    The case in hand, its ruling and the re-post it makes.
           01 DISPUTE-WORK-AREA.
               05 DKW-CASE-ID        PIC X(12) VALUE SPACES.
               05 DKW-FOUND-ENTRY    PIC 9(4) VALUE 0.
               05 DKW-OLD-STATUS     PIC X(20) VALUE SPACES.
               05 DKW-NEW-STATUS     PIC X(20) VALUE SPACES.
               05 DKW-CONFIRM        PIC X VALUE SPACE.
               05 DKW-STUDENT        PIC 9(6) VALUE 0.
               05 DKW-OTHER-OPEN     PIC 9(4) VALUE 0.
               05 DKW-RELEASED       PIC 9(3) VALUE 0.
               05 DKW-RECEIPT-NUMBER PIC 9(8) VALUE 0.
               05 DKW-REPOSTED       PIC X VALUE "N".
               05 DKW-LISTED         PIC 9(4) VALUE 0.
               05 DKW-AMOUNT-DISPLAY PIC Z,ZZZ,ZZ9.99.
               05 DKW-TODAY          PIC 9(8) VALUE 0.
           01 IDX-WS PIC 9(4).

           01 AUDIT-WORK-AREA.
               05 AUD-TUITION-BEFORE-WS   PIC S9(7)V99.
               05 AUD-OLD-TUITION-DISPLAY PIC -ZZZZZZ9.99.
               05 AUD-NEW-TUITION-DISPLAY PIC -ZZZZZZ9.99.

       PROCEDURE DIVISION.
       100-MAIN-PROCEDURE.
           DISPLAY "CARD DISPUTES - ENTER YOUR OPERATOR ID: ".
           ACCEPT OPERATOR-ID-WS.
           DISPLAY "ENTER YOUR PASSWORD: ".
           ACCEPT OPERATOR-PASSWORD-WS.
           CALL "OPERATOR-SIGNON" USING OPERATOR-ID-WS
               OPERATOR-PASSWORD-WS OPERATOR-ROLE-WS
               SIGNON-STATUS-WS.
           IF SIGNON-STATUS-WS NOT = "00"
                   OR OPERATOR-ROLE-WS = "I" OR "A" OR "C"
               DISPLAY "UPDATE SIGN-ON REQUIRED. RUN CANCELLED."
               MOVE 8 TO RETURN-CODE
           ELSE
               CALL "BUSINESS-DATE" USING DKW-TODAY
               PERFORM 160-LOAD-CLOSED-TERMS
               PERFORM 150-LOAD-DISPUTE-TABLE
               PERFORM 200-RUN-MENU UNTIL DONE-FLAG = "Y"
           END-IF.
           STOP RUN.

       150-LOAD-DISPUTE-TABLE.
           SET D-ENTRY TO 1.
           OPEN INPUT DISPUTES-FILE.
           IF DISPUTES-STATUS = "00" OR DISPUTES-STATUS = "05"
               PERFORM 155-LOAD-ONE-DISPUTE UNTIL EOF-DISPUTES = "Y"
                   OR D-ENTRY > DISPUTE-MAX
               CLOSE DISPUTES-FILE
           END-IF.
           COMPUTE DISPUTE-COUNT = D-ENTRY - 1.
           IF EOF-DISPUTES NOT = "Y" AND DISPUTE-COUNT >= DISPUTE-MAX
               DISPLAY "DISPUTES.txt EXCEEDS " DISPUTE-MAX
                   " ROWS. RUN ABORTED - NOTHING CHANGED."
               MOVE 8 TO RETURN-CODE
               MOVE "Y" TO DONE-FLAG
           ELSE
               DISPLAY "LOADED " DISPUTE-COUNT " DISPUTE CASES."
           END-IF.

       155-LOAD-ONE-DISPUTE.
           READ DISPUTES-FILE
               AT END
                   MOVE "Y" TO EOF-DISPUTES
               NOT AT END
                   MOVE DISPUTE-RECORD TO DISPUTE-TABLE-ENTRY(D-ENTRY)
                   SET D-ENTRY UP BY 1
           END-READ.

       160-LOAD-CLOSED-TERMS.
           SET CT-ENTRY TO 1.
           OPEN INPUT CLOSED-TERMS-FILE.
           IF CLOSED-TERMS-STATUS = "00" OR CLOSED-TERMS-STATUS = "05"
               PERFORM 165-LOAD-ONE-CLOSED-TERM
                   UNTIL EOF-CLOSED-TERMS = "Y"
                   OR CT-ENTRY > CLOSED-TERM-MAX
               CLOSE CLOSED-TERMS-FILE
           END-IF.
           COMPUTE CLOSED-TERM-COUNT = CT-ENTRY - 1.

       165-LOAD-ONE-CLOSED-TERM.
           READ CLOSED-TERMS-FILE
               AT END
                   MOVE "Y" TO EOF-CLOSED-TERMS
               NOT AT END
                   MOVE CLT-TERM-CODE TO CLOSED-TERM-CODE(CT-ENTRY)
                   ADD 1 TO CT-ENTRY
           END-READ.

       170-CHECK-TERM-CLOSED.
           MOVE "N" TO TERM-CLOSED-FLAG.
           PERFORM VARYING CT-ENTRY FROM 1 BY 1
                   UNTIL CT-ENTRY > CLOSED-TERM-COUNT
                   OR TERM-CLOSED-FLAG = "Y"
               IF CLOSED-TERM-CODE(CT-ENTRY) = DSP-TERM-CODE
                   MOVE "Y" TO TERM-CLOSED-FLAG
               END-IF
           END-PERFORM.

       200-RUN-MENU.
           DISPLAY " ".
           DISPLAY "CARD CHARGEBACK DISPUTES".
           DISPLAY "   1. LIST THE OPEN CASES".
           DISPLAY "   2. RECORD EVIDENCE SUBMITTED".
           DISPLAY "   3. RECORD A CASE WON".
           DISPLAY "   4. RECORD A CASE LOST".
           DISPLAY "   5. SAVE AND QUIT".
           DISPLAY "ENTER YOUR CHOICE: ".
           ACCEPT CHOICE.
           EVALUATE CHOICE
               WHEN 1 PERFORM 210-LIST-OPEN-CASES
               WHEN 2 PERFORM 300-EVIDENCE-SUBMITTED
               WHEN 3 PERFORM 400-CASE-WON
               WHEN 4 PERFORM 500-CASE-LOST
               WHEN 5 PERFORM 800-SAVE-DISPUTE-TABLE
                      MOVE "Y" TO DONE-FLAG
               WHEN OTHER
                   DISPLAY "INVALID CHOICE. PLEASE SELECT 1-5."
           END-EVALUATE.

       210-LIST-OPEN-CASES.
           MOVE 0 TO DKW-LISTED.
           DISPLAY "  CASE          STUDENT TERM      AMOUNT"
               "  OPENED   RESPOND BY STATUS".
           PERFORM 215-LIST-ONE-CASE
               VARYING IDX-WS FROM 1 BY 1
               UNTIL IDX-WS > DISPUTE-COUNT.
           IF DKW-LISTED = 0
               DISPLAY "NO OPEN CASES."
           END-IF.

       215-LIST-ONE-CASE.
           MOVE DISPUTE-TABLE-ENTRY(IDX-WS) TO DISPUTE-RECORD.
           IF DSP-STILL-OPEN
               MOVE DSP-AMOUNT TO DKW-AMOUNT-DISPLAY
               IF DSP-OPEN
                   MOVE "AWAITING EVIDENCE" TO DKW-OLD-STATUS
               ELSE
                   MOVE "EVIDENCE SUBMITTED" TO DKW-OLD-STATUS
               END-IF
               DISPLAY "  " DSP-CASE-ID "  " DSP-STUDENT-NUMBER " "
                   DSP-TERM-CODE " " DKW-AMOUNT-DISPLAY "  "
                   DSP-OPENED-DATE " " DSP-RESPOND-BY "   "
                   DKW-OLD-STATUS
               ADD 1 TO DKW-LISTED
           END-IF.

      *    DKW-FOUND-ENTRY comes back as the case's table row, or 0;
      *    a case found is left in DISPUTE-RECORD.
       220-ACCEPT-CASE.
           DISPLAY "GATEWAY CASE NUMBER: ".
           ACCEPT DKW-CASE-ID.
           MOVE 0 TO DKW-FOUND-ENTRY.
           PERFORM VARYING IDX-WS FROM 1 BY 1
                   UNTIL IDX-WS > DISPUTE-COUNT OR DKW-FOUND-ENTRY > 0
               MOVE DISPUTE-TABLE-ENTRY(IDX-WS) TO DISPUTE-RECORD
               IF DSP-CASE-ID = DKW-CASE-ID
                   MOVE IDX-WS TO DKW-FOUND-ENTRY
               END-IF
           END-PERFORM.
           IF DKW-FOUND-ENTRY > 0
               MOVE DISPUTE-TABLE-ENTRY(DKW-FOUND-ENTRY)
                   TO DISPUTE-RECORD
               MOVE DSP-AMOUNT TO DKW-AMOUNT-DISPLAY
               DISPLAY "STUDENT " DSP-STUDENT-NUMBER " TERM "
                   DSP-TERM-CODE " AMOUNT " DKW-AMOUNT-DISPLAY
                   " PAID " DSP-PAY-DATE
               DISPLAY "REASON: " DSP-REASON "  STATUS: " DSP-STATUS
           END-IF.

       300-EVIDENCE-SUBMITTED.
           PERFORM 220-ACCEPT-CASE.
           EVALUATE TRUE
               WHEN DKW-FOUND-ENTRY = 0
                   DISPLAY "NO SUCH CASE ON FILE."
               WHEN NOT DSP-OPEN
                   DISPLAY "ONLY A CASE AWAITING EVIDENCE CAN BE "
                       "MARKED SUBMITTED."
               WHEN OTHER
                   MOVE "OPEN" TO DKW-OLD-STATUS
                   MOVE "EVIDENCE SUBMITTED" TO DKW-NEW-STATUS
                   MOVE "E" TO DSP-STATUS
                   PERFORM 600-STORE-CASE-STATUS
                   DISPLAY "CASE " DSP-CASE-ID " - EVIDENCE SUBMITTED."
           END-EVALUATE.

       400-CASE-WON.
           PERFORM 220-ACCEPT-CASE.
           EVALUATE TRUE
               WHEN DKW-FOUND-ENTRY = 0
                   DISPLAY "NO SUCH CASE ON FILE."
               WHEN NOT DSP-STILL-OPEN
                   DISPLAY "CASE ALREADY DECIDED. NOTHING CHANGED."
               WHEN OTHER
                   PERFORM 170-CHECK-TERM-CLOSED
                   IF TERM-CLOSED-FLAG = "Y"
                       DISPLAY "TERM " DSP-TERM-CODE " IS CLOSED. "
                           "NOTHING CHANGED."
                   ELSE
                       PERFORM 410-CONFIRM-AND-REPOST
                   END-IF
           END-EVALUATE.

       410-CONFIRM-AND-REPOST.
           DISPLAY "RE-POST " DKW-AMOUNT-DISPLAY " TO THE STUDENT'S "
               "ACCOUNT? (Y/N): ".
           ACCEPT DKW-CONFIRM.
           IF DKW-CONFIRM = "Y" OR DKW-CONFIRM = "y"
               PERFORM 420-REPOST-PAYMENT
               IF DKW-REPOSTED = "Y"
                   IF DSP-OPEN
                       MOVE "OPEN" TO DKW-OLD-STATUS
                   ELSE
                       MOVE "EVIDENCE SUBMITTED" TO DKW-OLD-STATUS
                   END-IF
                   MOVE "WON" TO DKW-NEW-STATUS
                   MOVE "W" TO DSP-STATUS
                   MOVE DKW-RECEIPT-NUMBER TO DSP-REPOST-RECEIPT
                   PERFORM 600-STORE-CASE-STATUS
                   DISPLAY "CASE " DSP-CASE-ID " WON - RE-POSTED "
                       "UNDER RECEIPT " DKW-RECEIPT-NUMBER
                   PERFORM 450-RELEASE-IF-LAST-CASE
               END-IF
           ELSE
               DISPLAY "NOTHING CHANGED."
           END-IF.

      *    Balance first, then the receipted row - a failed REWRITE
      *    leaves the case open and nothing posted.
       420-REPOST-PAYMENT.
           MOVE "N" TO DKW-REPOSTED.
           OPEN I-O STUDENT-DATA-FILE.
           MOVE DSP-STUDENT-NUMBER TO STUDENT-NUMBER.
           MOVE DSP-TERM-CODE      TO TERM-CODE.
           READ STUDENT-DATA-FILE
               INVALID KEY
                   DISPLAY "STUDENT/TERM NOT FOUND. NOTHING CHANGED."
               NOT INVALID KEY
                   MOVE TUITION-OWED TO AUD-TUITION-BEFORE-WS
                   SUBTRACT DSP-AMOUNT FROM TUITION-OWED
                   REWRITE STUDENT-RECORD
                       INVALID KEY
                           DISPLAY "REWRITE FAILED. NOTHING CHANGED."
                       NOT INVALID KEY
                           MOVE "Y" TO DKW-REPOSTED
                           PERFORM 425-LOG-BALANCE-CHANGE
                           PERFORM 430-WRITE-PAYMENT-ROW
                   END-REWRITE
           END-READ.
           CLOSE STUDENT-DATA-FILE.

       425-LOG-BALANCE-CHANGE.
           MOVE SPACES TO AUDIT-LOG-RECORD.
           MOVE AUD-TUITION-BEFORE-WS TO AUD-OLD-TUITION-DISPLAY.
           MOVE TUITION-OWED TO AUD-NEW-TUITION-DISPLAY.
           MOVE STUDENT-NUMBER TO AUD-STUDENT-NUMBER.
           MOVE TERM-CODE      TO AUD-TERM-CODE.
           MOVE "TUITION-OWED" TO AUD-FIELD-NAME.
           MOVE AUD-OLD-TUITION-DISPLAY TO AUD-OLD-VALUE.
           MOVE AUD-NEW-TUITION-DISPLAY TO AUD-NEW-VALUE.
           PERFORM 700-WRITE-AUDIT-ROW.

      *    A fresh receipt, tender 'D' - the processor hands the
      *    money back through card settlement like any card payment.
       430-WRITE-PAYMENT-ROW.
           OPEN I-O PAYMENTS-FILE.
           MOVE SPACES TO PAYMENT-RECORD.
           MOVE DSP-STUDENT-NUMBER TO PAY-STUDENT-NUMBER.
           MOVE DSP-TERM-CODE      TO PAY-TERM-CODE.
           MOVE DSP-AMOUNT         TO PAY-AMOUNT.
           MOVE FUNCTION CURRENT-DATE(1:8) TO PAY-DATE.
           CALL "RECEIPT-NUMBER" USING DKW-RECEIPT-NUMBER.
           MOVE DKW-RECEIPT-NUMBER TO PAY-RECEIPT-NUMBER.
           MOVE 0 TO PAY-SESSION-ID.
           MOVE "D" TO PAY-TENDER-CODE.
           MOVE 0 TO PAY-SEQ.
           MOVE "22" TO PAYMENTS-STATUS.
           PERFORM 435-TRY-NEXT-PAY-SEQ
               UNTIL PAYMENTS-STATUS NOT = "22".
           CLOSE PAYMENTS-FILE.
           OPEN EXTEND NOTIFY-QUEUE-FILE.
           MOVE SPACES TO NOTIFY-RECORD.
           MOVE "PAYMENT " TO NTF-EVENT-CODE.
           MOVE DSP-STUDENT-NUMBER TO NTF-STUDENT-NUMBER.
           MOVE DSP-TERM-CODE      TO NTF-TERM-CODE.
           MOVE AUD-NEW-TUITION-DISPLAY TO NTF-DETAIL.
           MOVE FUNCTION CURRENT-DATE TO NTF-TIMESTAMP.
           MOVE SPACE TO NTF-SENT-FLAG.
           WRITE NOTIFY-RECORD.
           CLOSE NOTIFY-QUEUE-FILE.

       435-TRY-NEXT-PAY-SEQ.
           ADD 1 TO PAY-SEQ.
           WRITE PAYMENT-RECORD
               INVALID KEY
                   CONTINUE
           END-WRITE.

      *    The chargeback hold covers every case the student has
      *    open; it comes off only when this was the last of them.
       450-RELEASE-IF-LAST-CASE.
           MOVE DSP-STUDENT-NUMBER TO DKW-STUDENT.
           MOVE 0 TO DKW-OTHER-OPEN.
           PERFORM 455-COUNT-OTHER-OPEN
               VARYING IDX-WS FROM 1 BY 1
               UNTIL IDX-WS > DISPUTE-COUNT.
           MOVE DISPUTE-TABLE-ENTRY(DKW-FOUND-ENTRY) TO DISPUTE-RECORD.
           IF DKW-OTHER-OPEN > 0
               DISPLAY "STUDENT HAS " DKW-OTHER-OPEN " OTHER CASE(S) "
                   "OPEN - CHARGEBACK HOLD STAYS."
           ELSE
               PERFORM 460-RELEASE-CHARGEBACK-HOLDS
           END-IF.

       455-COUNT-OTHER-OPEN.
           MOVE DISPUTE-TABLE-ENTRY(IDX-WS) TO DISPUTE-RECORD.
           IF IDX-WS NOT = DKW-FOUND-ENTRY
                   AND DSP-STILL-OPEN
                   AND DSP-STUDENT-NUMBER = DKW-STUDENT
               ADD 1 TO DKW-OTHER-OPEN
           END-IF.

      *    Whole-file rewrite of HOLDS.txt without the student's
      *    "CARD CHARGEBACK" financial holds - any other hold stays.
       460-RELEASE-CHARGEBACK-HOLDS.
           MOVE 0 TO DKW-RELEASED.
           MOVE 0 TO HOLD-ENTRY-COUNT.
           MOVE "N" TO EOF-HOLDS.
           MOVE "N" TO HOLDS-FULL-FLAG.
           OPEN INPUT HOLDS-FILE.
           IF HOLDS-STATUS = "00" OR HOLDS-STATUS = "05"
               PERFORM 465-LOAD-ONE-HOLD UNTIL EOF-HOLDS = "Y"
                   OR HOLDS-FULL-FLAG = "Y"
               CLOSE HOLDS-FILE
           END-IF.
           IF HOLDS-FULL-FLAG = "Y"
               DISPLAY "HOLDS.txt EXCEEDS " HOLD-TABLE-MAX
                   " ROWS. RELEASE THE HOLD THROUGH HOLD-MAINT."
           ELSE
               IF DKW-RELEASED > 0
                   OPEN OUTPUT HOLDS-FILE
                   PERFORM 470-WRITE-ONE-HOLD
                       VARYING H-ENTRY FROM 1 BY 1
                       UNTIL H-ENTRY > HOLD-ENTRY-COUNT
                   CLOSE HOLDS-FILE
                   DISPLAY "CHARGEBACK HOLD RELEASED."
               END-IF
           END-IF.

       465-LOAD-ONE-HOLD.
           READ HOLDS-FILE
               AT END
                   MOVE "Y" TO EOF-HOLDS
               NOT AT END
                   EVALUATE TRUE
                       WHEN HLD-STUDENT-NUMBER = DSP-STUDENT-NUMBER
                               AND HLD-TYPE = "F"
                               AND HLD-REASON = "CARD CHARGEBACK"
                           ADD 1 TO DKW-RELEASED
                       WHEN HOLD-ENTRY-COUNT >= HOLD-TABLE-MAX
                           MOVE "Y" TO HOLDS-FULL-FLAG
                       WHEN OTHER
                           ADD 1 TO HOLD-ENTRY-COUNT
                           MOVE HOLD-RECORD
                               TO HOLD-TABLE-ENTRY(HOLD-ENTRY-COUNT)
                   END-EVALUATE
           END-READ.

       470-WRITE-ONE-HOLD.
           MOVE HOLD-TABLE-ENTRY(H-ENTRY) TO HOLD-RECORD.
           WRITE HOLD-RECORD.

      *    Nothing to post: the balance already carries the amount
      *    DISPUTE-LOAD restored, and the hold stays.
       500-CASE-LOST.
           PERFORM 220-ACCEPT-CASE.
           EVALUATE TRUE
               WHEN DKW-FOUND-ENTRY = 0
                   DISPLAY "NO SUCH CASE ON FILE."
               WHEN NOT DSP-STILL-OPEN
                   DISPLAY "CASE ALREADY DECIDED. NOTHING CHANGED."
               WHEN OTHER
                   IF DSP-OPEN
                       MOVE "OPEN" TO DKW-OLD-STATUS
                   ELSE
                       MOVE "EVIDENCE SUBMITTED" TO DKW-OLD-STATUS
                   END-IF
                   MOVE "LOST" TO DKW-NEW-STATUS
                   MOVE "L" TO DSP-STATUS
                   PERFORM 600-STORE-CASE-STATUS
                   DISPLAY "CASE " DSP-CASE-ID " LOST - THE AMOUNT "
                       "STAYS ON THE STUDENT'S BALANCE."
                   DISPLAY "RELEASE THE CHARGEBACK HOLD THROUGH "
                       "HOLD-MAINT ONCE IT IS PAID."
           END-EVALUATE.

      *    The caller has set the new DSP-STATUS and the before and
      *    after wording for the audit row.
       600-STORE-CASE-STATUS.
           MOVE DKW-TODAY      TO DSP-STATUS-DATE.
           MOVE OPERATOR-ID-WS TO DSP-STATUS-BY.
           MOVE DISPUTE-RECORD TO DISPUTE-TABLE-ENTRY(DKW-FOUND-ENTRY).
           MOVE "Y" TO CHANGED-FLAG.
           MOVE SPACES TO AUDIT-LOG-RECORD.
           MOVE DSP-STUDENT-NUMBER TO AUD-STUDENT-NUMBER.
           MOVE DSP-TERM-CODE      TO AUD-TERM-CODE.
           STRING "DISPUTE " DSP-CASE-ID
               DELIMITED BY SIZE INTO AUD-FIELD-NAME
           END-STRING.
           MOVE DKW-OLD-STATUS TO AUD-OLD-VALUE.
           MOVE DKW-NEW-STATUS TO AUD-NEW-VALUE.
           PERFORM 700-WRITE-AUDIT-ROW.

      *    The caller has cleared the row and set the student, term,
      *    field and values.
       700-WRITE-AUDIT-ROW.
           OPEN EXTEND AUDIT-LOG-FILE.
           MOVE OPERATOR-ID-WS TO AUD-OPERATOR-ID.
           MOVE FUNCTION CURRENT-DATE TO AUD-TIMESTAMP.
           CALL "AUDIT-CHAIN" USING AUDIT-LOG-RECORD.
           WRITE AUDIT-LOG-RECORD.
           CLOSE AUDIT-LOG-FILE.

       800-SAVE-DISPUTE-TABLE.
           IF CHANGED-FLAG = "Y"
               OPEN OUTPUT DISPUTES-FILE
               PERFORM 810-WRITE-ONE-DISPUTE
                   VARYING D-ENTRY FROM 1 BY 1
                   UNTIL D-ENTRY > DISPUTE-COUNT
               CLOSE DISPUTES-FILE
               DISPLAY "SAVED " DISPUTE-COUNT
                   " CASES TO DISPUTES.txt"
           ELSE
               DISPLAY "NO CHANGES TO SAVE."
           END-IF.

       810-WRITE-ONE-DISPUTE.
           MOVE DISPUTE-TABLE-ENTRY(D-ENTRY) TO DISPUTE-RECORD.
           WRITE DISPUTE-RECORD.

       END PROGRAM DISPUTE-DESK.
