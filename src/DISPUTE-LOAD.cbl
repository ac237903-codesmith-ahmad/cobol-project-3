      ******************************************************************
      * Tectonics: Card chargeback load.  SETTLE-MATCH proves a card
      * payment settled, but weeks later the cardholder can dispute
      * it and the processor claws the money back.  The gateway's
      * dispute file (GATEWAY-DISPUTES.txt) lists each chargeback:
      * its case number, our student, the date and amount of the
      * original charge, the cardholder's reason and the date our
      * evidence is due.  Each one is matched to its 'D' tender
      * PAYMENTS.dat row (student, date, amount) and backed out the
      * way PAYMENT-REVERSAL backs out an NSF cheque: the original
      * must still be unreversed and its term open, TUITION-OWED
      * gets the amount back, an offsetting 'R' row goes into the
      * history and the change is audited.  The student gets a
      * financial hold ('F', "CARD CHARGEBACK", placed by DISPUTELD)
      * and DISPUTES.txt (see DISPUTE-RECORD.cpy) opens the case for
      * DISPUTE-DESK to follow through evidence to won or lost.
      * A chargeback that cannot be matched or reversed, or whose
      * case is already on file, is listed on
      * DISPUTE-LOAD-REJECTS.txt.  The HDR row carries the gateway's
      * batch identifier and file date; INBOUND-REGISTRY refuses a
      * batch already loaded.
      * RETURN-CODE 0 clean, 4 chargebacks opened or rows rejected
      * (either needs the desk), 8 the batch was refused.
      ******************************************************************
       IDENTIFICATION DIVISION.
       PROGRAM-ID. DISPUTE-LOAD.

       ENVIRONMENT DIVISION.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
           SELECT GATEWAY-DISPUTES-FILE ASSIGN "GATEWAY-DISPUTES.txt"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS GATEWAY-STATUS.
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
           SELECT OPTIONAL DISPUTES-FILE ASSIGN "DISPUTES.txt"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS DISPUTES-STATUS.
           SELECT OPTIONAL HOLDS-FILE ASSIGN "HOLDS.txt"
               ORGANIZATION IS LINE SEQUENTIAL.
           SELECT OPTIONAL CLOSED-TERMS-FILE ASSIGN "CLOSED-TERMS.txt"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS CLOSED-TERMS-STATUS.
           SELECT REJECTS-FILE ASSIGN "DISPUTE-LOAD-REJECTS.txt"
               ORGANIZATION IS LINE SEQUENTIAL.
           SELECT OPTIONAL AUDIT-LOG-FILE ASSIGN "AUDIT-LOG.txt"
               ORGANIZATION IS LINE SEQUENTIAL.

       DATA DIVISION.
       FILE SECTION.
           FD GATEWAY-DISPUTES-FILE.
           01 GATEWAY-DISPUTE-RECORD.
               05 GDS-CASE-ID        PIC X(12).
               05 FILLER             PIC X.
               05 GDS-STUDENT-NUMBER PIC 9(6).
               05 FILLER             PIC X.
      *            Date and amount of the original card charge.
               05 GDS-PAY-DATE       PIC X(8).
               05 FILLER             PIC X.
               05 GDS-AMOUNT         PIC 9(7)V99.
               05 FILLER             PIC X.
               05 GDS-RESPOND-BY     PIC 9(8).
               05 FILLER             PIC X.
               05 GDS-REASON         PIC X(20).
      *    The leading HDR row: the gateway's batch identifier and
      *    file date - the duplicate-load guard's key.
           COPY "INBOUND-HEADER.cpy".

           FD STUDENT-DATA-FILE
               RECORD IS VARYING IN SIZE FROM 82 TO 181 CHARACTERS
               DEPENDING ON COURSE-COUNT.
           COPY "STUDENT-RECORD.cpy".

           FD PAYMENTS-FILE.
           COPY "PAYMENT-RECORD.cpy".

           FD DISPUTES-FILE.
           COPY "DISPUTE-RECORD.cpy".

           FD HOLDS-FILE.
           COPY "HOLD-RECORD.cpy".

           FD CLOSED-TERMS-FILE.
           COPY "CLOSED-TERM-RECORD.cpy".

           FD REJECTS-FILE.
           01 REJECTS-RECORD.
               05 REJ-CASE-ID-OUT        PIC X(12).
               05 FILLER                 PIC X(2).
               05 REJ-STUDENT-NUMBER-OUT PIC 9(6).
               05 FILLER                 PIC X(2).
               05 REJ-REASON-OUT         PIC X(30).

           FD AUDIT-LOG-FILE.
           COPY "AUDIT-LOG.cpy".

       WORKING-STORAGE SECTION.
           01 FILE-STATUS         PIC X(2).
           01 GATEWAY-STATUS      PIC X(2).
           01 PAYMENTS-STATUS     PIC X(2).
           01 DISPUTES-STATUS     PIC X(2).
           01 CLOSED-TERMS-STATUS PIC X(2).

           01 OPERATOR-ID-WS PIC X(10) VALUE "DISPUTELD".
           01 RUN-DATE-WS    PIC 9(8) VALUE 0.

      *    Case numbers already on DISPUTES.txt, and those opened by
      *    this run, so a case the gateway sends again is refused.
           01 CASE-TABLE.
               05 CASE-TABLE-ENTRY OCCURS 2000 TIMES
                       INDEXED K-ENTRY.
                   10 KTB-CASE-ID PIC X(12).
           01 CASE-ENTRY-COUNT PIC 9(4) VALUE 0.
           01 CASE-TABLE-MAX   PIC 9(4) VALUE 2000.
           01 CASE-FOUND-FLAG  PIC X VALUE "N".

      *    CLOSED-TERMS.txt loaded at startup - a closed term's
      *    balance is not reopened by a batch run.
           01 CLOSED-TERM-TABLE.
               05 CLOSED-TERM-ENTRY OCCURS 100 TIMES
                       INDEXED CT-ENTRY.
                   10 CLOSED-TERM-CODE PIC X(6).
           01 CLOSED-TERM-COUNT PIC 9(3) VALUE 0.
           01 CLOSED-TERM-MAX   PIC 9(3) VALUE 100.
           01 TERM-CLOSED-FLAG  PIC X VALUE "N".

      *    LOCK-MANAGER work area for the batch-exclusivity check -
      *    this run refuses to start while any interactive session
      *    is registered against STUFILE.dat.
           01 LOCK-WORK-AREA.
               05 LOCK-ACTION-WS  PIC X(2) VALUE SPACES.
               05 LOCK-STUDENT-WS PIC 9(6) VALUE 0.
               05 LOCK-TERM-WS    PIC X(6) VALUE SPACES.
               05 LOCK-RESULT-WS  PIC X(2) VALUE SPACES.

           01 COUNTERS.
               05 READ-COUNTER     PIC 9(5) VALUE 0.
               05 OPENED-COUNTER   PIC 9(5) VALUE 0.
               05 REJECT-COUNTER   PIC 9(5) VALUE 0.

           01 FLAGS.
               05 EOF-GATEWAY      PIC X VALUE "N".
               05 EOF-DISPUTES     PIC X VALUE "N".
               05 EOF-PAYMENTS     PIC X VALUE "N".
               05 EOF-CLOSED-TERMS PIC X VALUE "N".
               05 INBOUND-OK       PIC X VALUE "N".
               05 ABORT-FLAG       PIC X VALUE "N".

      *    INBOUND-REGISTRY parameter block - the HDR row's batch
      *    identifier checked before anything posts, registered once
      *    the batch has.
           COPY "INBOUND-CHECK.cpy".

      *    The card payment the chargeback matched, and the
      *    PAYMENT-REVERSAL open count for it: matching originals
      *    less matching 'R' rows - only a positive count reverses.
           01 CHARGEBACK-WORK-AREA.
               05 CBW-FOUND-FLAG   PIC X VALUE "N".
               05 CBW-TERM-CODE    PIC X(6) VALUE SPACES.
               05 CBW-RECEIPT      PIC 9(8) VALUE 0.
               05 CBW-OPEN-COUNT   PIC S9(4) VALUE 0.
               05 TOTAL-CHARGEDBACK PIC 9(9)V99 VALUE 0.
               05 TOTAL-DISPLAY    PIC ZZZ,ZZZ,ZZ9.99.
           01 REJECT-REASON-HOLD PIC X(30) VALUE SPACES.

           01 AUDIT-WORK-AREA.
               05 AUD-TUITION-BEFORE-WS   PIC S9(7)V99.
               05 AUD-OLD-TUITION-DISPLAY PIC -ZZZZZZ9.99.
               05 AUD-NEW-TUITION-DISPLAY PIC -ZZZZZZ9.99.

       PROCEDURE DIVISION.
       100-MAIN.
           CALL "BUSINESS-DATE" USING RUN-DATE-WS.
           PERFORM 140-CHECK-BATCH-EXCLUSIVITY.
           IF LOCK-RESULT-WS NOT = "00"
               DISPLAY "INTERACTIVE SESSIONS HOLD STUFILE.dat. "
                   "BATCH REFUSED - RUN AFTER HOURS."
               MOVE 8 TO RETURN-CODE
           ELSE
               PERFORM 150-LOAD-CLOSED-TERMS
               PERFORM 160-LOAD-CASE-TABLE
               IF ABORT-FLAG = "Y"
                   DISPLAY "DISPUTES.txt EXCEEDS " CASE-TABLE-MAX
                       " ROWS. RUN ABORTED - NOTHING POSTED."
                   MOVE 8 TO RETURN-CODE
               ELSE
                   PERFORM 190-OPEN-AND-CHECK-DISPUTES
               END-IF
           END-IF.
      *    GOBACK, not STOP RUN, so the job-stream controller can
      *    CALL this program as one step of the night's stream.
           GOBACK.

       140-CHECK-BATCH-EXCLUSIVITY.
           MOVE "BX" TO LOCK-ACTION-WS.
           CALL "LOCK-MANAGER" USING LOCK-ACTION-WS LOCK-STUDENT-WS
               LOCK-TERM-WS OPERATOR-ID-WS LOCK-RESULT-WS.

       150-LOAD-CLOSED-TERMS.
           SET CT-ENTRY TO 1.
           OPEN INPUT CLOSED-TERMS-FILE.
           IF CLOSED-TERMS-STATUS = "00" OR CLOSED-TERMS-STATUS = "05"
               PERFORM 155-LOAD-ONE-CLOSED-TERM
                   UNTIL EOF-CLOSED-TERMS = "Y"
                   OR CT-ENTRY > CLOSED-TERM-MAX
               CLOSE CLOSED-TERMS-FILE
           END-IF.
           COMPUTE CLOSED-TERM-COUNT = CT-ENTRY - 1.

       155-LOAD-ONE-CLOSED-TERM.
           READ CLOSED-TERMS-FILE
               AT END
                   MOVE "Y" TO EOF-CLOSED-TERMS
               NOT AT END
                   MOVE CLT-TERM-CODE TO CLOSED-TERM-CODE(CT-ENTRY)
                   ADD 1 TO CT-ENTRY
           END-READ.

       160-LOAD-CASE-TABLE.
           SET K-ENTRY TO 1.
           OPEN INPUT DISPUTES-FILE.
           IF DISPUTES-STATUS = "00" OR DISPUTES-STATUS = "05"
               PERFORM 165-LOAD-ONE-CASE UNTIL EOF-DISPUTES = "Y"
                   OR K-ENTRY > CASE-TABLE-MAX
               CLOSE DISPUTES-FILE
           END-IF.
           COMPUTE CASE-ENTRY-COUNT = K-ENTRY - 1.
           IF EOF-DISPUTES NOT = "Y"
                   AND CASE-ENTRY-COUNT >= CASE-TABLE-MAX
               MOVE "Y" TO ABORT-FLAG
           END-IF.

       165-LOAD-ONE-CASE.
           READ DISPUTES-FILE
               AT END
                   MOVE "Y" TO EOF-DISPUTES
               NOT AT END
                   MOVE DSP-CASE-ID TO KTB-CASE-ID(K-ENTRY)
                   SET K-ENTRY UP BY 1
           END-READ.

       190-OPEN-AND-CHECK-DISPUTES.
           OPEN INPUT GATEWAY-DISPUTES-FILE.
           IF GATEWAY-STATUS NOT = "00"
               DISPLAY "GATEWAY-DISPUTES.txt NOT FOUND. "
                   "NOTHING POSTED."
               MOVE 8 TO RETURN-CODE
           ELSE
               PERFORM 200-CHECK-INBOUND-HEADER
               IF INBOUND-OK NOT = "Y"
                   CLOSE GATEWAY-DISPUTES-FILE
                   DISPLAY "BATCH REJECTED - NOTHING POSTED."
                   MOVE 8 TO RETURN-CODE
               ELSE
                   PERFORM 250-POST-THE-BATCH
               END-IF
           END-IF.

      *****************************************************************
      * The first row must be the HDR.  Its batch identifier and file
      * date go to INBOUND-REGISTRY: a batch already loaded is
      * refused whole, unless a supervisor has authorized one reload
      * of it through INBOUND-OVERRIDE.
      *****************************************************************
       200-CHECK-INBOUND-HEADER.
           MOVE "N" TO INBOUND-OK.
           MOVE "CK" TO INB-ACTION.
           MOVE "DISPUTELD" TO INB-FEED-CODE.
           MOVE OPERATOR-ID-WS TO INB-OPERATOR-ID.
           MOVE SPACES TO INB-BATCH-ID.
           READ GATEWAY-DISPUTES-FILE
               AT END
                   MOVE "Y" TO EOF-GATEWAY
               NOT AT END
                   IF IHD-RECORD-TYPE = "HDR"
                       MOVE IHD-BATCH-ID  TO INB-BATCH-ID
                       MOVE IHD-FILE-DATE TO INB-FILE-DATE
                   END-IF
           END-READ.
           CALL "INBOUND-REGISTRY" USING INBOUND-CHECK.
           EVALUATE INB-RESULT
               WHEN "00"
                   MOVE "Y" TO INBOUND-OK
               WHEN "OV"
                   DISPLAY "BATCH " INB-BATCH-ID " ALREADY LOADED - "
                       "RELOAD AUTHORIZED BY " INB-OVERRIDE-BY
                   MOVE "Y" TO INBOUND-OK
               WHEN "DP"
                   DISPLAY "BATCH " INB-BATCH-ID " OF " INB-FILE-DATE
                       " WAS ALREADY LOADED - DUPLICATE FILE"
               WHEN OTHER
                   DISPLAY "NO HDR BATCH ID/FILE DATE ON "
                       "GATEWAY-DISPUTES.txt"
           END-EVALUATE.

       210-REGISTER-INBOUND-BATCH.
           MOVE "RG" TO INB-ACTION.
           MOVE READ-COUNTER TO INB-DETAIL-COUNT.
           CALL "INBOUND-REGISTRY" USING INBOUND-CHECK.

       250-POST-THE-BATCH.
           OPEN I-O STUDENT-DATA-FILE.
           OPEN I-O PAYMENTS-FILE.
           OPEN EXTEND DISPUTES-FILE.
           OPEN EXTEND HOLDS-FILE.
           OPEN OUTPUT REJECTS-FILE.
           OPEN EXTEND AUDIT-LOG-FILE.
           PERFORM 300-PROCESS-ONE-CHARGEBACK UNTIL EOF-GATEWAY = "Y".
           CLOSE GATEWAY-DISPUTES-FILE.
           CLOSE STUDENT-DATA-FILE.
           CLOSE PAYMENTS-FILE.
           CLOSE DISPUTES-FILE.
           CLOSE HOLDS-FILE.
           CLOSE REJECTS-FILE.
           CLOSE AUDIT-LOG-FILE.
           PERFORM 950-DISPLAY-STATS.
           PERFORM 210-REGISTER-INBOUND-BATCH.

       300-PROCESS-ONE-CHARGEBACK.
           READ GATEWAY-DISPUTES-FILE
               AT END
                   MOVE "Y" TO EOF-GATEWAY
               NOT AT END
                   ADD 1 TO READ-COUNTER
                   PERFORM 310-CHECK-THE-CHARGEBACK
           END-READ.

       310-CHECK-THE-CHARGEBACK.
           PERFORM 320-FIND-CASE.
           IF CASE-FOUND-FLAG = "Y"
               MOVE "CASE ALREADY ON FILE" TO REJ-REASON-OUT
               PERFORM 390-WRITE-REJECT
           ELSE
               IF GDS-AMOUNT IS NOT NUMERIC OR GDS-AMOUNT = 0
                   MOVE "BAD CHARGEBACK AMOUNT" TO REJ-REASON-OUT
                   PERFORM 390-WRITE-REJECT
               ELSE
                   PERFORM 330-FIND-CARD-PAYMENT
                   PERFORM 340-CHECK-AND-REVERSE
               END-IF
           END-IF.

       320-FIND-CASE.
           MOVE "N" TO CASE-FOUND-FLAG.
           PERFORM VARYING K-ENTRY FROM 1 BY 1
                   UNTIL K-ENTRY > CASE-ENTRY-COUNT
                   OR CASE-FOUND-FLAG = "Y"
               IF KTB-CASE-ID(K-ENTRY) = GDS-CASE-ID
                   MOVE "Y" TO CASE-FOUND-FLAG
               END-IF
           END-PERFORM.

      *****************************************************************
      * The charge the cardholder disputes is the student's 'D' row
      * of that amount on that date - read off the PAY-DATE key, the
      * way SETTLE-MATCH finds the day's card rows.  The term comes
      * from the row; the gateway never knew it.
      *****************************************************************
       330-FIND-CARD-PAYMENT.
           MOVE "N" TO CBW-FOUND-FLAG.
           MOVE "N" TO EOF-PAYMENTS.
           MOVE GDS-PAY-DATE TO PAY-DATE.
           START PAYMENTS-FILE KEY IS EQUAL PAY-DATE
               INVALID KEY
                   MOVE "Y" TO EOF-PAYMENTS
           END-START.
           PERFORM 335-CHECK-ONE-DAY-ROW
               UNTIL EOF-PAYMENTS = "Y" OR CBW-FOUND-FLAG = "Y".

       335-CHECK-ONE-DAY-ROW.
           READ PAYMENTS-FILE NEXT RECORD
               AT END
                   MOVE "Y" TO EOF-PAYMENTS
               NOT AT END
                   IF PAY-DATE NOT = GDS-PAY-DATE
                       MOVE "Y" TO EOF-PAYMENTS
                   ELSE
                       IF PAY-STUDENT-NUMBER = GDS-STUDENT-NUMBER
                               AND PAY-TENDER-CODE = "D"
                               AND PAY-AMOUNT = GDS-AMOUNT
                               AND PAY-REVERSAL-FLAG NOT = "R"
                           MOVE "Y" TO CBW-FOUND-FLAG
                           MOVE PAY-TERM-CODE      TO CBW-TERM-CODE
                           MOVE PAY-RECEIPT-NUMBER TO CBW-RECEIPT
                       END-IF
                   END-IF
           END-READ.

       340-CHECK-AND-REVERSE.
           EVALUATE TRUE
               WHEN CBW-FOUND-FLAG NOT = "Y"
                   MOVE "NO MATCHING CARD PAYMENT" TO REJ-REASON-OUT
                   PERFORM 390-WRITE-REJECT
               WHEN OTHER
                   PERFORM 345-CHECK-TERM-CLOSED
                   IF TERM-CLOSED-FLAG = "Y"
                       MOVE "TERM CLOSED" TO REJ-REASON-OUT
                       PERFORM 390-WRITE-REJECT
                   ELSE
                       PERFORM 350-COUNT-OPEN-ORIGINALS
                       IF CBW-OPEN-COUNT < 1
                           MOVE "PAYMENT ALREADY REVERSED"
                               TO REJ-REASON-OUT
                           PERFORM 390-WRITE-REJECT
                       ELSE
                           PERFORM 360-RESTORE-BALANCE
                       END-IF
                   END-IF
           END-EVALUATE.

       345-CHECK-TERM-CLOSED.
           MOVE "N" TO TERM-CLOSED-FLAG.
           PERFORM VARYING CT-ENTRY FROM 1 BY 1
                   UNTIL CT-ENTRY > CLOSED-TERM-COUNT
                   OR TERM-CLOSED-FLAG = "Y"
               IF CLOSED-TERM-CODE(CT-ENTRY) = CBW-TERM-CODE
                   MOVE "Y" TO TERM-CLOSED-FLAG
               END-IF
           END-PERFORM.

      *****************************************************************
      * PAYMENT-REVERSAL's guard against backing a payment out
      * twice: matching originals on the date, less the 'R' rows of
      * the same amount on the student's term.  The chargeback only
      * goes ahead while one is still open.
      *****************************************************************
       350-COUNT-OPEN-ORIGINALS.
           MOVE 0 TO CBW-OPEN-COUNT.
           MOVE "N" TO EOF-PAYMENTS.
           MOVE GDS-STUDENT-NUMBER TO PAY-STUDENT-NUMBER.
           MOVE CBW-TERM-CODE      TO PAY-TERM-CODE.
           MOVE LOW-VALUES         TO PAY-DATE.
           MOVE 0                  TO PAY-SEQ.
           START PAYMENTS-FILE KEY IS NOT LESS THAN PAY-KEY
               INVALID KEY
                   MOVE "Y" TO EOF-PAYMENTS
           END-START.
           PERFORM 355-COUNT-ONE-PAYMENT UNTIL EOF-PAYMENTS = "Y".

       355-COUNT-ONE-PAYMENT.
           READ PAYMENTS-FILE NEXT RECORD
               AT END
                   MOVE "Y" TO EOF-PAYMENTS
               NOT AT END
                   IF PAY-STUDENT-NUMBER = GDS-STUDENT-NUMBER
                           AND PAY-TERM-CODE = CBW-TERM-CODE
                       IF PAY-REVERSAL-FLAG = "R"
                               AND PAY-AMOUNT = 0 - GDS-AMOUNT
                           SUBTRACT 1 FROM CBW-OPEN-COUNT
                       ELSE
                           IF PAY-DATE = GDS-PAY-DATE
                                   AND PAY-AMOUNT = GDS-AMOUNT
                                   AND PAY-REVERSAL-FLAG NOT = "R"
                               ADD 1 TO CBW-OPEN-COUNT
                           END-IF
                       END-IF
                   ELSE
                       MOVE "Y" TO EOF-PAYMENTS
                   END-IF
           END-READ.

      *    Balance first, then the 'R' row, hold and case - a failed
      *    REWRITE leaves no phantom reversal behind.
       360-RESTORE-BALANCE.
           MOVE GDS-STUDENT-NUMBER TO STUDENT-NUMBER.
           MOVE CBW-TERM-CODE      TO TERM-CODE.
           READ STUDENT-DATA-FILE
               INVALID KEY
                   MOVE "STUDENT/TERM NOT FOUND" TO REJ-REASON-OUT
                   PERFORM 390-WRITE-REJECT
               NOT INVALID KEY
                   MOVE TUITION-OWED TO AUD-TUITION-BEFORE-WS
                   ADD GDS-AMOUNT TO TUITION-OWED
                   REWRITE STUDENT-RECORD
                       INVALID KEY
                           MOVE "REWRITE FAILED" TO REJ-REASON-OUT
                           PERFORM 390-WRITE-REJECT
                       NOT INVALID KEY
                           ADD 1 TO OPENED-COUNTER
                           ADD GDS-AMOUNT TO TOTAL-CHARGEDBACK
                           PERFORM 365-LOG-BALANCE-RESTORE
                           PERFORM 370-WRITE-REVERSAL-ROW
                           PERFORM 380-PLACE-HOLD
                           PERFORM 385-OPEN-THE-CASE
                   END-REWRITE
           END-READ.

       365-LOG-BALANCE-RESTORE.
           MOVE SPACES TO AUDIT-LOG-RECORD.
           MOVE AUD-TUITION-BEFORE-WS TO AUD-OLD-TUITION-DISPLAY.
           MOVE TUITION-OWED TO AUD-NEW-TUITION-DISPLAY.
           MOVE STUDENT-NUMBER TO AUD-STUDENT-NUMBER.
           MOVE TERM-CODE      TO AUD-TERM-CODE.
           MOVE "TUITION-OWED" TO AUD-FIELD-NAME.
           MOVE AUD-OLD-TUITION-DISPLAY TO AUD-OLD-VALUE.
           MOVE AUD-NEW-TUITION-DISPLAY TO AUD-NEW-VALUE.
           PERFORM 700-WRITE-AUDIT-ROW.

      *    No receipt - nothing was received; the original row keeps
      *    the number the desk issued.
       370-WRITE-REVERSAL-ROW.
           MOVE SPACES TO PAYMENT-RECORD.
           MOVE GDS-STUDENT-NUMBER TO PAY-STUDENT-NUMBER.
           MOVE CBW-TERM-CODE      TO PAY-TERM-CODE.
           COMPUTE PAY-AMOUNT = 0 - GDS-AMOUNT.
           MOVE FUNCTION CURRENT-DATE(1:8) TO PAY-DATE.
           MOVE "R" TO PAY-REVERSAL-FLAG.
           MOVE 0 TO PAY-RECEIPT-NUMBER.
           MOVE 0 TO PAY-SESSION-ID.
           MOVE SPACE TO PAY-TENDER-CODE.
           PERFORM 375-STORE-PAYMENT-ROW.

      *    Takes the next free PAY-SEQ for the row's student, term
      *    and date - PAYMENTS.dat refuses a duplicate key (status
      *    22), so count up until the WRITE lands.
       375-STORE-PAYMENT-ROW.
           MOVE 0 TO PAY-SEQ.
           MOVE "22" TO PAYMENTS-STATUS.
           PERFORM 376-TRY-NEXT-PAY-SEQ
               UNTIL PAYMENTS-STATUS NOT = "22".

       376-TRY-NEXT-PAY-SEQ.
           ADD 1 TO PAY-SEQ.
           WRITE PAYMENT-RECORD
               INVALID KEY
                   CONTINUE
           END-WRITE.

       380-PLACE-HOLD.
           MOVE SPACES TO HOLD-RECORD.
           MOVE GDS-STUDENT-NUMBER TO HLD-STUDENT-NUMBER.
           MOVE "F" TO HLD-TYPE.
           MOVE "CARD CHARGEBACK" TO HLD-REASON.
           MOVE OPERATOR-ID-WS TO HLD-PLACED-BY.
           MOVE RUN-DATE-WS TO HLD-DATE.
           WRITE HOLD-RECORD.

       385-OPEN-THE-CASE.
           MOVE SPACES TO DISPUTE-RECORD.
           MOVE GDS-CASE-ID        TO DSP-CASE-ID.
           MOVE GDS-STUDENT-NUMBER TO DSP-STUDENT-NUMBER.
           MOVE CBW-TERM-CODE      TO DSP-TERM-CODE.
           MOVE GDS-PAY-DATE       TO DSP-PAY-DATE.
           MOVE GDS-AMOUNT         TO DSP-AMOUNT.
           MOVE CBW-RECEIPT        TO DSP-ORIG-RECEIPT.
           MOVE GDS-REASON         TO DSP-REASON.
           MOVE RUN-DATE-WS        TO DSP-OPENED-DATE.
           MOVE 0 TO DSP-RESPOND-BY.
           IF GDS-RESPOND-BY IS NUMERIC
               MOVE GDS-RESPOND-BY TO DSP-RESPOND-BY
           END-IF.
           MOVE "O"                TO DSP-STATUS.
           MOVE RUN-DATE-WS        TO DSP-STATUS-DATE.
           MOVE OPERATOR-ID-WS     TO DSP-STATUS-BY.
           MOVE 0                  TO DSP-REPOST-RECEIPT.
           WRITE DISPUTE-RECORD.
           IF CASE-ENTRY-COUNT < CASE-TABLE-MAX
               ADD 1 TO CASE-ENTRY-COUNT
               MOVE GDS-CASE-ID TO KTB-CASE-ID(CASE-ENTRY-COUNT)
           END-IF.
           MOVE SPACES TO AUDIT-LOG-RECORD.
           MOVE GDS-STUDENT-NUMBER TO AUD-STUDENT-NUMBER.
           MOVE CBW-TERM-CODE      TO AUD-TERM-CODE.
           STRING "DISPUTE " GDS-CASE-ID
               DELIMITED BY SIZE INTO AUD-FIELD-NAME
           END-STRING.
           MOVE "NONE" TO AUD-OLD-VALUE.
           MOVE "OPEN" TO AUD-NEW-VALUE.
           PERFORM 700-WRITE-AUDIT-ROW.
           DISPLAY "CHARGEBACK " GDS-CASE-ID " OPENED FOR STUDENT "
               GDS-STUDENT-NUMBER " - " GDS-REASON.

      *    The caller has set REJ-REASON-OUT; the hold carries it
      *    across the record-area clear.
       390-WRITE-REJECT.
           MOVE REJ-REASON-OUT TO REJECT-REASON-HOLD.
           MOVE SPACES TO REJECTS-RECORD.
           MOVE REJECT-REASON-HOLD TO REJ-REASON-OUT.
           MOVE GDS-CASE-ID        TO REJ-CASE-ID-OUT.
           MOVE GDS-STUDENT-NUMBER TO REJ-STUDENT-NUMBER-OUT.
           WRITE REJECTS-RECORD.
           ADD 1 TO REJECT-COUNTER.
           DISPLAY "CHARGEBACK " GDS-CASE-ID " REJECTED: "
               REJECT-REASON-HOLD.

      *    AUDIT-LOG.txt is held open for the run; the caller has
      *    cleared the row and set the student, term, field and
      *    values.
       700-WRITE-AUDIT-ROW.
           MOVE OPERATOR-ID-WS TO AUD-OPERATOR-ID.
           MOVE FUNCTION CURRENT-DATE TO AUD-TIMESTAMP.
           CALL "AUDIT-CHAIN" USING AUDIT-LOG-RECORD.
           WRITE AUDIT-LOG-RECORD.

       950-DISPLAY-STATS.
           MOVE TOTAL-CHARGEDBACK TO TOTAL-DISPLAY.
           DISPLAY "CHARGEBACK ROWS READ: " READ-COUNTER.
           DISPLAY "CASES OPENED:         " OPENED-COUNTER.
           DISPLAY "AMOUNT CHARGED BACK:  " TOTAL-DISPLAY.
           DISPLAY "ROWS REJECTED:        " REJECT-COUNTER.
           IF OPENED-COUNTER > 0 OR REJECT-COUNTER > 0
               MOVE 4 TO RETURN-CODE
           END-IF.

       END PROGRAM DISPUTE-LOAD.
