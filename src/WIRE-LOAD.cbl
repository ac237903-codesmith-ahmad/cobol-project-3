      ******************************************************************
      * Tectonics: International wire load.  Students abroad and
      * their sponsors wire tuition in their own currency - US
      * dollars, euros, rupees - and the bank's advice for those
      * wires arrives as INTL-WIRES.txt: one row per wire with our
      * student and term, the currency and amount as sent, the value
      * date and, when the bank reports it, the Canadian amount it
      * actually settled to us.  Each wire is converted to Canadian
      * dollars at the EXCHANGE-RATES.txt rate for its value date
      * (the newest earlier rate when nobody keyed one for that day,
      * but never one more than a week old), and the converted
      * amount posts the way a BATCH-PAYMENT remittance does:
      * TUITION-OWED down, the AUDIT-LOG.txt trail, a receipted
      * PAYMENTS.dat row (tender 'B') and a PAYMENT event on the
      * notification queue.  FX-PAYMENTS.txt (see FXPAY-RECORD.cpy)
      * keeps what was actually wired against that payment row, and
      * where the bank settled a different Canadian amount the
      * difference is the exchange gain or loss GL-EXTRACT journals.
      * A wire for a student/term not on file goes to SUSPENSE.txt
      * at its Canadian value, as an unmatched remittance does; a
      * wire that cannot be converted (no rate, bad currency or
      * amount) or is for a closed term is listed on
      * WIRE-LOAD-REJECTS.txt for the desk to work by hand.
      * The HDR row carries the bank's batch identifier and file
      * date; INBOUND-REGISTRY refuses a batch already loaded.
      * RETURN-CODE 0 clean, 4 rows rejected or sent to suspense,
      * 8 the batch was refused (nothing posted).
      ******************************************************************
       IDENTIFICATION DIVISION.
       PROGRAM-ID. WIRE-LOAD.

       ENVIRONMENT DIVISION.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
           SELECT WIRES-FILE ASSIGN "INTL-WIRES.txt"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WIRES-STATUS.
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
           SELECT OPTIONAL FXRATE-FILE ASSIGN "EXCHANGE-RATES.txt"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS FXRATE-STATUS.
           SELECT OPTIONAL FX-PAYMENTS-FILE ASSIGN "FX-PAYMENTS.txt"
               ORGANIZATION IS LINE SEQUENTIAL.
           SELECT OPTIONAL CLOSED-TERMS-FILE ASSIGN "CLOSED-TERMS.txt"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS CLOSED-TERMS-STATUS.
           SELECT OPTIONAL SUSPENSE-FILE ASSIGN "SUSPENSE.txt"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS SUSPENSE-STATUS.
           SELECT REJECTS-FILE ASSIGN "WIRE-LOAD-REJECTS.txt"
               ORGANIZATION IS LINE SEQUENTIAL.
           SELECT OPTIONAL NOTIFY-QUEUE-FILE ASSIGN "NOTIFY-QUEUE.txt"
               ORGANIZATION IS LINE SEQUENTIAL.
           SELECT OPTIONAL AUDIT-LOG-FILE ASSIGN "AUDIT-LOG.txt"
               ORGANIZATION IS LINE SEQUENTIAL.

       DATA DIVISION.
       FILE SECTION.
           FD WIRES-FILE.
           01 WIRE-RECORD.
               05 WIR-STUDENT-NUMBER  PIC 9(6).
               05 FILLER              PIC X.
               05 WIR-TERM-CODE       PIC X(6).
               05 FILLER              PIC X.
               05 WIR-CURRENCY        PIC X(3).
               05 FILLER              PIC X.
               05 WIR-ORIGINAL-AMOUNT PIC 9(9)V99.
               05 FILLER              PIC X.
               05 WIR-VALUE-DATE      PIC 9(8).
               05 FILLER              PIC X.
      *            0 = the bank did not report the settled amount.
               05 WIR-SETTLED-CAD     PIC 9(7)V99.
               05 FILLER              PIC X.
               05 WIR-BANK-REF        PIC X(16).
      *    The leading HDR row: the bank's batch identifier and file
      *    date - the duplicate-load guard's key.
           COPY "INBOUND-HEADER.cpy".

           FD STUDENT-DATA-FILE
               RECORD IS VARYING IN SIZE FROM 82 TO 181 CHARACTERS
               DEPENDING ON COURSE-COUNT.
           COPY "STUDENT-RECORD.cpy".

           FD PAYMENTS-FILE.
           COPY "PAYMENT-RECORD.cpy".

           FD FXRATE-FILE.
           COPY "FXRATE-RECORD.cpy".

           FD FX-PAYMENTS-FILE.
           COPY "FXPAY-RECORD.cpy".

           FD CLOSED-TERMS-FILE.
           COPY "CLOSED-TERM-RECORD.cpy".

           FD SUSPENSE-FILE.
           COPY "SUSPENSE-RECORD.cpy".

           FD REJECTS-FILE.
           01 REJECTS-RECORD.
               05 REJ-STUDENT-NUMBER-OUT PIC 9(6).
               05 FILLER                 PIC X(2).
               05 REJ-BANK-REF-OUT       PIC X(16).
               05 FILLER                 PIC X(2).
               05 REJ-REASON-OUT         PIC X(30).

           FD NOTIFY-QUEUE-FILE.
           COPY "NOTIFY-RECORD.cpy".

           FD AUDIT-LOG-FILE.
           COPY "AUDIT-LOG.cpy".

       WORKING-STORAGE SECTION.
           01 FILE-STATUS         PIC X(2).
           01 WIRES-STATUS        PIC X(2).
           01 PAYMENTS-STATUS     PIC X(2).
           01 FXRATE-STATUS       PIC X(2).
           01 CLOSED-TERMS-STATUS PIC X(2).
           01 SUSPENSE-STATUS     PIC X(2).

           01 OPERATOR-ID-WS PIC X(10) VALUE "WIRELOAD".

      *    EXCHANGE-RATES.txt loaded once at startup.
           01 FXRATE-TABLE.
               05 FXRATE-ENTRY OCCURS 3000 TIMES INDEXED X-ENTRY.
                   10 XTB-CURRENCY    PIC X(3).
                   10 XTB-RATE-DATE   PIC 9(8).
                   10 XTB-RATE        PIC 9(3)V9(6).
           01 FXRATE-COUNT PIC 9(4) VALUE 0.
           01 FXRATE-MAX   PIC 9(4) VALUE 3000.

      *    A rate older than this many days before the value date is
      *    not used - the wire is rejected until today's rate is
      *    keyed through FXRATE-MAINT.
           01 FX-RATE-GRACE-DAYS PIC 9(3) VALUE 7.

      *    CLOSED-TERMS.txt loaded at startup - a wire for a closed
      *    term is refused (batch has no supervisor at the console).
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
               05 POSTED-COUNTER   PIC 9(5) VALUE 0.
               05 REJECT-COUNTER   PIC 9(5) VALUE 0.
               05 SUSPENSE-COUNTER PIC 9(5) VALUE 0.
               05 GAIN-COUNTER     PIC 9(5) VALUE 0.
               05 LOSS-COUNTER     PIC 9(5) VALUE 0.

           01 FLAGS.
               05 EOF-WIRES        PIC X VALUE "N".
               05 EOF-FXRATE       PIC X VALUE "N".
               05 EOF-CLOSED-TERMS PIC X VALUE "N".
               05 EOF-SUSPENSE     PIC X VALUE "N".
               05 INBOUND-OK       PIC X VALUE "N".
               05 ABORT-FLAG       PIC X VALUE "N".
               05 CONVERT-OK       PIC X VALUE "N".

      *    INBOUND-REGISTRY parameter block - the HDR row's batch
      *    identifier checked before anything posts, registered once
      *    the batch has.
           COPY "INBOUND-CHECK.cpy".

      *    The conversion of the wire in hand: the rate row chosen,
      *    the Canadian amount it gives, and the gain or loss against
      *    what the bank settled.
           01 WIRE-WORK-AREA.
               05 WRW-RATE          PIC 9(3)V9(6) VALUE 0.
               05 WRW-RATE-DATE     PIC 9(8) VALUE 0.
               05 WRW-POSTED-CAD    PIC 9(7)V99 VALUE 0.
               05 WRW-DIFFERENCE    PIC S9(7)V99 VALUE 0.
               05 WRW-RATE-AGE      PIC S9(7) VALUE 0.
               05 WRW-RECEIPT-NUMBER PIC 9(8) VALUE 0.
               05 NEXT-SUSPENSE-ID  PIC 9(6) VALUE 0.
           01 REJECT-REASON-HOLD PIC X(30) VALUE SPACES.

           01 TOTALS-WORK-AREA.
               05 TOTAL-POSTED   PIC 9(9)V99 VALUE 0.
               05 TOTAL-SUSPENSE PIC 9(9)V99 VALUE 0.
               05 TOTAL-GAIN     PIC 9(9)V99 VALUE 0.
               05 TOTAL-LOSS     PIC 9(9)V99 VALUE 0.
               05 TOTAL-DISPLAY  PIC ZZZ,ZZZ,ZZ9.99.

           01 AUDIT-WORK-AREA.
               05 AUD-TUITION-BEFORE-WS   PIC S9(7)V99.
               05 AUD-OLD-TUITION-DISPLAY PIC -ZZZZZZ9.99.
               05 AUD-NEW-TUITION-DISPLAY PIC -ZZZZZZ9.99.

       PROCEDURE DIVISION.
       100-MAIN.
           PERFORM 150-CHECK-BATCH-EXCLUSIVITY.
           IF LOCK-RESULT-WS NOT = "00"
               DISPLAY "INTERACTIVE SESSIONS HOLD STUFILE.dat. "
                   "BATCH REFUSED - RUN AFTER HOURS."
               MOVE 8 TO RETURN-CODE
           ELSE
               PERFORM 160-LOAD-CLOSED-TERMS
               PERFORM 170-LOAD-FXRATE-TABLE
               IF ABORT-FLAG = "Y"
                   DISPLAY "EXCHANGE-RATES.txt EXCEEDS " FXRATE-MAX
                       " ROWS. RUN ABORTED - NOTHING POSTED."
                   MOVE 8 TO RETURN-CODE
               ELSE
                   PERFORM 190-OPEN-AND-CHECK-WIRES
               END-IF
           END-IF.
      *    GOBACK, not STOP RUN, so the job-stream controller can
      *    CALL this program as one step of the night's stream.
           GOBACK.

       150-CHECK-BATCH-EXCLUSIVITY.
           MOVE "BX" TO LOCK-ACTION-WS.
           CALL "LOCK-MANAGER" USING LOCK-ACTION-WS LOCK-STUDENT-WS
               LOCK-TERM-WS OPERATOR-ID-WS LOCK-RESULT-WS.

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

       170-LOAD-FXRATE-TABLE.
           SET X-ENTRY TO 1.
           OPEN INPUT FXRATE-FILE.
           IF FXRATE-STATUS = "00" OR FXRATE-STATUS = "05"
               PERFORM 175-LOAD-ONE-RATE UNTIL EOF-FXRATE = "Y"
                   OR X-ENTRY > FXRATE-MAX
               CLOSE FXRATE-FILE
           END-IF.
           COMPUTE FXRATE-COUNT = X-ENTRY - 1.
           IF EOF-FXRATE NOT = "Y" AND FXRATE-COUNT >= FXRATE-MAX
               MOVE "Y" TO ABORT-FLAG
           END-IF.

       175-LOAD-ONE-RATE.
           READ FXRATE-FILE
               AT END
                   MOVE "Y" TO EOF-FXRATE
               NOT AT END
                   MOVE FXR-CURRENCY  TO XTB-CURRENCY(X-ENTRY)
                   MOVE FXR-RATE-DATE TO XTB-RATE-DATE(X-ENTRY)
                   MOVE FXR-RATE      TO XTB-RATE(X-ENTRY)
                   SET X-ENTRY UP BY 1
           END-READ.

       180-FIND-NEXT-SUSPENSE-ID.
           MOVE 0 TO NEXT-SUSPENSE-ID.
           OPEN INPUT SUSPENSE-FILE.
           IF SUSPENSE-STATUS = "00" OR SUSPENSE-STATUS = "05"
               PERFORM 185-SCAN-ONE-SUSPENSE-ROW
                   UNTIL EOF-SUSPENSE = "Y"
               CLOSE SUSPENSE-FILE
           END-IF.
           ADD 1 TO NEXT-SUSPENSE-ID.

       185-SCAN-ONE-SUSPENSE-ROW.
           READ SUSPENSE-FILE
               AT END
                   MOVE "Y" TO EOF-SUSPENSE
               NOT AT END
                   IF SUS-ID > NEXT-SUSPENSE-ID
                       MOVE SUS-ID TO NEXT-SUSPENSE-ID
                   END-IF
           END-READ.

       190-OPEN-AND-CHECK-WIRES.
           OPEN INPUT WIRES-FILE.
           IF WIRES-STATUS NOT = "00"
               DISPLAY "INTL-WIRES.txt NOT FOUND. NOTHING POSTED."
               MOVE 8 TO RETURN-CODE
           ELSE
               PERFORM 200-CHECK-INBOUND-HEADER
               IF INBOUND-OK NOT = "Y"
                   CLOSE WIRES-FILE
                   DISPLAY "BATCH REJECTED - NOTHING POSTED."
                   MOVE 8 TO RETURN-CODE
               ELSE
                   PERFORM 180-FIND-NEXT-SUSPENSE-ID
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
           MOVE "WIRELOAD" TO INB-FEED-CODE.
           MOVE OPERATOR-ID-WS TO INB-OPERATOR-ID.
           MOVE SPACES TO INB-BATCH-ID.
           READ WIRES-FILE
               AT END
                   MOVE "Y" TO EOF-WIRES
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
                       "INTL-WIRES.txt"
           END-EVALUATE.

       210-REGISTER-INBOUND-BATCH.
           MOVE "RG" TO INB-ACTION.
           MOVE READ-COUNTER TO INB-DETAIL-COUNT.
           CALL "INBOUND-REGISTRY" USING INBOUND-CHECK.

       250-POST-THE-BATCH.
           OPEN I-O STUDENT-DATA-FILE.
           OPEN I-O PAYMENTS-FILE.
           OPEN EXTEND FX-PAYMENTS-FILE.
           OPEN OUTPUT REJECTS-FILE.
           OPEN EXTEND NOTIFY-QUEUE-FILE.
           OPEN EXTEND AUDIT-LOG-FILE.
           PERFORM 300-PROCESS-ONE-WIRE UNTIL EOF-WIRES = "Y".
           CLOSE WIRES-FILE.
           CLOSE STUDENT-DATA-FILE.
           CLOSE PAYMENTS-FILE.
           CLOSE FX-PAYMENTS-FILE.
           CLOSE REJECTS-FILE.
           CLOSE NOTIFY-QUEUE-FILE.
           CLOSE AUDIT-LOG-FILE.
           PERFORM 950-DISPLAY-STATS.
           PERFORM 210-REGISTER-INBOUND-BATCH.

       300-PROCESS-ONE-WIRE.
           READ WIRES-FILE
               AT END
                   MOVE "Y" TO EOF-WIRES
               NOT AT END
                   ADD 1 TO READ-COUNTER
                   PERFORM 310-CONVERT-THE-WIRE
                   IF CONVERT-OK = "Y"
                       PERFORM 330-CHECK-TERM-CLOSED
                       IF TERM-CLOSED-FLAG = "Y"
                           MOVE "TERM CLOSED" TO REJ-REASON-OUT
                           PERFORM 390-WRITE-REJECT
                       ELSE
                           PERFORM 340-READ-AND-POST
                       END-IF
                   END-IF
           END-READ.

      *****************************************************************
      * Sets CONVERT-OK and, when 'Y', WRW-RATE / WRW-RATE-DATE and
      * the Canadian amount.  The rate used is the newest row for the
      * currency dated on or before the value date, and no more than
      * FX-RATE-GRACE-DAYS older than it.
      *****************************************************************
       310-CONVERT-THE-WIRE.
           MOVE "N" TO CONVERT-OK.
           MOVE 0 TO WRW-RATE.
           MOVE 0 TO WRW-RATE-DATE.
           MOVE 0 TO WRW-POSTED-CAD.
           EVALUATE TRUE
               WHEN WIR-ORIGINAL-AMOUNT IS NOT NUMERIC
                       OR WIR-ORIGINAL-AMOUNT = 0
                   MOVE "BAD WIRE AMOUNT" TO REJ-REASON-OUT
                   PERFORM 390-WRITE-REJECT
               WHEN WIR-SETTLED-CAD IS NOT NUMERIC
                   MOVE "BAD SETTLED AMOUNT" TO REJ-REASON-OUT
                   PERFORM 390-WRITE-REJECT
               WHEN WIR-VALUE-DATE IS NOT NUMERIC
                       OR WIR-VALUE-DATE = 0
                   MOVE "BAD VALUE DATE" TO REJ-REASON-OUT
                   PERFORM 390-WRITE-REJECT
               WHEN OTHER
                   PERFORM 320-FIND-THE-RATE
           END-EVALUATE.

       320-FIND-THE-RATE.
           PERFORM VARYING X-ENTRY FROM 1 BY 1
                   UNTIL X-ENTRY > FXRATE-COUNT
               IF XTB-CURRENCY(X-ENTRY) = WIR-CURRENCY
                       AND XTB-RATE-DATE(X-ENTRY) NOT > WIR-VALUE-DATE
                       AND XTB-RATE-DATE(X-ENTRY) > WRW-RATE-DATE
                   MOVE XTB-RATE(X-ENTRY)      TO WRW-RATE
                   MOVE XTB-RATE-DATE(X-ENTRY) TO WRW-RATE-DATE
               END-IF
           END-PERFORM.
           IF WRW-RATE-DATE = 0
               MOVE "NO RATE FOR CURRENCY/DATE" TO REJ-REASON-OUT
               PERFORM 390-WRITE-REJECT
           ELSE
               COMPUTE WRW-RATE-AGE =
                   FUNCTION INTEGER-OF-DATE(WIR-VALUE-DATE)
                   - FUNCTION INTEGER-OF-DATE(WRW-RATE-DATE)
               IF WRW-RATE-AGE > FX-RATE-GRACE-DAYS
                   MOVE "RATE TOO OLD FOR VALUE DATE" TO REJ-REASON-OUT
                   PERFORM 390-WRITE-REJECT
               ELSE
                   COMPUTE WRW-POSTED-CAD ROUNDED =
                       WIR-ORIGINAL-AMOUNT * WRW-RATE
                       ON SIZE ERROR
                           MOVE "CONVERTED AMOUNT TOO LARGE"
                               TO REJ-REASON-OUT
                           PERFORM 390-WRITE-REJECT
                       NOT ON SIZE ERROR
                           MOVE "Y" TO CONVERT-OK
                   END-COMPUTE
               END-IF
           END-IF.

       330-CHECK-TERM-CLOSED.
           MOVE "N" TO TERM-CLOSED-FLAG.
           PERFORM VARYING CT-ENTRY FROM 1 BY 1
                   UNTIL CT-ENTRY > CLOSED-TERM-COUNT
                   OR TERM-CLOSED-FLAG = "Y"
               IF CLOSED-TERM-CODE(CT-ENTRY) = WIR-TERM-CODE
                   MOVE "Y" TO TERM-CLOSED-FLAG
               END-IF
           END-PERFORM.

       340-READ-AND-POST.
           MOVE WIR-STUDENT-NUMBER TO STUDENT-NUMBER.
           MOVE WIR-TERM-CODE      TO TERM-CODE.
           READ STUDENT-DATA-FILE
               INVALID KEY
                   DISPLAY "NO RECORD FOR STUDENT " WIR-STUDENT-NUMBER
                       " TERM " WIR-TERM-CODE
                   MOVE "STUDENT NOT FOUND" TO REJ-REASON-OUT
                   PERFORM 390-WRITE-REJECT
                   PERFORM 380-POST-TO-SUSPENSE
               NOT INVALID KEY
                   PERFORM 350-APPLY-THE-WIRE
           END-READ.

       350-APPLY-THE-WIRE.
           MOVE TUITION-OWED TO AUD-TUITION-BEFORE-WS.
           SUBTRACT WRW-POSTED-CAD FROM TUITION-OWED.
           REWRITE STUDENT-RECORD
               INVALID KEY
                   DISPLAY "REWRITE FAILED FOR STUDENT "
                       WIR-STUDENT-NUMBER " STATUS " FILE-STATUS
                   MOVE "REWRITE FAILED" TO REJ-REASON-OUT
                   PERFORM 390-WRITE-REJECT
               NOT INVALID KEY
                   ADD 1 TO POSTED-COUNTER
                   ADD WRW-POSTED-CAD TO TOTAL-POSTED
                   PERFORM 355-LOG-TUITION-CHANGE
                   PERFORM 360-LOG-PAYMENT-HISTORY
                   PERFORM 370-LOG-FX-DETAIL
           END-REWRITE.

       355-LOG-TUITION-CHANGE.
           MOVE SPACES TO AUDIT-LOG-RECORD.
           MOVE AUD-TUITION-BEFORE-WS TO AUD-OLD-TUITION-DISPLAY.
           MOVE TUITION-OWED TO AUD-NEW-TUITION-DISPLAY.
           MOVE STUDENT-NUMBER TO AUD-STUDENT-NUMBER.
           MOVE TERM-CODE      TO AUD-TERM-CODE.
           MOVE "TUITION-OWED" TO AUD-FIELD-NAME.
           MOVE AUD-OLD-TUITION-DISPLAY TO AUD-OLD-VALUE.
           MOVE AUD-NEW-TUITION-DISPLAY TO AUD-NEW-VALUE.
           PERFORM 700-WRITE-AUDIT-ROW.

      *    The converted amount is the payment of record - receipted,
      *    tender 'B' like any remittance that arrives by wire.
       360-LOG-PAYMENT-HISTORY.
           MOVE SPACES TO PAYMENT-RECORD.
           MOVE STUDENT-NUMBER TO PAY-STUDENT-NUMBER.
           MOVE TERM-CODE      TO PAY-TERM-CODE.
           MOVE WRW-POSTED-CAD TO PAY-AMOUNT.
           MOVE FUNCTION CURRENT-DATE(1:8) TO PAY-DATE.
           CALL "RECEIPT-NUMBER" USING WRW-RECEIPT-NUMBER.
           MOVE WRW-RECEIPT-NUMBER TO PAY-RECEIPT-NUMBER.
           MOVE 0 TO PAY-SESSION-ID.
           MOVE "B" TO PAY-TENDER-CODE.
           PERFORM 362-STORE-PAYMENT-ROW.
           MOVE SPACES TO NOTIFY-RECORD.
           MOVE "PAYMENT " TO NTF-EVENT-CODE.
           MOVE STUDENT-NUMBER TO NTF-STUDENT-NUMBER.
           MOVE TERM-CODE      TO NTF-TERM-CODE.
           MOVE AUD-NEW-TUITION-DISPLAY TO NTF-DETAIL.
           MOVE FUNCTION CURRENT-DATE TO NTF-TIMESTAMP.
           MOVE SPACE TO NTF-SENT-FLAG.
           WRITE NOTIFY-RECORD.

      *    Takes the next free PAY-SEQ for the row's student, term
      *    and date - PAYMENTS.dat refuses a duplicate key (status
      *    22), so count up until the WRITE lands.
       362-STORE-PAYMENT-ROW.
           MOVE 0 TO PAY-SEQ.
           MOVE "22" TO PAYMENTS-STATUS.
           PERFORM 364-TRY-NEXT-PAY-SEQ
               UNTIL PAYMENTS-STATUS NOT = "22".

       364-TRY-NEXT-PAY-SEQ.
           ADD 1 TO PAY-SEQ.
           WRITE PAYMENT-RECORD
               INVALID KEY
                   CONTINUE
           END-WRITE.

      *****************************************************************
      * The foreign-currency side of the payment just stored, keyed
      * to it by PAY-KEY and receipt number.  A settled amount from
      * the bank that differs from the posted one is the exchange
      * gain (positive) or loss (negative) GL-EXTRACT journals.
      *****************************************************************
       370-LOG-FX-DETAIL.
           MOVE 0 TO WRW-DIFFERENCE.
           IF WIR-SETTLED-CAD > 0
               COMPUTE WRW-DIFFERENCE =
                   WIR-SETTLED-CAD - WRW-POSTED-CAD
           END-IF.
           IF WRW-DIFFERENCE > 0
               ADD 1 TO GAIN-COUNTER
               ADD WRW-DIFFERENCE TO TOTAL-GAIN
           END-IF.
           IF WRW-DIFFERENCE < 0
               ADD 1 TO LOSS-COUNTER
               SUBTRACT WRW-DIFFERENCE FROM TOTAL-LOSS
           END-IF.
           MOVE SPACES TO FX-PAYMENT-RECORD.
           MOVE PAY-KEY             TO FXP-PAY-KEY.
           MOVE PAY-RECEIPT-NUMBER  TO FXP-RECEIPT-NUMBER.
           MOVE WIR-CURRENCY        TO FXP-CURRENCY.
           MOVE WIR-ORIGINAL-AMOUNT TO FXP-ORIGINAL-AMOUNT.
           MOVE WIR-VALUE-DATE      TO FXP-VALUE-DATE.
           MOVE WRW-RATE            TO FXP-RATE.
           MOVE WRW-RATE-DATE       TO FXP-RATE-DATE.
           MOVE WRW-POSTED-CAD      TO FXP-POSTED-CAD.
           MOVE WIR-SETTLED-CAD     TO FXP-SETTLED-CAD.
           MOVE WRW-DIFFERENCE      TO FXP-FX-DIFFERENCE.
           MOVE WIR-BANK-REF        TO FXP-BANK-REF.
           WRITE FX-PAYMENT-RECORD.

      *****************************************************************
      * The bank already has the money, so an unmatched wire lands
      * in SUSPENSE.txt at what it is worth in Canadian dollars - the
      * settled amount when the bank reported one - for
      * SUSPENSE-DESK to research and release.
      *****************************************************************
       380-POST-TO-SUSPENSE.
           OPEN EXTEND SUSPENSE-FILE.
           MOVE SPACES TO SUSPENSE-RECORD.
           MOVE NEXT-SUSPENSE-ID TO SUS-ID.
           MOVE SPACES TO SUS-EXTERNAL-ID.
           MOVE WIR-STUDENT-NUMBER TO SUS-EXTERNAL-ID(1:6).
           IF WIR-SETTLED-CAD > 0
               MOVE WIR-SETTLED-CAD TO SUS-AMOUNT
           ELSE
               MOVE WRW-POSTED-CAD TO SUS-AMOUNT
           END-IF.
           MOVE FUNCTION CURRENT-DATE(1:8) TO SUS-RECEIVED-DATE.
           MOVE "WIRE - STUDENT NOT FOUND" TO SUS-REASON.
           MOVE SPACE TO SUS-STATUS.
           MOVE 0 TO SUS-RELEASED-TO.
           MOVE 0 TO SUS-RELEASED-DATE.
           MOVE SPACES TO SUS-RELEASED-BY.
           WRITE SUSPENSE-RECORD.
           CLOSE SUSPENSE-FILE.
           ADD 1 TO NEXT-SUSPENSE-ID.
           ADD 1 TO SUSPENSE-COUNTER.
           ADD SUS-AMOUNT TO TOTAL-SUSPENSE.

      *    The caller has set REJ-REASON-OUT; the hold carries it
      *    across the record-area clear.
       390-WRITE-REJECT.
           MOVE REJ-REASON-OUT TO REJECT-REASON-HOLD.
           MOVE SPACES TO REJECTS-RECORD.
           MOVE REJECT-REASON-HOLD TO REJ-REASON-OUT.
           MOVE WIR-STUDENT-NUMBER TO REJ-STUDENT-NUMBER-OUT.
           MOVE WIR-BANK-REF TO REJ-BANK-REF-OUT.
           WRITE REJECTS-RECORD.
           ADD 1 TO REJECT-COUNTER.

      *    AUDIT-LOG.txt is held open for the run; the caller has
      *    cleared the row and set the student, term, field and
      *    values.
       700-WRITE-AUDIT-ROW.
           MOVE OPERATOR-ID-WS TO AUD-OPERATOR-ID.
           MOVE FUNCTION CURRENT-DATE TO AUD-TIMESTAMP.
           CALL "AUDIT-CHAIN" USING AUDIT-LOG-RECORD.
           WRITE AUDIT-LOG-RECORD.

       950-DISPLAY-STATS.
           DISPLAY "WIRE ROWS READ:      " READ-COUNTER.
           DISPLAY "WIRES POSTED:        " POSTED-COUNTER.
           MOVE TOTAL-POSTED TO TOTAL-DISPLAY.
           DISPLAY "TOTAL POSTED (CAD):  " TOTAL-DISPLAY.
           DISPLAY "ROWS REJECTED:       " REJECT-COUNTER.
           IF SUSPENSE-COUNTER > 0
               MOVE TOTAL-SUSPENSE TO TOTAL-DISPLAY
               DISPLAY "POSTED TO SUSPENSE:  " SUSPENSE-COUNTER
                   " ROWS, " TOTAL-DISPLAY
               DISPLAY "WORK SUSPENSE.txt THROUGH SUSPENSE-DESK."
           END-IF.
           MOVE TOTAL-GAIN TO TOTAL-DISPLAY.
           DISPLAY "EXCHANGE GAINS:      " GAIN-COUNTER ", "
               TOTAL-DISPLAY.
           MOVE TOTAL-LOSS TO TOTAL-DISPLAY.
           DISPLAY "EXCHANGE LOSSES:     " LOSS-COUNTER ", "
               TOTAL-DISPLAY.
           IF REJECT-COUNTER > 0
               MOVE 4 TO RETURN-CODE
           END-IF.

       END PROGRAM WIRE-LOAD.
