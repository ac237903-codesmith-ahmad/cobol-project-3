      ******************************************************************
      * Tectonics: Daily exchange-rate table maintenance.  Keys the
      * day's rate for each foreign currency international students
      * and their sponsors wire in - US dollars, euros, rupees - on
      * EXCHANGE-RATES.txt (see FXRATE-RECORD.cpy), as Canadian
      * dollars per one unit, from the bank's published rate sheet.
      * WIRE-LOAD converts every international wire at the rate for
      * its value date from this table instead of the desk working
      * it out on a calculator, so a rate keyed wrong here is a
      * payment posted wrong there: every rate set, changed or
      * removed lands on AUDIT-LOG.txt (student 000000 - the table
      * belongs to no student), field "FX-RATE ccy ccyymmdd".
      * Update sign-on only.  Menu-driven whole-file load/save, the
      * HOLD-MAINT way.
      ******************************************************************
       IDENTIFICATION DIVISION.
       PROGRAM-ID. FXRATE-MAINT.

       ENVIRONMENT DIVISION.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
           SELECT OPTIONAL FXRATE-FILE
               ASSIGN "EXCHANGE-RATES.txt"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS FXRATE-STATUS.
           SELECT OPTIONAL AUDIT-LOG-FILE ASSIGN "AUDIT-LOG.txt"
               ORGANIZATION IS LINE SEQUENTIAL.

       DATA DIVISION.
       FILE SECTION.
           FD FXRATE-FILE.
           COPY "FXRATE-RECORD.cpy".

           FD AUDIT-LOG-FILE.
           COPY "AUDIT-LOG.cpy".

       WORKING-STORAGE SECTION.
           01 FXRATE-STATUS PIC X(2).

           01 OPERATOR-ID-WS PIC X(10) VALUE SPACES.
           01 OPERATOR-PASSWORD-WS PIC X(10) VALUE SPACES.
           01 OPERATOR-ROLE-WS PIC X(1) VALUE SPACE.
           01 SIGNON-STATUS-WS PIC X(2) VALUE SPACES.

      *    A few currencies a business day for years of history.
           01 FXRATE-TABLE.
               05 FXRATE-ENTRY OCCURS 3000 TIMES INDEXED X-ENTRY.
                   10 XTB-CURRENCY    PIC X(3).
                   10 XTB-RATE-DATE   PIC 9(8).
                   10 XTB-RATE        PIC 9(3)V9(6).
                   10 XTB-ENTERED-BY  PIC X(10).
           01 FXRATE-COUNT PIC 9(4) VALUE 0.
           01 FXRATE-MAX   PIC 9(4) VALUE 3000.

           01 FLAGS.
               05 EOF-FXRATE   PIC X VALUE "N".
               05 DONE-FLAG    PIC X VALUE "N".
               05 CHANGED-FLAG PIC X VALUE "N".

           01 CHOICE PIC 9 VALUE 0.

           01 RATE-WORK-AREA.
               05 FXW-CURRENCY     PIC X(3) VALUE SPACES.
               05 FXW-RATE-DATE-IN PIC X(8) VALUE SPACES.
               05 FXW-RATE-DATE    PIC 9(8) VALUE 0.
               05 FXW-RATE-IN      PIC X(12) VALUE SPACES.
               05 FXW-RATE         PIC 9(3)V9(6) VALUE 0.
               05 FXW-RATE-DISPLAY PIC ZZ9.999999.
               05 FXW-OLD-DISPLAY  PIC ZZ9.999999.
               05 FXW-FOUND-ENTRY  PIC 9(4) VALUE 0.
               05 FXW-LISTED       PIC 9(4) VALUE 0.
           01 IDX-WS PIC 9(4).

       PROCEDURE DIVISION.
       100-MAIN-PROCEDURE.
           DISPLAY "EXCHANGE RATES - ENTER YOUR OPERATOR ID: ".
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
               PERFORM 150-LOAD-FXRATE-TABLE
               PERFORM 200-RUN-MENU UNTIL DONE-FLAG = "Y"
           END-IF.
           STOP RUN.

       150-LOAD-FXRATE-TABLE.
           SET X-ENTRY TO 1.
           OPEN INPUT FXRATE-FILE.
           IF FXRATE-STATUS = "00" OR FXRATE-STATUS = "05"
               PERFORM 160-LOAD-ONE-RATE UNTIL EOF-FXRATE = "Y"
                   OR X-ENTRY > FXRATE-MAX
               CLOSE FXRATE-FILE
           END-IF.
           COMPUTE FXRATE-COUNT = X-ENTRY - 1.
           IF EOF-FXRATE NOT = "Y" AND FXRATE-COUNT >= FXRATE-MAX
               DISPLAY "EXCHANGE-RATES.txt EXCEEDS " FXRATE-MAX
                   " ROWS. RUN ABORTED - NOTHING CHANGED."
               MOVE 8 TO RETURN-CODE
               MOVE "Y" TO DONE-FLAG
           ELSE
               DISPLAY "LOADED " FXRATE-COUNT " EXCHANGE RATES."
           END-IF.

       160-LOAD-ONE-RATE.
           READ FXRATE-FILE
               AT END
                   MOVE "Y" TO EOF-FXRATE
               NOT AT END
                   MOVE FXR-CURRENCY    TO XTB-CURRENCY(X-ENTRY)
                   MOVE FXR-RATE-DATE   TO XTB-RATE-DATE(X-ENTRY)
                   MOVE FXR-RATE        TO XTB-RATE(X-ENTRY)
                   MOVE FXR-ENTERED-BY  TO XTB-ENTERED-BY(X-ENTRY)
                   SET X-ENTRY UP BY 1
           END-READ.

       200-RUN-MENU.
           DISPLAY " ".
           DISPLAY "DAILY EXCHANGE RATES (CAD PER ONE UNIT)".
           DISPLAY "   1. LIST THE RATES FOR A CURRENCY".
           DISPLAY "   2. SET A DAY'S RATE".
           DISPLAY "   3. REMOVE A DAY'S RATE".
           DISPLAY "   4. SAVE AND QUIT".
           DISPLAY "ENTER YOUR CHOICE: ".
           ACCEPT CHOICE.
           EVALUATE CHOICE
               WHEN 1 PERFORM 210-LIST-RATES
               WHEN 2 PERFORM 300-SET-RATE
               WHEN 3 PERFORM 400-REMOVE-RATE
               WHEN 4 PERFORM 800-SAVE-FXRATE-TABLE
                      MOVE "Y" TO DONE-FLAG
               WHEN OTHER
                   DISPLAY "INVALID CHOICE. PLEASE SELECT 1-4."
           END-EVALUATE.

       210-LIST-RATES.
           DISPLAY "CURRENCY CODE (BLANK = EVERY CURRENCY): ".
           ACCEPT FXW-CURRENCY.
           MOVE 0 TO FXW-LISTED.
           DISPLAY "  CCY  RATE DATE        RATE  ENTERED BY".
           PERFORM 215-LIST-ONE-RATE
               VARYING IDX-WS FROM 1 BY 1
               UNTIL IDX-WS > FXRATE-COUNT.
           IF FXW-LISTED = 0
               DISPLAY "NO RATES ON FILE."
           END-IF.

       215-LIST-ONE-RATE.
           IF FXW-CURRENCY = SPACES
                   OR XTB-CURRENCY(IDX-WS) = FXW-CURRENCY
               MOVE XTB-RATE(IDX-WS) TO FXW-RATE-DISPLAY
               DISPLAY "  " XTB-CURRENCY(IDX-WS) "  "
                   XTB-RATE-DATE(IDX-WS) "  " FXW-RATE-DISPLAY "  "
                   XTB-ENTERED-BY(IDX-WS)
               ADD 1 TO FXW-LISTED
           END-IF.

      *    Currency must be a three-letter code other than our own;
      *    the date must be CCYYMMDD digits.  FXW-FOUND-ENTRY comes
      *    back as the table row already holding that day, or 0.
       220-ACCEPT-KEY-FIELDS.
           DISPLAY "CURRENCY CODE (E.G. USD, EUR, INR): ".
           ACCEPT FXW-CURRENCY.
           DISPLAY "RATE DATE (CCYYMMDD): ".
           ACCEPT FXW-RATE-DATE-IN.
           MOVE 0 TO FXW-RATE-DATE.
           IF FXW-RATE-DATE-IN IS NUMERIC
               MOVE FXW-RATE-DATE-IN TO FXW-RATE-DATE
           END-IF.
           PERFORM 230-FIND-RATE.

       230-FIND-RATE.
           MOVE 0 TO FXW-FOUND-ENTRY.
           PERFORM VARYING IDX-WS FROM 1 BY 1
                   UNTIL IDX-WS > FXRATE-COUNT OR FXW-FOUND-ENTRY > 0
               IF XTB-CURRENCY(IDX-WS) = FXW-CURRENCY
                       AND XTB-RATE-DATE(IDX-WS) = FXW-RATE-DATE
                   MOVE IDX-WS TO FXW-FOUND-ENTRY
               END-IF
           END-PERFORM.

       300-SET-RATE.
           PERFORM 220-ACCEPT-KEY-FIELDS.
           EVALUATE TRUE
               WHEN FXW-CURRENCY = SPACES
                       OR FXW-CURRENCY IS NOT ALPHABETIC
                       OR FXW-CURRENCY(3:1) = SPACE
                   DISPLAY "CURRENCY MUST BE A THREE-LETTER CODE. "
                       "NOTHING SET."
               WHEN FXW-CURRENCY = "CAD"
                   DISPLAY "CAD NEEDS NO RATE. NOTHING SET."
               WHEN FXW-RATE-DATE = 0
                   DISPLAY "RATE DATE MUST BE CCYYMMDD. NOTHING SET."
               WHEN FXW-FOUND-ENTRY = 0 AND FXRATE-COUNT >= FXRATE-MAX
                   DISPLAY "RATE TABLE FULL. NOTHING SET."
               WHEN OTHER
                   PERFORM 310-ACCEPT-THE-RATE
           END-EVALUATE.

       310-ACCEPT-THE-RATE.
           IF FXW-FOUND-ENTRY > 0
               MOVE XTB-RATE(FXW-FOUND-ENTRY) TO FXW-OLD-DISPLAY
               DISPLAY "RATE ON FILE FOR THAT DAY: " FXW-OLD-DISPLAY
           END-IF.
           DISPLAY "CAD PER ONE " FXW-CURRENCY " (999.999999): ".
           ACCEPT FXW-RATE-IN.
           MOVE 0 TO FXW-RATE.
           IF FXW-RATE-IN NOT = SPACES
               COMPUTE FXW-RATE = FUNCTION NUMVAL(FXW-RATE-IN)
           END-IF.
           IF FXW-RATE = 0
               DISPLAY "RATE MUST BE GREATER THAN ZERO. NOTHING SET."
           ELSE
               PERFORM 320-STORE-THE-RATE
           END-IF.

       320-STORE-THE-RATE.
           MOVE SPACES TO AUDIT-LOG-RECORD.
           IF FXW-FOUND-ENTRY > 0
               MOVE XTB-RATE(FXW-FOUND-ENTRY) TO FXW-OLD-DISPLAY
               MOVE FXW-OLD-DISPLAY TO AUD-OLD-VALUE
           ELSE
               ADD 1 TO FXRATE-COUNT
               MOVE FXRATE-COUNT TO FXW-FOUND-ENTRY
               MOVE FXW-CURRENCY  TO XTB-CURRENCY(FXW-FOUND-ENTRY)
               MOVE FXW-RATE-DATE TO XTB-RATE-DATE(FXW-FOUND-ENTRY)
               MOVE "NONE" TO AUD-OLD-VALUE
           END-IF.
           MOVE FXW-RATE       TO XTB-RATE(FXW-FOUND-ENTRY).
           MOVE OPERATOR-ID-WS TO XTB-ENTERED-BY(FXW-FOUND-ENTRY).
           MOVE FXW-RATE TO FXW-RATE-DISPLAY.
           MOVE FXW-RATE-DISPLAY TO AUD-NEW-VALUE.
           MOVE "Y" TO CHANGED-FLAG.
           PERFORM 700-WRITE-AUDIT-ROW.
           DISPLAY FXW-CURRENCY " RATE FOR " FXW-RATE-DATE " SET TO "
               FXW-RATE-DISPLAY.

       400-REMOVE-RATE.
           PERFORM 220-ACCEPT-KEY-FIELDS.
           IF FXW-FOUND-ENTRY = 0
               DISPLAY "NO SUCH RATE ON FILE."
           ELSE
               MOVE SPACES TO AUDIT-LOG-RECORD
               MOVE XTB-RATE(FXW-FOUND-ENTRY) TO FXW-OLD-DISPLAY
               MOVE FXW-OLD-DISPLAY TO AUD-OLD-VALUE
               MOVE "REMOVED" TO AUD-NEW-VALUE
               PERFORM 410-CLOSE-RATE-GAP
                   VARYING X-ENTRY FROM FXW-FOUND-ENTRY BY 1
                   UNTIL X-ENTRY >= FXRATE-COUNT
               SUBTRACT 1 FROM FXRATE-COUNT
               MOVE "Y" TO CHANGED-FLAG
               PERFORM 700-WRITE-AUDIT-ROW
               DISPLAY "RATE REMOVED."
           END-IF.

       410-CLOSE-RATE-GAP.
           MOVE FXRATE-ENTRY(X-ENTRY + 1) TO FXRATE-ENTRY(X-ENTRY).

      *    The caller has cleared the row and set the values; the
      *    field name carries which currency and day changed.  The
      *    table belongs to no student and no term.
       700-WRITE-AUDIT-ROW.
           OPEN EXTEND AUDIT-LOG-FILE.
           MOVE 0 TO AUD-STUDENT-NUMBER.
           MOVE SPACES TO AUD-TERM-CODE.
           STRING "FX-RATE " FXW-CURRENCY " " FXW-RATE-DATE
               DELIMITED BY SIZE INTO AUD-FIELD-NAME
           END-STRING.
           MOVE OPERATOR-ID-WS TO AUD-OPERATOR-ID.
           MOVE FUNCTION CURRENT-DATE TO AUD-TIMESTAMP.
           CALL "AUDIT-CHAIN" USING AUDIT-LOG-RECORD.
           WRITE AUDIT-LOG-RECORD.
           CLOSE AUDIT-LOG-FILE.

       800-SAVE-FXRATE-TABLE.
           IF CHANGED-FLAG = "Y"
               OPEN OUTPUT FXRATE-FILE
               PERFORM 810-WRITE-ONE-RATE
                   VARYING X-ENTRY FROM 1 BY 1
                   UNTIL X-ENTRY > FXRATE-COUNT
               CLOSE FXRATE-FILE
               DISPLAY "SAVED " FXRATE-COUNT
                   " RATES TO EXCHANGE-RATES.txt"
           ELSE
               DISPLAY "NO CHANGES TO SAVE."
           END-IF.

       810-WRITE-ONE-RATE.
           MOVE SPACES TO FX-RATE-RECORD.
           MOVE XTB-CURRENCY(X-ENTRY)   TO FXR-CURRENCY.
           MOVE XTB-RATE-DATE(X-ENTRY)  TO FXR-RATE-DATE.
           MOVE XTB-RATE(X-ENTRY)       TO FXR-RATE.
           MOVE XTB-ENTERED-BY(X-ENTRY) TO FXR-ENTERED-BY.
           WRITE FX-RATE-RECORD.

       END PROGRAM FXRATE-MAINT.
