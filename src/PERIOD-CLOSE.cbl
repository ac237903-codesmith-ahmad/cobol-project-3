      ******************************************************************
      * Tectonics: Fiscal period close.  Keeps finance's fiscal
      * period calendar on FISCAL-PERIODS.txt (see
      * FISCAL-PERIOD-RECORD.cpy) and closes a month once finance
      * has reported it.  From then on PERIOD-CHECK keeps every
      * posting path out of the month: the batch runs post under
      * the next open period's first day and flag the move on
      * PERIOD-ADJUSTMENTS.txt, the payment desk refuses outright.
      * Periods close in calendar order, and only once they have
      * ended.  The close itself writes PERIOD-END-SUMMARY.txt for
      * finance sign-off: the count and total of every financial
      * event GL-EXTRACT journals, for every business date in the
      * period, plus the adjustments forced into it from closed
      * periods before it.  Adding, closing and reopening a period
      * all leave AUDIT-LOG.txt rows (student 000000, field
      * "FISCAL-PERIOD ccyymm"), and the whole program is behind a
      * supervisor sign-on, the TERM-CLOSE way.
      * FY-ROLLOVER's carried-forward rows (PAY-REVERSAL-FLAG 'F',
      * FEE-TYPE or AWP-SOURCE 'CARRYFWD') are never counted as a
      * period's activity.  A period of a fiscal year already rolled
      * over reads its activity from the archives no longer - it is
      * not to be reopened and re-closed.
      ******************************************************************
       IDENTIFICATION DIVISION.
       PROGRAM-ID. PERIOD-CLOSE.

       ENVIRONMENT DIVISION.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
           SELECT OPTIONAL PERIODS-FILE ASSIGN "FISCAL-PERIODS.txt"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS PERIODS-STATUS.
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
               FILE STATUS IS FEES-STATUS.
           SELECT OPTIONAL AWARDS-POSTED-FILE
               ASSIGN "AWARDS-POSTED.txt"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS AWARDS-STATUS.
           SELECT OPTIONAL WRITEOFF-FILE ASSIGN "WRITE-OFFS.txt"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WRITEOFF-STATUS.
           SELECT OPTIONAL DEPOSITS-FILE ASSIGN "DEPOSITS.txt"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS DEPOSITS-STATUS.
           SELECT OPTIONAL RECOVERY-FILE
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
           SELECT OPTIONAL ADJUSTMENTS-FILE
               ASSIGN "PERIOD-ADJUSTMENTS.txt"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS ADJUSTMENTS-STATUS.
           SELECT SUMMARY-FILE ASSIGN "PERIOD-END-SUMMARY.txt"
               ORGANIZATION IS LINE SEQUENTIAL.
           SELECT OPTIONAL AUDIT-LOG-FILE ASSIGN "AUDIT-LOG.txt"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS AUDIT-STATUS.

       DATA DIVISION.
       FILE SECTION.
           FD PERIODS-FILE.
           COPY "FISCAL-PERIOD-RECORD.cpy".

           FD PAYMENTS-FILE.
           COPY "PAYMENT-RECORD.cpy".

           FD FEES-FILE.
           COPY "FEE-RECORD.cpy".

           FD AWARDS-POSTED-FILE.
           01 AWARD-POSTED-RECORD.
               05 AWP-STUDENT-NUMBER PIC 9(6).
               05 FILLER             PIC X.
               05 AWP-TERM-CODE      PIC X(6).
               05 FILLER             PIC X.
               05 AWP-SOURCE         PIC X(10).
               05 FILLER             PIC X.
               05 AWP-AMOUNT         PIC 9(5)V99.
               05 FILLER             PIC X.
               05 AWP-DATE           PIC X(8).

           FD WRITEOFF-FILE.
           COPY "WRITEOFF-RECORD.cpy".

           FD DEPOSITS-FILE.
           COPY "DEPOSIT-RECORD.cpy".

           FD RECOVERY-FILE.
           COPY "RECOVERY-RECORD.cpy".

           FD WAIVED-FILE.
           COPY "WAIVED-RECORD.cpy".

           FD FX-PAYMENTS-FILE.
           COPY "FXPAY-RECORD.cpy".

           FD REG-FILE.
           COPY "NONCREDIT-REG.cpy".

           FD ADJUSTMENTS-FILE.
           COPY "PERIOD-ADJUST-RECORD.cpy".

           FD SUMMARY-FILE.
           01 SUMMARY-RECORD PIC X(80).

           FD AUDIT-LOG-FILE.
           COPY "AUDIT-LOG.cpy".

       WORKING-STORAGE SECTION.
           01 PERIODS-STATUS     PIC X(2).
           01 PAYMENTS-STATUS    PIC X(2).
           01 FEES-STATUS        PIC X(2).
           01 AWARDS-STATUS      PIC X(2).
           01 AUDIT-STATUS       PIC X(2).
           01 WRITEOFF-STATUS    PIC X(2).
           01 DEPOSITS-STATUS    PIC X(2).
           01 RECOVERY-STATUS    PIC X(2).
           01 WAIVED-STATUS      PIC X(2).
           01 FX-PAYMENTS-STATUS PIC X(2).
           01 REG-STATUS         PIC X(2).
           01 ADJUSTMENTS-STATUS PIC X(2).

           01 PERIOD-TABLE.
               05 PERIOD-ENTRY OCCURS 300 TIMES INDEXED P-ENTRY.
                   10 PTB-PERIOD      PIC X(6).
                   10 PTB-START-DATE  PIC 9(8).
                   10 PTB-END-DATE    PIC 9(8).
                   10 PTB-STATUS      PIC X(1).
                   10 PTB-CLOSED-DATE PIC 9(8).
                   10 PTB-CLOSED-BY   PIC X(10).
           01 PERIOD-COUNT PIC 9(3) VALUE 0.
           01 PERIOD-MAX   PIC 9(3) VALUE 300.

           01 FLAGS.
               05 EOF-PERIODS  PIC X VALUE "N".
               05 EOF-FLAG     PIC X VALUE "N".
               05 DONE-FLAG    PIC X VALUE "N".
               05 CHANGED-FLAG PIC X VALUE "N".

           01 CHOICE PIC 9 VALUE 0.
           01 IDX-WS PIC 9(3).

           01 SUPERVISOR-ID-WS PIC X(10) VALUE SPACES.
           01 SUPERVISOR-PASSWORD-WS PIC X(10) VALUE SPACES.
           01 SUPERVISOR-ROLE-WS PIC X(1) VALUE SPACE.
           01 SIGNON-STATUS-WS PIC X(2) VALUE SPACES.

      *    The period in hand.  The X(8) views let the dates be
      *    compared with the files that carry theirs as text.
           01 PERIOD-WORK-AREA.
               05 PDW-PERIOD-IN     PIC X(6) VALUE SPACES.
               05 PDW-PERIOD-NUM REDEFINES PDW-PERIOD-IN.
                   10 PDW-YEAR      PIC 9(4).
                   10 PDW-MONTH     PIC 9(2).
               05 PDW-START-IN      PIC X(8) VALUE SPACES.
               05 PDW-END-IN        PIC X(8) VALUE SPACES.
               05 PDW-START-DATE    PIC 9(8) VALUE 0.
               05 PDW-START-X REDEFINES PDW-START-DATE PIC X(8).
               05 PDW-END-DATE      PIC 9(8) VALUE 0.
               05 PDW-END-X REDEFINES PDW-END-DATE PIC X(8).
               05 PDW-NEXT-MONTH    PIC 9(8) VALUE 0.
               05 PDW-DAY-INT       PIC 9(7) VALUE 0.
               05 PDW-FOUND-ENTRY   PIC 9(3) VALUE 0.
               05 PDW-OVERLAP-ENTRY PIC 9(3) VALUE 0.
               05 PDW-EARLIER-OPEN  PIC 9(3) VALUE 0.
               05 PDW-TODAY         PIC 9(8) VALUE 0.
               05 PDW-CONFIRM       PIC X VALUE SPACE.
               05 PDW-OLD-VALUE     PIC X(8) VALUE SPACES.
               05 PDW-NEW-VALUE     PIC X(8) VALUE SPACES.

      *    GL-EXTRACT's event types, in its order, with the period's
      *    count and signed total for each.
           01 EVENT-NAME-LIST.
               05 FILLER PIC X(8) VALUE "PAYMENT ".
               05 FILLER PIC X(8) VALUE "REVERSAL".
               05 FILLER PIC X(8) VALUE "LATEFEE ".
               05 FILLER PIC X(8) VALUE "AWARD   ".
               05 FILLER PIC X(8) VALUE "ASSESS  ".
               05 FILLER PIC X(8) VALUE "WRITEOFF".
               05 FILLER PIC X(8) VALUE "DEPFORF ".
               05 FILLER PIC X(8) VALUE "RECOVERY".
               05 FILLER PIC X(8) VALUE "WAIVED  ".
               05 FILLER PIC X(8) VALUE "FXGAIN  ".
               05 FILLER PIC X(8) VALUE "NONCRED ".
           01 EVENT-NAME-TABLE REDEFINES EVENT-NAME-LIST.
               05 EVENT-NAME PIC X(8) OCCURS 11 TIMES.
           01 EVENT-TYPE-COUNT PIC 9(2) VALUE 11.

           01 EVENT-TOTALS.
               05 EVENT-TOTAL-ENTRY OCCURS 11 TIMES.
                   10 ETT-COUNT  PIC 9(7).
                   10 ETT-AMOUNT PIC S9(11)V99.

           01 SUMMARY-WORK-AREA.
               05 SMW-EVENT-IDX      PIC 9(2) VALUE 0.
               05 SMW-AMOUNT         PIC S9(9)V99 VALUE 0.
               05 SMW-OLD-NUM        PIC S9(9)V99 VALUE 0.
               05 SMW-NEW-NUM        PIC S9(9)V99 VALUE 0.
               05 SMW-ADJUST-COUNT   PIC 9(7) VALUE 0.
               05 SMW-ADJUST-AMOUNT  PIC S9(11)V99 VALUE 0.
               05 SMW-COUNT-DISPLAY  PIC Z,ZZZ,ZZ9.
               05 SMW-AMOUNT-DISPLAY PIC -ZZZ,ZZZ,ZZZ,ZZ9.99.

       PROCEDURE DIVISION.
       100-MAIN.
           DISPLAY "FISCAL PERIOD CLOSE - ENTER YOUR SUPERVISOR ID: ".
           ACCEPT SUPERVISOR-ID-WS.
           DISPLAY "ENTER YOUR PASSWORD: ".
           ACCEPT SUPERVISOR-PASSWORD-WS.
           CALL "OPERATOR-SIGNON" USING SUPERVISOR-ID-WS
               SUPERVISOR-PASSWORD-WS SUPERVISOR-ROLE-WS
               SIGNON-STATUS-WS.
           IF SIGNON-STATUS-WS NOT = "00"
                   OR SUPERVISOR-ROLE-WS NOT = "S"
               DISPLAY "SUPERVISOR SIGN-ON REQUIRED. RUN CANCELLED."
               MOVE 8 TO RETURN-CODE
           ELSE
               CALL "BUSINESS-DATE" USING PDW-TODAY
               PERFORM 150-LOAD-PERIOD-TABLE
               PERFORM 200-RUN-MENU UNTIL DONE-FLAG = "Y"
           END-IF.
           STOP RUN.

       150-LOAD-PERIOD-TABLE.
           SET P-ENTRY TO 1.
           OPEN INPUT PERIODS-FILE.
           IF PERIODS-STATUS = "00" OR PERIODS-STATUS = "05"
               PERFORM 160-LOAD-ONE-PERIOD UNTIL EOF-PERIODS = "Y"
                   OR P-ENTRY > PERIOD-MAX
               CLOSE PERIODS-FILE
           END-IF.
           COMPUTE PERIOD-COUNT = P-ENTRY - 1.
           IF EOF-PERIODS NOT = "Y" AND PERIOD-COUNT >= PERIOD-MAX
               DISPLAY "FISCAL-PERIODS.txt EXCEEDS " PERIOD-MAX
                   " ROWS. RUN ABORTED - NOTHING CHANGED."
               MOVE 8 TO RETURN-CODE
               MOVE "Y" TO DONE-FLAG
           ELSE
               DISPLAY "LOADED " PERIOD-COUNT " FISCAL PERIODS."
           END-IF.

       160-LOAD-ONE-PERIOD.
           READ PERIODS-FILE
               AT END
                   MOVE "Y" TO EOF-PERIODS
               NOT AT END
                   MOVE FPD-PERIOD      TO PTB-PERIOD(P-ENTRY)
                   MOVE FPD-START-DATE  TO PTB-START-DATE(P-ENTRY)
                   MOVE FPD-END-DATE    TO PTB-END-DATE(P-ENTRY)
                   MOVE FPD-STATUS      TO PTB-STATUS(P-ENTRY)
                   MOVE FPD-CLOSED-DATE TO PTB-CLOSED-DATE(P-ENTRY)
                   MOVE FPD-CLOSED-BY   TO PTB-CLOSED-BY(P-ENTRY)
                   SET P-ENTRY UP BY 1
           END-READ.

       200-RUN-MENU.
           DISPLAY " ".
           DISPLAY "FISCAL PERIOD CLOSE".
           DISPLAY "   1. LIST THE FISCAL CALENDAR".
           DISPLAY "   2. ADD A PERIOD TO THE CALENDAR".
           DISPLAY "   3. CLOSE A PERIOD".
           DISPLAY "   4. REOPEN A PERIOD".
           DISPLAY "   5. SAVE AND QUIT".
           DISPLAY "ENTER YOUR CHOICE: ".
           ACCEPT CHOICE.
           EVALUATE CHOICE
               WHEN 1 PERFORM 210-LIST-PERIODS
               WHEN 2 PERFORM 300-ADD-PERIOD
               WHEN 3 PERFORM 400-CLOSE-PERIOD
               WHEN 4 PERFORM 500-REOPEN-PERIOD
               WHEN 5 PERFORM 800-SAVE-PERIOD-TABLE
                      MOVE "Y" TO DONE-FLAG
               WHEN OTHER
                   DISPLAY "INVALID CHOICE. PLEASE SELECT 1-5."
           END-EVALUATE.

       210-LIST-PERIODS.
           PERFORM 215-LIST-ONE-PERIOD
               VARYING IDX-WS FROM 1 BY 1
               UNTIL IDX-WS > PERIOD-COUNT.
           IF PERIOD-COUNT = 0
               DISPLAY "NO PERIODS ON THE CALENDAR."
           END-IF.

       215-LIST-ONE-PERIOD.
           IF PTB-STATUS(IDX-WS) = "C"
               DISPLAY "  " PTB-PERIOD(IDX-WS) "  "
                   PTB-START-DATE(IDX-WS) " - " PTB-END-DATE(IDX-WS)
                   "  CLOSED " PTB-CLOSED-DATE(IDX-WS)
                   " BY " PTB-CLOSED-BY(IDX-WS)
           ELSE
               DISPLAY "  " PTB-PERIOD(IDX-WS) "  "
                   PTB-START-DATE(IDX-WS) " - " PTB-END-DATE(IDX-WS)
                   "  OPEN"
           END-IF.

       220-ACCEPT-PERIOD.
           DISPLAY "FISCAL PERIOD (CCYYMM): ".
           ACCEPT PDW-PERIOD-IN.
           PERFORM 230-FIND-PERIOD.

       230-FIND-PERIOD.
           MOVE 0 TO PDW-FOUND-ENTRY.
           PERFORM VARYING IDX-WS FROM 1 BY 1
                   UNTIL IDX-WS > PERIOD-COUNT OR PDW-FOUND-ENTRY > 0
               IF PTB-PERIOD(IDX-WS) = PDW-PERIOD-IN
                   MOVE IDX-WS TO PDW-FOUND-ENTRY
               END-IF
           END-PERFORM.

      *****************************************************************
      * A new period defaults to its calendar month; finance may key
      * other dates, but no two periods may share a day.
      *****************************************************************
       300-ADD-PERIOD.
           PERFORM 220-ACCEPT-PERIOD.
           EVALUATE TRUE
               WHEN PDW-PERIOD-IN IS NOT NUMERIC
                       OR PDW-MONTH < 1 OR PDW-MONTH > 12
                   DISPLAY "PERIOD MUST BE CCYYMM. NOTHING ADDED."
               WHEN PDW-FOUND-ENTRY > 0
                   DISPLAY "PERIOD " PDW-PERIOD-IN
                       " IS ALREADY ON THE CALENDAR."
               WHEN PERIOD-COUNT >= PERIOD-MAX
                   DISPLAY "FISCAL CALENDAR FULL. NOTHING ADDED."
               WHEN OTHER
                   PERFORM 310-ACCEPT-PERIOD-DATES
           END-EVALUATE.

       310-ACCEPT-PERIOD-DATES.
           PERFORM 320-DEFAULT-MONTH-DATES.
           DISPLAY "FIRST DAY (CCYYMMDD, BLANK = " PDW-START-DATE "): ".
           ACCEPT PDW-START-IN.
           DISPLAY "LAST DAY (CCYYMMDD, BLANK = " PDW-END-DATE "): ".
           ACCEPT PDW-END-IN.
           IF PDW-START-IN IS NUMERIC
               MOVE PDW-START-IN TO PDW-START-DATE
           END-IF.
           IF PDW-END-IN IS NUMERIC
               MOVE PDW-END-IN TO PDW-END-DATE
           END-IF.
           PERFORM 330-FIND-OVERLAP.
           EVALUATE TRUE
               WHEN PDW-START-IN NOT = SPACES
                       AND PDW-START-IN IS NOT NUMERIC
                   DISPLAY "FIRST DAY MUST BE CCYYMMDD. NOTHING ADDED."
               WHEN PDW-END-IN NOT = SPACES
                       AND PDW-END-IN IS NOT NUMERIC
                   DISPLAY "LAST DAY MUST BE CCYYMMDD. NOTHING ADDED."
               WHEN PDW-END-DATE < PDW-START-DATE
                   DISPLAY "LAST DAY IS BEFORE THE FIRST. "
                       "NOTHING ADDED."
               WHEN PDW-OVERLAP-ENTRY > 0
                   DISPLAY "OVERLAPS PERIOD "
                       PTB-PERIOD(PDW-OVERLAP-ENTRY)
                       ". NOTHING ADDED."
               WHEN OTHER
                   ADD 1 TO PERIOD-COUNT
                   MOVE PDW-PERIOD-IN  TO PTB-PERIOD(PERIOD-COUNT)
                   MOVE PDW-START-DATE TO PTB-START-DATE(PERIOD-COUNT)
                   MOVE PDW-END-DATE   TO PTB-END-DATE(PERIOD-COUNT)
                   MOVE "O"            TO PTB-STATUS(PERIOD-COUNT)
                   MOVE 0          TO PTB-CLOSED-DATE(PERIOD-COUNT)
                   MOVE SPACES     TO PTB-CLOSED-BY(PERIOD-COUNT)
                   MOVE "Y" TO CHANGED-FLAG
                   MOVE "NONE" TO PDW-OLD-VALUE
                   MOVE "OPEN" TO PDW-NEW-VALUE
                   PERFORM 700-LOG-PERIOD-ACTION
                   DISPLAY "PERIOD " PDW-PERIOD-IN " ADDED, "
                       PDW-START-DATE " - " PDW-END-DATE "."
           END-EVALUATE.

      *    The calendar month: the 1st through the day before the
      *    next month's 1st.
       320-DEFAULT-MONTH-DATES.
           COMPUTE PDW-START-DATE = PDW-YEAR * 10000
               + PDW-MONTH * 100 + 1.
           IF PDW-MONTH = 12
               COMPUTE PDW-NEXT-MONTH = (PDW-YEAR + 1) * 10000 + 101
           ELSE
               COMPUTE PDW-NEXT-MONTH = PDW-START-DATE + 100
           END-IF.
           COMPUTE PDW-DAY-INT =
               FUNCTION INTEGER-OF-DATE(PDW-NEXT-MONTH) - 1.
           COMPUTE PDW-END-DATE = FUNCTION DATE-OF-INTEGER(PDW-DAY-INT).

       330-FIND-OVERLAP.
           MOVE 0 TO PDW-OVERLAP-ENTRY.
           PERFORM VARYING IDX-WS FROM 1 BY 1
                   UNTIL IDX-WS > PERIOD-COUNT OR PDW-OVERLAP-ENTRY > 0
               IF PDW-START-DATE <= PTB-END-DATE(IDX-WS)
                       AND PDW-END-DATE >= PTB-START-DATE(IDX-WS)
                   MOVE IDX-WS TO PDW-OVERLAP-ENTRY
               END-IF
           END-PERFORM.

      *****************************************************************
      * A period closes only once it has ended and every period
      * before it is closed - finance reports months in order.  The
      * summary is written before the period is marked closed, so a
      * close always has its sign-off sheet.
      *****************************************************************
       400-CLOSE-PERIOD.
           PERFORM 220-ACCEPT-PERIOD.
           IF PDW-FOUND-ENTRY > 0
               PERFORM 410-COUNT-EARLIER-OPEN
           END-IF.
           EVALUATE TRUE
               WHEN PDW-FOUND-ENTRY = 0
                   DISPLAY "PERIOD " PDW-PERIOD-IN
                       " IS NOT ON THE CALENDAR."
               WHEN PTB-STATUS(PDW-FOUND-ENTRY) = "C"
                   DISPLAY "PERIOD " PDW-PERIOD-IN
                       " IS ALREADY CLOSED."
               WHEN PTB-END-DATE(PDW-FOUND-ENTRY) >= PDW-TODAY
                   DISPLAY "PERIOD " PDW-PERIOD-IN " HAS NOT ENDED - "
                       "IT RUNS TO " PTB-END-DATE(PDW-FOUND-ENTRY) "."
               WHEN PDW-EARLIER-OPEN > 0
                   DISPLAY "PERIOD " PTB-PERIOD(PDW-EARLIER-OPEN)
                       " IS STILL OPEN - CLOSE PERIODS IN ORDER."
               WHEN OTHER
                   DISPLAY "CLOSE PERIOD " PDW-PERIOD-IN
                       "? NOTHING MAY POST INTO IT AFTERWARD. (Y/N): "
                   ACCEPT PDW-CONFIRM
                   IF PDW-CONFIRM = "Y" OR PDW-CONFIRM = "y"
                       PERFORM 420-CLOSE-THE-PERIOD
                   ELSE
                       DISPLAY "NOTHING CHANGED."
                   END-IF
           END-EVALUATE.

       410-COUNT-EARLIER-OPEN.
           MOVE 0 TO PDW-EARLIER-OPEN.
           PERFORM VARYING IDX-WS FROM 1 BY 1
                   UNTIL IDX-WS > PERIOD-COUNT OR PDW-EARLIER-OPEN > 0
               IF PTB-STATUS(IDX-WS) NOT = "C"
                       AND PTB-END-DATE(IDX-WS)
                           < PTB-START-DATE(PDW-FOUND-ENTRY)
                   MOVE IDX-WS TO PDW-EARLIER-OPEN
               END-IF
           END-PERFORM.

       420-CLOSE-THE-PERIOD.
           MOVE PTB-START-DATE(PDW-FOUND-ENTRY) TO PDW-START-DATE.
           MOVE PTB-END-DATE(PDW-FOUND-ENTRY)   TO PDW-END-DATE.
           PERFORM 600-WRITE-PERIOD-SUMMARY.
           MOVE "C"              TO PTB-STATUS(PDW-FOUND-ENTRY).
           MOVE PDW-TODAY        TO PTB-CLOSED-DATE(PDW-FOUND-ENTRY).
           MOVE SUPERVISOR-ID-WS TO PTB-CLOSED-BY(PDW-FOUND-ENTRY).
           MOVE "Y" TO CHANGED-FLAG.
           MOVE "OPEN"   TO PDW-OLD-VALUE.
           MOVE "CLOSED" TO PDW-NEW-VALUE.
           PERFORM 700-LOG-PERIOD-ACTION.
           DISPLAY "PERIOD " PDW-PERIOD-IN " CLOSED. SUMMARY FOR "
               "SIGN-OFF IN PERIOD-END-SUMMARY.txt".

      *    Reopening lets postings back into the month - finance's
      *    numbers for it are no longer final, and the audit row
      *    says who decided that.
       500-REOPEN-PERIOD.
           PERFORM 220-ACCEPT-PERIOD.
           EVALUATE TRUE
               WHEN PDW-FOUND-ENTRY = 0
                   DISPLAY "PERIOD " PDW-PERIOD-IN
                       " IS NOT ON THE CALENDAR."
               WHEN PTB-STATUS(PDW-FOUND-ENTRY) NOT = "C"
                   DISPLAY "PERIOD " PDW-PERIOD-IN " IS NOT CLOSED."
               WHEN OTHER
                   MOVE "O"              TO PTB-STATUS(PDW-FOUND-ENTRY)
                   MOVE PDW-TODAY
                       TO PTB-CLOSED-DATE(PDW-FOUND-ENTRY)
                   MOVE SUPERVISOR-ID-WS
                       TO PTB-CLOSED-BY(PDW-FOUND-ENTRY)
                   MOVE "Y" TO CHANGED-FLAG
                   MOVE "CLOSED"   TO PDW-OLD-VALUE
                   MOVE "REOPENED" TO PDW-NEW-VALUE
                   PERFORM 700-LOG-PERIOD-ACTION
                   DISPLAY "PERIOD " PDW-PERIOD-IN " REOPENED."
           END-EVALUATE.

      *****************************************************************
      * The period-end summary: every GL-EXTRACT event for every date
      * from PDW-START-DATE through PDW-END-DATE, read from the same
      * files on the same rules, then the adjustments other closed
      * periods pushed into this one.
      *****************************************************************
       600-WRITE-PERIOD-SUMMARY.
           MOVE ZEROS TO EVENT-TOTALS.
           MOVE 0 TO SMW-ADJUST-COUNT.
           MOVE 0 TO SMW-ADJUST-AMOUNT.
           PERFORM 610-SUM-PAYMENTS.
           PERFORM 620-SUM-FEES.
           PERFORM 630-SUM-AWARDS.
           PERFORM 640-SUM-ASSESSMENTS.
           PERFORM 650-SUM-WRITEOFFS.
           PERFORM 660-SUM-FORFEITS.
           PERFORM 670-SUM-RECOVERIES.
           PERFORM 680-SUM-WAIVERS.
           PERFORM 690-SUM-FX-DIFFERENCES.
           PERFORM 693-SUM-NONCREDIT.
           PERFORM 695-SUM-ADJUSTMENTS.
           OPEN OUTPUT SUMMARY-FILE.
           MOVE SPACES TO SUMMARY-RECORD.
           STRING "PERIOD-END SUMMARY - FISCAL PERIOD " PDW-PERIOD-IN
               "  " PDW-START-DATE " - " PDW-END-DATE
               DELIMITED BY SIZE INTO SUMMARY-RECORD
           END-STRING.
           WRITE SUMMARY-RECORD.
           MOVE SPACES TO SUMMARY-RECORD.
           WRITE SUMMARY-RECORD.
           MOVE "  EVENT        COUNT              AMOUNT"
               TO SUMMARY-RECORD.
           WRITE SUMMARY-RECORD.
           PERFORM 605-WRITE-ONE-EVENT-LINE
               VARYING SMW-EVENT-IDX FROM 1 BY 1
               UNTIL SMW-EVENT-IDX > EVENT-TYPE-COUNT.
           MOVE SPACES TO SUMMARY-RECORD.
           WRITE SUMMARY-RECORD.
           MOVE SMW-ADJUST-COUNT  TO SMW-COUNT-DISPLAY.
           MOVE SMW-ADJUST-AMOUNT TO SMW-AMOUNT-DISPLAY.
           MOVE SPACES TO SUMMARY-RECORD.
           STRING "  FORCED IN FROM CLOSED PERIODS: " SMW-COUNT-DISPLAY
               " " SMW-AMOUNT-DISPLAY
               DELIMITED BY SIZE INTO SUMMARY-RECORD
           END-STRING.
           WRITE SUMMARY-RECORD.
           MOVE SPACES TO SUMMARY-RECORD.
           WRITE SUMMARY-RECORD.
           MOVE SPACES TO SUMMARY-RECORD.
           STRING "  CLOSED " PDW-TODAY " BY " SUPERVISOR-ID-WS
               DELIMITED BY SIZE INTO SUMMARY-RECORD
           END-STRING.
           WRITE SUMMARY-RECORD.
           MOVE SPACES TO SUMMARY-RECORD.
           WRITE SUMMARY-RECORD.
           MOVE SPACES TO SUMMARY-RECORD.
           STRING "  FINANCE SIGN-OFF: ______________________"
               "  DATE: __________"
               DELIMITED BY SIZE INTO SUMMARY-RECORD
           END-STRING.
           WRITE SUMMARY-RECORD.
           CLOSE SUMMARY-FILE.

       605-WRITE-ONE-EVENT-LINE.
           MOVE ETT-COUNT(SMW-EVENT-IDX)  TO SMW-COUNT-DISPLAY.
           MOVE ETT-AMOUNT(SMW-EVENT-IDX) TO SMW-AMOUNT-DISPLAY.
           MOVE SPACES TO SUMMARY-RECORD.
           STRING "  " EVENT-NAME(SMW-EVENT-IDX) " " SMW-COUNT-DISPLAY
               " " SMW-AMOUNT-DISPLAY
               DELIMITED BY SIZE INTO SUMMARY-RECORD
           END-STRING.
           WRITE SUMMARY-RECORD.

      *    The period's rows are read off the PAY-DATE key; the first
      *    row dated after the period ends the read.
       610-SUM-PAYMENTS.
           MOVE "N" TO EOF-FLAG.
           OPEN INPUT PAYMENTS-FILE.
           IF PAYMENTS-STATUS = "00" OR PAYMENTS-STATUS = "05"
               MOVE PDW-START-X TO PAY-DATE
               START PAYMENTS-FILE KEY IS NOT LESS THAN PAY-DATE
                   INVALID KEY
                       MOVE "Y" TO EOF-FLAG
               END-START
               PERFORM 615-SUM-ONE-PAYMENT UNTIL EOF-FLAG = "Y"
               CLOSE PAYMENTS-FILE
           END-IF.

       615-SUM-ONE-PAYMENT.
           READ PAYMENTS-FILE NEXT RECORD
               AT END
                   MOVE "Y" TO EOF-FLAG
               NOT AT END
                   IF PAY-DATE > PDW-END-X
                       MOVE "Y" TO EOF-FLAG
                   ELSE
                       IF PAY-REVERSAL-FLAG NOT = "F"
                           PERFORM 617-ADD-ONE-PAYMENT
                       END-IF
                   END-IF
           END-READ.

      *    Carried-forward rows ('F') are FY-ROLLOVER's re-sum of an
      *    archived year - that year's own periods already hold the
      *    activity.
       617-ADD-ONE-PAYMENT.
           IF PAY-REVERSAL-FLAG = "R"
               MOVE 2 TO SMW-EVENT-IDX
           ELSE
               MOVE 1 TO SMW-EVENT-IDX
           END-IF.
           MOVE PAY-AMOUNT TO SMW-AMOUNT.
           PERFORM 699-ADD-TO-EVENT.

       620-SUM-FEES.
           MOVE "N" TO EOF-FLAG.
           OPEN INPUT FEES-FILE.
           IF FEES-STATUS = "00" OR FEES-STATUS = "05"
               PERFORM 625-SUM-ONE-FEE UNTIL EOF-FLAG = "Y"
               CLOSE FEES-FILE
           END-IF.

       625-SUM-ONE-FEE.
           READ FEES-FILE
               AT END
                   MOVE "Y" TO EOF-FLAG
               NOT AT END
                   IF FEE-DATE >= PDW-START-DATE
                           AND FEE-DATE <= PDW-END-DATE
                           AND FEE-TYPE NOT = "CARRYFWD"
                       MOVE 3 TO SMW-EVENT-IDX
                       MOVE FEE-AMOUNT TO SMW-AMOUNT
                       PERFORM 699-ADD-TO-EVENT
                   END-IF
           END-READ.

       630-SUM-AWARDS.
           MOVE "N" TO EOF-FLAG.
           OPEN INPUT AWARDS-POSTED-FILE.
           IF AWARDS-STATUS = "00" OR AWARDS-STATUS = "05"
               PERFORM 635-SUM-ONE-AWARD UNTIL EOF-FLAG = "Y"
               CLOSE AWARDS-POSTED-FILE
           END-IF.

       635-SUM-ONE-AWARD.
           READ AWARDS-POSTED-FILE
               AT END
                   MOVE "Y" TO EOF-FLAG
               NOT AT END
                   IF AWP-DATE >= PDW-START-X
                           AND AWP-DATE <= PDW-END-X
                           AND AWP-SOURCE NOT = "CARRYFWD"
                       MOVE 4 TO SMW-EVENT-IDX
                       MOVE AWP-AMOUNT TO SMW-AMOUNT
                       PERFORM 699-ADD-TO-EVENT
                   END-IF
           END-READ.

      *    As in GL-EXTRACT: the TUITION-ASSESS run's TUITION-OWED
      *    audit rows, the charge being new value minus old.
       640-SUM-ASSESSMENTS.
           MOVE "N" TO EOF-FLAG.
           OPEN INPUT AUDIT-LOG-FILE.
           IF AUDIT-STATUS = "00" OR AUDIT-STATUS = "05"
               PERFORM 645-SUM-ONE-ASSESSMENT UNTIL EOF-FLAG = "Y"
               CLOSE AUDIT-LOG-FILE
           END-IF.

       645-SUM-ONE-ASSESSMENT.
           READ AUDIT-LOG-FILE
               AT END
                   MOVE "Y" TO EOF-FLAG
               NOT AT END
                   IF AUD-FIELD-NAME = "TUITION-OWED"
                           AND AUD-OPERATOR-ID = "ASSESS"
                           AND AUD-TIMESTAMP(1:8) >= PDW-START-X
                           AND AUD-TIMESTAMP(1:8) <= PDW-END-X
                       COMPUTE SMW-OLD-NUM =
                           FUNCTION NUMVAL(AUD-OLD-VALUE)
                       COMPUTE SMW-NEW-NUM =
                           FUNCTION NUMVAL(AUD-NEW-VALUE)
                       COMPUTE SMW-AMOUNT = SMW-NEW-NUM - SMW-OLD-NUM
                       MOVE 5 TO SMW-EVENT-IDX
                       PERFORM 699-ADD-TO-EVENT
                   END-IF
           END-READ.

       650-SUM-WRITEOFFS.
           MOVE "N" TO EOF-FLAG.
           OPEN INPUT WRITEOFF-FILE.
           IF WRITEOFF-STATUS = "00" OR WRITEOFF-STATUS = "05"
               PERFORM 655-SUM-ONE-WRITEOFF UNTIL EOF-FLAG = "Y"
               CLOSE WRITEOFF-FILE
           END-IF.

       655-SUM-ONE-WRITEOFF.
           READ WRITEOFF-FILE
               AT END
                   MOVE "Y" TO EOF-FLAG
               NOT AT END
                   IF WOF-DATE >= PDW-START-DATE
                           AND WOF-DATE <= PDW-END-DATE
                       MOVE 6 TO SMW-EVENT-IDX
                       MOVE WOF-AMOUNT TO SMW-AMOUNT
                       PERFORM 699-ADD-TO-EVENT
                   END-IF
           END-READ.

       660-SUM-FORFEITS.
           MOVE "N" TO EOF-FLAG.
           OPEN INPUT DEPOSITS-FILE.
           IF DEPOSITS-STATUS = "00" OR DEPOSITS-STATUS = "05"
               PERFORM 665-SUM-ONE-FORFEIT UNTIL EOF-FLAG = "Y"
               CLOSE DEPOSITS-FILE
           END-IF.

       665-SUM-ONE-FORFEIT.
           READ DEPOSITS-FILE
               AT END
                   MOVE "Y" TO EOF-FLAG
               NOT AT END
                   IF DEP-STATUS = "F"
                           AND DEP-DECIDED-DATE >= PDW-START-DATE
                           AND DEP-DECIDED-DATE <= PDW-END-DATE
                       MOVE 7 TO SMW-EVENT-IDX
                       MOVE DEP-AMOUNT TO SMW-AMOUNT
                       PERFORM 699-ADD-TO-EVENT
                   END-IF
           END-READ.

       670-SUM-RECOVERIES.
           MOVE "N" TO EOF-FLAG.
           OPEN INPUT RECOVERY-FILE.
           IF RECOVERY-STATUS = "00" OR RECOVERY-STATUS = "05"
               PERFORM 675-SUM-ONE-RECOVERY UNTIL EOF-FLAG = "Y"
               CLOSE RECOVERY-FILE
           END-IF.

       675-SUM-ONE-RECOVERY.
           READ RECOVERY-FILE
               AT END
                   MOVE "Y" TO EOF-FLAG
               NOT AT END
                   IF RCV-POSTED-DATE >= PDW-START-DATE
                           AND RCV-POSTED-DATE <= PDW-END-DATE
                       MOVE 8 TO SMW-EVENT-IDX
                       MOVE RCV-AMOUNT TO SMW-AMOUNT
                       PERFORM 699-ADD-TO-EVENT
                   END-IF
           END-READ.

       680-SUM-WAIVERS.
           MOVE "N" TO EOF-FLAG.
           OPEN INPUT WAIVED-FILE.
           IF WAIVED-STATUS = "00" OR WAIVED-STATUS = "05"
               PERFORM 685-SUM-ONE-WAIVER UNTIL EOF-FLAG = "Y"
               CLOSE WAIVED-FILE
           END-IF.

       685-SUM-ONE-WAIVER.
           READ WAIVED-FILE
               AT END
                   MOVE "Y" TO EOF-FLAG
               NOT AT END
                   IF WVD-DATE >= PDW-START-DATE
                           AND WVD-DATE <= PDW-END-DATE
                       MOVE 9 TO SMW-EVENT-IDX
                       MOVE WVD-AMOUNT TO SMW-AMOUNT
                       PERFORM 699-ADD-TO-EVENT
                   END-IF
           END-READ.

       690-SUM-FX-DIFFERENCES.
           MOVE "N" TO EOF-FLAG.
           OPEN INPUT FX-PAYMENTS-FILE.
           IF FX-PAYMENTS-STATUS = "00" OR FX-PAYMENTS-STATUS = "05"
               PERFORM 692-SUM-ONE-FX-DIFFERENCE UNTIL EOF-FLAG = "Y"
               CLOSE FX-PAYMENTS-FILE
           END-IF.

       692-SUM-ONE-FX-DIFFERENCE.
           READ FX-PAYMENTS-FILE
               AT END
                   MOVE "Y" TO EOF-FLAG
               NOT AT END
                   IF FXP-PAY-DATE >= PDW-START-X
                           AND FXP-PAY-DATE <= PDW-END-X
                           AND FXP-FX-DIFFERENCE NOT = 0
                       MOVE 10 TO SMW-EVENT-IDX
                       MOVE FXP-FX-DIFFERENCE TO SMW-AMOUNT
                       PERFORM 699-ADD-TO-EVENT
                   END-IF
           END-READ.

       693-SUM-NONCREDIT.
           MOVE "N" TO EOF-FLAG.
           OPEN INPUT REG-FILE.
           IF REG-STATUS = "00" OR REG-STATUS = "05"
               PERFORM 694-SUM-ONE-NONCREDIT UNTIL EOF-FLAG = "Y"
               CLOSE REG-FILE
           END-IF.

       694-SUM-ONE-NONCREDIT.
           READ REG-FILE
               AT END
                   MOVE "Y" TO EOF-FLAG
               NOT AT END
                   IF NCR-REG-DATE >= PDW-START-DATE
                           AND NCR-REG-DATE <= PDW-END-DATE
                       MOVE 11 TO SMW-EVENT-IDX
                       MOVE NCR-FEE-PAID TO SMW-AMOUNT
                       PERFORM 699-ADD-TO-EVENT
                   END-IF
           END-READ.

      *    Already counted above under their own events - shown
      *    again as what this period absorbed from closed ones.
       695-SUM-ADJUSTMENTS.
           MOVE "N" TO EOF-FLAG.
           OPEN INPUT ADJUSTMENTS-FILE.
           IF ADJUSTMENTS-STATUS = "00" OR ADJUSTMENTS-STATUS = "05"
               PERFORM 697-SUM-ONE-ADJUSTMENT UNTIL EOF-FLAG = "Y"
               CLOSE ADJUSTMENTS-FILE
           END-IF.

       697-SUM-ONE-ADJUSTMENT.
           READ ADJUSTMENTS-FILE
               AT END
                   MOVE "Y" TO EOF-FLAG
               NOT AT END
                   IF PAJ-POSTED-DATE >= PDW-START-DATE
                           AND PAJ-POSTED-DATE <= PDW-END-DATE
                       ADD 1 TO SMW-ADJUST-COUNT
                       ADD PAJ-AMOUNT TO SMW-ADJUST-AMOUNT
                   END-IF
           END-READ.

       699-ADD-TO-EVENT.
           ADD 1 TO ETT-COUNT(SMW-EVENT-IDX).
           ADD SMW-AMOUNT TO ETT-AMOUNT(SMW-EVENT-IDX).

      *    The calendar belongs to no student and no term; the field
      *    name carries the period.
       700-LOG-PERIOD-ACTION.
           OPEN EXTEND AUDIT-LOG-FILE.
           MOVE SPACES TO AUDIT-LOG-RECORD.
           MOVE 0 TO AUD-STUDENT-NUMBER.
           MOVE SPACES TO AUD-TERM-CODE.
           STRING "FISCAL-PERIOD " PDW-PERIOD-IN
               DELIMITED BY SIZE INTO AUD-FIELD-NAME
           END-STRING.
           MOVE PDW-OLD-VALUE TO AUD-OLD-VALUE.
           MOVE PDW-NEW-VALUE TO AUD-NEW-VALUE.
           MOVE SUPERVISOR-ID-WS TO AUD-OPERATOR-ID.
           MOVE FUNCTION CURRENT-DATE TO AUD-TIMESTAMP.
           CALL "AUDIT-CHAIN" USING AUDIT-LOG-RECORD.
           WRITE AUDIT-LOG-RECORD.
           CLOSE AUDIT-LOG-FILE.

       800-SAVE-PERIOD-TABLE.
           IF CHANGED-FLAG = "Y"
               OPEN OUTPUT PERIODS-FILE
               PERFORM 810-WRITE-ONE-PERIOD
                   VARYING P-ENTRY FROM 1 BY 1
                   UNTIL P-ENTRY > PERIOD-COUNT
               CLOSE PERIODS-FILE
               DISPLAY "SAVED " PERIOD-COUNT
                   " PERIODS TO FISCAL-PERIODS.txt"
           ELSE
               DISPLAY "NO CHANGES TO SAVE."
           END-IF.

       810-WRITE-ONE-PERIOD.
           MOVE SPACES TO FISCAL-PERIOD-RECORD.
           MOVE PTB-PERIOD(P-ENTRY)      TO FPD-PERIOD.
           MOVE PTB-START-DATE(P-ENTRY)  TO FPD-START-DATE.
           MOVE PTB-END-DATE(P-ENTRY)    TO FPD-END-DATE.
           MOVE PTB-STATUS(P-ENTRY)      TO FPD-STATUS.
           MOVE PTB-CLOSED-DATE(P-ENTRY) TO FPD-CLOSED-DATE.
           MOVE PTB-CLOSED-BY(P-ENTRY)   TO FPD-CLOSED-BY.
           WRITE FISCAL-PERIOD-RECORD.

       END PROGRAM PERIOD-CLOSE.
