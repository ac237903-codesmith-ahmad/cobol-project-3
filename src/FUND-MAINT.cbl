      ******************************************************************
      * Tectonics: Award fund budget maintenance.  Sets each award
      * fund's budget for a fiscal year on AWARD-FUNDS.txt (see
      * AWARD-FUND-RECORD.cpy) - the fund code is the AWD-SOURCE its
      * awards post under - and lets a commitment that will never
      * be applied (an approved bursary withdrawn before AWARD-POST
      * ran) be released, so the money goes back to the fund.  The
      * committed and disbursed totals are otherwise FUND-CHECK's to
      * keep and are not keyed here.  A budget may not be set below
      * what the fund has already committed and disbursed.  Every
      * budget set or commitment released lands on AUDIT-LOG.txt
      * (student 000000 - the table belongs to no student), field
      * "FUND code year", value prefixed BUD or CMT.  Supervisor
      * sign-on only.  Menu-driven whole-file load/save, the
      * HOLD-MAINT way.
      ******************************************************************
       IDENTIFICATION DIVISION.
       PROGRAM-ID. FUND-MAINT.

       ENVIRONMENT DIVISION.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
           SELECT OPTIONAL FUNDS-FILE ASSIGN "AWARD-FUNDS.txt"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS FUNDS-STATUS.
           SELECT OPTIONAL AUDIT-LOG-FILE ASSIGN "AUDIT-LOG.txt"
               ORGANIZATION IS LINE SEQUENTIAL.

       DATA DIVISION.
       FILE SECTION.
           FD FUNDS-FILE.
           COPY "AWARD-FUND-RECORD.cpy".

           FD AUDIT-LOG-FILE.
           COPY "AUDIT-LOG.cpy".

       WORKING-STORAGE SECTION.
           01 FUNDS-STATUS PIC X(2).

           01 SUPERVISOR-ID-WS PIC X(10) VALUE SPACES.
           01 SUPERVISOR-PASSWORD-WS PIC X(10) VALUE SPACES.
           01 SUPERVISOR-ROLE-WS PIC X(1) VALUE SPACE.
           01 SIGNON-STATUS-WS PIC X(2) VALUE SPACES.

           01 FUND-TABLE.
               05 FUND-ENTRY OCCURS 500 TIMES INDEXED F-ENTRY.
                   10 FTB-FUND-CODE   PIC X(10).
                   10 FTB-FISCAL-YEAR PIC 9(4).
                   10 FTB-BUDGET      PIC 9(9)V99.
                   10 FTB-COMMITTED   PIC 9(9)V99.
                   10 FTB-DISBURSED   PIC 9(9)V99.
           01 FUND-COUNT PIC 9(3) VALUE 0.
           01 FUND-MAX   PIC 9(3) VALUE 500.

           01 FLAGS.
               05 EOF-FUNDS    PIC X VALUE "N".
               05 DONE-FLAG    PIC X VALUE "N".
               05 CHANGED-FLAG PIC X VALUE "N".

           01 CHOICE PIC 9 VALUE 0.

           01 FUND-WORK-AREA.
               05 FDW-FUND-CODE     PIC X(10) VALUE SPACES.
               05 FDW-YEAR-IN       PIC X(4) VALUE SPACES.
               05 FDW-FISCAL-YEAR   PIC 9(4) VALUE 0.
               05 FDW-AMOUNT-IN     PIC X(15) VALUE SPACES.
               05 FDW-AMOUNT        PIC 9(9)V99 VALUE 0.
               05 FDW-USED          PIC 9(10)V99 VALUE 0.
               05 FDW-AVAILABLE     PIC S9(10)V99 VALUE 0.
               05 FDW-FOUND-ENTRY   PIC 9(3) VALUE 0.
               05 FDW-LISTED        PIC 9(3) VALUE 0.
               05 FDW-BUDGET-DISPLAY    PIC ZZZ,ZZZ,ZZ9.99.
               05 FDW-COMMITTED-DISPLAY PIC ZZZ,ZZZ,ZZ9.99.
               05 FDW-DISBURSED-DISPLAY PIC ZZZ,ZZZ,ZZ9.99.
               05 FDW-AVAILABLE-DISPLAY PIC -ZZZ,ZZZ,ZZ9.99.
               05 FDW-OLD-DISPLAY   PIC ZZZ,ZZZ,ZZ9.99.
               05 FDW-NEW-DISPLAY   PIC ZZZ,ZZZ,ZZ9.99.
           01 IDX-WS PIC 9(3).

       PROCEDURE DIVISION.
       100-MAIN-PROCEDURE.
           DISPLAY "AWARD FUNDS - ENTER YOUR SUPERVISOR ID: ".
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
               PERFORM 150-LOAD-FUND-TABLE
               PERFORM 200-RUN-MENU UNTIL DONE-FLAG = "Y"
           END-IF.
           STOP RUN.

       150-LOAD-FUND-TABLE.
           SET F-ENTRY TO 1.
           OPEN INPUT FUNDS-FILE.
           IF FUNDS-STATUS = "00" OR FUNDS-STATUS = "05"
               PERFORM 160-LOAD-ONE-FUND UNTIL EOF-FUNDS = "Y"
                   OR F-ENTRY > FUND-MAX
               CLOSE FUNDS-FILE
           END-IF.
           COMPUTE FUND-COUNT = F-ENTRY - 1.
           IF EOF-FUNDS NOT = "Y" AND FUND-COUNT >= FUND-MAX
               DISPLAY "AWARD-FUNDS.txt EXCEEDS " FUND-MAX
                   " ROWS. RUN ABORTED - NOTHING CHANGED."
               MOVE 8 TO RETURN-CODE
               MOVE "Y" TO DONE-FLAG
           ELSE
               DISPLAY "LOADED " FUND-COUNT " FUND BUDGETS."
           END-IF.

       160-LOAD-ONE-FUND.
           READ FUNDS-FILE
               AT END
                   MOVE "Y" TO EOF-FUNDS
               NOT AT END
                   MOVE AFD-FUND-CODE   TO FTB-FUND-CODE(F-ENTRY)
                   MOVE AFD-FISCAL-YEAR TO FTB-FISCAL-YEAR(F-ENTRY)
                   MOVE AFD-BUDGET      TO FTB-BUDGET(F-ENTRY)
                   MOVE AFD-COMMITTED   TO FTB-COMMITTED(F-ENTRY)
                   MOVE AFD-DISBURSED   TO FTB-DISBURSED(F-ENTRY)
                   SET F-ENTRY UP BY 1
           END-READ.

       200-RUN-MENU.
           DISPLAY " ".
           DISPLAY "AWARD FUND BUDGETS".
           DISPLAY "   1. LIST THE FUNDS".
           DISPLAY "   2. SET A FUND'S BUDGET FOR A YEAR".
           DISPLAY "   3. RELEASE A COMMITMENT".
           DISPLAY "   4. SAVE AND QUIT".
           DISPLAY "ENTER YOUR CHOICE: ".
           ACCEPT CHOICE.
           EVALUATE CHOICE
               WHEN 1 PERFORM 210-LIST-FUNDS
               WHEN 2 PERFORM 300-SET-BUDGET
               WHEN 3 PERFORM 400-RELEASE-COMMITMENT
               WHEN 4 PERFORM 800-SAVE-FUND-TABLE
                      MOVE "Y" TO DONE-FLAG
               WHEN OTHER
                   DISPLAY "INVALID CHOICE. PLEASE SELECT 1-4."
           END-EVALUATE.

       210-LIST-FUNDS.
           MOVE 0 TO FDW-LISTED.
           DISPLAY "  FUND       YEAR          BUDGET       COMMITTED"
               "       DISBURSED       AVAILABLE".
           PERFORM 215-LIST-ONE-FUND
               VARYING IDX-WS FROM 1 BY 1
               UNTIL IDX-WS > FUND-COUNT.
           IF FDW-LISTED = 0
               DISPLAY "NO FUND BUDGETS ON FILE."
           END-IF.

       215-LIST-ONE-FUND.
           MOVE FTB-BUDGET(IDX-WS)    TO FDW-BUDGET-DISPLAY.
           MOVE FTB-COMMITTED(IDX-WS) TO FDW-COMMITTED-DISPLAY.
           MOVE FTB-DISBURSED(IDX-WS) TO FDW-DISBURSED-DISPLAY.
           COMPUTE FDW-AVAILABLE = FTB-BUDGET(IDX-WS)
               - FTB-COMMITTED(IDX-WS) - FTB-DISBURSED(IDX-WS).
           MOVE FDW-AVAILABLE TO FDW-AVAILABLE-DISPLAY.
           DISPLAY "  " FTB-FUND-CODE(IDX-WS) " "
               FTB-FISCAL-YEAR(IDX-WS) " " FDW-BUDGET-DISPLAY "  "
               FDW-COMMITTED-DISPLAY "  " FDW-DISBURSED-DISPLAY " "
               FDW-AVAILABLE-DISPLAY.
           ADD 1 TO FDW-LISTED.

      *    FDW-FOUND-ENTRY comes back as the table row already
      *    holding that fund and year, or 0.
       220-ACCEPT-KEY-FIELDS.
           DISPLAY "FUND CODE (THE AWARD SOURCE, E.G. BURSARY): ".
           ACCEPT FDW-FUND-CODE.
           DISPLAY "FISCAL YEAR (CCYY): ".
           ACCEPT FDW-YEAR-IN.
           MOVE 0 TO FDW-FISCAL-YEAR.
           IF FDW-YEAR-IN IS NUMERIC
               MOVE FDW-YEAR-IN TO FDW-FISCAL-YEAR
           END-IF.
           PERFORM 230-FIND-FUND.

       230-FIND-FUND.
           MOVE 0 TO FDW-FOUND-ENTRY.
           PERFORM VARYING IDX-WS FROM 1 BY 1
                   UNTIL IDX-WS > FUND-COUNT OR FDW-FOUND-ENTRY > 0
               IF FTB-FUND-CODE(IDX-WS) = FDW-FUND-CODE
                       AND FTB-FISCAL-YEAR(IDX-WS) = FDW-FISCAL-YEAR
                   MOVE IDX-WS TO FDW-FOUND-ENTRY
               END-IF
           END-PERFORM.

      *    Amount keyed as 999999999.99 - blank or bad comes back 0.
       240-ACCEPT-AMOUNT.
           ACCEPT FDW-AMOUNT-IN.
           MOVE 0 TO FDW-AMOUNT.
           IF FDW-AMOUNT-IN NOT = SPACES
               COMPUTE FDW-AMOUNT = FUNCTION NUMVAL(FDW-AMOUNT-IN)
           END-IF.

       300-SET-BUDGET.
           PERFORM 220-ACCEPT-KEY-FIELDS.
           EVALUATE TRUE
               WHEN FDW-FUND-CODE = SPACES
                   DISPLAY "FUND CODE IS REQUIRED. NOTHING SET."
               WHEN FDW-FISCAL-YEAR = 0
                   DISPLAY "FISCAL YEAR MUST BE CCYY. NOTHING SET."
               WHEN FDW-FOUND-ENTRY = 0 AND FUND-COUNT >= FUND-MAX
                   DISPLAY "FUND TABLE FULL. NOTHING SET."
               WHEN OTHER
                   PERFORM 310-ACCEPT-THE-BUDGET
           END-EVALUATE.

       310-ACCEPT-THE-BUDGET.
           MOVE 0 TO FDW-USED.
           IF FDW-FOUND-ENTRY > 0
               MOVE FTB-BUDGET(FDW-FOUND-ENTRY) TO FDW-OLD-DISPLAY
               DISPLAY "BUDGET ON FILE: " FDW-OLD-DISPLAY
               COMPUTE FDW-USED = FTB-COMMITTED(FDW-FOUND-ENTRY)
                   + FTB-DISBURSED(FDW-FOUND-ENTRY)
           END-IF.
           DISPLAY "NEW BUDGET (999999999.99): ".
           PERFORM 240-ACCEPT-AMOUNT.
           IF FDW-AMOUNT < FDW-USED
               MOVE FDW-USED TO FDW-NEW-DISPLAY
               DISPLAY "THE FUND HAS ALREADY COMMITTED AND DISBURSED "
                   FDW-NEW-DISPLAY ". NOTHING SET."
           ELSE
               PERFORM 320-STORE-THE-BUDGET
           END-IF.

       320-STORE-THE-BUDGET.
           MOVE SPACES TO AUDIT-LOG-RECORD.
           IF FDW-FOUND-ENTRY > 0
               MOVE FTB-BUDGET(FDW-FOUND-ENTRY) TO FDW-OLD-DISPLAY
               STRING "BUD " FDW-OLD-DISPLAY
                   DELIMITED BY SIZE INTO AUD-OLD-VALUE
               END-STRING
           ELSE
               ADD 1 TO FUND-COUNT
               MOVE FUND-COUNT TO FDW-FOUND-ENTRY
               MOVE FDW-FUND-CODE TO FTB-FUND-CODE(FDW-FOUND-ENTRY)
               MOVE FDW-FISCAL-YEAR
                   TO FTB-FISCAL-YEAR(FDW-FOUND-ENTRY)
               MOVE 0 TO FTB-COMMITTED(FDW-FOUND-ENTRY)
               MOVE 0 TO FTB-DISBURSED(FDW-FOUND-ENTRY)
               MOVE "NONE" TO AUD-OLD-VALUE
           END-IF.
           MOVE FDW-AMOUNT TO FTB-BUDGET(FDW-FOUND-ENTRY).
           MOVE FDW-AMOUNT TO FDW-NEW-DISPLAY.
           STRING "BUD " FDW-NEW-DISPLAY
               DELIMITED BY SIZE INTO AUD-NEW-VALUE
           END-STRING.
           MOVE "Y" TO CHANGED-FLAG.
           PERFORM 700-WRITE-AUDIT-ROW.
           DISPLAY FDW-FUND-CODE " " FDW-FISCAL-YEAR
               " BUDGET SET TO " FDW-NEW-DISPLAY.

       400-RELEASE-COMMITMENT.
           PERFORM 220-ACCEPT-KEY-FIELDS.
           IF FDW-FOUND-ENTRY = 0
               DISPLAY "NO SUCH FUND ON FILE."
           ELSE
               MOVE FTB-COMMITTED(FDW-FOUND-ENTRY) TO FDW-OLD-DISPLAY
               DISPLAY "COMMITTED: " FDW-OLD-DISPLAY
               DISPLAY "AMOUNT TO RELEASE (999999999.99): "
               PERFORM 240-ACCEPT-AMOUNT
               EVALUATE TRUE
                   WHEN FDW-AMOUNT = 0
                       DISPLAY "NOTHING RELEASED."
                   WHEN FDW-AMOUNT > FTB-COMMITTED(FDW-FOUND-ENTRY)
                       DISPLAY "MORE THAN IS COMMITTED. "
                           "NOTHING RELEASED."
                   WHEN OTHER
                       PERFORM 410-STORE-THE-RELEASE
               END-EVALUATE
           END-IF.

       410-STORE-THE-RELEASE.
           MOVE SPACES TO AUDIT-LOG-RECORD.
           STRING "CMT " FDW-OLD-DISPLAY
               DELIMITED BY SIZE INTO AUD-OLD-VALUE
           END-STRING.
           SUBTRACT FDW-AMOUNT FROM FTB-COMMITTED(FDW-FOUND-ENTRY).
           MOVE FTB-COMMITTED(FDW-FOUND-ENTRY) TO FDW-NEW-DISPLAY.
           STRING "CMT " FDW-NEW-DISPLAY
               DELIMITED BY SIZE INTO AUD-NEW-VALUE
           END-STRING.
           MOVE "Y" TO CHANGED-FLAG.
           PERFORM 700-WRITE-AUDIT-ROW.
           DISPLAY "COMMITMENT RELEASED - NOW " FDW-NEW-DISPLAY.

      *    The caller has cleared the row and set the values; the
      *    field name carries which fund and year changed.  The
      *    table belongs to no student and no term.
       700-WRITE-AUDIT-ROW.
           OPEN EXTEND AUDIT-LOG-FILE.
           MOVE 0 TO AUD-STUDENT-NUMBER.
           MOVE SPACES TO AUD-TERM-CODE.
           STRING "FUND " FDW-FUND-CODE " " FDW-FISCAL-YEAR
               DELIMITED BY SIZE INTO AUD-FIELD-NAME
           END-STRING.
           MOVE SUPERVISOR-ID-WS TO AUD-OPERATOR-ID.
           MOVE FUNCTION CURRENT-DATE TO AUD-TIMESTAMP.
           CALL "AUDIT-CHAIN" USING AUDIT-LOG-RECORD.
           WRITE AUDIT-LOG-RECORD.
           CLOSE AUDIT-LOG-FILE.

       800-SAVE-FUND-TABLE.
           IF CHANGED-FLAG = "Y"
               OPEN OUTPUT FUNDS-FILE
               PERFORM 810-WRITE-ONE-FUND
                   VARYING F-ENTRY FROM 1 BY 1
                   UNTIL F-ENTRY > FUND-COUNT
               CLOSE FUNDS-FILE
               DISPLAY "SAVED " FUND-COUNT
                   " FUND BUDGETS TO AWARD-FUNDS.txt"
           ELSE
               DISPLAY "NO CHANGES TO SAVE."
           END-IF.

       810-WRITE-ONE-FUND.
           MOVE SPACES TO AWARD-FUND-RECORD.
           MOVE FTB-FUND-CODE(F-ENTRY)   TO AFD-FUND-CODE.
           MOVE FTB-FISCAL-YEAR(F-ENTRY) TO AFD-FISCAL-YEAR.
           MOVE FTB-BUDGET(F-ENTRY)      TO AFD-BUDGET.
           MOVE FTB-COMMITTED(F-ENTRY)   TO AFD-COMMITTED.
           MOVE FTB-DISBURSED(F-ENTRY)   TO AFD-DISBURSED.
           WRITE AWARD-FUND-RECORD.

       END PROGRAM FUND-MAINT.
