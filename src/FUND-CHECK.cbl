      ******************************************************************
      * Tectonics: Award fund budget check.  Every award path used to
      * post whatever amount it was handed under whatever source, so
      * nothing stopped the aid office promising more than a fund
      * holds.  AWARD-FUNDS.txt (see AWARD-FUND-RECORD.cpy) now
      * carries each fund's budget per fiscal year with its
      * committed and disbursed totals; a path CALLs here (see
      * FUND-CHECK.cpy) to ask whether an amount fits ("CK"), to
      * commit an approval ("CM") or to disburse an award it has
      * applied ("DS").  The file is reloaded on every call and
      * rewritten whole after an update, so each award in a run sees
      * the ones before it.  CALLed the same self-contained way
      * PERIOD-CHECK is.
      ******************************************************************
       IDENTIFICATION DIVISION.
       PROGRAM-ID. FUND-CHECK.

       ENVIRONMENT DIVISION.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
           SELECT OPTIONAL FUNDS-FILE ASSIGN "AWARD-FUNDS.txt"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS FUNDS-STATUS.

       DATA DIVISION.
       FILE SECTION.
           FD FUNDS-FILE.
           COPY "AWARD-FUND-RECORD.cpy".

       WORKING-STORAGE SECTION.
           01 FUNDS-STATUS PIC X(2).
           01 EOF-FUNDS    PIC X VALUE "N".

           01 FUND-TABLE.
               05 FUND-ENTRY OCCURS 500 TIMES INDEXED F-ENTRY.
                   10 FTB-FUND-CODE   PIC X(10).
                   10 FTB-FISCAL-YEAR PIC 9(4).
                   10 FTB-BUDGET      PIC 9(9)V99.
                   10 FTB-COMMITTED   PIC 9(9)V99.
                   10 FTB-DISBURSED   PIC 9(9)V99.
           01 FUND-COUNT PIC 9(3) VALUE 0.
           01 FUND-MAX   PIC 9(3) VALUE 500.

           01 FUND-WORK-AREA.
               05 FCW-FOUND-ENTRY PIC 9(3) VALUE 0.

       LINKAGE SECTION.
           COPY "FUND-CHECK.cpy".

       PROCEDURE DIVISION USING FUND-CHECK.
       100-MAIN.
           MOVE 0 TO FCK-AVAILABLE.
           PERFORM 150-LOAD-FUND-TABLE.
           IF EOF-FUNDS NOT = "Y" AND FUND-COUNT >= FUND-MAX
               DISPLAY "AWARD-FUNDS.txt EXCEEDS " FUND-MAX
                   " ROWS. NOTHING CHECKED OR COMMITTED."
               MOVE "TF" TO FCK-RESULT
           ELSE
               PERFORM 200-FIND-FUND
               IF FCW-FOUND-ENTRY = 0
                   MOVE "NF" TO FCK-RESULT
               ELSE
                   MOVE "00" TO FCK-RESULT
                   COMPUTE FCK-AVAILABLE =
                       FTB-BUDGET(FCW-FOUND-ENTRY)
                       - FTB-COMMITTED(FCW-FOUND-ENTRY)
                       - FTB-DISBURSED(FCW-FOUND-ENTRY)
                   EVALUATE FCK-ACTION
                       WHEN "CK"
                           IF FCK-AMOUNT > FCK-AVAILABLE
                               MOVE "OV" TO FCK-RESULT
                           END-IF
                       WHEN "CM"
                           PERFORM 300-COMMIT-AMOUNT
                       WHEN "DS"
                           PERFORM 400-DISBURSE-AMOUNT
                   END-EVALUATE
               END-IF
           END-IF.
           GOBACK.

       150-LOAD-FUND-TABLE.
           MOVE "N" TO EOF-FUNDS.
           SET F-ENTRY TO 1.
           OPEN INPUT FUNDS-FILE.
           IF FUNDS-STATUS = "00" OR FUNDS-STATUS = "05"
               PERFORM 160-LOAD-ONE-FUND UNTIL EOF-FUNDS = "Y"
                   OR F-ENTRY > FUND-MAX
               CLOSE FUNDS-FILE
           ELSE
               MOVE "Y" TO EOF-FUNDS
           END-IF.
           COMPUTE FUND-COUNT = F-ENTRY - 1.

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

       200-FIND-FUND.
           MOVE 0 TO FCW-FOUND-ENTRY.
           PERFORM VARYING F-ENTRY FROM 1 BY 1
                   UNTIL F-ENTRY > FUND-COUNT OR FCW-FOUND-ENTRY > 0
               IF FTB-FUND-CODE(F-ENTRY) = FCK-FUND-CODE
                       AND FTB-FISCAL-YEAR(F-ENTRY) = FCK-FISCAL-YEAR
                   SET FCW-FOUND-ENTRY TO F-ENTRY
               END-IF
           END-PERFORM.

       300-COMMIT-AMOUNT.
           ADD FCK-AMOUNT TO FTB-COMMITTED(FCW-FOUND-ENTRY).
           PERFORM 800-SAVE-FUND-TABLE.

      *    A committed award comes off committed as it is applied -
      *    never below zero, should a supervisor have trimmed the
      *    commitment on FUND-MAINT in between.
       400-DISBURSE-AMOUNT.
           IF FCK-COMMITTED-FLAG = "C"
               IF FCK-AMOUNT > FTB-COMMITTED(FCW-FOUND-ENTRY)
                   MOVE 0 TO FTB-COMMITTED(FCW-FOUND-ENTRY)
               ELSE
                   SUBTRACT FCK-AMOUNT
                       FROM FTB-COMMITTED(FCW-FOUND-ENTRY)
               END-IF
           END-IF.
           ADD FCK-AMOUNT TO FTB-DISBURSED(FCW-FOUND-ENTRY).
           PERFORM 800-SAVE-FUND-TABLE.

       800-SAVE-FUND-TABLE.
           OPEN OUTPUT FUNDS-FILE.
           PERFORM 810-WRITE-ONE-FUND
               VARYING F-ENTRY FROM 1 BY 1
               UNTIL F-ENTRY > FUND-COUNT.
           CLOSE FUNDS-FILE.

       810-WRITE-ONE-FUND.
           MOVE SPACES TO AWARD-FUND-RECORD.
           MOVE FTB-FUND-CODE(F-ENTRY)   TO AFD-FUND-CODE.
           MOVE FTB-FISCAL-YEAR(F-ENTRY) TO AFD-FISCAL-YEAR.
           MOVE FTB-BUDGET(F-ENTRY)      TO AFD-BUDGET.
           MOVE FTB-COMMITTED(F-ENTRY)   TO AFD-COMMITTED.
           MOVE FTB-DISBURSED(F-ENTRY)   TO AFD-DISBURSED.
           WRITE AWARD-FUND-RECORD.

       END PROGRAM FUND-CHECK.
