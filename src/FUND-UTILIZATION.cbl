      ******************************************************************
      * Tectonics: Award fund utilization report.  One line per
      * AWARD-FUNDS.txt fund and fiscal year in FUND-UTILIZATION.txt:
      * the budget, what is committed (approved, not yet applied),
      * what has been posted (applied by AWARD-POST), what remains
      * to award, and the share of the budget used, with grand
      * totals.  A fund whose commitments and postings have gone
      * past its budget - only a supervisor's override at the
      * bursary desk can do that - is flagged OVER BUDGET, and any
      * such fund ends the run severity 4.
      ******************************************************************
       IDENTIFICATION DIVISION.
       PROGRAM-ID. FUND-UTILIZATION.

       ENVIRONMENT DIVISION.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
           SELECT OPTIONAL FUNDS-FILE ASSIGN "AWARD-FUNDS.txt"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS FUNDS-STATUS.
           SELECT REPORT-FILE ASSIGN "FUND-UTILIZATION.txt"
               ORGANIZATION IS LINE SEQUENTIAL.

       DATA DIVISION.
       FILE SECTION.
           FD FUNDS-FILE.
           COPY "AWARD-FUND-RECORD.cpy".

           FD REPORT-FILE.
           01 REPORT-RECORD PIC X(100).

       WORKING-STORAGE SECTION.
           01 FUNDS-STATUS PIC X(2).

           01 COUNTERS.
               05 FUND-COUNTER PIC 9(5) VALUE 0.
               05 OVER-COUNTER PIC 9(5) VALUE 0.

           01 FLAGS.
               05 EOF-FUNDS PIC X VALUE "N".

           01 FUND-TOTALS.
               05 TOT-BUDGET    PIC 9(11)V99 VALUE 0.
               05 TOT-COMMITTED PIC 9(11)V99 VALUE 0.
               05 TOT-DISBURSED PIC 9(11)V99 VALUE 0.
               05 TOT-REMAINING PIC S9(11)V99 VALUE 0.

           01 UTILIZATION-WORK-AREA.
               05 REMAINING-WS PIC S9(10)V99 VALUE 0.
               05 USED-PCT-WS  PIC 9(5) VALUE 0.
               05 TOTAL-DISPLAY PIC ZZ,ZZZ,ZZZ,ZZ9.99.
               05 REMAIN-DISPLAY PIC -ZZ,ZZZ,ZZZ,ZZ9.99.

           01 HEADER-LINE-1.
               05 FILLER PIC X(30) VALUE "AWARD FUND UTILIZATION".
           01 HEADER-LINE-2.
               05 FILLER PIC X(16) VALUE "FUND        YEAR".
               05 FILLER PIC X(16) VALUE "          BUDGET".
               05 FILLER PIC X(16) VALUE "       COMMITTED".
               05 FILLER PIC X(16) VALUE "          POSTED".
               05 FILLER PIC X(17) VALUE "        REMAINING".
               05 FILLER PIC X(6)  VALUE "  USED".

           01 DETAIL-LINE.
               05 DTL-FUND-CODE PIC X(10).
               05 FILLER        PIC X(2) VALUE SPACES.
               05 DTL-YEAR      PIC 9(4).
               05 FILLER        PIC X(2) VALUE SPACES.
               05 DTL-BUDGET    PIC ZZZ,ZZZ,ZZ9.99.
               05 FILLER        PIC X(2) VALUE SPACES.
               05 DTL-COMMITTED PIC ZZZ,ZZZ,ZZ9.99.
               05 FILLER        PIC X(2) VALUE SPACES.
               05 DTL-POSTED    PIC ZZZ,ZZZ,ZZ9.99.
               05 FILLER        PIC X(2) VALUE SPACES.
               05 DTL-REMAINING PIC -ZZZ,ZZZ,ZZ9.99.
               05 FILLER        PIC X(2) VALUE SPACES.
               05 DTL-USED-PCT  PIC ZZ9.
               05 FILLER        PIC X(1) VALUE "%".
               05 FILLER        PIC X(2) VALUE SPACES.
               05 DTL-FLAG      PIC X(11).

       PROCEDURE DIVISION.
       100-MAIN.
           OPEN INPUT FUNDS-FILE.
           IF FUNDS-STATUS NOT = "00"
               DISPLAY "AWARD-FUNDS.txt NOT FOUND OR EMPTY. "
                   "NO FUNDS TO REPORT."
           ELSE
               OPEN OUTPUT REPORT-FILE
               WRITE REPORT-RECORD FROM HEADER-LINE-1
               WRITE REPORT-RECORD FROM HEADER-LINE-2
               PERFORM 300-REPORT-ONE-FUND UNTIL EOF-FUNDS = "Y"
               PERFORM 500-WRITE-TOTALS
               CLOSE REPORT-FILE
               CLOSE FUNDS-FILE
               DISPLAY "FUNDS REPORTED:      " FUND-COUNTER
               DISPLAY "DETAIL IN FUND-UTILIZATION.txt"
               IF OVER-COUNTER > 0
                   DISPLAY "*** " OVER-COUNTER " FUNDS COMMITTED PAST "
                       "THEIR BUDGET ***"
                   MOVE 4 TO RETURN-CODE
               END-IF
           END-IF.
      *    GOBACK, not STOP RUN, so the job-stream controller can
      *    CALL this program as one step of the night's stream.
           GOBACK.

       300-REPORT-ONE-FUND.
           READ FUNDS-FILE
               AT END
                   MOVE "Y" TO EOF-FUNDS
               NOT AT END
                   ADD 1 TO FUND-COUNTER
                   PERFORM 400-WRITE-DETAIL-LINE
           END-READ.

      *    Used = committed plus posted, as a share of the budget -
      *    shown as 999 once it is past all sense.
       400-WRITE-DETAIL-LINE.
           COMPUTE REMAINING-WS =
               AFD-BUDGET - AFD-COMMITTED - AFD-DISBURSED.
           IF AFD-BUDGET = 0
               MOVE 0 TO USED-PCT-WS
           ELSE
               COMPUTE USED-PCT-WS ROUNDED =
                   (AFD-COMMITTED + AFD-DISBURSED) * 100
                   / AFD-BUDGET
                   ON SIZE ERROR
                       MOVE 999 TO USED-PCT-WS
               END-COMPUTE
           END-IF.
           IF USED-PCT-WS > 999
               MOVE 999 TO USED-PCT-WS
           END-IF.
           MOVE SPACES TO DTL-FLAG.
           MOVE AFD-FUND-CODE   TO DTL-FUND-CODE.
           MOVE AFD-FISCAL-YEAR TO DTL-YEAR.
           MOVE AFD-BUDGET      TO DTL-BUDGET.
           MOVE AFD-COMMITTED   TO DTL-COMMITTED.
           MOVE AFD-DISBURSED   TO DTL-POSTED.
           MOVE REMAINING-WS    TO DTL-REMAINING.
           MOVE USED-PCT-WS     TO DTL-USED-PCT.
           IF REMAINING-WS < 0
               MOVE "OVER BUDGET" TO DTL-FLAG
               ADD 1 TO OVER-COUNTER
           END-IF.
           WRITE REPORT-RECORD FROM DETAIL-LINE.
           ADD AFD-BUDGET    TO TOT-BUDGET.
           ADD AFD-COMMITTED TO TOT-COMMITTED.
           ADD AFD-DISBURSED TO TOT-DISBURSED.
           ADD REMAINING-WS  TO TOT-REMAINING.

       500-WRITE-TOTALS.
           MOVE SPACES TO REPORT-RECORD.
           WRITE REPORT-RECORD.
           MOVE TOT-BUDGET TO TOTAL-DISPLAY.
           MOVE SPACES TO REPORT-RECORD.
           STRING "  TOTAL BUDGET:    " TOTAL-DISPLAY
               DELIMITED BY SIZE INTO REPORT-RECORD
           END-STRING.
           WRITE REPORT-RECORD.
           MOVE TOT-COMMITTED TO TOTAL-DISPLAY.
           MOVE SPACES TO REPORT-RECORD.
           STRING "  TOTAL COMMITTED: " TOTAL-DISPLAY
               DELIMITED BY SIZE INTO REPORT-RECORD
           END-STRING.
           WRITE REPORT-RECORD.
           MOVE TOT-DISBURSED TO TOTAL-DISPLAY.
           MOVE SPACES TO REPORT-RECORD.
           STRING "  TOTAL POSTED:    " TOTAL-DISPLAY
               DELIMITED BY SIZE INTO REPORT-RECORD
           END-STRING.
           WRITE REPORT-RECORD.
           MOVE TOT-REMAINING TO REMAIN-DISPLAY.
           MOVE SPACES TO REPORT-RECORD.
           STRING "  TOTAL REMAINING:" REMAIN-DISPLAY
               DELIMITED BY SIZE INTO REPORT-RECORD
           END-STRING.
           WRITE REPORT-RECORD.
           MOVE SPACES TO REPORT-RECORD.
           STRING "  FUNDS OVER BUDGET: " OVER-COUNTER
               DELIMITED BY SIZE INTO REPORT-RECORD
           END-STRING.
           WRITE REPORT-RECORD.

       END PROGRAM FUND-UTILIZATION.
