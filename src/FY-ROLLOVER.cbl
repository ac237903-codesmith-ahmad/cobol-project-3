      ******************************************************************
      * Tectonics: Fiscal year-end rollover.  PAYMENTS.dat, FEES.txt,
      * AWARDS-POSTED.txt and NOTIFY-QUEUE.txt only ever grow, and
      * every program that scans them - CROSSFOOT-RUN, CASH-RECON,
      * STATEMENT-GEN, COLLECT-MONITOR, GL-EXTRACT and the rest -
      * gets slower every year.  Once finance has closed the last
      * period of a fiscal year (and every period before it) on
      * FISCAL-PERIODS.txt, this utility moves the year's rows -
      * everything dated on or before that period's end date - into
      * one dated archive file per source:
      *    PAYMENTS-FYccyy.txt       FEES-FYccyy.txt
      *    AWARDS-POSTED-FYccyy.txt  NOTIFY-QUEUE-FYccyy.txt
      * each catalogued on FY-ARCHIVES.txt (FY-ARCHIVE-RECORD.cpy),
      * where FY-ARCHIVE-READ finds them for the programs that read
      * old years.  Only sent NOTIFY-QUEUE.txt rows move - a pending
      * one stays queued whatever its date.  LOCK-REGISTRY.txt is
      * not rolled: it holds only the locks standing right now, and
      * the run refuses to start while any interactive session is
      * registered on it.
      *
      * Money rows leave a carried-forward row per student/term in
      * their place, so every reader that needs the opening position
      * (LATE-FEE-RUN, TUITION-ASSESS, CROSSFOOT-RUN, STATEMENT-GEN)
      * still totals to the same figure:
      *    PAYMENTS.dat        PAY-REVERSAL-FLAG 'F', no receipt,
      *                        no session, no tender
      *    FEES.txt            FEE-TYPE 'CARRYFWD'
      *    AWARDS-POSTED.txt   AWP-SOURCE 'CARRYFWD'
      * The carry is split at the student/term's last TUITION-ASSESS
      * audit row, the way CROSSFOOT-RUN reads it: the part dated on
      * or before the assessment is dated the assessment, the rest
      * the cutoff, so the nightly proof still rolls forward exactly
      * the events after the assessment.  An earlier year's carried
      * rows move into the archive with everything else and fold
      * into the new carry.
      *
      * Each source moves in stages, each recorded on the catalog
      * so an interrupted run is simply run again:
      *    'A' - archive written and re-read (the rows staying live
      *          copied aside to <source>-ROLL.txt for the text
      *          files); the live file untouched,
      *    'R' - text files only: the live file is being rewritten
      *          from the carries and <source>-ROLL.txt,
      *    'C' - live file trimmed and carries written, then proved:
      *          the live rows dated on or before the cutoff must be
      *          exactly the carried rows, totalling exactly what was
      *          archived, and the kept rows all still there.
      * A source already at 'C' for the year is left alone.  A text
      * file left at 'A' is archived again on the rerun - it has not
      * been touched, so anything posted to it in between is set
      * aside with the rest.  One left at 'R' is finished from the
      * rows set aside, and refused if the live file holds more rows
      * than the interrupted rewrite could have written - rows posted
      * since would be lost.  PAYMENTS.dat is only ever trimmed of
      * closed-year rows, so later payments stay where they are.
      * Counts and totals before and after are listed on
      * FY-ROLLOVER-REPORT.txt.
      * RETURN-CODE 0 rolled and proved, 8 refused (period open,
      * sessions active, a later year already rolled, a table or a
      * carried amount too large, rows posted into an interrupted
      * rewrite), 16 a proof failed - investigate before rerunning.
      ******************************************************************
       IDENTIFICATION DIVISION.
       PROGRAM-ID. FY-ROLLOVER.

       ENVIRONMENT DIVISION.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
           SELECT OPTIONAL PERIODS-FILE ASSIGN "FISCAL-PERIODS.txt"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS PERIODS-STATUS.
           SELECT OPTIONAL CATALOG-FILE ASSIGN "FY-ARCHIVES.txt"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS CATALOG-STATUS.
           SELECT OPTIONAL AUDIT-LOG-FILE ASSIGN "AUDIT-LOG.txt"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS AUDIT-STATUS.
           SELECT OPTIONAL PAYMENTS-FILE
               ASSIGN "PAYMENTS.dat"
               ORGANIZATION IS INDEXED
               ACCESS MODE IS DYNAMIC
               RECORD KEY IS PAY-KEY
               ALTERNATE KEY IS PAY-RECEIPT-NUMBER WITH DUPLICATES
               ALTERNATE KEY IS PAY-DATE WITH DUPLICATES
               FILE STATUS IS PAYMENTS-STATUS.
      *    FEES.txt, AWARDS-POSTED.txt or NOTIFY-QUEUE.txt - whichever
      *    text source is rolling.
           SELECT OPTIONAL LIVE-FILE ASSIGN LIVE-NAME-WS
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS LIVE-STATUS.
           SELECT OPTIONAL ARCHIVE-FILE ASSIGN ARCHIVE-NAME-WS
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS ARCHIVE-STATUS.
      *    The text source's rows staying live, set aside until the
      *    live file is rewritten.
           SELECT OPTIONAL KEEP-FILE ASSIGN KEEP-NAME-WS
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS KEEP-STATUS.
           SELECT REPORT-FILE ASSIGN "FY-ROLLOVER-REPORT.txt"
               ORGANIZATION IS LINE SEQUENTIAL.
           SELECT OPTIONAL JOB-LOG-FILE ASSIGN "JOB-LOG.txt"
               ORGANIZATION IS LINE SEQUENTIAL.

       DATA DIVISION.
       FILE SECTION.
           FD PERIODS-FILE.
           COPY "FISCAL-PERIOD-RECORD.cpy".

           FD CATALOG-FILE.
           COPY "FY-ARCHIVE-RECORD.cpy".

           FD AUDIT-LOG-FILE.
           COPY "AUDIT-LOG.cpy".

           FD PAYMENTS-FILE.
           COPY "PAYMENT-RECORD.cpy".

           FD LIVE-FILE.
           01 LIVE-RECORD PIC X(100).
           COPY "FEE-RECORD.cpy".
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
           COPY "NOTIFY-RECORD.cpy".

           FD ARCHIVE-FILE.
           01 ARCHIVE-RECORD PIC X(100).

           FD KEEP-FILE.
           01 KEEP-RECORD PIC X(100).

           FD REPORT-FILE.
           01 REPORT-RECORD PIC X(100).

           FD JOB-LOG-FILE.
           COPY "JOB-LOG.cpy".

       WORKING-STORAGE SECTION.
           01 PERIODS-STATUS  PIC X(2).
           01 CATALOG-STATUS  PIC X(2).
           01 AUDIT-STATUS    PIC X(2).
           01 PAYMENTS-STATUS PIC X(2).
           01 LIVE-STATUS     PIC X(2).
           01 ARCHIVE-STATUS  PIC X(2).
           01 KEEP-STATUS     PIC X(2).

           01 LIVE-NAME-WS    PIC X(24) VALUE SPACES.
           01 ARCHIVE-NAME-WS PIC X(24) VALUE SPACES.
           01 KEEP-NAME-WS    PIC X(24) VALUE SPACES.

           01 OPERATOR-ID-WS  PIC X(10) VALUE "FYROLLOVER".
           01 RUN-DATE-WS     PIC 9(8) VALUE 0.
           01 RUN-START-STAMP PIC X(26) VALUE SPACES.
           01 RUN-RC-WS       PIC 9(3) VALUE 0.

      *    The fiscal year's closing period, as keyed, and what the
      *    calendar says about it.
           01 ROLL-PERIOD-IN  PIC X(6) VALUE SPACES.
           01 FISCAL-YEAR-WS  PIC X(4) VALUE SPACES.
           01 CUTOFF-DATE     PIC 9(8) VALUE 0.
           01 CUTOFF-X REDEFINES CUTOFF-DATE PIC X(8).
           01 OPEN-PERIOD-WS  PIC X(6) VALUE SPACES.

      *    LOCK-MANAGER work area for the batch-exclusivity check.
           01 LOCK-WORK-AREA.
               05 LOCK-ACTION-WS  PIC X(2) VALUE SPACES.
               05 LOCK-STUDENT-WS PIC 9(6) VALUE 0.
               05 LOCK-TERM-WS    PIC X(6) VALUE SPACES.
               05 LOCK-RESULT-WS  PIC X(2) VALUE SPACES.

      *    The four sources, in the order they roll: catalog code,
      *    archive/work file stem, live file.
           01 SOURCE-VALUES.
               05 FILLER PIC X(8)  VALUE "PAYMENTS".
               05 FILLER PIC X(16) VALUE "PAYMENTS".
               05 FILLER PIC X(24) VALUE "PAYMENTS.dat".
               05 FILLER PIC X(8)  VALUE "FEES".
               05 FILLER PIC X(16) VALUE "FEES".
               05 FILLER PIC X(24) VALUE "FEES.txt".
               05 FILLER PIC X(8)  VALUE "AWARDS".
               05 FILLER PIC X(16) VALUE "AWARDS-POSTED".
               05 FILLER PIC X(24) VALUE "AWARDS-POSTED.txt".
               05 FILLER PIC X(8)  VALUE "NOTIFY".
               05 FILLER PIC X(16) VALUE "NOTIFY-QUEUE".
               05 FILLER PIC X(24) VALUE "NOTIFY-QUEUE.txt".
           01 SOURCE-TABLE REDEFINES SOURCE-VALUES.
               05 SOURCE-ENTRY OCCURS 4 TIMES.
                   10 SRC-CODE      PIC X(8).
                   10 SRC-STEM      PIC X(16).
                   10 SRC-LIVE-NAME PIC X(24).
           01 SOURCE-MAX PIC 9 VALUE 4.
           01 SX         PIC 9 VALUE 0.

      *    Each source's stage and figures - from the catalog's
      *    latest row for the year, then from this run.
           01 SOURCE-RESULTS.
               05 SOURCE-RESULT OCCURS 4 TIMES.
                   10 SRT-STAGE          PIC X(1).
                   10 SRT-ARCHIVED-COUNT PIC 9(7).
                   10 SRT-ARCHIVED-TOTAL PIC S9(11)V99.
                   10 SRT-KEPT-COUNT     PIC 9(7).
                   10 SRT-KEPT-TOTAL     PIC S9(11)V99.
                   10 SRT-CARRIED-COUNT  PIC 9(7).
                   10 SRT-AFTER-COUNT    PIC 9(7).
                   10 SRT-AFTER-TOTAL    PIC S9(11)V99.
                   10 SRT-OUTCOME        PIC X(30).

      *    The last assessment date per student/term, loaded from
      *    the audit trail the way CROSSFOOT-RUN loads it.
           01 ASSESS-TABLE.
               05 ASSESS-ENTRY OCCURS 5000 TIMES INDEXED A-ENTRY.
                   10 AST-STUDENT-NUMBER PIC 9(6).
                   10 AST-TERM-CODE      PIC X(6).
                   10 AST-DATE           PIC 9(8).
           01 ASSESS-COUNT PIC 9(4) VALUE 0.
           01 ASSESS-MAX   PIC 9(4) VALUE 5000.
           01 AST-FOUND    PIC 9(4) VALUE 0.

      *    The carry per student/term, built from the archive as it
      *    is re-read: the part dated on or before CTB-SPLIT-DATE
      *    (the last assessment, or the cutoff when the assessment
      *    came later or never) and the part after it.
           01 CARRY-TABLE.
               05 CARRY-ENTRY OCCURS 5000 TIMES INDEXED C-ENTRY.
                   10 CTB-STUDENT-NUMBER PIC 9(6).
                   10 CTB-TERM-CODE      PIC X(6).
                   10 CTB-SPLIT-DATE     PIC 9(8).
                   10 CTB-BEFORE-AMOUNT  PIC S9(9)V99.
                   10 CTB-AFTER-AMOUNT   PIC S9(9)V99.
           01 CARRY-COUNT PIC 9(4) VALUE 0.
           01 CARRY-MAX   PIC 9(4) VALUE 5000.
           01 CARRY-AT    PIC 9(4) VALUE 0.
           01 CARRY-IDX   PIC 9(4) VALUE 0.
      *    The largest carry each row layout can hold.
           01 CARRY-LIMIT PIC S9(9)V99 VALUE 0.

      *    An archive row as re-read, seen through each source's
      *    layout (the live layouts, renamed).
           01 ARCHIVE-ROW-WS PIC X(100).
           01 ARCHIVED-PAYMENT-VIEW REDEFINES ARCHIVE-ROW-WS.
               05 ARP-STUDENT-NUMBER PIC 9(6).
               05 ARP-TERM-CODE      PIC X(6).
               05 ARP-DATE           PIC X(8).
               05 ARP-SEQ            PIC 9(4).
               05 FILLER             PIC X.
               05 ARP-AMOUNT         PIC S9(7)V99.
               05 FILLER             PIC X(66).
           01 ARCHIVED-FEE-VIEW REDEFINES ARCHIVE-ROW-WS.
               05 ARF-STUDENT-NUMBER PIC 9(6).
               05 FILLER             PIC X.
               05 ARF-TERM-CODE      PIC X(6).
               05 FILLER             PIC X.
               05 ARF-TYPE           PIC X(8).
               05 FILLER             PIC X.
               05 ARF-AMOUNT         PIC S9(5)V99.
               05 FILLER             PIC X.
               05 ARF-DATE           PIC X(8).
               05 FILLER             PIC X(61).
           01 ARCHIVED-AWARD-VIEW REDEFINES ARCHIVE-ROW-WS.
               05 ARA-STUDENT-NUMBER PIC 9(6).
               05 FILLER             PIC X.
               05 ARA-TERM-CODE      PIC X(6).
               05 FILLER             PIC X.
               05 ARA-SOURCE         PIC X(10).
               05 FILLER             PIC X.
               05 ARA-AMOUNT         PIC 9(5)V99.
               05 FILLER             PIC X.
               05 ARA-DATE           PIC X(8).
               05 FILLER             PIC X(59).

      *    The row in hand, whichever source it came from.
           01 ROW-WORK-AREA.
               05 ROW-STUDENT-NUMBER PIC 9(6).
               05 ROW-TERM-CODE      PIC X(6).
               05 ROW-DATE-X         PIC X(8).
               05 ROW-DATE-NUM       PIC 9(8).
               05 ROW-AMOUNT         PIC S9(9)V99.
               05 ROW-ROLLS          PIC X.
               05 ROW-IS-CARRY       PIC X.

           01 COUNTERS.
               05 ARCHIVE-COUNT    PIC 9(7) VALUE 0.
               05 ARCHIVE-TOTAL    PIC S9(11)V99 VALUE 0.
               05 KEPT-COUNT       PIC 9(7) VALUE 0.
               05 KEPT-TOTAL       PIC S9(11)V99 VALUE 0.
               05 CARRIED-WRITTEN  PIC 9(7) VALUE 0.
               05 DELETE-COUNT     PIC 9(7) VALUE 0.
               05 PRF-ROLLED-COUNT PIC 9(7) VALUE 0.
               05 PRF-ROLLED-TOTAL PIC S9(11)V99 VALUE 0.
               05 PRF-KEPT-COUNT   PIC 9(7) VALUE 0.
               05 PRF-KEPT-TOTAL   PIC S9(11)V99 VALUE 0.
               05 PRF-STRAY-COUNT  PIC 9(7) VALUE 0.
               05 SOURCES-DONE     PIC 9(5) VALUE 0.
               05 SOURCES-FAILED   PIC 9(5) VALUE 0.

           01 FLAGS.
               05 RUN-OK        PIC X VALUE "N".
               05 SOURCE-OK     PIC X VALUE "N".
               05 PERIOD-FOUND  PIC X VALUE "N".
               05 LATER-ROLLED  PIC X VALUE "N".
               05 EOF-PERIODS   PIC X VALUE "N".
               05 EOF-CATALOG   PIC X VALUE "N".
               05 EOF-AUDIT     PIC X VALUE "N".
               05 EOF-LIVE      PIC X VALUE "N".
               05 EOF-ARCHIVE   PIC X VALUE "N".
               05 EOF-KEEP      PIC X VALUE "N".
               05 CARRY-WROTE   PIC X VALUE "N".
               05 ARCHIVE-TAKEN PIC X VALUE "N".
               05 KEPT-PROVED   PIC X VALUE "N".

      *    One carried PAYMENTS.dat row being keyed: its date and the
      *    sequence being tried.
           01 CARRY-ROW-DATE  PIC 9(8) VALUE 0.
           01 CARRY-ROW-AMOUNT PIC S9(9)V99 VALUE 0.
           01 CARRY-SEQ       PIC 9(4) VALUE 0.

      *    An interrupted rewrite: the rows on the live file now, and
      *    the most the rewrite could have put there.
           01 LIVE-ROW-COUNT  PIC 9(7) VALUE 0.
           01 REWRITE-MAX     PIC 9(7) VALUE 0.
      *    Payments posted after the cutoff since an interrupted run
      *    took the PAYMENTS.dat archive.
           01 LATER-PAY-COUNT PIC 9(7) VALUE 0.

           01 REPORT-DISPLAY-AREA.
               05 RPT-COUNT-1 PIC Z,ZZZ,ZZ9.
               05 RPT-COUNT-2 PIC Z,ZZZ,ZZ9.
               05 RPT-COUNT-3 PIC Z,ZZZ,ZZ9.
               05 RPT-TOTAL-1 PIC -ZZ,ZZZ,ZZZ,ZZ9.99.
               05 RPT-TOTAL-2 PIC -ZZ,ZZZ,ZZZ,ZZ9.99.

       PROCEDURE DIVISION.
       100-MAIN.
           MOVE FUNCTION CURRENT-DATE TO RUN-START-STAMP.
           CALL "BUSINESS-DATE" USING RUN-DATE-WS.
           DISPLAY "FISCAL YEAR-END ROLLOVER - CLOSED YEARS MOVE TO "
               "THE FY ARCHIVES.".
           DISPLAY "CLOSING PERIOD OF THE FISCAL YEAR TO ROLL "
               "(CCYYMM): ".
           ACCEPT ROLL-PERIOD-IN.
           IF ROLL-PERIOD-IN IS NOT NUMERIC
               DISPLAY "PERIOD MUST BE CCYYMM DIGITS."
               MOVE 8 TO RUN-RC-WS
           ELSE
               PERFORM 140-CHECK-BATCH-EXCLUSIVITY
               IF LOCK-RESULT-WS NOT = "00"
                   DISPLAY "INTERACTIVE SESSIONS HOLD STUFILE.dat. "
                       "BATCH REFUSED - RUN AFTER HOURS."
                   MOVE 8 TO RUN-RC-WS
               ELSE
                   PERFORM 150-CHECK-FISCAL-PERIODS
               END-IF
           END-IF.
           IF RUN-OK = "Y"
               PERFORM 170-LOAD-CATALOG-STAGES
           END-IF.
           IF RUN-OK = "Y"
               PERFORM 180-LOAD-ASSESS-TABLE
           END-IF.
           IF RUN-OK = "Y"
               OPEN OUTPUT REPORT-FILE
               PERFORM 290-WRITE-REPORT-HEADING
               PERFORM 300-ROLL-ONE-SOURCE
                   VARYING SX FROM 1 BY 1
                   UNTIL SX > SOURCE-MAX OR RUN-OK NOT = "Y"
               CLOSE REPORT-FILE
               DISPLAY "SOURCES ROLLED: " SOURCES-DONE
                   "  FAILED: " SOURCES-FAILED
                   " (FY-ROLLOVER-REPORT.txt)"
           END-IF.
           PERFORM 960-LOG-RUN-PARAMETERS.
           MOVE RUN-RC-WS TO RETURN-CODE.
      *    GOBACK, not STOP RUN, so the job-stream controller can
      *    CALL this program as one step of the year-end stream.
           GOBACK.

       140-CHECK-BATCH-EXCLUSIVITY.
           MOVE "BX" TO LOCK-ACTION-WS.
           CALL "LOCK-MANAGER" USING LOCK-ACTION-WS LOCK-STUDENT-WS
               LOCK-TERM-WS OPERATOR-ID-WS LOCK-RESULT-WS.

      *****************************************************************
      * The year must be closed: the keyed period on the calendar and
      * closed, and no period ending on or before it still open -
      * a row is only archived once nothing can post beside it.
      *****************************************************************
       150-CHECK-FISCAL-PERIODS.
           MOVE ROLL-PERIOD-IN(1:4) TO FISCAL-YEAR-WS.
           MOVE "N" TO EOF-PERIODS.
           OPEN INPUT PERIODS-FILE.
           IF PERIODS-STATUS = "00" OR PERIODS-STATUS = "05"
               PERFORM 155-FIND-CLOSING-PERIOD UNTIL EOF-PERIODS = "Y"
               CLOSE PERIODS-FILE
           END-IF.
           IF PERIOD-FOUND = "N"
               DISPLAY "PERIOD " ROLL-PERIOD-IN " IS NOT ON "
                   "FISCAL-PERIODS.txt. NOTHING ROLLED."
               MOVE 8 TO RUN-RC-WS
           ELSE
               IF OPEN-PERIOD-WS NOT = SPACES
                   DISPLAY "PERIOD " OPEN-PERIOD-WS " IS STILL OPEN."
                       " CLOSE THE YEAR FIRST - NOTHING ROLLED."
                   MOVE 8 TO RUN-RC-WS
               ELSE
                   PERFORM 160-CHECK-EARLIER-PERIODS
               END-IF
           END-IF.

       155-FIND-CLOSING-PERIOD.
           READ PERIODS-FILE
               AT END
                   MOVE "Y" TO EOF-PERIODS
               NOT AT END
                   IF FPD-PERIOD = ROLL-PERIOD-IN
                       MOVE "Y" TO PERIOD-FOUND
                       MOVE FPD-END-DATE TO CUTOFF-DATE
                       IF NOT FPD-CLOSED
                           MOVE FPD-PERIOD TO OPEN-PERIOD-WS
                       END-IF
                   END-IF
           END-READ.

       160-CHECK-EARLIER-PERIODS.
           MOVE "N" TO EOF-PERIODS.
           OPEN INPUT PERIODS-FILE.
           PERFORM 165-CHECK-ONE-EARLIER-PERIOD UNTIL EOF-PERIODS = "Y".
           CLOSE PERIODS-FILE.
           IF OPEN-PERIOD-WS NOT = SPACES
               DISPLAY "PERIOD " OPEN-PERIOD-WS " ENDS BY " CUTOFF-DATE
                   " AND IS STILL OPEN. NOTHING ROLLED."
               MOVE 8 TO RUN-RC-WS
           ELSE
               MOVE "Y" TO RUN-OK
               DISPLAY "FISCAL YEAR " FISCAL-YEAR-WS
                   " - ROWS DATED ON OR BEFORE " CUTOFF-DATE " ROLL."
           END-IF.

       165-CHECK-ONE-EARLIER-PERIOD.
           READ PERIODS-FILE
               AT END
                   MOVE "Y" TO EOF-PERIODS
               NOT AT END
                   IF FPD-END-DATE <= CUTOFF-DATE AND NOT FPD-CLOSED
                       MOVE FPD-PERIOD TO OPEN-PERIOD-WS
                   END-IF
           END-READ.

      *****************************************************************
      * How far each source got for this year on an earlier run - the
      * latest catalog row wins.  A later year already rolled means
      * this one's rows are long gone, or mixed with its carries.
      *****************************************************************
       170-LOAD-CATALOG-STAGES.
           PERFORM 172-CLEAR-ONE-RESULT
               VARYING SX FROM 1 BY 1 UNTIL SX > SOURCE-MAX.
           MOVE "N" TO EOF-CATALOG.
           OPEN INPUT CATALOG-FILE.
           IF CATALOG-STATUS = "00" OR CATALOG-STATUS = "05"
               PERFORM 175-LOAD-ONE-CATALOG-ROW UNTIL EOF-CATALOG = "Y"
               CLOSE CATALOG-FILE
           END-IF.
           IF LATER-ROLLED = "Y"
               DISPLAY "A LATER FISCAL YEAR IS ALREADY ROLLED "
                   "(FY-ARCHIVES.txt). NOTHING ROLLED."
               MOVE "N" TO RUN-OK
               MOVE 8 TO RUN-RC-WS
           END-IF.

       172-CLEAR-ONE-RESULT.
           MOVE SPACE TO SRT-STAGE(SX).
           MOVE 0 TO SRT-ARCHIVED-COUNT(SX) SRT-ARCHIVED-TOTAL(SX)
               SRT-KEPT-COUNT(SX) SRT-KEPT-TOTAL(SX)
               SRT-CARRIED-COUNT(SX) SRT-AFTER-COUNT(SX)
               SRT-AFTER-TOTAL(SX).
           MOVE SPACES TO SRT-OUTCOME(SX).

       175-LOAD-ONE-CATALOG-ROW.
           READ CATALOG-FILE
               AT END
                   MOVE "Y" TO EOF-CATALOG
               NOT AT END
                   IF FYA-FISCAL-YEAR = FISCAL-YEAR-WS
                       PERFORM 177-TAKE-CATALOG-STAGE
                           VARYING SX FROM 1 BY 1
                           UNTIL SX > SOURCE-MAX
                   ELSE
                       IF FYA-CUTOFF-DATE >= CUTOFF-DATE
                           MOVE "Y" TO LATER-ROLLED
                       END-IF
                   END-IF
           END-READ.

       177-TAKE-CATALOG-STAGE.
           IF SRC-CODE(SX) = FYA-SOURCE
               MOVE FYA-STAGE TO SRT-STAGE(SX)
               MOVE FYA-ARCHIVED-COUNT TO SRT-ARCHIVED-COUNT(SX)
               MOVE FYA-ARCHIVED-TOTAL TO SRT-ARCHIVED-TOTAL(SX)
               MOVE FYA-KEPT-COUNT TO SRT-KEPT-COUNT(SX)
               MOVE FYA-KEPT-TOTAL TO SRT-KEPT-TOTAL(SX)
               MOVE FYA-CARRIED-COUNT TO SRT-CARRIED-COUNT(SX)
               COMPUTE SRT-AFTER-COUNT(SX) =
                   FYA-CARRIED-COUNT + FYA-KEPT-COUNT
               COMPUTE SRT-AFTER-TOTAL(SX) =
                   FYA-ARCHIVED-TOTAL + FYA-KEPT-TOTAL
           END-IF.

       180-LOAD-ASSESS-TABLE.
           MOVE "N" TO EOF-AUDIT.
           OPEN INPUT AUDIT-LOG-FILE.
           IF AUDIT-STATUS = "00" OR AUDIT-STATUS = "05"
               PERFORM 185-LOAD-ONE-AUDIT-ROW UNTIL EOF-AUDIT = "Y"
                   OR RUN-OK NOT = "Y"
               CLOSE AUDIT-LOG-FILE
           END-IF.
           IF RUN-OK NOT = "Y"
               DISPLAY "MORE THAN " ASSESS-MAX " ASSESSED STUDENT/"
                   "TERMS ON AUDIT-LOG.txt. NOTHING ROLLED."
               MOVE 8 TO RUN-RC-WS
           END-IF.

       185-LOAD-ONE-AUDIT-ROW.
           READ AUDIT-LOG-FILE
               AT END
                   MOVE "Y" TO EOF-AUDIT
               NOT AT END
                   IF AUD-FIELD-NAME = "TUITION-OWED"
                           AND AUD-OPERATOR-ID = "ASSESS"
                       PERFORM 190-FILE-ONE-ASSESSMENT
                   END-IF
           END-READ.

       190-FILE-ONE-ASSESSMENT.
           MOVE 0 TO AST-FOUND.
           PERFORM VARYING A-ENTRY FROM 1 BY 1
                   UNTIL A-ENTRY > ASSESS-COUNT
                   OR AST-FOUND > 0
               IF AST-STUDENT-NUMBER(A-ENTRY) = AUD-STUDENT-NUMBER
                       AND AST-TERM-CODE(A-ENTRY) = AUD-TERM-CODE
                   SET AST-FOUND TO A-ENTRY
               END-IF
           END-PERFORM.
           IF AST-FOUND = 0
               IF ASSESS-COUNT >= ASSESS-MAX
                   MOVE "N" TO RUN-OK
               ELSE
                   ADD 1 TO ASSESS-COUNT
                   MOVE ASSESS-COUNT TO AST-FOUND
                   MOVE AUD-STUDENT-NUMBER
                       TO AST-STUDENT-NUMBER(AST-FOUND)
                   MOVE AUD-TERM-CODE TO AST-TERM-CODE(AST-FOUND)
               END-IF
           END-IF.
           IF AST-FOUND > 0
               IF AUD-TIMESTAMP(1:8) IS NUMERIC
                   MOVE AUD-TIMESTAMP(1:8) TO AST-DATE(AST-FOUND)
               ELSE
                   MOVE 0 TO AST-DATE(AST-FOUND)
               END-IF
           END-IF.

       290-WRITE-REPORT-HEADING.
           MOVE SPACES TO REPORT-RECORD.
           STRING "FISCAL YEAR-END ROLLOVER - FY " FISCAL-YEAR-WS
                  " (PERIOD " ROLL-PERIOD-IN ", CUTOFF " CUTOFF-DATE
                  ") RUN " RUN-DATE-WS
               DELIMITED BY SIZE INTO REPORT-RECORD
           END-STRING.
           WRITE REPORT-RECORD.

      *****************************************************************
      * One source through whatever stages it still needs.  A failure
      * at any point stops the run - the later sources wait for the
      * rerun, so the year is never half-proved by accident.
      *****************************************************************
       300-ROLL-ONE-SOURCE.
           PERFORM 310-SET-SOURCE-NAMES.
           MOVE "Y" TO SOURCE-OK.
           IF SRT-STAGE(SX) = "C"
               MOVE "ALREADY ROLLED - LEFT ALONE" TO SRT-OUTCOME(SX)
               DISPLAY SRC-CODE(SX) " ALREADY ROLLED FOR FY "
                   FISCAL-YEAR-WS " - LEFT ALONE."
           ELSE
               MOVE "N" TO ARCHIVE-TAKEN
               IF SRT-STAGE(SX) = SPACE
                       OR (SX > 1 AND SRT-STAGE(SX) = "A")
                   IF SRT-STAGE(SX) = "A"
                       DISPLAY SRC-CODE(SX) " INTERRUPTED AFTER ITS "
                           "ARCHIVE - ARCHIVING AGAIN."
                   END-IF
                   IF SX = 1
                       PERFORM 400-ARCHIVE-PAYMENTS
                   ELSE
                       PERFORM 450-ARCHIVE-TEXT-SOURCE
                   END-IF
                   MOVE "Y" TO ARCHIVE-TAKEN
                   MOVE ARCHIVE-COUNT TO SRT-ARCHIVED-COUNT(SX)
                   MOVE ARCHIVE-TOTAL TO SRT-ARCHIVED-TOTAL(SX)
                   MOVE KEPT-COUNT TO SRT-KEPT-COUNT(SX)
                   MOVE KEPT-TOTAL TO SRT-KEPT-TOTAL(SX)
               END-IF
               IF SOURCE-OK = "Y"
                   PERFORM 480-PROVE-ARCHIVE
               END-IF
               IF SOURCE-OK = "Y" AND ARCHIVE-TAKEN = "Y"
                   MOVE "A" TO SRT-STAGE(SX)
                   PERFORM 700-WRITE-CATALOG-ROW
               END-IF
               IF SOURCE-OK = "Y"
                   IF SX = 1
                       PERFORM 500-TRIM-PAYMENTS
                   ELSE
                       IF SRT-STAGE(SX) = "R"
                           PERFORM 540-CHECK-INTERRUPTED-REWRITE
                       END-IF
                       IF SOURCE-OK = "Y"
                           MOVE "R" TO SRT-STAGE(SX)
                           PERFORM 700-WRITE-CATALOG-ROW
                           PERFORM 550-REWRITE-TEXT-SOURCE
                       END-IF
                   END-IF
               END-IF
               IF SOURCE-OK = "Y"
                   PERFORM 600-PROVE-LIVE
               END-IF
               IF SOURCE-OK = "Y"
                   MOVE "C" TO SRT-STAGE(SX)
                   PERFORM 700-WRITE-CATALOG-ROW
                   MOVE "ROLLED AND PROVED" TO SRT-OUTCOME(SX)
                   ADD 1 TO SOURCES-DONE
               ELSE
                   MOVE "N" TO RUN-OK
                   ADD 1 TO SOURCES-FAILED
               END-IF
           END-IF.
           PERFORM 800-REPORT-ONE-SOURCE.

       310-SET-SOURCE-NAMES.
           MOVE SRC-LIVE-NAME(SX) TO LIVE-NAME-WS.
           MOVE SPACES TO ARCHIVE-NAME-WS KEEP-NAME-WS.
           STRING SRC-STEM(SX) DELIMITED BY SPACE
                  "-FY" FISCAL-YEAR-WS ".txt" DELIMITED BY SIZE
               INTO ARCHIVE-NAME-WS
           END-STRING.
           STRING SRC-STEM(SX) DELIMITED BY SPACE
                  "-ROLL.txt" DELIMITED BY SIZE
               INTO KEEP-NAME-WS
           END-STRING.
           MOVE 0 TO ARCHIVE-COUNT ARCHIVE-TOTAL KEPT-COUNT KEPT-TOTAL
               CARRIED-WRITTEN DELETE-COUNT.

      *****************************************************************
      * Stage 'A' for PAYMENTS.dat: every row dated on or before the
      * cutoff copied to the archive, in key order; nothing deleted
      * yet.  The rows staying are counted for the before figures.
      *****************************************************************
       400-ARCHIVE-PAYMENTS.
           MOVE "N" TO EOF-LIVE.
           OPEN INPUT PAYMENTS-FILE.
           IF PAYMENTS-STATUS = "00" OR PAYMENTS-STATUS = "05"
               OPEN OUTPUT ARCHIVE-FILE
               PERFORM 405-ARCHIVE-ONE-PAYMENT UNTIL EOF-LIVE = "Y"
               CLOSE ARCHIVE-FILE
               CLOSE PAYMENTS-FILE
           ELSE
               DISPLAY "PAYMENTS.dat NOT READABLE (STATUS "
                   PAYMENTS-STATUS "). NOTHING ROLLED."
               MOVE "NOT READABLE" TO SRT-OUTCOME(SX)
               MOVE "N" TO SOURCE-OK
               MOVE 8 TO RUN-RC-WS
           END-IF.

       405-ARCHIVE-ONE-PAYMENT.
           READ PAYMENTS-FILE NEXT RECORD
               AT END
                   MOVE "Y" TO EOF-LIVE
               NOT AT END
                   IF PAY-DATE <= CUTOFF-X
                       WRITE ARCHIVE-RECORD FROM PAYMENT-RECORD
                       ADD 1 TO ARCHIVE-COUNT
                       ADD PAY-AMOUNT TO ARCHIVE-TOTAL
                   ELSE
                       ADD 1 TO KEPT-COUNT
                       ADD PAY-AMOUNT TO KEPT-TOTAL
                   END-IF
           END-READ.

      *****************************************************************
      * Stage 'A' for a text source: one pass splits the live file
      * into the archive and the <source>-ROLL.txt copy of the rows
      * staying.  The live file itself is not touched until both
      * are complete and catalogued.
      *****************************************************************
       450-ARCHIVE-TEXT-SOURCE.
           MOVE "N" TO EOF-LIVE.
           OPEN INPUT LIVE-FILE.
           IF LIVE-STATUS = "00" OR LIVE-STATUS = "05"
               OPEN OUTPUT ARCHIVE-FILE
               OPEN OUTPUT KEEP-FILE
               PERFORM 455-ARCHIVE-ONE-TEXT-ROW UNTIL EOF-LIVE = "Y"
               CLOSE ARCHIVE-FILE
               CLOSE KEEP-FILE
               CLOSE LIVE-FILE
           ELSE
               DISPLAY LIVE-NAME-WS " NOT READABLE (STATUS "
                   LIVE-STATUS "). NOTHING ROLLED."
               MOVE "NOT READABLE" TO SRT-OUTCOME(SX)
               MOVE "N" TO SOURCE-OK
               MOVE 8 TO RUN-RC-WS
           END-IF.

       455-ARCHIVE-ONE-TEXT-ROW.
           READ LIVE-FILE
               AT END
                   MOVE "Y" TO EOF-LIVE
               NOT AT END
                   PERFORM 460-CLASSIFY-TEXT-ROW
                   IF ROW-ROLLS = "Y"
                       WRITE ARCHIVE-RECORD FROM LIVE-RECORD
                       ADD 1 TO ARCHIVE-COUNT
                       ADD ROW-AMOUNT TO ARCHIVE-TOTAL
                   ELSE
                       WRITE KEEP-RECORD FROM LIVE-RECORD
                       ADD 1 TO KEPT-COUNT
                       ADD ROW-AMOUNT TO KEPT-TOTAL
                   END-IF
           END-READ.

      *    Whether the live text row belongs to the closed year, its
      *    amount, and whether it is a carried-forward row.
       460-CLASSIFY-TEXT-ROW.
           MOVE "N" TO ROW-ROLLS.
           MOVE "N" TO ROW-IS-CARRY.
           MOVE 0 TO ROW-AMOUNT.
           EVALUATE SRC-CODE(SX)
               WHEN "FEES"
                   MOVE FEE-AMOUNT TO ROW-AMOUNT
                   IF FEE-DATE <= CUTOFF-DATE
                       MOVE "Y" TO ROW-ROLLS
                   END-IF
                   IF FEE-TYPE = "CARRYFWD"
                       MOVE "Y" TO ROW-IS-CARRY
                   END-IF
               WHEN "AWARDS"
                   MOVE AWP-AMOUNT TO ROW-AMOUNT
                   IF AWP-DATE <= CUTOFF-X
                       MOVE "Y" TO ROW-ROLLS
                   END-IF
                   IF AWP-SOURCE = "CARRYFWD"
                       MOVE "Y" TO ROW-IS-CARRY
                   END-IF
               WHEN OTHER
                   IF NTF-SENT-FLAG = "S"
                           AND NTF-TIMESTAMP(1:8) <= CUTOFF-X
                       MOVE "Y" TO ROW-ROLLS
                   END-IF
           END-EVALUATE.

      *****************************************************************
      * The archive re-read against its catalogued figures - row for
      * row and to the penny - building the carry table on the way.
      * A carry too large for the live row layout, or more student/
      * terms than the table holds, stops the source here, before
      * the live file is touched.
      *****************************************************************
       480-PROVE-ARCHIVE.
           MOVE 0 TO ARCHIVE-COUNT ARCHIVE-TOTAL CARRY-COUNT CARRY-AT.
           MOVE "N" TO EOF-ARCHIVE.
           OPEN INPUT ARCHIVE-FILE.
           IF ARCHIVE-STATUS = "00" OR ARCHIVE-STATUS = "05"
               PERFORM 485-PROVE-ONE-ARCHIVE-ROW
                   UNTIL EOF-ARCHIVE = "Y" OR SOURCE-OK NOT = "Y"
               CLOSE ARCHIVE-FILE
           END-IF.
           IF SOURCE-OK NOT = "Y"
               DISPLAY SRC-CODE(SX) ": MORE THAN " CARRY-MAX
                   " STUDENT/TERMS TO CARRY. NOTHING TRIMMED."
               MOVE "CARRY TABLE FULL" TO SRT-OUTCOME(SX)
               MOVE 8 TO RUN-RC-WS
           ELSE
               IF ARCHIVE-COUNT NOT = SRT-ARCHIVED-COUNT(SX)
                       OR ARCHIVE-TOTAL NOT = SRT-ARCHIVED-TOTAL(SX)
                   DISPLAY "*** " ARCHIVE-NAME-WS " DOES NOT AGREE "
                       "WITH ITS CATALOG FIGURES - INVESTIGATE ***"
                   MOVE "ARCHIVE PROOF FAILED" TO SRT-OUTCOME(SX)
                   MOVE "N" TO SOURCE-OK
                   MOVE 16 TO RUN-RC-WS
               ELSE
                   PERFORM 495-CHECK-CARRY-SIZES
               END-IF
           END-IF.

       485-PROVE-ONE-ARCHIVE-ROW.
           MOVE SPACES TO ARCHIVE-ROW-WS.
           READ ARCHIVE-FILE INTO ARCHIVE-ROW-WS
               AT END
                   MOVE "Y" TO EOF-ARCHIVE
               NOT AT END
                   ADD 1 TO ARCHIVE-COUNT
                   MOVE 0 TO ROW-AMOUNT
                   EVALUATE SRC-CODE(SX)
                       WHEN "PAYMENTS"
                           MOVE ARP-STUDENT-NUMBER
                               TO ROW-STUDENT-NUMBER
                           MOVE ARP-TERM-CODE TO ROW-TERM-CODE
                           MOVE ARP-DATE TO ROW-DATE-X
                           MOVE ARP-AMOUNT TO ROW-AMOUNT
                       WHEN "FEES"
                           MOVE ARF-STUDENT-NUMBER
                               TO ROW-STUDENT-NUMBER
                           MOVE ARF-TERM-CODE TO ROW-TERM-CODE
                           MOVE ARF-DATE TO ROW-DATE-X
                           MOVE ARF-AMOUNT TO ROW-AMOUNT
                       WHEN "AWARDS"
                           MOVE ARA-STUDENT-NUMBER
                               TO ROW-STUDENT-NUMBER
                           MOVE ARA-TERM-CODE TO ROW-TERM-CODE
                           MOVE ARA-DATE TO ROW-DATE-X
                           MOVE ARA-AMOUNT TO ROW-AMOUNT
                   END-EVALUATE
                   ADD ROW-AMOUNT TO ARCHIVE-TOTAL
                   IF SRC-CODE(SX) NOT = "NOTIFY"
                       PERFORM 490-ADD-TO-CARRY
                   END-IF
           END-READ.

      *    The student/term's entry - the last one used first, since
      *    the archive comes in key or posting order - then the row
      *    on the side of the split its date falls.
       490-ADD-TO-CARRY.
           IF CARRY-AT > 0
               IF CTB-STUDENT-NUMBER(CARRY-AT) NOT = ROW-STUDENT-NUMBER
                       OR CTB-TERM-CODE(CARRY-AT) NOT = ROW-TERM-CODE
                   MOVE 0 TO CARRY-AT
               END-IF
           END-IF.
           IF CARRY-AT = 0
               PERFORM VARYING C-ENTRY FROM 1 BY 1
                       UNTIL C-ENTRY > CARRY-COUNT
                       OR CARRY-AT > 0
                   IF CTB-STUDENT-NUMBER(C-ENTRY) = ROW-STUDENT-NUMBER
                           AND CTB-TERM-CODE(C-ENTRY) = ROW-TERM-CODE
                       SET CARRY-AT TO C-ENTRY
                   END-IF
               END-PERFORM
           END-IF.
           IF CARRY-AT = 0
               IF CARRY-COUNT >= CARRY-MAX
                   MOVE "N" TO SOURCE-OK
               ELSE
                   PERFORM 492-START-CARRY-ENTRY
               END-IF
           END-IF.
           IF CARRY-AT > 0
               IF ROW-DATE-X IS NUMERIC
                   MOVE ROW-DATE-X TO ROW-DATE-NUM
               ELSE
                   MOVE 0 TO ROW-DATE-NUM
               END-IF
               IF ROW-DATE-NUM <= CTB-SPLIT-DATE(CARRY-AT)
                   ADD ROW-AMOUNT TO CTB-BEFORE-AMOUNT(CARRY-AT)
               ELSE
                   ADD ROW-AMOUNT TO CTB-AFTER-AMOUNT(CARRY-AT)
               END-IF
           END-IF.

      *    A new entry splits at the last assessment when that falls
      *    inside the closed year; otherwise the whole carry is dated
      *    the cutoff.
       492-START-CARRY-ENTRY.
           ADD 1 TO CARRY-COUNT.
           MOVE CARRY-COUNT TO CARRY-AT.
           MOVE ROW-STUDENT-NUMBER TO CTB-STUDENT-NUMBER(CARRY-AT).
           MOVE ROW-TERM-CODE TO CTB-TERM-CODE(CARRY-AT).
           MOVE 0 TO CTB-BEFORE-AMOUNT(CARRY-AT)
               CTB-AFTER-AMOUNT(CARRY-AT).
           MOVE CUTOFF-DATE TO CTB-SPLIT-DATE(CARRY-AT).
           MOVE 0 TO AST-FOUND.
           PERFORM VARYING A-ENTRY FROM 1 BY 1
                   UNTIL A-ENTRY > ASSESS-COUNT
                   OR AST-FOUND > 0
               IF AST-STUDENT-NUMBER(A-ENTRY) = ROW-STUDENT-NUMBER
                       AND AST-TERM-CODE(A-ENTRY) = ROW-TERM-CODE
                   SET AST-FOUND TO A-ENTRY
               END-IF
           END-PERFORM.
           IF AST-FOUND > 0
               IF AST-DATE(AST-FOUND) > 0
                       AND AST-DATE(AST-FOUND) < CUTOFF-DATE
                   MOVE AST-DATE(AST-FOUND)
                       TO CTB-SPLIT-DATE(CARRY-AT)
               END-IF
           END-IF.

       495-CHECK-CARRY-SIZES.
           EVALUATE SRC-CODE(SX)
               WHEN "PAYMENTS"
                   MOVE 9999999.99 TO CARRY-LIMIT
               WHEN OTHER
                   MOVE 99999.99 TO CARRY-LIMIT
           END-EVALUATE.
           PERFORM 497-CHECK-ONE-CARRY
               VARYING CARRY-IDX FROM 1 BY 1
               UNTIL CARRY-IDX > CARRY-COUNT OR SOURCE-OK NOT = "Y".

       497-CHECK-ONE-CARRY.
           IF CTB-BEFORE-AMOUNT(CARRY-IDX) > CARRY-LIMIT
                   OR CTB-AFTER-AMOUNT(CARRY-IDX) > CARRY-LIMIT
                   OR CTB-BEFORE-AMOUNT(CARRY-IDX) < 0 - CARRY-LIMIT
                   OR CTB-AFTER-AMOUNT(CARRY-IDX) < 0 - CARRY-LIMIT
                   OR (SRC-CODE(SX) = "AWARDS"
                       AND (CTB-BEFORE-AMOUNT(CARRY-IDX) < 0
                         OR CTB-AFTER-AMOUNT(CARRY-IDX) < 0))
               DISPLAY SRC-CODE(SX) ": CARRY FOR "
                   CTB-STUDENT-NUMBER(CARRY-IDX) " "
                   CTB-TERM-CODE(CARRY-IDX)
                   " DOES NOT FIT ONE ROW. NOTHING TRIMMED."
               MOVE "CARRY TOO LARGE" TO SRT-OUTCOME(SX)
               MOVE "N" TO SOURCE-OK
               MOVE 8 TO RUN-RC-WS
           END-IF.

      *****************************************************************
      * Stage 'C' for PAYMENTS.dat: every row dated on or before the
      * cutoff deleted - the archived rows, and any carries an
      * interrupted run already wrote - then the carries written.
      * Reading on the PAY-DATE key stops at the first later row.
      *****************************************************************
       500-TRIM-PAYMENTS.
           MOVE "N" TO EOF-LIVE.
           OPEN I-O PAYMENTS-FILE.
           IF PAYMENTS-STATUS = "00" OR PAYMENTS-STATUS = "05"
               MOVE LOW-VALUES TO PAY-DATE
               START PAYMENTS-FILE KEY IS NOT LESS THAN PAY-DATE
                   INVALID KEY
                       MOVE "Y" TO EOF-LIVE
               END-START
               PERFORM 505-DELETE-ONE-PAYMENT UNTIL EOF-LIVE = "Y"
                   OR SOURCE-OK NOT = "Y"
               IF SOURCE-OK = "Y"
                   PERFORM 510-WRITE-ONE-PAYMENT-CARRY
                       VARYING CARRY-IDX FROM 1 BY 1
                       UNTIL CARRY-IDX > CARRY-COUNT
                       OR SOURCE-OK NOT = "Y"
               END-IF
               CLOSE PAYMENTS-FILE
           ELSE
               MOVE "N" TO SOURCE-OK
           END-IF.
           IF SOURCE-OK NOT = "Y"
               DISPLAY "*** PAYMENTS.dat TRIM FAILED (STATUS "
                   PAYMENTS-STATUS ") - RERUN TO FINISH ***"
               MOVE "TRIM FAILED - RERUN" TO SRT-OUTCOME(SX)
               MOVE 16 TO RUN-RC-WS
           END-IF.

       505-DELETE-ONE-PAYMENT.
           READ PAYMENTS-FILE NEXT RECORD
               AT END
                   MOVE "Y" TO EOF-LIVE
               NOT AT END
                   IF PAY-DATE > CUTOFF-X
                       MOVE "Y" TO EOF-LIVE
                   ELSE
                       DELETE PAYMENTS-FILE RECORD
                           INVALID KEY
                               MOVE "N" TO SOURCE-OK
                           NOT INVALID KEY
                               ADD 1 TO DELETE-COUNT
                       END-DELETE
                   END-IF
           END-READ.

       510-WRITE-ONE-PAYMENT-CARRY.
           IF CTB-BEFORE-AMOUNT(CARRY-IDX) NOT = 0
               MOVE CTB-SPLIT-DATE(CARRY-IDX) TO CARRY-ROW-DATE
               MOVE CTB-BEFORE-AMOUNT(CARRY-IDX) TO CARRY-ROW-AMOUNT
               PERFORM 515-WRITE-PAYMENT-CARRY-ROW
           END-IF.
           IF CTB-AFTER-AMOUNT(CARRY-IDX) NOT = 0
               MOVE CUTOFF-DATE TO CARRY-ROW-DATE
               MOVE CTB-AFTER-AMOUNT(CARRY-IDX) TO CARRY-ROW-AMOUNT
               PERFORM 515-WRITE-PAYMENT-CARRY-ROW
           END-IF.

      *    Next free PAY-SEQ for the student/term/date, as every
      *    writer takes it.
       515-WRITE-PAYMENT-CARRY-ROW.
           MOVE SPACES TO PAYMENT-RECORD.
           MOVE CTB-STUDENT-NUMBER(CARRY-IDX) TO PAY-STUDENT-NUMBER.
           MOVE CTB-TERM-CODE(CARRY-IDX) TO PAY-TERM-CODE.
           MOVE CARRY-ROW-DATE TO PAY-DATE.
           MOVE CARRY-ROW-AMOUNT TO PAY-AMOUNT.
           MOVE "F" TO PAY-REVERSAL-FLAG.
           MOVE 0 TO PAY-RECEIPT-NUMBER.
           MOVE 0 TO PAY-SESSION-ID.
           MOVE SPACE TO PAY-TENDER-CODE.
           MOVE "N" TO CARRY-WROTE.
           MOVE 0 TO CARRY-SEQ.
           PERFORM 520-TRY-ONE-SEQ
               UNTIL CARRY-WROTE = "Y" OR SOURCE-OK NOT = "Y".

       520-TRY-ONE-SEQ.
           ADD 1 TO CARRY-SEQ.
           MOVE CARRY-SEQ TO PAY-SEQ.
           WRITE PAYMENT-RECORD
               INVALID KEY
                   IF PAYMENTS-STATUS NOT = "22" OR CARRY-SEQ = 9999
                       MOVE "N" TO SOURCE-OK
                   END-IF
               NOT INVALID KEY
                   MOVE "Y" TO CARRY-WROTE
                   ADD 1 TO CARRIED-WRITTEN
           END-WRITE.

      *****************************************************************
      * A rewrite an earlier run started and never proved left the
      * live file as carries and part of the rows set aside.  Rows
      * posted to it since cannot be told from those, so a live file
      * longer than the rewrite could have made it is refused.
      *****************************************************************
       540-CHECK-INTERRUPTED-REWRITE.
           MOVE 0 TO LIVE-ROW-COUNT.
           MOVE SRT-KEPT-COUNT(SX) TO REWRITE-MAX.
           IF SRC-CODE(SX) NOT = "NOTIFY"
               PERFORM 542-COUNT-ONE-CARRY-ROW
                   VARYING CARRY-IDX FROM 1 BY 1
                   UNTIL CARRY-IDX > CARRY-COUNT
           END-IF.
           MOVE "N" TO EOF-LIVE.
           OPEN INPUT LIVE-FILE.
           IF LIVE-STATUS = "00" OR LIVE-STATUS = "05"
               PERFORM 544-COUNT-ONE-LIVE-ROW UNTIL EOF-LIVE = "Y"
               CLOSE LIVE-FILE
           END-IF.
           IF LIVE-ROW-COUNT > REWRITE-MAX
               DISPLAY "*** " LIVE-NAME-WS " HOLDS " LIVE-ROW-COUNT
                   " ROWS - AT MOST " REWRITE-MAX " FROM THE "
                   "INTERRUPTED REWRITE ***"
               DISPLAY "*** ROWS POSTED SINCE WOULD BE LOST - "
                   "NOTHING REWRITTEN, INVESTIGATE ***"
               MOVE "POSTED INTO REWRITE" TO SRT-OUTCOME(SX)
               MOVE "N" TO SOURCE-OK
               MOVE 8 TO RUN-RC-WS
           END-IF.

       542-COUNT-ONE-CARRY-ROW.
           IF CTB-BEFORE-AMOUNT(CARRY-IDX) NOT = 0
               ADD 1 TO REWRITE-MAX
           END-IF.
           IF CTB-AFTER-AMOUNT(CARRY-IDX) NOT = 0
               ADD 1 TO REWRITE-MAX
           END-IF.

       544-COUNT-ONE-LIVE-ROW.
           READ LIVE-FILE
               AT END
                   MOVE "Y" TO EOF-LIVE
               NOT AT END
                   ADD 1 TO LIVE-ROW-COUNT
           END-READ.

      *****************************************************************
      * Stage 'C' for a text source: the live file rewritten as the
      * carries (FEES.txt, AWARDS-POSTED.txt) followed by the rows
      * set aside at stage 'A'.  The 'R' row on the catalog keeps the
      * kept figures the proof is held to.
      *****************************************************************
       550-REWRITE-TEXT-SOURCE.
           OPEN OUTPUT LIVE-FILE.
           IF SRC-CODE(SX) NOT = "NOTIFY"
               PERFORM 555-WRITE-ONE-TEXT-CARRY
                   VARYING CARRY-IDX FROM 1 BY 1
                   UNTIL CARRY-IDX > CARRY-COUNT
           END-IF.
           MOVE "N" TO EOF-KEEP.
           OPEN INPUT KEEP-FILE.
           IF KEEP-STATUS = "00" OR KEEP-STATUS = "05"
               PERFORM 565-COPY-ONE-KEPT-ROW UNTIL EOF-KEEP = "Y"
               CLOSE KEEP-FILE
           END-IF.
           CLOSE LIVE-FILE.

       555-WRITE-ONE-TEXT-CARRY.
           IF CTB-BEFORE-AMOUNT(CARRY-IDX) NOT = 0
               MOVE CTB-SPLIT-DATE(CARRY-IDX) TO CARRY-ROW-DATE
               MOVE CTB-BEFORE-AMOUNT(CARRY-IDX) TO CARRY-ROW-AMOUNT
               PERFORM 560-WRITE-TEXT-CARRY-ROW
           END-IF.
           IF CTB-AFTER-AMOUNT(CARRY-IDX) NOT = 0
               MOVE CUTOFF-DATE TO CARRY-ROW-DATE
               MOVE CTB-AFTER-AMOUNT(CARRY-IDX) TO CARRY-ROW-AMOUNT
               PERFORM 560-WRITE-TEXT-CARRY-ROW
           END-IF.

       560-WRITE-TEXT-CARRY-ROW.
           IF SRC-CODE(SX) = "FEES"
               MOVE SPACES TO FEE-RECORD
               MOVE CTB-STUDENT-NUMBER(CARRY-IDX) TO FEE-STUDENT-NUMBER
               MOVE CTB-TERM-CODE(CARRY-IDX) TO FEE-TERM-CODE
               MOVE "CARRYFWD" TO FEE-TYPE
               MOVE CARRY-ROW-AMOUNT TO FEE-AMOUNT
               MOVE CARRY-ROW-DATE TO FEE-DATE
               WRITE FEE-RECORD
           ELSE
               MOVE SPACES TO AWARD-POSTED-RECORD
               MOVE CTB-STUDENT-NUMBER(CARRY-IDX) TO AWP-STUDENT-NUMBER
               MOVE CTB-TERM-CODE(CARRY-IDX) TO AWP-TERM-CODE
               MOVE "CARRYFWD" TO AWP-SOURCE
               MOVE CARRY-ROW-AMOUNT TO AWP-AMOUNT
               MOVE CARRY-ROW-DATE TO AWP-DATE
               WRITE AWARD-POSTED-RECORD
           END-IF.
           ADD 1 TO CARRIED-WRITTEN.

      *    Written through the source's own record so the row keeps
      *    its own length.
       565-COPY-ONE-KEPT-ROW.
           READ KEEP-FILE
               AT END
                   MOVE "Y" TO EOF-KEEP
               NOT AT END
                   MOVE KEEP-RECORD TO LIVE-RECORD
                   EVALUATE SRC-CODE(SX)
                       WHEN "FEES"
                           WRITE FEE-RECORD
                       WHEN "AWARDS"
                           WRITE AWARD-POSTED-RECORD
                       WHEN OTHER
                           WRITE NOTIFY-RECORD
                   END-EVALUATE
           END-READ.

      *****************************************************************
      * The proof nothing was lost or doubled: on the trimmed live
      * file, the rows the closed year would still claim must be
      * exactly the carries just written, totalling exactly what the
      * archive holds; every other row is a kept one, held to the
      * kept figures catalogued before the live file was touched.  A
      * text source must have every row set aside back, and nothing
      * else; PAYMENTS.dat may have gained later payments since an
      * interrupted run, but must not be short a kept row.
      *****************************************************************
       600-PROVE-LIVE.
           MOVE 0 TO PRF-ROLLED-COUNT PRF-ROLLED-TOTAL PRF-KEPT-COUNT
               PRF-KEPT-TOTAL PRF-STRAY-COUNT.
           MOVE "N" TO EOF-LIVE.
           IF SX = 1
               OPEN INPUT PAYMENTS-FILE
               PERFORM 610-PROVE-ONE-PAYMENT UNTIL EOF-LIVE = "Y"
               CLOSE PAYMENTS-FILE
           ELSE
               OPEN INPUT LIVE-FILE
               PERFORM 620-PROVE-ONE-TEXT-ROW UNTIL EOF-LIVE = "Y"
               CLOSE LIVE-FILE
           END-IF.
           MOVE CARRIED-WRITTEN TO SRT-CARRIED-COUNT(SX).
           COMPUTE SRT-AFTER-COUNT(SX) =
               PRF-ROLLED-COUNT + PRF-KEPT-COUNT.
           COMPUTE SRT-AFTER-TOTAL(SX) =
               PRF-ROLLED-TOTAL + PRF-KEPT-TOTAL.
           MOVE "Y" TO KEPT-PROVED.
           IF SX = 1
               IF PRF-KEPT-COUNT < SRT-KEPT-COUNT(SX)
                       OR (PRF-KEPT-COUNT = SRT-KEPT-COUNT(SX)
                       AND PRF-KEPT-TOTAL NOT = SRT-KEPT-TOTAL(SX))
                   MOVE "N" TO KEPT-PROVED
               END-IF
           ELSE
               IF PRF-KEPT-COUNT NOT = SRT-KEPT-COUNT(SX)
                       OR PRF-KEPT-TOTAL NOT = SRT-KEPT-TOTAL(SX)
                   MOVE "N" TO KEPT-PROVED
               END-IF
           END-IF.
           IF PRF-STRAY-COUNT NOT = 0
                   OR PRF-ROLLED-COUNT NOT = CARRIED-WRITTEN
                   OR PRF-ROLLED-TOTAL NOT = SRT-ARCHIVED-TOTAL(SX)
                   OR KEPT-PROVED NOT = "Y"
               DISPLAY "*** " LIVE-NAME-WS " DOES NOT PROVE AFTER THE "
                   "ROLLOVER - INVESTIGATE BEFORE RERUNNING ***"
               MOVE "LIVE PROOF FAILED" TO SRT-OUTCOME(SX)
               MOVE "N" TO SOURCE-OK
               MOVE 16 TO RUN-RC-WS
           ELSE
               IF SX = 1
                   IF PRF-KEPT-COUNT > SRT-KEPT-COUNT(SX)
                       COMPUTE LATER-PAY-COUNT =
                           PRF-KEPT-COUNT - SRT-KEPT-COUNT(SX)
                       DISPLAY "PAYMENTS: " LATER-PAY-COUNT
                           " LATER PAYMENTS POSTED SINCE THE ARCHIVE "
                           "- KEPT."
                   END-IF
                   MOVE PRF-KEPT-COUNT TO SRT-KEPT-COUNT(SX)
                   MOVE PRF-KEPT-TOTAL TO SRT-KEPT-TOTAL(SX)
               ELSE
                   OPEN OUTPUT KEEP-FILE
                   CLOSE KEEP-FILE
               END-IF
           END-IF.

       610-PROVE-ONE-PAYMENT.
           READ PAYMENTS-FILE NEXT RECORD
               AT END
                   MOVE "Y" TO EOF-LIVE
               NOT AT END
                   IF PAY-DATE <= CUTOFF-X
                       ADD 1 TO PRF-ROLLED-COUNT
                       ADD PAY-AMOUNT TO PRF-ROLLED-TOTAL
                       IF PAY-REVERSAL-FLAG NOT = "F"
                           ADD 1 TO PRF-STRAY-COUNT
                       END-IF
                   ELSE
                       ADD 1 TO PRF-KEPT-COUNT
                       ADD PAY-AMOUNT TO PRF-KEPT-TOTAL
                   END-IF
           END-READ.

      *    A kept fee or award row is never dated in the closed year,
      *    so any row the year claims must be a carry; a pending
      *    notification stays whatever its date, so for the queue
      *    only sent rows of the year are claimed - and none should
      *    be left.
       620-PROVE-ONE-TEXT-ROW.
           READ LIVE-FILE
               AT END
                   MOVE "Y" TO EOF-LIVE
               NOT AT END
                   PERFORM 460-CLASSIFY-TEXT-ROW
                   IF ROW-ROLLS = "Y"
                       ADD 1 TO PRF-ROLLED-COUNT
                       ADD ROW-AMOUNT TO PRF-ROLLED-TOTAL
                       IF ROW-IS-CARRY NOT = "Y"
                           ADD 1 TO PRF-STRAY-COUNT
                       END-IF
                   ELSE
                       ADD 1 TO PRF-KEPT-COUNT
                       ADD ROW-AMOUNT TO PRF-KEPT-TOTAL
                   END-IF
           END-READ.

       700-WRITE-CATALOG-ROW.
           OPEN EXTEND CATALOG-FILE.
           MOVE SPACES TO FY-ARCHIVE-RECORD.
           MOVE FISCAL-YEAR-WS TO FYA-FISCAL-YEAR.
           MOVE SRC-CODE(SX) TO FYA-SOURCE.
           MOVE SRT-STAGE(SX) TO FYA-STAGE.
           MOVE ARCHIVE-NAME-WS TO FYA-FILE-NAME.
           MOVE CUTOFF-DATE TO FYA-CUTOFF-DATE.
           MOVE SRT-ARCHIVED-COUNT(SX) TO FYA-ARCHIVED-COUNT.
           MOVE SRT-ARCHIVED-TOTAL(SX) TO FYA-ARCHIVED-TOTAL.
           MOVE SRT-KEPT-COUNT(SX) TO FYA-KEPT-COUNT.
           MOVE SRT-KEPT-TOTAL(SX) TO FYA-KEPT-TOTAL.
           IF SRT-STAGE(SX) = "C"
               MOVE CARRIED-WRITTEN TO FYA-CARRIED-COUNT
           ELSE
               MOVE 0 TO FYA-CARRIED-COUNT
           END-IF.
           MOVE RUN-DATE-WS TO FYA-RUN-DATE.
           WRITE FY-ARCHIVE-RECORD.
           CLOSE CATALOG-FILE.

      *****************************************************************
      * Before = archived + kept; after = carried + kept.  The counts
      * shrink by archived less carried; the totals must not move.
      *****************************************************************
       800-REPORT-ONE-SOURCE.
           MOVE SPACES TO REPORT-RECORD.
           STRING SRC-CODE(SX) " " LIVE-NAME-WS " -> " ARCHIVE-NAME-WS
                  " " SRT-OUTCOME(SX)
               DELIMITED BY SIZE INTO REPORT-RECORD
           END-STRING.
           WRITE REPORT-RECORD.
           COMPUTE RPT-COUNT-1 =
               SRT-ARCHIVED-COUNT(SX) + SRT-KEPT-COUNT(SX).
           COMPUTE RPT-TOTAL-1 =
               SRT-ARCHIVED-TOTAL(SX) + SRT-KEPT-TOTAL(SX).
           MOVE SPACES TO REPORT-RECORD.
           STRING "  BEFORE   ROWS " RPT-COUNT-1 "  TOTAL " RPT-TOTAL-1
               DELIMITED BY SIZE INTO REPORT-RECORD
           END-STRING.
           WRITE REPORT-RECORD.
           MOVE SRT-ARCHIVED-COUNT(SX) TO RPT-COUNT-2.
           MOVE SRT-ARCHIVED-TOTAL(SX) TO RPT-TOTAL-2.
           MOVE SPACES TO REPORT-RECORD.
           STRING "  ARCHIVED ROWS " RPT-COUNT-2 "  TOTAL " RPT-TOTAL-2
               DELIMITED BY SIZE INTO REPORT-RECORD
           END-STRING.
           WRITE REPORT-RECORD.
           IF SRT-STAGE(SX) = "C"
               MOVE SRT-CARRIED-COUNT(SX) TO RPT-COUNT-3
               MOVE SRT-AFTER-COUNT(SX) TO RPT-COUNT-2
               MOVE SRT-AFTER-TOTAL(SX) TO RPT-TOTAL-2
               MOVE SPACES TO REPORT-RECORD
               STRING "  AFTER    ROWS " RPT-COUNT-2
                      "  TOTAL " RPT-TOTAL-2
                      "  (CARRIED " RPT-COUNT-3 ")"
                   DELIMITED BY SIZE INTO REPORT-RECORD
               END-STRING
               WRITE REPORT-RECORD
               DISPLAY SRC-CODE(SX) " BEFORE " RPT-COUNT-1 " ROWS "
                   RPT-TOTAL-1 "  AFTER " RPT-COUNT-2 " ROWS "
                   RPT-TOTAL-2
           END-IF.

      *    The run's own JOB-LOG.txt row: sources examined, rolled
      *    and failed, and the year it was asked to roll.
       960-LOG-RUN-PARAMETERS.
           OPEN EXTEND JOB-LOG-FILE.
           MOVE SPACES TO JOB-LOG-RECORD.
           MOVE RUN-START-STAMP TO JOB-START-TIMESTAMP.
           MOVE FUNCTION CURRENT-DATE TO JOB-END-TIMESTAMP.
           MOVE OPERATOR-ID-WS TO JOB-OPERATOR-ID.
           MOVE "Y" TO JOB-BATCH-MODE.
           MOVE SOURCE-MAX TO JOB-STUDENTS-READ.
           MOVE SOURCES-DONE TO JOB-STUDENTS-WRITTEN.
           MOVE SOURCES-FAILED TO JOB-STUDENTS-REJECTED.
           MOVE RUN-RC-WS TO JOB-RETURN-CODE.
           STRING "PERIOD=" ROLL-PERIOD-IN " CUTOFF=" CUTOFF-DATE
                  " FY=" FISCAL-YEAR-WS
               DELIMITED BY SIZE INTO JOB-PARM-VALUES
           END-STRING.
           WRITE JOB-LOG-RECORD.
           CLOSE JOB-LOG-FILE.

       END PROGRAM FY-ROLLOVER.
