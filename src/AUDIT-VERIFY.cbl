      ******************************************************************
      * Tectonics: Audit-log chain verification.  Every audit row
      * carries an AUD-SEQUENCE and an AUD-CHAIN-VALUE folded from its
      * own content and the previous row's value (AUDIT-CHAIN,
      * AUDIT-LOG.cpy).  This run walks AUDIT-LOG.txt front to back
      * and recomputes every link:
      *    CHAIN BROKEN     - the row's value does not follow from
      *                       the row before it: this row or that
      *                       one was edited after it was written,
      *    ROWS MISSING     - the sequence jumps: rows were deleted,
      *    OUT OF ORDER     - the sequence runs backward or repeats:
      *                       rows were moved or copied,
      *    NO CHAIN VALUE   - an unstamped row after chaining began:
      *                       a row was inserted by hand.
      * The last row is also held against AUDIT-CHAIN.txt, so rows
      * cut off the end of the log are caught too.  Rows from before
      * chaining began carry no values and are counted, not failed.
      * Every finding goes to AUDIT-VERIFY-REPORT.txt with the first
      * broken link called out; any finding ends the run RETURN-CODE
      * 8 so JOB-STREAM stops the night before AUDIT-ANOMALY,
      * AUDIT-INQUIRY or RECOVERY-REPLAY trust a log that has been
      * tampered with - the same way CROSSFOOT-RUN stops it on books
      * that don't foot.
      ******************************************************************
       IDENTIFICATION DIVISION.
       PROGRAM-ID. AUDIT-VERIFY.

       ENVIRONMENT DIVISION.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
           SELECT OPTIONAL AUDIT-LOG-FILE ASSIGN "AUDIT-LOG.txt"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS AUDIT-STATUS.
           SELECT OPTIONAL CHAIN-FILE ASSIGN "AUDIT-CHAIN.txt"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS CHAIN-STATUS.
           SELECT REPORT-FILE ASSIGN "AUDIT-VERIFY-REPORT.txt"
               ORGANIZATION IS LINE SEQUENTIAL.

       DATA DIVISION.
       FILE SECTION.
           FD AUDIT-LOG-FILE.
           COPY "AUDIT-LOG.cpy".

           FD CHAIN-FILE.
           01 CHAIN-RECORD.
               05 CHN-LAST-SEQUENCE PIC 9(9).
               05 FILLER            PIC X.
               05 CHN-LAST-VALUE    PIC 9(9).

           FD REPORT-FILE.
           01 REPORT-RECORD PIC X(100).

       WORKING-STORAGE SECTION.
           01 AUDIT-STATUS PIC X(2).
           01 CHAIN-STATUS PIC X(2).

           01 COUNTERS.
               05 ROW-COUNTER       PIC 9(7) VALUE 0.
               05 UNCHAINED-COUNTER PIC 9(7) VALUE 0.
               05 CHAINED-COUNTER   PIC 9(7) VALUE 0.
               05 BREAK-COUNTER     PIC 9(5) VALUE 0.
               05 GAP-COUNTER       PIC 9(5) VALUE 0.
               05 ORDER-COUNTER     PIC 9(5) VALUE 0.

           01 FLAGS.
               05 EOF-AUDIT      PIC X VALUE "N".
               05 CHAIN-STARTED  PIC X VALUE "N".
               05 FIRST-BREAK-FOUND PIC X VALUE "N".
               05 CONTROL-FOUND  PIC X VALUE "N".

      *    The highest-sequence row seen so far - the link the next
      *    row in sequence was folded from.
           01 LINK-WORK-AREA.
               05 PREV-SEQUENCE    PIC 9(9) VALUE 0.
               05 PREV-VALUE       PIC 9(9) VALUE 0.
               05 EXPECTED-SEQUENCE PIC 9(9) VALUE 0.
               05 MISSING-COUNT    PIC 9(9) VALUE 0.
               05 FIRST-BREAK-ROW  PIC 9(7) VALUE 0.
               05 FIRST-BREAK-SEQ  PIC 9(9) VALUE 0.
               05 CTL-SEQUENCE-WS  PIC 9(9) VALUE 0.
               05 CTL-VALUE-WS     PIC 9(9) VALUE 0.

      *    The fold, identical to AUDIT-CHAIN-STAMP's 300-FOLD-THE-ROW:
      *    value = (value * 131 + byte) modulo the prime 999999937,
      *    over columns 1-124 of the row.
           01 CHAIN-WORK-AREA.
               05 LAST-VALUE-WS    PIC 9(9) VALUE 0.
               05 CHAIN-IMAGE-WS   PIC X(124).
               05 CHAIN-IDX        PIC 9(3).
               05 CHAIN-HASH-WS    PIC 9(12).
               05 CHAIN-QUOT-WS    PIC 9(12).
               05 CHAIN-REM-WS     PIC 9(9).

           01 REPORT-DETAIL-LINE.
               05 RPT-ROW-NUMBER  PIC Z(6)9.
               05 FILLER          PIC X(2) VALUE SPACES.
               05 RPT-SEQUENCE    PIC Z(8)9.
               05 FILLER          PIC X(2) VALUE SPACES.
               05 RPT-FINDING     PIC X(16).
               05 FILLER          PIC X(2) VALUE SPACES.
               05 RPT-DETAIL      PIC X(60).

           01 FINDING-WORK-AREA.
               05 FINDING-WS      PIC X(16).
               05 FINDING-SEQ-WS  PIC 9(9) VALUE 0.
               05 DETAIL-WS       PIC X(60).
               05 MISSING-DISPLAY PIC Z(8)9.

       PROCEDURE DIVISION.
       100-MAIN.
           OPEN OUTPUT REPORT-FILE.
           MOVE SPACES TO REPORT-RECORD.
           MOVE "    ROW   SEQUENCE  FINDING           DETAIL"
               TO REPORT-RECORD.
           WRITE REPORT-RECORD.
           OPEN INPUT AUDIT-LOG-FILE.
           IF AUDIT-STATUS = "00" OR AUDIT-STATUS = "05"
               PERFORM 200-VERIFY-ONE-ROW UNTIL EOF-AUDIT = "Y"
               CLOSE AUDIT-LOG-FILE
           END-IF.
           PERFORM 400-CHECK-AGAINST-CONTROL.
           CLOSE REPORT-FILE.
           PERFORM 950-DISPLAY-STATS.
      *    GOBACK, not STOP RUN, so the job-stream controller can
      *    CALL this program as one step of the night's stream -
      *    and STOP it when the audit trail does not verify.
           GOBACK.

       200-VERIFY-ONE-ROW.
           READ AUDIT-LOG-FILE
               AT END
                   MOVE "Y" TO EOF-AUDIT
               NOT AT END
                   ADD 1 TO ROW-COUNTER
                   IF AUD-SEQUENCE IS NUMERIC
                           AND AUD-CHAIN-VALUE IS NUMERIC
                       ADD 1 TO CHAINED-COUNTER
                       MOVE AUD-SEQUENCE TO FINDING-SEQ-WS
                       PERFORM 210-CHECK-CHAINED-ROW
                   ELSE
                       MOVE 0 TO FINDING-SEQ-WS
                       PERFORM 220-CHECK-UNCHAINED-ROW
                   END-IF
           END-READ.

      *****************************************************************
      * The next row in sequence must fold from the previous link; a
      * row out of sequence can't be checked against its neighbour,
      * so it is reported as the gap or reordering it is and the
      * walk carries on from the highest sequence seen.
      *****************************************************************
       210-CHECK-CHAINED-ROW.
           IF CHAIN-STARTED = "N"
               MOVE "Y" TO CHAIN-STARTED
               MOVE 0 TO PREV-SEQUENCE
               MOVE 0 TO PREV-VALUE
           END-IF.
           COMPUTE EXPECTED-SEQUENCE = PREV-SEQUENCE + 1.
           EVALUATE TRUE
               WHEN AUD-SEQUENCE = EXPECTED-SEQUENCE
                   MOVE PREV-VALUE TO LAST-VALUE-WS
                   PERFORM 300-FOLD-THE-ROW
                   IF LAST-VALUE-WS NOT = AUD-CHAIN-VALUE
                       ADD 1 TO BREAK-COUNTER
                       MOVE "CHAIN BROKEN" TO FINDING-WS
                       PERFORM 230-DESCRIBE-ROW
                       PERFORM 700-WRITE-FINDING
                       PERFORM 710-NOTE-FIRST-BREAK
                   END-IF
               WHEN AUD-SEQUENCE > EXPECTED-SEQUENCE
                   ADD 1 TO GAP-COUNTER
                   COMPUTE MISSING-COUNT =
                       AUD-SEQUENCE - EXPECTED-SEQUENCE
                   MOVE MISSING-COUNT TO MISSING-DISPLAY
                   MOVE "ROWS MISSING" TO FINDING-WS
                   MOVE SPACES TO DETAIL-WS
                   STRING MISSING-DISPLAY
                          " ROW(S) GONE BEFORE THIS ONE"
                       DELIMITED BY SIZE INTO DETAIL-WS
                   END-STRING
                   PERFORM 700-WRITE-FINDING
               WHEN OTHER
                   ADD 1 TO ORDER-COUNTER
                   MOVE "OUT OF ORDER" TO FINDING-WS
                   PERFORM 230-DESCRIBE-ROW
                   PERFORM 700-WRITE-FINDING
           END-EVALUATE.
           IF AUD-SEQUENCE > PREV-SEQUENCE
               MOVE AUD-SEQUENCE    TO PREV-SEQUENCE
               MOVE AUD-CHAIN-VALUE TO PREV-VALUE
           END-IF.

      *    Unstamped rows are the history from before chaining - but
      *    only ahead of the first stamped row.  One after it was
      *    put there by something other than an audit writer.
       220-CHECK-UNCHAINED-ROW.
           IF CHAIN-STARTED = "N"
               ADD 1 TO UNCHAINED-COUNTER
           ELSE
               ADD 1 TO BREAK-COUNTER
               MOVE "NO CHAIN VALUE" TO FINDING-WS
               PERFORM 230-DESCRIBE-ROW
               PERFORM 700-WRITE-FINDING
               PERFORM 710-NOTE-FIRST-BREAK
           END-IF.

       230-DESCRIBE-ROW.
           MOVE SPACES TO DETAIL-WS.
           STRING AUD-STUDENT-NUMBER " " AUD-FIELD-NAME " "
                  AUD-TIMESTAMP(1:14)
               DELIMITED BY SIZE INTO DETAIL-WS
           END-STRING.

      *****************************************************************
      * Folds the row - sequence included, chain value excluded -
      * into the previous row's chain value.  LAST-VALUE-WS goes in
      * as the previous link and comes out as this row's.
      *****************************************************************
       300-FOLD-THE-ROW.
           MOVE AUDIT-LOG-RECORD(1:124) TO CHAIN-IMAGE-WS.
           MOVE LAST-VALUE-WS TO CHAIN-HASH-WS.
           PERFORM 310-FOLD-ONE-BYTE
               VARYING CHAIN-IDX FROM 1 BY 1
               UNTIL CHAIN-IDX > 124.
           MOVE CHAIN-HASH-WS TO LAST-VALUE-WS.

       310-FOLD-ONE-BYTE.
           COMPUTE CHAIN-HASH-WS = CHAIN-HASH-WS * 131
               + FUNCTION ORD(CHAIN-IMAGE-WS(CHAIN-IDX:1)).
           DIVIDE CHAIN-HASH-WS BY 999999937
               GIVING CHAIN-QUOT-WS REMAINDER CHAIN-REM-WS.
           MOVE CHAIN-REM-WS TO CHAIN-HASH-WS.

      *****************************************************************
      * AUDIT-CHAIN.txt holds the last link issued.  The log's last
      * row must be that link - fewer rows means the tail was cut,
      * a different value means the last row was edited.
      *****************************************************************
       400-CHECK-AGAINST-CONTROL.
           OPEN INPUT CHAIN-FILE.
           IF CHAIN-STATUS = "00" OR CHAIN-STATUS = "05"
               READ CHAIN-FILE
                   AT END
                       CONTINUE
                   NOT AT END
                       IF CHN-LAST-SEQUENCE IS NUMERIC
                               AND CHN-LAST-VALUE IS NUMERIC
                           MOVE "Y" TO CONTROL-FOUND
                           MOVE CHN-LAST-SEQUENCE TO CTL-SEQUENCE-WS
                           MOVE CHN-LAST-VALUE    TO CTL-VALUE-WS
                       END-IF
               END-READ
               CLOSE CHAIN-FILE
           END-IF.
           MOVE CTL-SEQUENCE-WS TO FINDING-SEQ-WS.
           IF CONTROL-FOUND = "N"
               IF CHAIN-STARTED = "Y"
                   ADD 1 TO GAP-COUNTER
                   MOVE "CONTROL MISSING" TO FINDING-WS
                   MOVE "AUDIT-CHAIN.txt IS GONE - LOG END UNPROVEN"
                       TO DETAIL-WS
                   MOVE PREV-SEQUENCE TO FINDING-SEQ-WS
                   PERFORM 700-WRITE-FINDING
               END-IF
           ELSE
               EVALUATE TRUE
                   WHEN CTL-SEQUENCE-WS > PREV-SEQUENCE
                       ADD 1 TO GAP-COUNTER
                       COMPUTE MISSING-COUNT =
                           CTL-SEQUENCE-WS - PREV-SEQUENCE
                       MOVE MISSING-COUNT TO MISSING-DISPLAY
                       MOVE "ROWS MISSING" TO FINDING-WS
                       MOVE SPACES TO DETAIL-WS
                       STRING MISSING-DISPLAY
                              " ROW(S) GONE FROM THE END OF THE LOG"
                           DELIMITED BY SIZE INTO DETAIL-WS
                       END-STRING
                       PERFORM 700-WRITE-FINDING
                   WHEN CTL-SEQUENCE-WS < PREV-SEQUENCE
                       ADD 1 TO ORDER-COUNTER
                       MOVE "OUT OF ORDER" TO FINDING-WS
                       MOVE "LOG RUNS PAST THE LAST LINK ISSUED"
                           TO DETAIL-WS
                       PERFORM 700-WRITE-FINDING
                   WHEN CTL-VALUE-WS NOT = PREV-VALUE
                       ADD 1 TO BREAK-COUNTER
                       MOVE "CHAIN BROKEN" TO FINDING-WS
                       MOVE "LAST ROW DOES NOT MATCH AUDIT-CHAIN.txt"
                           TO DETAIL-WS
                       PERFORM 700-WRITE-FINDING
                       PERFORM 710-NOTE-FIRST-BREAK
               END-EVALUATE
           END-IF.

       700-WRITE-FINDING.
           MOVE SPACES TO REPORT-DETAIL-LINE.
           MOVE ROW-COUNTER TO RPT-ROW-NUMBER.
           IF FINDING-SEQ-WS > 0
               MOVE FINDING-SEQ-WS TO RPT-SEQUENCE
           END-IF.
           MOVE FINDING-WS TO RPT-FINDING.
           MOVE DETAIL-WS  TO RPT-DETAIL.
           WRITE REPORT-RECORD FROM REPORT-DETAIL-LINE.

       710-NOTE-FIRST-BREAK.
           IF FIRST-BREAK-FOUND = "N"
               MOVE "Y" TO FIRST-BREAK-FOUND
               MOVE ROW-COUNTER TO FIRST-BREAK-ROW
               MOVE FINDING-SEQ-WS TO FIRST-BREAK-SEQ
           END-IF.

       950-DISPLAY-STATS.
           DISPLAY "AUDIT ROWS READ:     " ROW-COUNTER.
           DISPLAY "BEFORE CHAINING:     " UNCHAINED-COUNTER.
           DISPLAY "CHAINED ROWS:        " CHAINED-COUNTER.
           DISPLAY "BROKEN LINKS:        " BREAK-COUNTER.
           DISPLAY "GAPS:                " GAP-COUNTER.
           DISPLAY "OUT OF ORDER:        " ORDER-COUNTER.
           IF FIRST-BREAK-FOUND = "Y"
               DISPLAY "FIRST BROKEN LINK AT ROW " FIRST-BREAK-ROW
                   " SEQUENCE " FIRST-BREAK-SEQ
           END-IF.
           DISPLAY "DETAIL IN AUDIT-VERIFY-REPORT.txt".
           IF BREAK-COUNTER > 0 OR GAP-COUNTER > 0
                   OR ORDER-COUNTER > 0
               DISPLAY "*** AUDIT LOG DOES NOT VERIFY - STREAM MUST "
                   "STOP ***"
               MOVE 8 TO RETURN-CODE
           END-IF.

       END PROGRAM AUDIT-VERIFY.
