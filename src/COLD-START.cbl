      *    3. JOB-LOG.txt - a last row with no end timestamp names
      *       the step that died mid-run and must be re-run or
      *       recovered before the stream continues.
      *    4. POSTING-JOURNAL.txt - a posting batch (BATCH-PAYMENT,
      *       GRADE-LOAD) with a start row and no completion row was
      *       left partly applied; it is listed with its last
      *       committed row, and rerunning that job resumes it.
      * The verdict goes to COLD-START-REPORT.txt and the
      * RETURN-CODE says it plainly: 0 all clear, 4 locks were
      * swept, 8 something needs recovery first.
           SELECT OPTIONAL JOB-LOG-FILE ASSIGN "JOB-LOG.txt"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS JOB-LOG-STATUS.
           SELECT OPTIONAL JOURNAL-FILE ASSIGN "POSTING-JOURNAL.txt"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS JOURNAL-STATUS.
           SELECT REPORT-FILE ASSIGN "COLD-START-REPORT.txt"
               ORGANIZATION IS LINE SEQUENTIAL.

           FD JOB-LOG-FILE.
           COPY "JOB-LOG.cpy".

           FD JOURNAL-FILE.
           COPY "POSTING-JOURNAL-RECORD.cpy".

           FD REPORT-FILE.
           01 REPORT-RECORD PIC X(80).

           01 LOCK-STATUS    PIC X(2).
           01 FILE-STATUS    PIC X(2).
           01 JOB-LOG-STATUS PIC X(2).
           01 JOURNAL-STATUS PIC X(2).

      *    Lock rows stamped before this are orphans of a dead run.
           01 THRESHOLD-IN PIC X(14) VALUE SPACES.
           01 LOCK-COUNT PIC 9(3) VALUE 0.
           01 LOCK-MAX   PIC 9(3) VALUE 200.

      *    One row per posting batch seen on POSTING-JOURNAL.txt; 'Y'
      *    in PJT-OPEN once a run started on it and nothing closed it.
           01 JOURNAL-TABLE.
               05 JOURNAL-ENTRY OCCURS 200 TIMES INDEXED J-ENTRY.
                   10 PJT-JOB-NAME   PIC X(10).
                   10 PJT-BATCH-ID   PIC X(12).
                   10 PJT-FILE-DATE  PIC 9(8).
                   10 PJT-LAST-ROW   PIC 9(6).
                   10 PJT-DOUBT-ROW  PIC 9(6).
                   10 PJT-OPEN       PIC X(1).
           01 JOURNAL-COUNT PIC 9(3) VALUE 0.
           01 JOURNAL-MAX   PIC 9(3) VALUE 200.
           01 JOURNAL-FOUND PIC X VALUE "N".

           01 COUNTERS.
               05 SWEPT-COUNTER  PIC 9(3) VALUE 0.
               05 KEPT-COUNTER   PIC 9(3) VALUE 0.
               05 RECORD-COUNTER PIC 9(6) VALUE 0.
               05 BAD-RECORD-COUNTER PIC 9(6) VALUE 0.
               05 PARTIAL-BATCH-COUNTER PIC 9(3) VALUE 0.

           01 FLAGS.
               05 EOF-LOCK   PIC X VALUE "N".
               05 EOF-STU    PIC X VALUE "N".
               05 EOF-LOG    PIC X VALUE "N".
               05 EOF-JOURNAL PIC X VALUE "N".
               05 STUFILE-OK PIC X VALUE "Y".
               05 ABEND-EVIDENCE PIC X VALUE "N".

               PERFORM 200-SWEEP-LOCK-REGISTRY
               PERFORM 300-VALIDATE-STUFILE
               PERFORM 400-CHECK-LAST-JOB-LOG-ROW
               PERFORM 500-CHECK-POSTING-JOURNAL
               PERFORM 800-WRITE-VERDICT
               CLOSE REPORT-FILE
           END-IF.
                   MOVE JOB-END-TIMESTAMP  TO LAST-END-STAMP
           END-READ.

      *****************************************************************
      * Replays POSTING-JOURNAL.txt batch by batch: a 'C' row closes
      * whatever started before it, so a batch still open at the end
      * of the file was left partly applied by a run that died.
      *****************************************************************
       500-CHECK-POSTING-JOURNAL.
           OPEN INPUT JOURNAL-FILE.
           IF JOURNAL-STATUS = "00" OR JOURNAL-STATUS = "05"
               PERFORM 510-READ-ONE-JOURNAL-ROW UNTIL EOF-JOURNAL = "Y"
               CLOSE JOURNAL-FILE
           END-IF.
           PERFORM 530-REPORT-ONE-BATCH
               VARYING IDX-WS FROM 1 BY 1
               UNTIL IDX-WS > JOURNAL-COUNT.

       510-READ-ONE-JOURNAL-ROW.
           READ JOURNAL-FILE
               AT END
                   MOVE "Y" TO EOF-JOURNAL
               NOT AT END
                   PERFORM 520-FIND-JOURNAL-ENTRY
                   IF JOURNAL-FOUND = "Y"
                       EVALUATE PJR-ENTRY-TYPE
                           WHEN "S"
                               MOVE "Y" TO PJT-OPEN(J-ENTRY)
                           WHEN "I"
                               MOVE PJR-ROW-NUMBER
                                   TO PJT-DOUBT-ROW(J-ENTRY)
                           WHEN "R"
                               MOVE PJR-ROW-NUMBER
                                   TO PJT-LAST-ROW(J-ENTRY)
                               IF PJT-DOUBT-ROW(J-ENTRY)
                                       = PJR-ROW-NUMBER
                                   MOVE 0 TO PJT-DOUBT-ROW(J-ENTRY)
                               END-IF
                           WHEN "C"
                               MOVE "N" TO PJT-OPEN(J-ENTRY)
                               MOVE 0 TO PJT-LAST-ROW(J-ENTRY)
                               MOVE 0 TO PJT-DOUBT-ROW(J-ENTRY)
                       END-EVALUATE
                   END-IF
           END-READ.

      *    Leaves J-ENTRY on the batch's table row, adding one for a
      *    batch not seen yet while there is room.
       520-FIND-JOURNAL-ENTRY.
           MOVE "N" TO JOURNAL-FOUND.
           SET J-ENTRY TO 1.
           SEARCH JOURNAL-ENTRY
               AT END
                   CONTINUE
               WHEN J-ENTRY > JOURNAL-COUNT
                   CONTINUE
               WHEN PJT-JOB-NAME(J-ENTRY) = PJR-JOB-NAME
                       AND PJT-BATCH-ID(J-ENTRY) = PJR-BATCH-ID
                       AND PJT-FILE-DATE(J-ENTRY) = PJR-FILE-DATE
                   MOVE "Y" TO JOURNAL-FOUND
           END-SEARCH.
           IF JOURNAL-FOUND = "N" AND JOURNAL-COUNT < JOURNAL-MAX
               ADD 1 TO JOURNAL-COUNT
               SET J-ENTRY TO JOURNAL-COUNT
               MOVE PJR-JOB-NAME  TO PJT-JOB-NAME(J-ENTRY)
               MOVE PJR-BATCH-ID  TO PJT-BATCH-ID(J-ENTRY)
               MOVE PJR-FILE-DATE TO PJT-FILE-DATE(J-ENTRY)
               MOVE 0   TO PJT-LAST-ROW(J-ENTRY)
               MOVE 0   TO PJT-DOUBT-ROW(J-ENTRY)
               MOVE "N" TO PJT-OPEN(J-ENTRY)
               MOVE "Y" TO JOURNAL-FOUND
           END-IF.

       530-REPORT-ONE-BATCH.
           IF PJT-OPEN(IDX-WS) = "Y"
               ADD 1 TO PARTIAL-BATCH-COUNTER
               MOVE SPACES TO REPORT-RECORD
               STRING "PARTLY APPLIED: " PJT-JOB-NAME(IDX-WS)
                      " BATCH " PJT-BATCH-ID(IDX-WS)
                      " OF " PJT-FILE-DATE(IDX-WS)
                      " - LAST ROW " PJT-LAST-ROW(IDX-WS)
                   DELIMITED BY SIZE INTO REPORT-RECORD
               END-STRING
               WRITE REPORT-RECORD
               IF PJT-DOUBT-ROW(IDX-WS) NOT = 0
                   MOVE SPACES TO REPORT-RECORD
                   STRING "  ROW " PJT-DOUBT-ROW(IDX-WS)
                          " WAS MID-POSTING - CHECK IT BY HAND"
                       DELIMITED BY SIZE INTO REPORT-RECORD
                   END-STRING
                   WRITE REPORT-RECORD
               END-IF
           END-IF.

       800-WRITE-VERDICT.
           MOVE SPACES TO REPORT-RECORD.
           WRITE REPORT-RECORD.
           IF STUFILE-OK = "Y" AND ABEND-EVIDENCE = "N"
                   AND PARTIAL-BATCH-COUNTER = 0
               MOVE "VERDICT: SAFE TO RESTART THE STREAM."
                   TO REPORT-RECORD
               WRITE REPORT-RECORD
                       TO REPORT-RECORD
                   WRITE REPORT-RECORD
               END-IF
               IF PARTIAL-BATCH-COUNTER > 0
                   MOVE "  RE-RUN EACH PARTLY APPLIED BATCH."
                       TO REPORT-RECORD
                   WRITE REPORT-RECORD
               END-IF
               MOVE 8 TO RETURN-CODE
           END-IF.
           DISPLAY "LOCKS SWEPT:         " SWEPT-COUNTER.
           DISPLAY "LOCKS KEPT:          " KEPT-COUNTER.
           DISPLAY "STUFILE RECORDS:     " RECORD-COUNTER.
           DISPLAY "SUSPECT RECORDS:     " BAD-RECORD-COUNTER.
           DISPLAY "PARTLY APPLIED:      " PARTIAL-BATCH-COUNTER.
           DISPLAY "VERDICT IN COLD-START-REPORT.txt".

       END PROGRAM COLD-START.
