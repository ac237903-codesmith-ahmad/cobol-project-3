      ******************************************************************
      * Tectonics: Posting journal for the restartable posting
      * batches.  When BATCH-PAYMENT or GRADE-LOAD died half-way down
      * a file, STUFILE.dat already held the first half and the only
      * safe way back was RECOVERY-REPLAY.  Now each of them CALLs
      * here as it goes (see JOURNAL-CHECK.cpy): an 'I' row before a
      * detail row posts, an 'R' row once it is committed, and a 'C'
      * row when the batch proves out.  A rerun against the same
      * file asks "RS" first and resumes after the last committed
      * row; the one row caught between its 'I' and its 'R' is
      * handed back as in doubt rather than posted a second time.
      * POSTING-JOURNAL.txt is opened and closed on every call so
      * each row is on disk before the posting it covers moves on.
      * CALLed the same self-contained way INBOUND-REGISTRY is;
      * COLD-START reads the same file to list batches left open.
      ******************************************************************
       IDENTIFICATION DIVISION.
       PROGRAM-ID. POSTING-JOURNAL.

       ENVIRONMENT DIVISION.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
           SELECT OPTIONAL JOURNAL-FILE ASSIGN "POSTING-JOURNAL.txt"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS JOURNAL-STATUS.

       DATA DIVISION.
       FILE SECTION.
           FD JOURNAL-FILE.
           COPY "POSTING-JOURNAL-RECORD.cpy".

       WORKING-STORAGE SECTION.
           01 JOURNAL-STATUS PIC X(2).
           01 EOF-JOURNAL    PIC X VALUE "N".

           01 JOURNAL-WORK-AREA.
               05 BATCH-OPEN-WS    PIC X VALUE "N".
               05 LAST-ROW-WS      PIC 9(6) VALUE 0.
               05 DOUBT-ROW-WS     PIC 9(6) VALUE 0.
               05 ROW-COUNT-WS     PIC 9(6) VALUE 0.
               05 AMOUNT-TOTAL-WS  PIC 9(9)V99 VALUE 0.

       LINKAGE SECTION.
           COPY "JOURNAL-CHECK.cpy".

       PROCEDURE DIVISION USING JOURNAL-CHECK.
       100-MAIN.
           EVALUATE JNL-ACTION
               WHEN "RS" PERFORM 200-FIND-RESTART-POINT
               WHEN "BG" PERFORM 300-WRITE-JOURNAL-ROW
               WHEN "IN" PERFORM 300-WRITE-JOURNAL-ROW
               WHEN "RW" PERFORM 300-WRITE-JOURNAL-ROW
               WHEN "EN" PERFORM 300-WRITE-JOURNAL-ROW
           END-EVALUATE.
           GOBACK.

      *****************************************************************
      * Replays the batch's journal rows in order.  A 'C' row closes
      * everything before it, so only the run(s) since the batch last
      * completed count - a deliberate reload starts fresh.
      *****************************************************************
       200-FIND-RESTART-POINT.
           MOVE "N" TO BATCH-OPEN-WS.
           MOVE 0 TO LAST-ROW-WS.
           MOVE 0 TO DOUBT-ROW-WS.
           MOVE 0 TO ROW-COUNT-WS.
           MOVE 0 TO AMOUNT-TOTAL-WS.
           MOVE "N" TO EOF-JOURNAL.
           OPEN INPUT JOURNAL-FILE.
           IF JOURNAL-STATUS = "00" OR JOURNAL-STATUS = "05"
               PERFORM 210-REPLAY-ONE-ROW UNTIL EOF-JOURNAL = "Y"
               CLOSE JOURNAL-FILE
           END-IF.
           IF BATCH-OPEN-WS = "Y"
               MOVE "RS" TO JNL-RESULT
               MOVE LAST-ROW-WS     TO JNL-ROW-NUMBER
               MOVE DOUBT-ROW-WS    TO JNL-DOUBT-ROW
               MOVE ROW-COUNT-WS    TO JNL-ROW-COUNT
               MOVE AMOUNT-TOTAL-WS TO JNL-AMOUNT
           ELSE
               MOVE "00" TO JNL-RESULT
               MOVE 0 TO JNL-ROW-NUMBER
               MOVE 0 TO JNL-DOUBT-ROW
               MOVE 0 TO JNL-ROW-COUNT
               MOVE 0 TO JNL-AMOUNT
           END-IF.

       210-REPLAY-ONE-ROW.
           READ JOURNAL-FILE
               AT END
                   MOVE "Y" TO EOF-JOURNAL
               NOT AT END
                   IF PJR-JOB-NAME = JNL-JOB-NAME
                           AND PJR-BATCH-ID = JNL-BATCH-ID
                           AND PJR-FILE-DATE = JNL-FILE-DATE
                       PERFORM 220-APPLY-ONE-ROW
                   END-IF
           END-READ.

       220-APPLY-ONE-ROW.
           EVALUATE PJR-ENTRY-TYPE
               WHEN "S"
                   MOVE "Y" TO BATCH-OPEN-WS
               WHEN "I"
                   MOVE PJR-ROW-NUMBER TO DOUBT-ROW-WS
               WHEN "R"
                   MOVE PJR-ROW-NUMBER TO LAST-ROW-WS
                   ADD 1 TO ROW-COUNT-WS
                   ADD PJR-AMOUNT TO AMOUNT-TOTAL-WS
                   IF DOUBT-ROW-WS = PJR-ROW-NUMBER
                       MOVE 0 TO DOUBT-ROW-WS
                   END-IF
               WHEN "C"
                   MOVE "N" TO BATCH-OPEN-WS
                   MOVE 0 TO LAST-ROW-WS
                   MOVE 0 TO DOUBT-ROW-WS
                   MOVE 0 TO ROW-COUNT-WS
                   MOVE 0 TO AMOUNT-TOTAL-WS
           END-EVALUATE.

      *****************************************************************
      * One journal row per call, closed behind it so it is on disk
      * before the caller goes on to the next posting.
      *****************************************************************
       300-WRITE-JOURNAL-ROW.
           OPEN EXTEND JOURNAL-FILE.
           MOVE SPACES TO POSTING-JOURNAL-RECORD.
           EVALUATE JNL-ACTION
               WHEN "BG" MOVE "S" TO PJR-ENTRY-TYPE
               WHEN "IN" MOVE "I" TO PJR-ENTRY-TYPE
               WHEN "RW" MOVE "R" TO PJR-ENTRY-TYPE
               WHEN "EN" MOVE "C" TO PJR-ENTRY-TYPE
           END-EVALUATE.
           MOVE JNL-JOB-NAME  TO PJR-JOB-NAME.
           MOVE JNL-BATCH-ID  TO PJR-BATCH-ID.
           MOVE JNL-FILE-DATE TO PJR-FILE-DATE.
           IF JNL-ACTION = "EN"
               MOVE JNL-ROW-COUNT TO PJR-ROW-NUMBER
           ELSE
               MOVE JNL-ROW-NUMBER TO PJR-ROW-NUMBER
           END-IF.
           IF JNL-ACTION = "RW" OR JNL-ACTION = "EN"
               MOVE JNL-AMOUNT TO PJR-AMOUNT
           ELSE
               MOVE 0 TO PJR-AMOUNT
           END-IF.
           MOVE FUNCTION CURRENT-DATE TO PJR-TIMESTAMP.
           WRITE POSTING-JOURNAL-RECORD.
           CLOSE JOURNAL-FILE.
           MOVE "00" TO JNL-RESULT.

       END PROGRAM POSTING-JOURNAL.
