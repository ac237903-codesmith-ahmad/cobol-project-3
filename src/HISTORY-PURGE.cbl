      * A duplicate key on the history WRITE means an earlier
      * interrupted run already archived the record - the live copy
      * is still deleted, so reruns converge.
      * A record a supervisor recalled from history (HISTORY-RECALL,
      * HIST-RECALLS.txt) stays on the live file, whatever the
      * cutoffs say, until its protect-until date has passed on the
      * business date - counted as kept, and shown on its own line.
      ******************************************************************
       IDENTIFICATION DIVISION.
       PROGRAM-ID. HISTORY-PURGE.
               ALTERNATE KEY IS HST-STUDENT-NUMBER WITH DUPLICATES
               ALTERNATE KEY IS HST-STUDENT-SURNAME WITH DUPLICATES
               FILE STATUS IS HIST-STATUS.
           SELECT OPTIONAL RECALL-FILE ASSIGN "HIST-RECALLS.txt"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS RECALL-STATUS.

       DATA DIVISION.
       FILE SECTION.
                         COURSE-GRADE-STATUS
                             BY HST-COURSE-GRADE-STATUS.

           FD RECALL-FILE.
           COPY "RECALL-RECORD.cpy".

       WORKING-STORAGE SECTION.
           01 FILE-STATUS PIC X(2).
           01 HIST-STATUS PIC X(2).
           01 RECALL-STATUS PIC X(2).

           01 COUNTERS.
               05 READ-COUNTER    PIC 9(6) VALUE 0.
               05 DELETE-COUNTER  PIC 9(6) VALUE 0.
               05 KEPT-COUNTER    PIC 9(6) VALUE 0.
               05 ERROR-COUNTER   PIC 9(6) VALUE 0.
               05 PROTECTED-COUNTER PIC 9(6) VALUE 0.

           01 FLAGS.
               05 EOF-STU     PIC X VALUE "N".
               05 MOVE-RECORD PIC X VALUE "N".
               05 HIST-WROTE  PIC X VALUE "N".
               05 EOF-RECALL  PIC X VALUE "N".
               05 PURGE-OK    PIC X VALUE "N".

      *    Recalled records and the date each is protected until -
      *    a later row for the same student/term replaces the date.
           01 RECALL-TABLE.
               05 RECALL-ENTRY OCCURS 2000 TIMES INDEXED R-ENTRY.
                   10 RTB-STUDENT-NUMBER PIC 9(6).
                   10 RTB-TERM-CODE      PIC X(6).
                   10 RTB-PROTECT-UNTIL  PIC 9(8).
           01 RECALL-COUNT PIC 9(4) VALUE 0.
           01 RECALL-MAX   PIC 9(4) VALUE 2000.
           01 RECALL-IDX-WS PIC 9(4).
           01 PROTECT-UNTIL-WS PIC 9(8) VALUE 0.
           01 PURGE-RUN-DATE PIC 9(8) VALUE 0.

      *    Records on terms older than this move to history...
           01 RETENTION-CUTOFF-TERM PIC X(6) VALUE SPACES.
                   MOVE RETENTION-CUTOFF-TERM
                       TO WITHDRAWN-CUTOFF-TERM
               END-IF
               CALL "BUSINESS-DATE" USING PURGE-RUN-DATE
               PERFORM 150-LOAD-RECALL-TABLE
           END-IF.
           IF PURGE-OK = "Y"
               OPEN I-O STUDENT-DATA-FILE
               OPEN I-O STUHIST-FILE
               PERFORM 300-PURGE-PASS
      *    CALL this program as one step of the night's stream.
           GOBACK.

       150-LOAD-RECALL-TABLE.
           SET R-ENTRY TO 1.
           OPEN INPUT RECALL-FILE.
           IF RECALL-STATUS = "00" OR RECALL-STATUS = "05"
               PERFORM 160-LOAD-ONE-RECALL UNTIL EOF-RECALL = "Y"
                   OR R-ENTRY > RECALL-MAX
               CLOSE RECALL-FILE
           END-IF.
           COMPUTE RECALL-COUNT = R-ENTRY - 1.
           IF EOF-RECALL NOT = "Y" AND RECALL-COUNT >= RECALL-MAX
               DISPLAY "HIST-RECALLS.txt EXCEEDS " RECALL-MAX
                   " ROWS. RUN ABORTED - NOTHING PURGED."
               MOVE 8 TO RETURN-CODE
           ELSE
               MOVE "Y" TO PURGE-OK
           END-IF.

       160-LOAD-ONE-RECALL.
           READ RECALL-FILE
               AT END
                   MOVE "Y" TO EOF-RECALL
               NOT AT END
                   MOVE RCL-STUDENT-NUMBER
                       TO RTB-STUDENT-NUMBER(R-ENTRY)
                   MOVE RCL-TERM-CODE TO RTB-TERM-CODE(R-ENTRY)
                   MOVE RCL-PROTECT-UNTIL
                       TO RTB-PROTECT-UNTIL(R-ENTRY)
                   SET R-ENTRY UP BY 1
           END-READ.

       300-PURGE-PASS.
           PERFORM UNTIL EOF-STU = "Y"
               READ STUDENT-DATA-FILE NEXT RECORD
                   MOVE "Y" TO MOVE-RECORD
               END-IF
           END-IF.
           IF MOVE-RECORD = "Y" AND RECALL-COUNT > 0
               PERFORM 315-CHECK-RECALL-PROTECT
           END-IF.

      *    The latest recall row for the record decides: protected
      *    through its protect-until date, purgeable the day after.
       315-CHECK-RECALL-PROTECT.
           MOVE 0 TO PROTECT-UNTIL-WS.
           PERFORM VARYING RECALL-IDX-WS FROM 1 BY 1
                   UNTIL RECALL-IDX-WS > RECALL-COUNT
               IF RTB-STUDENT-NUMBER(RECALL-IDX-WS) = STUDENT-NUMBER
                       AND RTB-TERM-CODE(RECALL-IDX-WS) = TERM-CODE
                   MOVE RTB-PROTECT-UNTIL(RECALL-IDX-WS)
                       TO PROTECT-UNTIL-WS
               END-IF
           END-PERFORM.
           IF PROTECT-UNTIL-WS >= PURGE-RUN-DATE
               MOVE "N" TO MOVE-RECORD
               ADD 1 TO PROTECTED-COUNTER
           END-IF.

      *****************************************************************
      * The move itself: copy field by field into the history record
       900-RECONCILE-AND-REPORT.
           DISPLAY "RECORDS READ:        " READ-COUNTER.
           DISPLAY "RECORDS KEPT:        " KEPT-COUNTER.
           DISPLAY "  RECALL-PROTECTED:  " PROTECTED-COUNTER.
           DISPLAY "RECORDS ARCHIVED:    " ARCHIVE-COUNTER.
           DISPLAY "RECORDS DELETED:     " DELETE-COUNTER.
           DISPLAY "ERRORS:              " ERROR-COUNTER.
