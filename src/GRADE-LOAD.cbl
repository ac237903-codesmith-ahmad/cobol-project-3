      * from the instructor system's grade-submission file, the same
      * way BATCH-PAYMENT.cbl applies a batch of remittances - so a
      * term's grades don't have to be retyped one course at a time
      * through UPDATE-STUDENT-FILE.  The HDR row carries the
      * instructor system's batch identifier and file date, and
      * INBOUND-REGISTRY refuses a batch that has already been
      * loaded - a reload needs a supervisor's INBOUND-OVERRIDE first.
      * Each detail row is journalled through POSTING-JOURNAL as it
      * commits, so a rerun after an abend resumes after the last
      * committed row, exactly as BATCH-PAYMENT's does.
      ******************************************************************
       IDENTIFICATION DIVISION.
       PROGRAM-ID. GRADE-LOAD.
               RECORD KEY IS STUDENT-KEY
               FILE STATUS IS FILE-STATUS.
      *    Grade lines that couldn't be applied, with the reason.
      *    OPTIONAL so a resumed run can EXTEND what the interrupted
      *    one wrote.
           SELECT OPTIONAL REJECTS-FILE ASSIGN "GRADE-LOAD-REJECTS.txt"
               ORGANIZATION IS LINE SEQUENTIAL.
      *    Same audit trail STUDENT-REPORT.cbl and BATCH-PAYMENT.cbl
      *    write to on every change to a STUFILE.dat record, so a
               05 GCT-RECORD-TYPE    PIC X(3).
               05 FILLER             PIC X.
               05 GCT-RECORD-COUNT   PIC 9(6).
      *    The HDR row's own shape: the sender's batch identifier and
      *    file date - the duplicate-load guard's key.
           COPY "INBOUND-HEADER.cpy".

           FD STUDENT-DATA-FILE
               RECORD IS VARYING IN SIZE FROM 82 TO 181 CHARACTERS
               05 CONTROL-DETAIL-COUNT PIC 9(6) VALUE 0.
               05 TRAILER-FOUND        PIC X VALUE "N".
               05 TRAILER-RECORD-COUNT PIC 9(6) VALUE 0.
               05 HEADER-FOUND         PIC X VALUE "N".

      *    INBOUND-REGISTRY parameter block - the HDR row's batch
      *    identifier checked before anything posts, registered once
      *    the batch has.
           COPY "INBOUND-CHECK.cpy".

      *    POSTING-JOURNAL parameter block and the restart bookkeeping,
      *    as BATCH-PAYMENT keeps it - a grade row carries no amount,
      *    so only the row count has to prove across runs.
           COPY "JOURNAL-CHECK.cpy".
           01 RESTART-WORK-AREA.
               05 DETAIL-ROW-NUMBER    PIC 9(6) VALUE 0.
               05 RESTART-AFTER-ROW    PIC 9(6) VALUE 0.
               05 RESTART-DOUBT-ROW    PIC 9(6) VALUE 0.
               05 RESTART-FLAG         PIC X VALUE "N".
               05 RESTART-SKIP-COUNTER PIC 9(6) VALUE 0.
               05 JOURNAL-ROW-TOTAL    PIC 9(6) VALUE 0.
               05 JOURNAL-PROVED       PIC X VALUE "N".

      *    TERM-CALENDAR.txt loaded at startup - grades submitted past
      *    the term's grade deadline are rejected.
                   PERFORM 300-APPLY-GRADE-LOAD-FILE
                   PERFORM 400-DISPLAY-STATS
                   PERFORM 900-CLOSE-FILES
                   PERFORM 295-PROVE-JOURNAL-TOTALS
                   IF JOURNAL-PROVED = "Y"
                       PERFORM 280-REGISTER-INBOUND-BATCH
                   END-IF
               ELSE
                   DISPLAY "BATCH REJECTED - NOTHING POSTED."
                   MOVE 8 TO RETURN-CODE
       200-OPEN-FILES.
           OPEN INPUT  GRADE-LOAD-FILE.
           OPEN I-O    STUDENT-DATA-FILE.
           IF RESTART-FLAG = "Y"
               OPEN EXTEND REJECTS-FILE
           ELSE
               OPEN OUTPUT REJECTS-FILE
           END-IF.
           OPEN EXTEND AUDIT-LOG-FILE.
           OPEN EXTEND NOTIFY-QUEUE-FILE.

                   MOVE "Y" TO BATCH-CONTROL-OK
               END-IF
           END-IF.
           IF BATCH-CONTROL-OK = "Y"
               PERFORM 270-CHECK-INBOUND-REGISTRY
           END-IF.
           IF BATCH-CONTROL-OK = "Y"
               PERFORM 290-FIND-RESTART-POINT
           END-IF.

       260-TALLY-ONE-CONTROL-ROW.
           EVALUATE GCT-RECORD-TYPE
               WHEN "HDR"
                   MOVE "Y" TO HEADER-FOUND
                   MOVE IHD-BATCH-ID  TO INB-BATCH-ID
                   MOVE IHD-FILE-DATE TO INB-FILE-DATE
               WHEN "TRL"
                   MOVE "Y" TO TRAILER-FOUND
                   MOVE GCT-RECORD-COUNT TO TRAILER-RECORD-COUNT
                   ADD 1 TO CONTROL-DETAIL-COUNT
           END-EVALUATE.

      *****************************************************************
      * Duplicate-load guard, as BATCH-PAYMENT's: a grade batch the
      * registry already holds is refused whole, unless a supervisor
      * has authorized one reload of it through INBOUND-OVERRIDE.
      *****************************************************************
       270-CHECK-INBOUND-REGISTRY.
           MOVE "N" TO BATCH-CONTROL-OK.
           MOVE "CK" TO INB-ACTION.
           MOVE "GRADELOAD" TO INB-FEED-CODE.
           MOVE OPERATOR-ID-WS TO INB-OPERATOR-ID.
           IF HEADER-FOUND NOT = "Y"
               MOVE SPACES TO INB-BATCH-ID
           END-IF.
           CALL "INBOUND-REGISTRY" USING INBOUND-CHECK.
           EVALUATE INB-RESULT
               WHEN "00"
                   MOVE "Y" TO BATCH-CONTROL-OK
               WHEN "OV"
                   DISPLAY "BATCH " INB-BATCH-ID " ALREADY LOADED - "
                       "RELOAD AUTHORIZED BY " INB-OVERRIDE-BY
                   MOVE "Y" TO BATCH-CONTROL-OK
               WHEN "DP"
                   DISPLAY "BATCH " INB-BATCH-ID " OF " INB-FILE-DATE
                       " WAS ALREADY LOADED - DUPLICATE FILE"
               WHEN OTHER
                   DISPLAY "NO HDR BATCH ID/FILE DATE ON "
                       "GRADE-LOAD.txt"
           END-EVALUATE.

       280-REGISTER-INBOUND-BATCH.
           MOVE "RG" TO INB-ACTION.
           MOVE CONTROL-DETAIL-COUNT TO INB-DETAIL-COUNT.
           CALL "INBOUND-REGISTRY" USING INBOUND-CHECK.

      *****************************************************************
      * Restart check, as BATCH-PAYMENT's: a batch left part-posted
      * resumes after its last committed row.
      *****************************************************************
       290-FIND-RESTART-POINT.
           MOVE "RS" TO JNL-ACTION.
           MOVE INB-FEED-CODE TO JNL-JOB-NAME.
           MOVE INB-BATCH-ID  TO JNL-BATCH-ID.
           MOVE INB-FILE-DATE TO JNL-FILE-DATE.
           CALL "POSTING-JOURNAL" USING JOURNAL-CHECK.
           IF JNL-RESULT = "RS"
               IF JNL-ROW-NUMBER > CONTROL-DETAIL-COUNT
                       OR JNL-DOUBT-ROW > CONTROL-DETAIL-COUNT
                   DISPLAY "POSTING-JOURNAL.txt SHOWS ROW "
                       JNL-ROW-NUMBER " COMMITTED - FILE HAS ONLY "
                       CONTROL-DETAIL-COUNT
                   MOVE "N" TO BATCH-CONTROL-OK
               ELSE
                   MOVE "Y" TO RESTART-FLAG
                   MOVE JNL-ROW-NUMBER TO RESTART-AFTER-ROW
                   MOVE JNL-DOUBT-ROW  TO RESTART-DOUBT-ROW
                   MOVE JNL-ROW-COUNT  TO JOURNAL-ROW-TOTAL
                   DISPLAY "BATCH " INB-BATCH-ID " WAS LEFT PART-"
                       "POSTED - RESUMING AFTER ROW " RESTART-AFTER-ROW
               END-IF
           END-IF.
           IF BATCH-CONTROL-OK = "Y"
               MOVE "BG" TO JNL-ACTION
               MOVE RESTART-AFTER-ROW TO JNL-ROW-NUMBER
               CALL "POSTING-JOURNAL" USING JOURNAL-CHECK
           END-IF.

      *****************************************************************
      * Rows committed by the interrupted run plus this one's must
      * equal the TRL row's count before the batch is closed on the
      * journal and registered.
      *****************************************************************
       295-PROVE-JOURNAL-TOTALS.
           MOVE "N" TO JOURNAL-PROVED.
           DISPLAY "ROWS COMMITTED: " JOURNAL-ROW-TOTAL
               " OF " CONTROL-DETAIL-COUNT.
           IF JOURNAL-ROW-TOTAL = CONTROL-DETAIL-COUNT
               MOVE "Y" TO JOURNAL-PROVED
               MOVE "EN" TO JNL-ACTION
               MOVE JOURNAL-ROW-TOTAL TO JNL-ROW-COUNT
               MOVE 0 TO JNL-AMOUNT
               CALL "POSTING-JOURNAL" USING JOURNAL-CHECK
           ELSE
               DISPLAY "COMMITTED ROWS DO NOT PROVE TO THE TRL ROW - "
                   "BATCH LEFT OPEN ON POSTING-JOURNAL.txt"
               MOVE 8 TO RETURN-CODE
           END-IF.

       300-APPLY-GRADE-LOAD-FILE.
           PERFORM UNTIL EOF-GRADE = "Y"
               READ GRADE-LOAD-FILE
                               OR GCT-RECORD-TYPE = "TRL"
                           CONTINUE
                       ELSE
                           ADD 1 TO DETAIL-ROW-NUMBER
                           PERFORM 305-APPLY-OR-SKIP-ROW
                       END-IF
               END-READ
           END-PERFORM.

      *****************************************************************
      * Rows the interrupted run committed are skipped; the row it
      * died on is rejected for the registrar to check rather than
      * posted again; every other row posts between its 'I' and 'R'
      * journal rows.
      *****************************************************************
       305-APPLY-OR-SKIP-ROW.
           MOVE DETAIL-ROW-NUMBER TO JNL-ROW-NUMBER.
           IF DETAIL-ROW-NUMBER NOT > RESTART-AFTER-ROW
               ADD 1 TO RESTART-SKIP-COUNTER
           ELSE
               ADD 1 TO READ-COUNTER
               IF DETAIL-ROW-NUMBER = RESTART-DOUBT-ROW
                   MOVE "IN DOUBT AT RESTART - CHECK" TO REJ-REASON-OUT
                   PERFORM 330-WRITE-REJECT
               ELSE
                   MOVE "IN" TO JNL-ACTION
                   CALL "POSTING-JOURNAL" USING JOURNAL-CHECK
                   PERFORM 310-APPLY-ONE-GRADE
               END-IF
               MOVE "RW" TO JNL-ACTION
               MOVE DETAIL-ROW-NUMBER TO JNL-ROW-NUMBER
               MOVE 0 TO JNL-AMOUNT
               CALL "POSTING-JOURNAL" USING JOURNAL-CHECK
               ADD 1 TO JOURNAL-ROW-TOTAL
           END-IF.

       310-APPLY-ONE-GRADE.
           PERFORM 312-CHECK-INSTRUCTOR-OF-RECORD.
           IF INSTRUCTOR-OK-FLAG NOT = "Y"
           MOVE AUD-NEW-AVG-DISPLAY TO AUD-NEW-VALUE.
           MOVE OPERATOR-ID-WS TO AUD-OPERATOR-ID.
           MOVE FUNCTION CURRENT-DATE TO AUD-TIMESTAMP.
           CALL "AUDIT-CHAIN" USING AUDIT-LOG-RECORD.
           WRITE AUDIT-LOG-RECORD.
           PERFORM 355-QUEUE-GRADE-EVENT.

           DISPLAY "GRADES READ:    " READ-COUNTER.
           DISPLAY "GRADES APPLIED: " WRITE-COUNTER.
           DISPLAY "GRADES REJECTED:" REJECT-COUNTER.
           IF RESTART-FLAG = "Y"
               DISPLAY "SKIPPED - POSTED BY THE INTERRUPTED RUN: "
                   RESTART-SKIP-COUNTER
           END-IF.
           IF REJECT-COUNTER > 0
               MOVE 4 TO RETURN-CODE
           END-IF.
