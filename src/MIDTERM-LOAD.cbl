      * verification pass runs first, the same way GRADE-LOAD proves
      * a file before posting any of it; detail rows must match a
      * live student/term record carrying the course, rejects with
      * reasons to MIDTERM-REJECTS.txt.  The HDR row's batch
      * identifier and file date go through INBOUND-REGISTRY, so the
      * same submission cannot land twice.
      ******************************************************************
       IDENTIFICATION DIVISION.
       PROGRAM-ID. MIDTERM-LOAD.
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
               05 INBOUND-OK           PIC X VALUE "N".

      *    INBOUND-REGISTRY parameter block - the HDR row's batch
      *    identifier checked before anything lands, registered once
      *    the batch has.
           COPY "INBOUND-CHECK.cpy".

           01 LOAD-WORK-AREA.
               05 RUN-DATE-WS PIC 9(8) VALUE 0.
                   " DETAIL ROWS. NOTHING LOADED."
               MOVE 8 TO RETURN-CODE
           ELSE
               PERFORM 220-CHECK-INBOUND-REGISTRY
               IF INBOUND-OK NOT = "Y"
                   DISPLAY "BATCH REJECTED - NOTHING LOADED."
                   MOVE 8 TO RETURN-CODE
               ELSE
                   PERFORM 205-LOAD-ASSIGNMENTS
                   PERFORM 300-LOAD-MIDTERM-FILE
                   PERFORM 950-DISPLAY-STATS
                   PERFORM 230-REGISTER-INBOUND-BATCH
               END-IF
           END-IF.
      *    GOBACK, not STOP RUN, so the job-stream controller can
      *    CALL this program as one step of the night's stream.
               NOT AT END
                   EVALUATE GCT-RECORD-TYPE
                       WHEN "HDR"
                           MOVE "Y" TO HEADER-FOUND
                           MOVE IHD-BATCH-ID  TO INB-BATCH-ID
                           MOVE IHD-FILE-DATE TO INB-FILE-DATE
                       WHEN "TRL"
                           MOVE "Y" TO TRAILER-FOUND
                           MOVE GCT-RECORD-COUNT
                   END-EVALUATE
           END-READ.

      *****************************************************************
      * Duplicate-load guard, as GRADE-LOAD's: a midterm batch the
      * registry already holds is refused whole, unless a supervisor
      * has authorized one reload of it through INBOUND-OVERRIDE.
      *****************************************************************
       220-CHECK-INBOUND-REGISTRY.
           MOVE "N" TO INBOUND-OK.
           MOVE "CK" TO INB-ACTION.
           MOVE "MIDTERM" TO INB-FEED-CODE.
           MOVE "MIDTERM" TO INB-OPERATOR-ID.
           IF HEADER-FOUND NOT = "Y"
               MOVE SPACES TO INB-BATCH-ID
           END-IF.
           CALL "INBOUND-REGISTRY" USING INBOUND-CHECK.
           EVALUATE INB-RESULT
               WHEN "00"
                   MOVE "Y" TO INBOUND-OK
               WHEN "OV"
                   DISPLAY "BATCH " INB-BATCH-ID " ALREADY LOADED - "
                       "RELOAD AUTHORIZED BY " INB-OVERRIDE-BY
                   MOVE "Y" TO INBOUND-OK
               WHEN "DP"
                   DISPLAY "BATCH " INB-BATCH-ID " OF " INB-FILE-DATE
                       " WAS ALREADY LOADED - DUPLICATE FILE"
               WHEN OTHER
                   DISPLAY "NO HDR BATCH ID/FILE DATE ON "
                       "MIDTERM-LOAD.txt"
           END-EVALUATE.

       230-REGISTER-INBOUND-BATCH.
           MOVE "RG" TO INB-ACTION.
           MOVE CONTROL-DETAIL-COUNT TO INB-DETAIL-COUNT.
           CALL "INBOUND-REGISTRY" USING INBOUND-CHECK.

       205-LOAD-ASSIGNMENTS.
           SET AS-ENTRY TO 1.
           MOVE "N" TO EOF-ASSIGN.
