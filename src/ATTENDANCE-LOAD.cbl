      * STUFILE.dat - the student/term record must exist and carry
      * the course - and lands good rows in ATTENDANCE.txt (see
      * ATTENDANCE-RECORD.cpy) for the post-census NOSHOW-DROP pass,
      * rejects with reasons to ATTEND-REJECTS.txt.  The feed opens
      * with an HDR row carrying the instructor system's batch
      * identifier and file date; INBOUND-REGISTRY refuses a batch
      * already loaded.
      ******************************************************************
       IDENTIFICATION DIVISION.
       PROGRAM-ID. ATTENDANCE-LOAD.
               05 AFD-COURSE-CODE    PIC X(7).
               05 FILLER             PIC X.
               05 AFD-CONFIRMED-FLAG PIC X(1).
      *    The leading HDR row: the sender's batch identifier and
      *    file date - the duplicate-load guard's key.
           COPY "INBOUND-HEADER.cpy".

           FD STUDENT-DATA-FILE
               RECORD IS VARYING IN SIZE FROM 82 TO 181 CHARACTERS
           01 FLAGS.
               05 EOF-FEED PIC X VALUE "N".
               05 COURSE-ON-RECORD PIC X VALUE "N".
               05 INBOUND-OK PIC X VALUE "N".

      *    INBOUND-REGISTRY parameter block - the HDR row's batch
      *    identifier checked before anything lands, registered once
      *    the batch has.
           COPY "INBOUND-CHECK.cpy".

           01 LOAD-WORK-AREA.
               05 RUN-DATE-WS PIC 9(8) VALUE 0.
               DISPLAY "ATTEND-FEED.txt NOT FOUND. NOTHING LOADED."
               MOVE 8 TO RETURN-CODE
           ELSE
               PERFORM 200-CHECK-INBOUND-HEADER
               IF INBOUND-OK NOT = "Y"
                   CLOSE ATTEND-FEED-FILE
                   DISPLAY "BATCH REJECTED - NOTHING LOADED."
                   MOVE 8 TO RETURN-CODE
               ELSE
                   OPEN INPUT STUDENT-DATA-FILE
                   OPEN EXTEND ATTENDANCE-FILE
                   OPEN OUTPUT REJECTS-FILE
                   PERFORM 300-LOAD-ONE-ROW UNTIL EOF-FEED = "Y"
                   CLOSE ATTEND-FEED-FILE
                   CLOSE STUDENT-DATA-FILE
                   CLOSE ATTENDANCE-FILE
                   CLOSE REJECTS-FILE
                   PERFORM 950-DISPLAY-STATS
                   PERFORM 210-REGISTER-INBOUND-BATCH
               END-IF
           END-IF.
      *    GOBACK, not STOP RUN, so the job-stream controller can
      *    CALL this program as one step of the night's stream.
           GOBACK.

      *****************************************************************
      * The first row must be the HDR.  Its batch identifier and file
      * date go to INBOUND-REGISTRY: a batch already loaded is
      * refused whole, unless a supervisor has authorized one reload
      * of it through INBOUND-OVERRIDE.
      *****************************************************************
       200-CHECK-INBOUND-HEADER.
           MOVE "N" TO INBOUND-OK.
           MOVE "CK" TO INB-ACTION.
           MOVE "ATTENDLOAD" TO INB-FEED-CODE.
           MOVE "ATTENDLOAD" TO INB-OPERATOR-ID.
           MOVE SPACES TO INB-BATCH-ID.
           READ ATTEND-FEED-FILE
               AT END
                   MOVE "Y" TO EOF-FEED
               NOT AT END
                   IF IHD-RECORD-TYPE = "HDR"
                       MOVE IHD-BATCH-ID  TO INB-BATCH-ID
                       MOVE IHD-FILE-DATE TO INB-FILE-DATE
                   END-IF
           END-READ.
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
                       "ATTEND-FEED.txt"
           END-EVALUATE.

       210-REGISTER-INBOUND-BATCH.
           MOVE "RG" TO INB-ACTION.
           MOVE READ-COUNTER TO INB-DETAIL-COUNT.
           CALL "INBOUND-REGISTRY" USING INBOUND-CHECK.

       300-LOAD-ONE-ROW.
           READ ATTEND-FEED-FILE
               AT END
