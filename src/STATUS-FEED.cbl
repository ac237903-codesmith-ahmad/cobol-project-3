      * with the new STATUS-CODE, rejects with reasons to
      * STATUS-FEED-REJECTS.txt, an AUDIT-LOG.txt row per applied
      * change, and the usual severity-scale RETURN-CODE.  Closed
      * terms are refused like every other batch write.  The list
      * opens with an HDR row carrying the registrar's batch
      * identifier and file date; INBOUND-REGISTRY refuses a batch
      * already applied.
      ******************************************************************
       IDENTIFICATION DIVISION.
       PROGRAM-ID. STATUS-FEED.
               05 STC-TERM-CODE      PIC X(6).
               05 FILLER             PIC X VALUE SPACE.
               05 STC-NEW-STATUS     PIC X(1).
      *    The leading HDR row: the sender's batch identifier and
      *    file date - the duplicate-load guard's key.
           COPY "INBOUND-HEADER.cpy".

           FD STUDENT-DATA-FILE
               RECORD IS VARYING IN SIZE FROM 82 TO 181 CHARACTERS
               05 REJECT-COUNTER PIC 9(5) VALUE 0.
           01 FLAGS.
               05 EOF-FEED PIC X VALUE "N".
               05 INBOUND-OK PIC X VALUE "N".

      *    INBOUND-REGISTRY parameter block - the HDR row's batch
      *    identifier checked before anything is applied, registered
      *    once the batch has been.
           COPY "INBOUND-CHECK.cpy".

           01 OPERATOR-ID-WS PIC X(10) VALUE "STATFEED".

       PROCEDURE DIVISION.
       100-MAIN.
           PERFORM 160-LOAD-CLOSED-TERMS.
           OPEN INPUT STATUS-CHANGE-FILE.
           PERFORM 180-CHECK-INBOUND-HEADER.
           IF INBOUND-OK NOT = "Y"
               CLOSE STATUS-CHANGE-FILE
               DISPLAY "BATCH REJECTED - NOTHING APPLIED."
               MOVE 8 TO RETURN-CODE
           ELSE
               PERFORM 200-OPEN-FILES
               PERFORM 300-APPLY-STATUS-FILE
               PERFORM 400-DISPLAY-STATS
               PERFORM 900-CLOSE-FILES
               PERFORM 190-REGISTER-INBOUND-BATCH
           END-IF.
      *    GOBACK, not STOP RUN, so the job-stream controller can
      *    CALL this program as one step of the night's stream.
           GOBACK.
               END-IF
           END-PERFORM.

      *****************************************************************
      * The first row must be the HDR.  Its batch identifier and file
      * date go to INBOUND-REGISTRY: a batch already applied is
      * refused whole, unless a supervisor has authorized one reload
      * of it through INBOUND-OVERRIDE.
      *****************************************************************
       180-CHECK-INBOUND-HEADER.
           MOVE "N" TO INBOUND-OK.
           MOVE "CK" TO INB-ACTION.
           MOVE "STATUSFEED" TO INB-FEED-CODE.
           MOVE OPERATOR-ID-WS TO INB-OPERATOR-ID.
           MOVE SPACES TO INB-BATCH-ID.
           READ STATUS-CHANGE-FILE
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
                       "STATUS-CHANGE.txt"
           END-EVALUATE.

       190-REGISTER-INBOUND-BATCH.
           MOVE "RG" TO INB-ACTION.
           MOVE READ-COUNTER TO INB-DETAIL-COUNT.
           CALL "INBOUND-REGISTRY" USING INBOUND-CHECK.

      *    STATUS-CHANGE.txt is already open - 100-MAIN read its HDR.
       200-OPEN-FILES.
           OPEN I-O    STUDENT-DATA-FILE.
           OPEN OUTPUT REJECTS-FILE.
           OPEN EXTEND AUDIT-LOG-FILE.
           MOVE STC-NEW-STATUS TO AUD-NEW-VALUE.
           MOVE OPERATOR-ID-WS TO AUD-OPERATOR-ID.
           MOVE FUNCTION CURRENT-DATE TO AUD-TIMESTAMP.
           CALL "AUDIT-CHAIN" USING AUDIT-LOG-RECORD.
           WRITE AUDIT-LOG-RECORD.

       320-WRITE-REJECT.
