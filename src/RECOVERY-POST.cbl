      * exactly why this money can't go through MODULE-2 or
      * BATCH-PAYMENT.  Rows with no matching write-off, or that
      * would recover more than is outstanding, go to the exception
      * listing and post nothing.  The file opens with an HDR row
      * carrying the agency's batch identifier and file date;
      * INBOUND-REGISTRY refuses a batch already loaded, so a resent
      * remittance cannot recover the same money twice.
      * A compassionate write-off (WOF-REASON 'C', a deceased
      * student's balance) was never referred for collection; a row
      * against one is rejected, not posted.
      ******************************************************************
       IDENTIFICATION DIVISION.
       PROGRAM-ID. RECOVERY-POST.
               05 RIN-AMOUNT         PIC 9(7)V99.
               05 FILLER             PIC X.
               05 RIN-AGENCY-REF     PIC X(12).
      *    The leading HDR row: the agency's batch identifier and
      *    file date - the duplicate-load guard's key.
           COPY "INBOUND-HEADER.cpy".

           FD WRITEOFF-FILE.
           COPY "WRITEOFF-RECORD.cpy".
                   10 WTBL-AMOUNT         PIC 9(7)V99.
                   10 WTBL-DATE           PIC 9(8).
                   10 WTBL-RECOVERED      PIC 9(7)V99.
                   10 WTBL-REASON         PIC X(1).
           01 WRITEOFF-ENTRY-COUNT PIC 9(4) VALUE 0.
           01 WRITEOFF-TABLE-MAX   PIC 9(4) VALUE 1000.

           01 FLAGS.
               05 EOF-WRITEOFFS PIC X VALUE "N".
               05 EOF-RECOVERY  PIC X VALUE "N".
               05 INBOUND-OK    PIC X VALUE "N".

      *    INBOUND-REGISTRY parameter block - the HDR row's batch
      *    identifier checked before anything posts, registered once
      *    the batch has.
           COPY "INBOUND-CHECK.cpy".

           01 MATCH-WORK-AREA.
               05 MATCH-ENTRY-WS   PIC 9(4) VALUE 0.
                       "NOTHING POSTED."
                   MOVE 8 TO RETURN-CODE
               ELSE
                   PERFORM 200-CHECK-INBOUND-HEADER
                   IF INBOUND-OK NOT = "Y"
                       CLOSE RECOVERY-IN-FILE
                       DISPLAY "BATCH REJECTED - NOTHING POSTED."
                       MOVE 8 TO RETURN-CODE
                   ELSE
                       OPEN EXTEND RECOVERY-OUT-FILE
                       OPEN OUTPUT REJECTS-FILE
                       PERFORM 300-POST-ONE-RECOVERY
                           UNTIL EOF-RECOVERY = "Y"
                       CLOSE RECOVERY-IN-FILE
                       CLOSE RECOVERY-OUT-FILE
                       CLOSE REJECTS-FILE
                       PERFORM 800-SAVE-WRITEOFF-TABLE
                       PERFORM 950-DISPLAY-STATS
                       PERFORM 210-REGISTER-INBOUND-BATCH
                   END-IF
               END-IF
           END-IF.
      *    GOBACK, not STOP RUN, so the job-stream controller can
                   ELSE
                       MOVE 0 TO WTBL-RECOVERED(W-ENTRY)
                   END-IF
                   MOVE WOF-REASON    TO WTBL-REASON(W-ENTRY)
                   ADD 1 TO W-ENTRY
           END-READ.

      *****************************************************************
      * The first row must be the HDR.  Its batch identifier and file
      * date go to INBOUND-REGISTRY: a batch already loaded is
      * refused whole, unless a supervisor has authorized one reload
      * of it through INBOUND-OVERRIDE.
      *****************************************************************
       200-CHECK-INBOUND-HEADER.
           MOVE "N" TO INBOUND-OK.
           MOVE "CK" TO INB-ACTION.
           MOVE "RECOVPOST" TO INB-FEED-CODE.
           MOVE "RECOVPOST" TO INB-OPERATOR-ID.
           MOVE SPACES TO INB-BATCH-ID.
           READ RECOVERY-IN-FILE
               AT END
                   MOVE "Y" TO EOF-RECOVERY
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
                       "AGENCY-RECOVERIES.txt"
           END-EVALUATE.

       210-REGISTER-INBOUND-BATCH.
           MOVE "RG" TO INB-ACTION.
           MOVE READ-COUNTER TO INB-DETAIL-COUNT.
           CALL "INBOUND-REGISTRY" USING INBOUND-CHECK.

       300-POST-ONE-RECOVERY.
           READ RECOVERY-IN-FILE
               AT END
                   SET MATCH-ENTRY-WS TO W-ENTRY
               END-IF
           END-PERFORM.
           IF MATCH-ENTRY-WS > 0
               COMPUTE OUTSTANDING-WS =
                   WTBL-AMOUNT(MATCH-ENTRY-WS)
                   - WTBL-RECOVERED(MATCH-ENTRY-WS)
           END-IF.
           EVALUATE TRUE
               WHEN MATCH-ENTRY-WS = 0
                   MOVE "NO MATCHING WRITE-OFF" TO REJ-REASON-OUT
                   PERFORM 700-WRITE-REJECT
               WHEN WTBL-REASON(MATCH-ENTRY-WS) = "C"
                   MOVE "COMPASSIONATE - NOT RECOVERED"
                       TO REJ-REASON-OUT
                   PERFORM 700-WRITE-REJECT
               WHEN RIN-AMOUNT > OUTSTANDING-WS
                   MOVE "EXCEEDS OUTSTANDING AMOUNT"
                       TO REJ-REASON-OUT
                   PERFORM 700-WRITE-REJECT
               WHEN OTHER
                   ADD RIN-AMOUNT
                       TO WTBL-RECOVERED(MATCH-ENTRY-WS)
                   ADD RIN-AMOUNT TO TOTAL-RECOVERED
                   ADD 1 TO POSTED-COUNTER
                   PERFORM 400-WRITE-POSTED-ROW
           END-EVALUATE.

       400-WRITE-POSTED-ROW.
           MOVE SPACES TO RECOVERY-RECORD.
           MOVE WTBL-AMOUNT(W-ENTRY)         TO WOF-AMOUNT.
           MOVE WTBL-DATE(W-ENTRY)           TO WOF-DATE.
           MOVE WTBL-RECOVERED(W-ENTRY)      TO WOF-RECOVERED.
           MOVE WTBL-REASON(W-ENTRY)         TO WOF-REASON.
           WRITE WRITEOFF-RECORD.

       950-DISPLAY-STATS.
