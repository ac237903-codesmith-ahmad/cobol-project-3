      * fee does: TUITION-OWED up, a typed FEE-RECORD row on
      * FEES.txt, and the standard AUDIT-LOG.txt trail - one
      * balance, one statement, one collections process.  Rows that
      * can't post go to CHARGE-REJECTS.txt with the reason.  The
      * HDR row's batch identifier and file date go through
      * INBOUND-REGISTRY, so the same feed cannot bill twice.  A run
      * dated into a fiscal period finance has closed writes its
      * FEES.txt rows as of the next open period instead, each moved
      * charge flagged through PERIOD-CHECK.
      ******************************************************************
       IDENTIFICATION DIVISION.
       PROGRAM-ID. CHARGE-FEED.
               05 CCT-RECORD-COUNT   PIC 9(6).
               05 FILLER             PIC X.
               05 CCT-HASH-TOTAL     PIC 9(9)V99.
      *    The HDR row's own shape: the sender's batch identifier and
      *    file date - the duplicate-load guard's key.
           COPY "INBOUND-HEADER.cpy".

           FD STUDENT-DATA-FILE
               RECORD IS VARYING IN SIZE FROM 82 TO 181 CHARACTERS
               05 READ-COUNTER   PIC 9(5) VALUE 0.
               05 POSTED-COUNTER PIC 9(5) VALUE 0.
               05 REJECT-COUNTER PIC 9(5) VALUE 0.
               05 ADJUST-COUNTER PIC 9(5) VALUE 0.

           01 FLAGS.
               05 EOF-CHARGE PIC X VALUE "N".
               05 TRAILER-FOUND        PIC X VALUE "N".
               05 TRAILER-RECORD-COUNT PIC 9(6) VALUE 0.
               05 TRAILER-HASH-TOTAL   PIC 9(9)V99 VALUE 0.
               05 HEADER-FOUND         PIC X VALUE "N".

      *    INBOUND-REGISTRY parameter block - the HDR row's batch
      *    identifier checked before anything posts, registered once
      *    the batch has.
           COPY "INBOUND-CHECK.cpy".

           01 POST-WORK-AREA.
               05 RUN-DATE-WS   PIC 9(8) VALUE 0.
               05 AUD-OLD-TUITION-DISPLAY PIC -ZZZZZZ9.99.
               05 AUD-NEW-TUITION-DISPLAY PIC -ZZZZZZ9.99.

      *    PERIOD-CHECK parameter block - the date every FEES.txt row
      *    from this run carries, moved out of a closed fiscal period
      *    when finance has already closed the run date's.
           COPY "PERIOD-CHECK.cpy".
           01 POSTING-DATE-WS PIC 9(8) VALUE 0.

       PROCEDURE DIVISION.
       100-MAIN.
           ACCEPT RUN-DATE-WS FROM DATE YYYYMMDD.
           PERFORM 150-CHECK-FISCAL-PERIOD.
           PERFORM 200-VERIFY-BATCH-CONTROLS.
           IF BATCH-CONTROL-OK NOT = "Y"
               DISPLAY "BATCH CONTROL FAILED. NOTHING POSTED."
           ELSE
               PERFORM 300-POST-THE-FEED
               PERFORM 950-DISPLAY-STATS
               PERFORM 230-REGISTER-INBOUND-BATCH
           END-IF.
      *    GOBACK, not STOP RUN, so the job-stream controller can
      *    CALL this program as one step of the night's stream.
           GOBACK.

      *    The run date, or the first open day after it when its
      *    fiscal period is already closed.
       150-CHECK-FISCAL-PERIOD.
           MOVE "CK" TO PCK-ACTION.
           MOVE RUN-DATE-WS TO PCK-POSTING-DATE.
           CALL "PERIOD-CHECK" USING PERIOD-CHECK.
           MOVE PCK-OPEN-DATE TO POSTING-DATE-WS.
           IF PCK-RESULT NOT = "00"
               DISPLAY "FISCAL PERIOD " PCK-PERIOD " IS CLOSED - "
                   "POSTING AS OF " POSTING-DATE-WS
           END-IF.

       200-VERIFY-BATCH-CONTROLS.
           OPEN INPUT CHARGE-FILE.
           IF CHARGE-STATUS NOT = "00"
                       AND TRAILER-RECORD-COUNT
                           = CONTROL-DETAIL-COUNT
                       AND TRAILER-HASH-TOTAL = CONTROL-HASH-TOTAL
                   PERFORM 220-CHECK-INBOUND-REGISTRY
               ELSE
                   DISPLAY "TRL SAYS " TRAILER-RECORD-COUNT
                       " ROWS / " TRAILER-HASH-TOTAL
               NOT AT END
                   EVALUATE CCT-RECORD-TYPE
                       WHEN "HDR"
                           MOVE "Y" TO HEADER-FOUND
                           MOVE IHD-BATCH-ID  TO INB-BATCH-ID
                           MOVE IHD-FILE-DATE TO INB-FILE-DATE
                       WHEN "TRL"
                           MOVE "Y" TO TRAILER-FOUND
                           MOVE CCT-RECORD-COUNT
                   END-EVALUATE
           END-READ.

      *****************************************************************
      * Duplicate-load guard, as BATCH-PAYMENT's: a charge batch the
      * registry already holds is refused whole, unless a supervisor
      * has authorized one reload of it through INBOUND-OVERRIDE.
      *****************************************************************
       220-CHECK-INBOUND-REGISTRY.
           MOVE "N" TO BATCH-CONTROL-OK.
           MOVE "CK" TO INB-ACTION.
           MOVE "CHARGEFEED" TO INB-FEED-CODE.
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
                       "CHARGE-FEED.txt"
           END-EVALUATE.

       230-REGISTER-INBOUND-BATCH.
           MOVE "RG" TO INB-ACTION.
           MOVE CONTROL-DETAIL-COUNT TO INB-DETAIL-COUNT.
           CALL "INBOUND-REGISTRY" USING INBOUND-CHECK.

       300-POST-THE-FEED.
           MOVE "N" TO EOF-CHARGE.
           OPEN INPUT CHARGE-FILE.
           MOVE CHF-TERM-CODE      TO FEE-TERM-CODE.
           MOVE CHF-CHARGE-TYPE    TO FEE-TYPE.
           MOVE CHF-AMOUNT         TO FEE-AMOUNT.
           MOVE POSTING-DATE-WS    TO FEE-DATE.
           WRITE FEE-RECORD.
           IF PCK-RESULT = "CL"
               PERFORM 405-FLAG-PERIOD-ADJUSTMENT
           END-IF.

      *    The charge belonged to a closed period - leave the trail
      *    finance needs to tie it back to that month.  GL-EXTRACT
      *    journals every FEES.txt row as a LATEFEE event.
       405-FLAG-PERIOD-ADJUSTMENT.
           MOVE "LATEFEE " TO PCK-EVENT-TYPE.
           MOVE CHF-STUDENT-NUMBER TO PCK-STUDENT-NUMBER.
           MOVE CHF-TERM-CODE TO PCK-TERM-CODE.
           MOVE CHF-AMOUNT TO PCK-AMOUNT.
           MOVE "CHARGE-FEED" TO PCK-SOURCE.
           MOVE "AJ" TO PCK-ACTION.
           CALL "PERIOD-CHECK" USING PERIOD-CHECK.
           ADD 1 TO ADJUST-COUNTER.

       410-LOG-CHARGE.
           MOVE SPACES TO AUDIT-LOG-RECORD.
           MOVE AUD-NEW-TUITION-DISPLAY TO AUD-NEW-VALUE.
           MOVE OPERATOR-ID-WS TO AUD-OPERATOR-ID.
           MOVE FUNCTION CURRENT-DATE TO AUD-TIMESTAMP.
           CALL "AUDIT-CHAIN" USING AUDIT-LOG-RECORD.
           WRITE AUDIT-LOG-RECORD.

       700-WRITE-REJECT.
           DISPLAY "CHARGES POSTED:      " POSTED-COUNTER.
           DISPLAY "TOTAL POSTED:        " TOTAL-DISPLAY.
           DISPLAY "ROWS REJECTED:       " REJECT-COUNTER.
           IF ADJUST-COUNTER > 0
               DISPLAY "MOVED OUT OF CLOSED PERIOD: " ADJUST-COUNTER
                   " - SEE PERIOD-ADJUSTMENTS.txt"
           END-IF.
           IF REJECT-COUNTER > 0
               MOVE 4 TO RETURN-CODE
           END-IF.
