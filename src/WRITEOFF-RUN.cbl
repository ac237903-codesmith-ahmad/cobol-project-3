      * goes to WRITEOFF-TRIAL.txt and the JOB-LOG.txt row is
      * stamped TRIAL-WOFF, so a policy rehearsal can't be mistaken
      * for the destructive pass.
      * A run dated into a fiscal period finance has closed writes
      * its WRITE-OFFS.txt rows as of the next open period instead,
      * each moved write-off flagged through PERIOD-CHECK.
      * A supervisor may not write off a balance they changed
      * themselves earlier the same day: any TUITION-OWED row on
      * AUDIT-LOG.txt today under the run's supervisor ID makes that
      * student's balance a SOD-CHECK question, and under the
      * adjust/write-off rule it is left for another supervisor's
      * run (trial and live alike).
      ******************************************************************
       IDENTIFICATION DIVISION.
       PROGRAM-ID. WRITEOFF-RUN.
               05 READ-COUNTER     PIC 9(5) VALUE 0.
               05 WRITEOFF-COUNTER PIC 9(5) VALUE 0.
               05 REJECT-COUNTER   PIC 9(5) VALUE 0.
               05 ADJUST-COUNTER   PIC 9(5) VALUE 0.
               05 SOD-COUNTER      PIC 9(5) VALUE 0.

           01 FLAGS.
               05 EOF-STU PIC X VALUE "N".
               05 EOF-AUDIT PIC X VALUE "N".

      *    Supervisor approval is a real OPERATOR.txt sign-on with
      *    role 'S', same arrangement as REFUND-BATCH's.
               05 FILLER             PIC X(2) VALUE SPACES.
               05 TRL-AMOUNT         PIC -ZZZZZZ9.99.

      *    PERIOD-CHECK parameter block - the date every
      *    WRITE-OFFS.txt row from this run carries, moved out of a
      *    closed fiscal period when finance has already closed
      *    today's.
           COPY "PERIOD-CHECK.cpy".
           01 POSTING-DATE-WS PIC 9(8) VALUE 0.

      *    Students whose balance this supervisor changed today,
      *    from AUDIT-LOG.txt before the run writes anything.
           01 ADJUSTED-TABLE.
               05 ADJUSTED-ENTRY OCCURS 2000 TIMES INDEXED AJ-ENTRY.
                   10 ADJ-STUDENT-NUMBER PIC 9(6).
           01 ADJUSTED-COUNT PIC 9(4) VALUE 0.
           01 ADJUSTED-MAX   PIC 9(4) VALUE 2000.
           01 ADJUSTED-FOUND PIC X VALUE "N".
           01 RUN-DATE-WS    PIC 9(8) VALUE 0.

      *    SOD-CHECK parameter block - today's adjuster against the
      *    write-off.
           COPY "SOD-CHECK.cpy".

       PROCEDURE DIVISION.
       100-MAIN.
           DISPLAY "WRITE-OFF RUN - ENTER YOUR SUPERVISOR ID: ".
                   DISPLAY "CUTOFF TERM CANNOT BE BLANK."
                   MOVE 8 TO RETURN-CODE
               ELSE
                   PERFORM 180-CHECK-FISCAL-PERIOD
                   PERFORM 190-LOAD-TODAYS-ADJUSTMENTS
                   IF EOF-AUDIT NOT = "Y"
                           AND ADJUSTED-COUNT >= ADJUSTED-MAX
                       DISPLAY "OVER " ADJUSTED-MAX " BALANCES "
                           "CHANGED TODAY BY " SUPERVISOR-ID-WS
                           ". RUN ABORTED - NOTHING CHANGED."
                       MOVE 8 TO RETURN-CODE
                   ELSE
                       PERFORM 200-OPEN-FILES
                       PERFORM 300-SCAN-FOR-AGED-BALANCES
                       PERFORM 900-CLOSE-FILES
                       IF TRIAL-MODE-FLAG = "Y"
                           PERFORM 960-FINISH-TRIAL-REPORT
                           PERFORM 970-LOG-TRIAL-RUN
                       END-IF
                       PERFORM 950-DISPLAY-STATS
                   END-IF
               END-IF
           END-IF.
      *    GOBACK, not STOP RUN, so the job-stream controller can
      *    CALL this program as one step of the night's stream.
           GOBACK.

      *    Today's date, or the first open day after it when its
      *    fiscal period is already closed.
       180-CHECK-FISCAL-PERIOD.
           MOVE "CK" TO PCK-ACTION.
           MOVE FUNCTION CURRENT-DATE(1:8) TO PCK-POSTING-DATE.
           CALL "PERIOD-CHECK" USING PERIOD-CHECK.
           MOVE PCK-OPEN-DATE TO POSTING-DATE-WS.
           IF PCK-RESULT NOT = "00"
               DISPLAY "FISCAL PERIOD " PCK-PERIOD " IS CLOSED - "
                   "POSTING AS OF " POSTING-DATE-WS
           END-IF.

      *****************************************************************
      * Every balance change today under this supervisor's ID - the
      * student numbers a write-off by the same person would close
      * the loop on.
      *****************************************************************
       190-LOAD-TODAYS-ADJUSTMENTS.
           MOVE FUNCTION CURRENT-DATE(1:8) TO RUN-DATE-WS.
           SET AJ-ENTRY TO 1.
           OPEN INPUT AUDIT-LOG-FILE.
           PERFORM 195-LOAD-ONE-AUDIT-ROW UNTIL EOF-AUDIT = "Y"
               OR AJ-ENTRY > ADJUSTED-MAX.
           CLOSE AUDIT-LOG-FILE.
           COMPUTE ADJUSTED-COUNT = AJ-ENTRY - 1.

       195-LOAD-ONE-AUDIT-ROW.
           READ AUDIT-LOG-FILE
               AT END
                   MOVE "Y" TO EOF-AUDIT
               NOT AT END
                   IF AUD-FIELD-NAME = "TUITION-OWED"
                           AND AUD-OPERATOR-ID = SUPERVISOR-ID-WS
                           AND AUD-TIMESTAMP(1:8) = RUN-DATE-WS
                       MOVE AUD-STUDENT-NUMBER
                           TO ADJ-STUDENT-NUMBER(AJ-ENTRY)
                       SET AJ-ENTRY UP BY 1
                   END-IF
           END-READ.

       200-OPEN-FILES.
           IF TRIAL-MODE-FLAG = "Y"
               OPEN INPUT STUDENT-DATA-FILE
       310-WRITE-OFF-ONE-BALANCE.
           MOVE TUITION-OWED TO AUD-TUITION-BEFORE-WS.
           MOVE TUITION-OWED TO WRITEOFF-AMOUNT-WS.
           PERFORM 350-CHECK-SEGREGATION.
           EVALUATE TRUE
               WHEN SDC-RESULT = "SD"
                   ADD 1 TO SOD-COUNTER
                   DISPLAY "STUDENT " STUDENT-NUMBER " TERM "
                       TERM-CODE " - YOU CHANGED THIS BALANCE TODAY "
                       "(RULE " SDC-RULE-CODE "). LEFT FOR ANOTHER "
                       "SUPERVISOR."
               WHEN TRIAL-MODE-FLAG = "Y"
      *            Same selection, nothing cleared - the would-be
      *            write-off goes on the impact report instead.
                   ADD 1 TO WRITEOFF-COUNTER
                   ADD WRITEOFF-AMOUNT-WS TO TOTAL-WRITTEN-OFF
                   PERFORM 340-TALLY-TRIAL-IMPACT
               WHEN OTHER
                   PERFORM 315-CLEAR-ONE-BALANCE
           END-EVALUATE.

      *    Only a balance this supervisor changed today can conflict;
      *    SOD-CHECK says whether the rule is in force.
       350-CHECK-SEGREGATION.
           MOVE "N" TO ADJUSTED-FOUND.
           PERFORM VARYING AJ-ENTRY FROM 1 BY 1
                   UNTIL AJ-ENTRY > ADJUSTED-COUNT
                   OR ADJUSTED-FOUND = "Y"
               IF ADJ-STUDENT-NUMBER(AJ-ENTRY) = STUDENT-NUMBER
                   MOVE "Y" TO ADJUSTED-FOUND
               END-IF
           END-PERFORM.
           MOVE SPACES TO SOD-CHECK.
           MOVE "00" TO SDC-RESULT.
           IF ADJUSTED-FOUND = "Y"
               MOVE "BAL-ADJUST"     TO SDC-ACTION-A
               MOVE SUPERVISOR-ID-WS TO SDC-OPERATOR-A
               MOVE "WRITE-OFF"      TO SDC-ACTION-B
               MOVE SUPERVISOR-ID-WS TO SDC-OPERATOR-B
               CALL "SOD-CHECK" USING SOD-CHECK
           END-IF.

       315-CLEAR-ONE-BALANCE.
           MOVE STUDENT-NUMBER     TO WOF-STUDENT-NUMBER.
           MOVE TERM-CODE          TO WOF-TERM-CODE.
           MOVE WRITEOFF-AMOUNT-WS TO WOF-AMOUNT.
           MOVE POSTING-DATE-WS TO WOF-DATE.
           MOVE 0 TO WOF-RECOVERED.
           WRITE WRITEOFF-RECORD.
           IF PCK-RESULT = "CL"
               PERFORM 325-FLAG-PERIOD-ADJUSTMENT
           END-IF.

      *    The write-off belonged to a closed period - leave the trail
      *    finance needs to tie it back to that month.
       325-FLAG-PERIOD-ADJUSTMENT.
           MOVE "WRITEOFF" TO PCK-EVENT-TYPE.
           MOVE STUDENT-NUMBER TO PCK-STUDENT-NUMBER.
           MOVE TERM-CODE TO PCK-TERM-CODE.
           MOVE WRITEOFF-AMOUNT-WS TO PCK-AMOUNT.
           MOVE "WRITEOFF-RUN" TO PCK-SOURCE.
           MOVE "AJ" TO PCK-ACTION.
           CALL "PERIOD-CHECK" USING PERIOD-CHECK.
           ADD 1 TO ADJUST-COUNTER.

       330-LOG-WRITEOFF.
           MOVE SPACES TO AUDIT-LOG-RECORD.
           MOVE AUD-NEW-TUITION-DISPLAY TO AUD-NEW-VALUE.
           MOVE SUPERVISOR-ID-WS TO AUD-OPERATOR-ID.
           MOVE FUNCTION CURRENT-DATE TO AUD-TIMESTAMP.
           CALL "AUDIT-CHAIN" USING AUDIT-LOG-RECORD.
           WRITE AUDIT-LOG-RECORD.

       950-DISPLAY-STATS.
           DISPLAY "BALANCES WRITTEN OFF:" WRITEOFF-COUNTER.
           DISPLAY "TOTAL WRITTEN OFF:   " TOTAL-DISPLAY.
           DISPLAY "REWRITES REJECTED:   " REJECT-COUNTER.
           IF SOD-COUNTER > 0
               DISPLAY "LEFT FOR ANOTHER SUPERVISOR: " SOD-COUNTER
                   " - BALANCES YOU CHANGED TODAY"
           END-IF.
           IF ADJUST-COUNTER > 0
               DISPLAY "MOVED OUT OF CLOSED PERIOD: " ADJUST-COUNTER
                   " - SEE PERIOD-ADJUSTMENTS.txt"
           END-IF.
           IF REJECT-COUNTER > 0
               MOVE 4 TO RETURN-CODE
           END-IF.
