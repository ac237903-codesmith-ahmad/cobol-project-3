      * the same way BATCH-PAYMENT's 300-APPLY-REMITTANCE-FILE applies
      * a bank remittance batch.  Awards are different money from
      * payments: an award reduces what the student owes but must
      * never appear in PAYMENTS.dat as cash we received - postings
      * land in AWARDS-POSTED.txt instead, which is where the
      * statement's award lines come from.  Rows that can't be applied
      * go to AWARD-REJECTS.txt with the reason, and every applied
      * award leaves the usual AUDIT-LOG.txt balance row.  A run dated
      * into a fiscal period finance has closed posts its awards as
      * of the next open period instead, each moved award flagged
      * through PERIOD-CHECK.  Every award is drawn against its
      * source's AWARD-FUNDS.txt budget for the term's fiscal year
      * through FUND-CHECK: an award the fund cannot cover, or from
      * a source with no budget that year, is rejected rather than
      * applied - batch has no supervisor at the console to
      * override, so the aid office re-sends it once the budget is
      * raised.  One the approving desk already committed is
      * covered by its commitment.
      ******************************************************************
       IDENTIFICATION DIVISION.
       PROGRAM-ID. AWARD-POST.
               05 READ-COUNTER   PIC 9(5) VALUE 0.
               05 WRITE-COUNTER  PIC 9(5) VALUE 0.
               05 REJECT-COUNTER PIC 9(5) VALUE 0.
               05 ADJUST-COUNTER PIC 9(5) VALUE 0.
               05 BUDGET-COUNTER PIC 9(5) VALUE 0.
           01 FLAGS.
               05 EOF-AWARD PIC X VALUE "N".

               05 AUD-OLD-TUITION-DISPLAY PIC -ZZZZZZ9.99.
               05 AUD-NEW-TUITION-DISPLAY PIC -ZZZZZZ9.99.

      *    PERIOD-CHECK parameter block - the date every
      *    AWARDS-POSTED.txt row from this run carries, moved out of a
      *    closed fiscal period when finance has already closed
      *    today's.
           COPY "PERIOD-CHECK.cpy".
           01 POSTING-DATE-WS PIC 9(8) VALUE 0.

      *    FUND-CHECK parameter block - the award's source and the
      *    year of its term name the fund it draws on.
           COPY "FUND-CHECK.cpy".

       PROCEDURE DIVISION.
       100-MAIN.
           PERFORM 160-LOAD-CLOSED-TERMS.
           PERFORM 180-CHECK-FISCAL-PERIOD.
           PERFORM 200-OPEN-FILES.
           PERFORM 300-APPLY-AWARDS-FILE.
           PERFORM 400-DISPLAY-STATS.
               END-IF
           END-PERFORM.

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

       200-OPEN-FILES.
           OPEN INPUT  AWARDS-FILE.
           OPEN I-O    STUDENT-DATA-FILE.
               MOVE "TERM CLOSED" TO REJ-REASON-OUT
               PERFORM 320-WRITE-REJECT
           ELSE
               PERFORM 312-CHECK-FUND-BUDGET
               IF FCK-RESULT = "00"
                   PERFORM 315-READ-AND-APPLY
               ELSE
                   PERFORM 320-WRITE-REJECT
               END-IF
           END-IF.

      *****************************************************************
      * Room in the fund for this award?  A committed row was
      * counted against the budget when it was approved, so only a
      * missing fund stops it.  The reject reason is set here.
      *****************************************************************
       312-CHECK-FUND-BUDGET.
           MOVE "CK" TO FCK-ACTION.
           MOVE AWD-SOURCE TO FCK-FUND-CODE.
           MOVE AWD-TERM-CODE(1:4) TO FCK-FISCAL-YEAR.
           MOVE AWD-AMOUNT TO FCK-AMOUNT.
           MOVE AWD-COMMITTED TO FCK-COMMITTED-FLAG.
           CALL "FUND-CHECK" USING FUND-CHECK.
           IF FCK-RESULT = "OV" AND AWD-FUND-COMMITTED
               MOVE "00" TO FCK-RESULT
           END-IF.
           EVALUATE FCK-RESULT
               WHEN "OV"
                   MOVE "FUND BUDGET EXCEEDED" TO REJ-REASON-OUT
                   ADD 1 TO BUDGET-COUNTER
               WHEN "NF"
                   MOVE "NO FUND BUDGET FOR SOURCE" TO REJ-REASON-OUT
                   ADD 1 TO BUDGET-COUNTER
               WHEN "TF"
                   MOVE "FUND TABLE FULL" TO REJ-REASON-OUT
           END-EVALUATE.

       315-READ-AND-APPLY.
           MOVE AWD-STUDENT-NUMBER TO STUDENT-NUMBER.
           MOVE AWD-TERM-CODE      TO TERM-CODE.
           MOVE AUD-NEW-TUITION-DISPLAY TO AUD-NEW-VALUE.
           MOVE OPERATOR-ID-WS TO AUD-OPERATOR-ID.
           MOVE FUNCTION CURRENT-DATE TO AUD-TIMESTAMP.
           CALL "AUDIT-CHAIN" USING AUDIT-LOG-RECORD.
           WRITE AUDIT-LOG-RECORD.

      *****************************************************************
      * The posted-award trail, deliberately NOT a PAYMENTS.dat row -
      * an award is aid applied, not cash received, and keeping the
      * two apart is the whole point of this program.
      *****************************************************************
           MOVE AWD-TERM-CODE      TO AWP-TERM-CODE.
           MOVE AWD-SOURCE         TO AWP-SOURCE.
           MOVE AWD-AMOUNT         TO AWP-AMOUNT.
           MOVE POSTING-DATE-WS TO AWP-DATE.
           WRITE AWARD-POSTED-RECORD.
           PERFORM 350-DRAW-ON-FUND.
           IF PCK-RESULT = "CL"
               PERFORM 345-FLAG-PERIOD-ADJUSTMENT
           END-IF.

      *    The award belonged to a closed period - leave the trail
      *    finance needs to tie it back to that month.
       345-FLAG-PERIOD-ADJUSTMENT.
           MOVE "AWARD   " TO PCK-EVENT-TYPE.
           MOVE AWD-STUDENT-NUMBER TO PCK-STUDENT-NUMBER.
           MOVE AWD-TERM-CODE TO PCK-TERM-CODE.
           MOVE AWD-AMOUNT TO PCK-AMOUNT.
           MOVE "AWARD-POST" TO PCK-SOURCE.
           MOVE "AJ" TO PCK-ACTION.
           CALL "PERIOD-CHECK" USING PERIOD-CHECK.
           ADD 1 TO ADJUST-COUNTER.

      *    The applied award moves onto the fund's disbursed total
      *    (off its committed total when the desk committed it).
       350-DRAW-ON-FUND.
           MOVE "DS" TO FCK-ACTION.
           MOVE AWD-SOURCE TO FCK-FUND-CODE.
           MOVE AWD-TERM-CODE(1:4) TO FCK-FISCAL-YEAR.
           MOVE AWD-AMOUNT TO FCK-AMOUNT.
           MOVE AWD-COMMITTED TO FCK-COMMITTED-FLAG.
           CALL "FUND-CHECK" USING FUND-CHECK.

       320-WRITE-REJECT.
           MOVE REJ-REASON-OUT TO REJECT-REASON-HOLD.
           DISPLAY "AWARDS READ:     " READ-COUNTER.
           DISPLAY "AWARDS APPLIED:  " WRITE-COUNTER.
           DISPLAY "AWARDS REJECTED: " REJECT-COUNTER.
           IF BUDGET-COUNTER > 0
               DISPLAY "  OF WHICH NOT COVERED BY A FUND BUDGET: "
                   BUDGET-COUNTER
           END-IF.
           IF ADJUST-COUNTER > 0
               DISPLAY "MOVED OUT OF CLOSED PERIOD: " ADJUST-COUNTER
                   " - SEE PERIOD-ADJUSTMENTS.txt"
           END-IF.
           IF REJECT-COUNTER > 0
               MOVE 4 TO RETURN-CODE
           END-IF.
