      * same feed AWARD-POST already consumes, stamped with who
      * decided; a denial just stamps the row.  Whole-file
      * load/save of the queue, the HOLD-MAINT way.
      * An approval must fit the BURSARY fund's AWARD-FUNDS.txt
      * budget for the term's fiscal year (FUND-CHECK).  When it
      * does, the amount is committed against the fund and the
      * award row is marked committed; when it does not, only a
      * supervisor signing on at the desk can approve it anyway -
      * the override lands on AUDIT-LOG.txt ("FUND-OVERRIDE") - and
      * otherwise the application stays pending.  A year with no
      * bursary budget set up cannot be awarded from at all.
      ******************************************************************
       IDENTIFICATION DIVISION.
       PROGRAM-ID. BURSARY-REVIEW.
      *    AWARD-POST to apply, exactly like any other award.
           SELECT OPTIONAL AWARDS-FILE ASSIGN "AWARDS.txt"
               ORGANIZATION IS LINE SEQUENTIAL.
           SELECT OPTIONAL AUDIT-LOG-FILE ASSIGN "AUDIT-LOG.txt"
               ORGANIZATION IS LINE SEQUENTIAL.

       DATA DIVISION.
       FILE SECTION.
           FD AWARDS-FILE.
           COPY "AWARD-RECORD.cpy".

           FD AUDIT-LOG-FILE.
           COPY "AUDIT-LOG.cpy".

       WORKING-STORAGE SECTION.
           01 BURSARY-STATUS   PIC X(2).
           01 FILE-STATUS      PIC X(2).

           01 OPERATOR-ID-WS PIC X(10) VALUE SPACES.

      *    Only for a fund-budget override at the desk.
           01 SUPERVISOR-ID-WS PIC X(10) VALUE SPACES.
           01 SUPERVISOR-PASSWORD-WS PIC X(10) VALUE SPACES.
           01 SUPERVISOR-ROLE-WS PIC X(1) VALUE SPACE.
           01 SIGNON-STATUS-WS PIC X(2) VALUE SPACES.

           01 BURSARY-TABLE.
               05 BURSARY-ENTRY OCCURS 500 TIMES INDEXED B-ENTRY.
                   10 BTB-APP-ID          PIC 9(6).
               05 EOF-BURSARY   PIC X VALUE "N".
               05 EOF-INTENSITY PIC X VALUE "N".
               05 DONE-FLAG     PIC X VALUE "N".
               05 FUND-OK-FLAG  PIC X VALUE "N".

           01 CHOICE PIC 9 VALUE 0.

               05 RVW-RUN-DATE    PIC 9(8) VALUE 0.
               05 RVW-BALANCE-DISPLAY PIC -ZZZ,ZZZ,ZZ9.99.
               05 RVW-AMOUNT-DISPLAY  PIC ZZ,ZZ9.99.
               05 RVW-AVAILABLE-DISPLAY PIC -ZZZ,ZZZ,ZZ9.99.
               05 IDX-WS          PIC 9(3).

           COPY "FUND-CHECK.cpy".

       PROCEDURE DIVISION.
       100-MAIN-PROCEDURE.
           DISPLAY "BURSARY REVIEW - ENTER YOUR OPERATOR ID: ".
                   ACCEPT RVW-AMOUNT-IN
                   COMPUTE BTB-AWARD-AMOUNT(RVW-FOUND-ENTRY) =
                       FUNCTION NUMVAL(RVW-AMOUNT-IN)
                   PERFORM 620-CHECK-FUND-BUDGET
                   IF FUND-OK-FLAG = "Y"
                       MOVE "A" TO BTB-STATUS(RVW-FOUND-ENTRY)
                       MOVE OPERATOR-ID-WS
                           TO BTB-DECIDED-BY(RVW-FOUND-ENTRY)
                       PERFORM 650-COMMIT-TO-FUND
                       PERFORM 700-WRITE-AWARD-ROW
                       DISPLAY "APPROVED - AWARD QUEUED FOR "
                           "AWARD-POST."
                   ELSE
                       MOVE 0 TO BTB-AWARD-AMOUNT(RVW-FOUND-ENTRY)
                       DISPLAY "NOT APPROVED - APPLICATION LEFT "
                           "PENDING."
                   END-IF
               WHEN "D"
                   MOVE "D" TO BTB-STATUS(RVW-FOUND-ENTRY)
                   MOVE OPERATOR-ID-WS
                   DISPLAY "NO DECISION TAKEN."
           END-EVALUATE.

      *****************************************************************
      * Room in the BURSARY fund for the term's fiscal year?  Over
      * budget goes to a supervisor at the desk; no budget at all
      * is refused outright.
      *****************************************************************
       620-CHECK-FUND-BUDGET.
           MOVE "N" TO FUND-OK-FLAG.
           MOVE "CK" TO FCK-ACTION.
           MOVE "BURSARY" TO FCK-FUND-CODE.
           MOVE BTB-TERM-CODE(RVW-FOUND-ENTRY)(1:4)
               TO FCK-FISCAL-YEAR.
           MOVE BTB-AWARD-AMOUNT(RVW-FOUND-ENTRY) TO FCK-AMOUNT.
           MOVE SPACE TO FCK-COMMITTED-FLAG.
           CALL "FUND-CHECK" USING FUND-CHECK.
           EVALUATE FCK-RESULT
               WHEN "00"
                   MOVE "Y" TO FUND-OK-FLAG
               WHEN "OV"
                   MOVE FCK-AVAILABLE TO RVW-AVAILABLE-DISPLAY
                   DISPLAY "BURSARY FUND " FCK-FISCAL-YEAR
                       " HAS ONLY " RVW-AVAILABLE-DISPLAY
                       " LEFT TO AWARD."
                   PERFORM 630-SUPERVISOR-OVERRIDE
               WHEN "NF"
                   DISPLAY "NO BURSARY FUND BUDGET FOR "
                       FCK-FISCAL-YEAR " - SEE FUND-MAINT."
           END-EVALUATE.

       630-SUPERVISOR-OVERRIDE.
           MOVE SPACES TO SUPERVISOR-ID-WS.
           DISPLAY "SUPERVISOR OVERRIDE - SUPERVISOR ID "
               "(BLANK = NO OVERRIDE): ".
           ACCEPT SUPERVISOR-ID-WS.
           IF SUPERVISOR-ID-WS NOT = SPACES
               DISPLAY "SUPERVISOR PASSWORD: "
               ACCEPT SUPERVISOR-PASSWORD-WS
               CALL "OPERATOR-SIGNON" USING SUPERVISOR-ID-WS
                   SUPERVISOR-PASSWORD-WS SUPERVISOR-ROLE-WS
                   SIGNON-STATUS-WS
               IF SIGNON-STATUS-WS = "00"
                       AND SUPERVISOR-ROLE-WS = "S"
                   MOVE "Y" TO FUND-OK-FLAG
                   PERFORM 640-LOG-FUND-OVERRIDE
               ELSE
                   DISPLAY "SUPERVISOR SIGN-ON FAILED - "
                       "NO OVERRIDE."
               END-IF
           END-IF.

      *    Old value what the fund had left, new value what was
      *    awarded over it, operator the supervisor who allowed it.
       640-LOG-FUND-OVERRIDE.
           OPEN EXTEND AUDIT-LOG-FILE.
           MOVE SPACES TO AUDIT-LOG-RECORD.
           MOVE BTB-STUDENT-NUMBER(RVW-FOUND-ENTRY)
               TO AUD-STUDENT-NUMBER.
           MOVE BTB-TERM-CODE(RVW-FOUND-ENTRY) TO AUD-TERM-CODE.
           MOVE "FUND-OVERRIDE" TO AUD-FIELD-NAME.
           MOVE RVW-AVAILABLE-DISPLAY TO AUD-OLD-VALUE.
           MOVE BTB-AWARD-AMOUNT(RVW-FOUND-ENTRY)
               TO RVW-AMOUNT-DISPLAY.
           MOVE RVW-AMOUNT-DISPLAY TO AUD-NEW-VALUE.
           MOVE SUPERVISOR-ID-WS TO AUD-OPERATOR-ID.
           MOVE FUNCTION CURRENT-DATE TO AUD-TIMESTAMP.
           CALL "AUDIT-CHAIN" USING AUDIT-LOG-RECORD.
           WRITE AUDIT-LOG-RECORD.
           CLOSE AUDIT-LOG-FILE.

       650-COMMIT-TO-FUND.
           MOVE "CM" TO FCK-ACTION.
           CALL "FUND-CHECK" USING FUND-CHECK.

       700-WRITE-AWARD-ROW.
           OPEN EXTEND AWARDS-FILE.
           MOVE SPACES TO AWARD-RECORD.
           MOVE BTB-TERM-CODE(RVW-FOUND-ENTRY) TO AWD-TERM-CODE.
           MOVE "BURSARY" TO AWD-SOURCE.
           MOVE BTB-AWARD-AMOUNT(RVW-FOUND-ENTRY) TO AWD-AMOUNT.
           MOVE "C" TO AWD-COMMITTED.
           WRITE AWARD-RECORD.
           CLOSE AWARDS-FILE.

