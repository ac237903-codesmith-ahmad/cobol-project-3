      * blind); Reject just records the decision.  Both outcomes mark
      * the queue row ('A'/'R' plus who decided) and leave an audit
      * row, and the queue file keeps decided rows as history.
      * A supervisor is never shown a decision on their own request:
      * SOD-CHECK's requester/decider rule leaves it pending for
      * another supervisor.
      ******************************************************************
       IDENTIFICATION DIVISION.
       PROGRAM-ID. GRADE-CHANGE-APPR.
               05 CRS-IDX-WS    PIC 9(2).
               05 CRS-SLOT-FOUND PIC 9(2).

      *    SOD-CHECK parameter block - requester against decider.
           COPY "SOD-CHECK.cpy".

       PROCEDURE DIVISION.
       100-MAIN.
           DISPLAY "GRADE-CHANGE APPROVAL - ENTER YOUR CHAIR/"
                   QCH-NEW-GRADE(IDX-WS)
                   "  REQUESTED BY " QCH-REQUESTER(IDX-WS)
               DISPLAY "  REASON: " QCH-REASON(IDX-WS)
               PERFORM 320-CHECK-SEGREGATION
               IF SDC-RESULT = "SD"
                   DISPLAY "  YOU REQUESTED THIS CHANGE - ANOTHER "
                       "SUPERVISOR MUST DECIDE IT (RULE "
                       SDC-RULE-CODE "). LEFT PENDING."
                   ADD 1 TO SKIPPED-COUNTER
               ELSE
                   PERFORM 310-TAKE-DECISION
               END-IF
           END-IF.

       310-TAKE-DECISION.
           DISPLAY "APPROVE (A), REJECT (R) OR SKIP (S)? ".
           ACCEPT DECISION-WS.
           EVALUATE DECISION-WS
               WHEN "A" PERFORM 400-POST-APPROVED-CHANGE
               WHEN "R"
                   MOVE "R" TO QCH-STATUS(IDX-WS)
                   MOVE SUPERVISOR-ID-WS
                       TO QCH-DECIDED-BY(IDX-WS)
                   ADD 1 TO REJECTED-COUNTER
                   MOVE "REJECTED" TO DECISION-WORD-WS
                   PERFORM 700-LOG-DECISION
               WHEN OTHER
                   ADD 1 TO SKIPPED-COUNTER
           END-EVALUATE.

      *****************************************************************
      * The requester may not decide their own request, either way -
      * SOD-CHECK holds the rule, so a suspended rule lets it through.
      *****************************************************************
       320-CHECK-SEGREGATION.
           MOVE SPACES TO SOD-CHECK.
           MOVE "GRADE-REQ"           TO SDC-ACTION-A.
           MOVE QCH-REQUESTER(IDX-WS) TO SDC-OPERATOR-A.
           MOVE "GRADE-APPR"          TO SDC-ACTION-B.
           MOVE SUPERVISOR-ID-WS      TO SDC-OPERATOR-B.
           CALL "SOD-CHECK" USING SOD-CHECK.

      *****************************************************************
      * Approved: post through the same slot-matching 320-POST-GRADE-
      * TO-RECORD applies, re-verifying the old grade against the
           MOVE QCH-COURSE-CODE(IDX-WS) TO AUD-OLD-VALUE.
           MOVE SUPERVISOR-ID-WS TO AUD-OPERATOR-ID.
           MOVE FUNCTION CURRENT-DATE TO AUD-TIMESTAMP.
           CALL "AUDIT-CHAIN" USING AUDIT-LOG-RECORD.
           WRITE AUDIT-LOG-RECORD.

       710-LOG-GRADE-POSTING.
           MOVE QCH-NEW-GRADE(IDX-WS) TO AUD-NEW-VALUE.
           MOVE SUPERVISOR-ID-WS TO AUD-OPERATOR-ID.
           MOVE FUNCTION CURRENT-DATE TO AUD-TIMESTAMP.
           CALL "AUDIT-CHAIN" USING AUDIT-LOG-RECORD.
           WRITE AUDIT-LOG-RECORD.

       800-REWRITE-QUEUE.
