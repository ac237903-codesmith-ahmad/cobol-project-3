      ******************************************************************
      * Tectonics: Rate-change approval - the checker half of the
      * RATE.txt maker-checker, behind a supervisor sign-on.  Every
      * 'P'ending row on RATE-CHANGES.txt is presented in turn, except
      * that nobody decides their own request: a row whose requester
      * is the signed-on supervisor is passed over and left pending
      * for somebody else.  Accept re-verifies the row against
      * RATE.txt as it stands now (an add must still be new, a change
      * or delete must still find the old values the requester saw -
      * otherwise the request is rejected back rather than applied
      * blind), then applies it to the in-memory copy of RATE.txt;
      * Reject just records the decision.  Each applied field leaves
      * a RATE-PER-CREDIT / RATE-FLAT-FEE audit row keyed to the
      * effective term, each decision a RATE-CHG-DECISION row, and
      * RATE.txt and the queue are both rewritten whole at the end -
      * RATE.txt only if something was actually applied.
      * A row is identified by program, effective term AND residency
      * key, so a program's international row is approved, changed
      * and rewritten apart from its domestic one.
      ******************************************************************
       IDENTIFICATION DIVISION.
       PROGRAM-ID. RATE-CHANGE-APPR.

       ENVIRONMENT DIVISION.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
           SELECT OPTIONAL RATE-CHANGES-FILE ASSIGN "RATE-CHANGES.txt"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS QUEUE-STATUS.
           SELECT OPTIONAL RATE-FILE ASSIGN "RATE.txt"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS RATE-STATUS.
           SELECT OPTIONAL AUDIT-LOG-FILE ASSIGN "AUDIT-LOG.txt"
               ORGANIZATION IS LINE SEQUENTIAL.

       DATA DIVISION.
       FILE SECTION.
           FD RATE-CHANGES-FILE.
           COPY "RATECHG-RECORD.cpy".

           FD RATE-FILE.
           COPY "RATE-RECORD.cpy".

           FD AUDIT-LOG-FILE.
           COPY "AUDIT-LOG.cpy".

       WORKING-STORAGE SECTION.
           01 QUEUE-STATUS PIC X(2).
           01 RATE-STATUS  PIC X(2).

           01 SUPERVISOR-ID-WS PIC X(10) VALUE SPACES.
           01 SUPERVISOR-PASSWORD-WS PIC X(10) VALUE SPACES.
           01 SUPERVISOR-ROLE-WS PIC X(1) VALUE SPACE.
           01 SIGNON-STATUS-WS PIC X(2) VALUE SPACES.

           01 QUEUE-TABLE.
               05 QUEUE-ENTRY OCCURS 500 TIMES INDEXED Q-ENTRY.
                   10 QCH-CHANGE-ID      PIC 9(6).
                   10 QCH-PROGRAM-CODE   PIC X(6).
                   10 QCH-EFFECTIVE-TERM PIC X(6).
                   10 QCH-ACTION         PIC X(1).
                   10 QCH-OLD-PER-CREDIT PIC 9(4)V99.
                   10 QCH-OLD-FLAT-FEE   PIC 9(4)V99.
                   10 QCH-NEW-PER-CREDIT PIC 9(4)V99.
                   10 QCH-NEW-FLAT-FEE   PIC 9(4)V99.
                   10 QCH-REQUESTER      PIC X(10).
                   10 QCH-REQUESTED-DATE PIC 9(8).
                   10 QCH-REASON         PIC X(20).
                   10 QCH-STATUS         PIC X(1).
                   10 QCH-DECIDED-BY     PIC X(10).
                   10 QCH-DECIDED-DATE   PIC 9(8).
                   10 QCH-RESIDENCY      PIC X(1).
           01 QUEUE-COUNT PIC 9(3) VALUE 0.
           01 QUEUE-MAX   PIC 9(3) VALUE 500.

      *    RATE.txt held in memory while the decisions are made - the
      *    same 200-row capacity TUITION-ASSESS loads it into.  A
      *    deleted row is flagged and simply not written back.
           01 RATE-TABLE.
               05 RATE-TABLE-ENTRY OCCURS 200 TIMES INDEXED R-ENTRY.
                   10 RATE-TABLE-PROGRAM    PIC X(6).
                   10 RATE-TABLE-PER-CREDIT PIC 9(4)V99.
                   10 RATE-TABLE-FLAT-FEE   PIC 9(4)V99.
                   10 RATE-TABLE-EFFECTIVE  PIC X(6).
                   10 RATE-TABLE-RESIDENCY  PIC X(1).
                   10 RATE-TABLE-DELETED    PIC X(1).
           01 RATE-ENTRY-COUNT PIC 999 VALUE 0.
           01 RATE-TABLE-CAPACITY PIC 999 VALUE 200.

           01 COUNTERS.
               05 APPROVED-COUNTER PIC 9(3) VALUE 0.
               05 REJECTED-COUNTER PIC 9(3) VALUE 0.
               05 SKIPPED-COUNTER  PIC 9(3) VALUE 0.
               05 OWN-COUNTER      PIC 9(3) VALUE 0.

           01 FLAGS.
               05 EOF-QUEUE PIC X VALUE "N".
               05 EOF-RATE  PIC X VALUE "N".
               05 RATES-CHANGED PIC X VALUE "N".

           01 APPROVE-WORK-AREA.
               05 DECISION-WS   PIC X(1).
      *        'APPROVED'/'REJECTED' - what 700-LOG-DECISION stamps
      *        in the audit row's new-value column.
               05 DECISION-WORD-WS PIC X(8).
               05 IDX-WS        PIC 9(3).
               05 RATE-IDX-WS   PIC 9(3).
               05 RATE-SLOT-FOUND PIC 9(3).
               05 RUN-DATE-WS   PIC 9(8) VALUE 0.

           01 RATE-DISPLAY     PIC ZZZ9.99.
           01 OLD-RATE-DISPLAY PIC ZZZ9.99.
           01 FEE-DISPLAY      PIC ZZZ9.99.
           01 OLD-FEE-DISPLAY  PIC ZZZ9.99.

       PROCEDURE DIVISION.
       100-MAIN.
           DISPLAY "RATE-CHANGE APPROVAL - ENTER YOUR SUPERVISOR ID: ".
           ACCEPT SUPERVISOR-ID-WS.
           DISPLAY "ENTER YOUR PASSWORD: ".
           ACCEPT SUPERVISOR-PASSWORD-WS.
           CALL "OPERATOR-SIGNON" USING SUPERVISOR-ID-WS
               SUPERVISOR-PASSWORD-WS SUPERVISOR-ROLE-WS
               SIGNON-STATUS-WS.
           IF SIGNON-STATUS-WS NOT = "00"
                   OR SUPERVISOR-ROLE-WS NOT = "S"
               DISPLAY "SUPERVISOR SIGN-ON REQUIRED. CANCELLED."
               MOVE 8 TO RETURN-CODE
           ELSE
               ACCEPT RUN-DATE-WS FROM DATE YYYYMMDD
               PERFORM 200-LOAD-QUEUE
               PERFORM 250-LOAD-RATES
               IF EOF-QUEUE NOT = "Y" AND QUEUE-COUNT >= QUEUE-MAX
                   DISPLAY "RATE-CHANGES.txt EXCEEDS " QUEUE-MAX
                       " ROWS. RUN ABORTED - NOTHING CHANGED."
                   MOVE 8 TO RETURN-CODE
               ELSE
                   IF EOF-RATE NOT = "Y"
                           AND RATE-ENTRY-COUNT >= RATE-TABLE-CAPACITY
                       DISPLAY "RATE.txt EXCEEDS " RATE-TABLE-CAPACITY
                           " ROWS. RUN ABORTED - NOTHING CHANGED."
                       MOVE 8 TO RETURN-CODE
                   ELSE
                       OPEN EXTEND AUDIT-LOG-FILE
                       PERFORM 300-DECIDE-ONE-REQUEST
                           VARYING IDX-WS FROM 1 BY 1
                           UNTIL IDX-WS > QUEUE-COUNT
                       CLOSE AUDIT-LOG-FILE
                       IF RATES-CHANGED = "Y"
                           PERFORM 850-REWRITE-RATES
                       END-IF
                       PERFORM 800-REWRITE-QUEUE
                       DISPLAY "APPROVED " APPROVED-COUNTER
                           "  REJECTED " REJECTED-COUNTER
                           "  LEFT PENDING " SKIPPED-COUNTER
                       IF OWN-COUNTER > 0
                           DISPLAY OWN-COUNTER " OF YOUR OWN REQUESTS "
                               "NEED ANOTHER SUPERVISOR."
                       END-IF
                   END-IF
               END-IF
           END-IF.
           GOBACK.

       200-LOAD-QUEUE.
           SET Q-ENTRY TO 1.
           OPEN INPUT RATE-CHANGES-FILE.
           IF QUEUE-STATUS = "00" OR QUEUE-STATUS = "05"
               PERFORM 210-LOAD-ONE-ROW UNTIL EOF-QUEUE = "Y"
                   OR Q-ENTRY > QUEUE-MAX
               CLOSE RATE-CHANGES-FILE
           END-IF.
           COMPUTE QUEUE-COUNT = Q-ENTRY - 1.

       210-LOAD-ONE-ROW.
           READ RATE-CHANGES-FILE
               AT END
                   MOVE "Y" TO EOF-QUEUE
               NOT AT END
                   MOVE RCH-CHANGE-ID TO QCH-CHANGE-ID(Q-ENTRY)
                   MOVE RCH-PROGRAM-CODE TO QCH-PROGRAM-CODE(Q-ENTRY)
                   MOVE RCH-EFFECTIVE-TERM
                       TO QCH-EFFECTIVE-TERM(Q-ENTRY)
                   MOVE RCH-ACTION TO QCH-ACTION(Q-ENTRY)
                   MOVE RCH-OLD-PER-CREDIT
                       TO QCH-OLD-PER-CREDIT(Q-ENTRY)
                   MOVE RCH-OLD-FLAT-FEE TO QCH-OLD-FLAT-FEE(Q-ENTRY)
                   MOVE RCH-NEW-PER-CREDIT
                       TO QCH-NEW-PER-CREDIT(Q-ENTRY)
                   MOVE RCH-NEW-FLAT-FEE TO QCH-NEW-FLAT-FEE(Q-ENTRY)
                   MOVE RCH-REQUESTER TO QCH-REQUESTER(Q-ENTRY)
                   MOVE RCH-REQUESTED-DATE
                       TO QCH-REQUESTED-DATE(Q-ENTRY)
                   MOVE RCH-REASON TO QCH-REASON(Q-ENTRY)
                   MOVE RCH-STATUS TO QCH-STATUS(Q-ENTRY)
                   MOVE RCH-DECIDED-BY TO QCH-DECIDED-BY(Q-ENTRY)
                   MOVE RCH-DECIDED-DATE TO QCH-DECIDED-DATE(Q-ENTRY)
                   MOVE RCH-RESIDENCY TO QCH-RESIDENCY(Q-ENTRY)
                   ADD 1 TO Q-ENTRY
           END-READ.

       250-LOAD-RATES.
           SET R-ENTRY TO 1.
           OPEN INPUT RATE-FILE.
           IF RATE-STATUS = "00" OR RATE-STATUS = "05"
               PERFORM 260-LOAD-ONE-RATE UNTIL EOF-RATE = "Y"
                   OR R-ENTRY > RATE-TABLE-CAPACITY
               CLOSE RATE-FILE
           ELSE
               MOVE "Y" TO EOF-RATE
           END-IF.
           COMPUTE RATE-ENTRY-COUNT = R-ENTRY - 1.

       260-LOAD-ONE-RATE.
           READ RATE-FILE
               AT END
                   MOVE "Y" TO EOF-RATE
               NOT AT END
                   MOVE RATE-PROGRAM-CODE
                       TO RATE-TABLE-PROGRAM(R-ENTRY)
                   MOVE RATE-PER-CREDIT
                       TO RATE-TABLE-PER-CREDIT(R-ENTRY)
                   MOVE RATE-FLAT-FEE
                       TO RATE-TABLE-FLAT-FEE(R-ENTRY)
                   MOVE RATE-EFFECTIVE-TERM
                       TO RATE-TABLE-EFFECTIVE(R-ENTRY)
                   MOVE RATE-RESIDENCY
                       TO RATE-TABLE-RESIDENCY(R-ENTRY)
                   MOVE "N" TO RATE-TABLE-DELETED(R-ENTRY)
                   ADD 1 TO R-ENTRY
           END-READ.

       300-DECIDE-ONE-REQUEST.
           IF QCH-STATUS(IDX-WS) = "P"
               IF QCH-REQUESTER(IDX-WS) = SUPERVISOR-ID-WS
                   ADD 1 TO OWN-COUNTER
                   ADD 1 TO SKIPPED-COUNTER
               ELSE
                   PERFORM 310-SHOW-REQUEST
                   DISPLAY "APPROVE (A), REJECT (R) OR SKIP (S)? "
                   ACCEPT DECISION-WS
                   EVALUATE DECISION-WS
                       WHEN "A" PERFORM 400-APPLY-APPROVED-CHANGE
                       WHEN "R" PERFORM 600-REJECT-REQUEST
                       WHEN OTHER
                           ADD 1 TO SKIPPED-COUNTER
                   END-EVALUATE
               END-IF
           END-IF.

       310-SHOW-REQUEST.
           MOVE QCH-OLD-PER-CREDIT(IDX-WS) TO OLD-RATE-DISPLAY.
           MOVE QCH-OLD-FLAT-FEE(IDX-WS)   TO OLD-FEE-DISPLAY.
           MOVE QCH-NEW-PER-CREDIT(IDX-WS) TO RATE-DISPLAY.
           MOVE QCH-NEW-FLAT-FEE(IDX-WS)   TO FEE-DISPLAY.
           DISPLAY " ".
           DISPLAY "REQUEST " QCH-CHANGE-ID(IDX-WS)
               "  PROGRAM " QCH-PROGRAM-CODE(IDX-WS)
               "  EFFECTIVE " QCH-EFFECTIVE-TERM(IDX-WS)
               "  RESIDENCY " QCH-RESIDENCY(IDX-WS).
           EVALUATE QCH-ACTION(IDX-WS)
               WHEN "A"
                   DISPLAY "  ADD     PER CREDIT " RATE-DISPLAY
                       "  FLAT FEE " FEE-DISPLAY
               WHEN "C"
                   DISPLAY "  CHANGE  PER CREDIT " OLD-RATE-DISPLAY
                       " -> " RATE-DISPLAY
                   DISPLAY "          FLAT FEE   " OLD-FEE-DISPLAY
                       " -> " FEE-DISPLAY
               WHEN OTHER
                   DISPLAY "  DELETE  PER CREDIT " OLD-RATE-DISPLAY
                       "  FLAT FEE " OLD-FEE-DISPLAY
           END-EVALUATE.
           DISPLAY "  REQUESTED BY " QCH-REQUESTER(IDX-WS)
               " ON " QCH-REQUESTED-DATE(IDX-WS).
           DISPLAY "  REASON: " QCH-REASON(IDX-WS).

      *****************************************************************
      * Approved: re-verify against RATE.txt as it stands before
      * touching it.  An add must still be new; a change or delete
      * must still find the row holding what the requester saw.  If
      * RATE.txt moved since the request was filed, the request is
      * rejected rather than applied blind.
      *****************************************************************
       400-APPLY-APPROVED-CHANGE.
           PERFORM 410-FIND-RATE-SLOT.
           EVALUATE TRUE
               WHEN QCH-ACTION(IDX-WS) = "A"
                       AND RATE-SLOT-FOUND NOT = 0
                   DISPLAY "ROW ADDED SINCE THE REQUEST - REQUEST "
                       "REJECTED."
                   PERFORM 600-REJECT-REQUEST
               WHEN QCH-ACTION(IDX-WS) = "A"
                       AND RATE-ENTRY-COUNT >= RATE-TABLE-CAPACITY
                   DISPLAY "RATE.txt IS FULL. LEFT PENDING."
                   ADD 1 TO SKIPPED-COUNTER
               WHEN QCH-ACTION(IDX-WS) = "A"
                   ADD 1 TO RATE-ENTRY-COUNT
                   MOVE RATE-ENTRY-COUNT TO RATE-SLOT-FOUND
                   MOVE QCH-PROGRAM-CODE(IDX-WS)
                       TO RATE-TABLE-PROGRAM(RATE-SLOT-FOUND)
                   MOVE QCH-EFFECTIVE-TERM(IDX-WS)
                       TO RATE-TABLE-EFFECTIVE(RATE-SLOT-FOUND)
                   MOVE QCH-RESIDENCY(IDX-WS)
                       TO RATE-TABLE-RESIDENCY(RATE-SLOT-FOUND)
                   MOVE "N" TO RATE-TABLE-DELETED(RATE-SLOT-FOUND)
                   PERFORM 450-POST-NEW-VALUES
               WHEN RATE-SLOT-FOUND = 0
                   DISPLAY "ROW GONE SINCE THE REQUEST - REQUEST "
                       "REJECTED."
                   PERFORM 600-REJECT-REQUEST
               WHEN RATE-TABLE-PER-CREDIT(RATE-SLOT-FOUND)
                       NOT = QCH-OLD-PER-CREDIT(IDX-WS)
                       OR RATE-TABLE-FLAT-FEE(RATE-SLOT-FOUND)
                       NOT = QCH-OLD-FLAT-FEE(IDX-WS)
                   DISPLAY "RATE MOVED SINCE THE REQUEST - REQUEST "
                       "REJECTED."
                   PERFORM 600-REJECT-REQUEST
               WHEN QCH-ACTION(IDX-WS) = "C"
                   PERFORM 450-POST-NEW-VALUES
               WHEN OTHER
                   MOVE "Y" TO RATE-TABLE-DELETED(RATE-SLOT-FOUND)
                   PERFORM 450-POST-NEW-VALUES
           END-EVALUATE.

       410-FIND-RATE-SLOT.
           MOVE 0 TO RATE-SLOT-FOUND.
           PERFORM VARYING RATE-IDX-WS FROM 1 BY 1
                   UNTIL RATE-IDX-WS > RATE-ENTRY-COUNT
               IF RATE-TABLE-PROGRAM(RATE-IDX-WS)
                       = QCH-PROGRAM-CODE(IDX-WS)
                       AND RATE-TABLE-EFFECTIVE(RATE-IDX-WS)
                       = QCH-EFFECTIVE-TERM(IDX-WS)
                       AND RATE-TABLE-RESIDENCY(RATE-IDX-WS)
                       = QCH-RESIDENCY(IDX-WS)
                       AND RATE-TABLE-DELETED(RATE-IDX-WS) = "N"
                   MOVE RATE-IDX-WS TO RATE-SLOT-FOUND
               END-IF
           END-PERFORM.

      *    Old and new values go to the audit trail one field per
      *    row; a delete logs the new values as zero.
       450-POST-NEW-VALUES.
           IF QCH-ACTION(IDX-WS) NOT = "D"
               MOVE QCH-NEW-PER-CREDIT(IDX-WS)
                   TO RATE-TABLE-PER-CREDIT(RATE-SLOT-FOUND)
               MOVE QCH-NEW-FLAT-FEE(IDX-WS)
                   TO RATE-TABLE-FLAT-FEE(RATE-SLOT-FOUND)
           END-IF.
           MOVE "Y" TO RATES-CHANGED.
           MOVE "A" TO QCH-STATUS(IDX-WS).
           MOVE SUPERVISOR-ID-WS TO QCH-DECIDED-BY(IDX-WS).
           MOVE RUN-DATE-WS TO QCH-DECIDED-DATE(IDX-WS).
           ADD 1 TO APPROVED-COUNTER.
           MOVE "APPROVED" TO DECISION-WORD-WS.
           PERFORM 700-LOG-DECISION.
           PERFORM 710-LOG-RATE-POSTING.

       600-REJECT-REQUEST.
           MOVE "R" TO QCH-STATUS(IDX-WS).
           MOVE SUPERVISOR-ID-WS TO QCH-DECIDED-BY(IDX-WS).
           MOVE RUN-DATE-WS TO QCH-DECIDED-DATE(IDX-WS).
           ADD 1 TO REJECTED-COUNTER.
           MOVE "REJECTED" TO DECISION-WORD-WS.
           PERFORM 700-LOG-DECISION.

      *****************************************************************
      * The decision itself is audited - who decided what, on which
      * request.
      *****************************************************************
       700-LOG-DECISION.
           MOVE SPACES TO AUDIT-LOG-RECORD.
           MOVE 0 TO AUD-STUDENT-NUMBER.
           MOVE QCH-EFFECTIVE-TERM(IDX-WS) TO AUD-TERM-CODE.
           MOVE "RATE-CHG-DECISION" TO AUD-FIELD-NAME.
           STRING QCH-PROGRAM-CODE(IDX-WS) " " QCH-RESIDENCY(IDX-WS)
               " " QCH-ACTION(IDX-WS) " " QCH-CHANGE-ID(IDX-WS)
               DELIMITED BY SIZE INTO AUD-OLD-VALUE
           END-STRING.
           MOVE DECISION-WORD-WS TO AUD-NEW-VALUE.
           MOVE SUPERVISOR-ID-WS TO AUD-OPERATOR-ID.
           MOVE FUNCTION CURRENT-DATE TO AUD-TIMESTAMP.
           CALL "AUDIT-CHAIN" USING AUDIT-LOG-RECORD.
           WRITE AUDIT-LOG-RECORD.

       710-LOG-RATE-POSTING.
           MOVE QCH-OLD-PER-CREDIT(IDX-WS) TO OLD-RATE-DISPLAY.
           MOVE QCH-OLD-FLAT-FEE(IDX-WS)   TO OLD-FEE-DISPLAY.
           IF QCH-ACTION(IDX-WS) = "D"
               MOVE 0 TO RATE-DISPLAY
               MOVE 0 TO FEE-DISPLAY
           ELSE
               MOVE QCH-NEW-PER-CREDIT(IDX-WS) TO RATE-DISPLAY
               MOVE QCH-NEW-FLAT-FEE(IDX-WS)   TO FEE-DISPLAY
           END-IF.
           MOVE SPACES TO AUDIT-LOG-RECORD.
           MOVE 0 TO AUD-STUDENT-NUMBER.
           MOVE QCH-EFFECTIVE-TERM(IDX-WS) TO AUD-TERM-CODE.
           MOVE "RATE-PER-CREDIT" TO AUD-FIELD-NAME.
           STRING QCH-PROGRAM-CODE(IDX-WS) " " QCH-RESIDENCY(IDX-WS)
               " " OLD-RATE-DISPLAY
               DELIMITED BY SIZE INTO AUD-OLD-VALUE
           END-STRING.
           STRING QCH-PROGRAM-CODE(IDX-WS) " " QCH-RESIDENCY(IDX-WS)
               " " RATE-DISPLAY
               DELIMITED BY SIZE INTO AUD-NEW-VALUE
           END-STRING.
           MOVE SUPERVISOR-ID-WS TO AUD-OPERATOR-ID.
           MOVE FUNCTION CURRENT-DATE TO AUD-TIMESTAMP.
           CALL "AUDIT-CHAIN" USING AUDIT-LOG-RECORD.
           WRITE AUDIT-LOG-RECORD.
           MOVE SPACES TO AUDIT-LOG-RECORD.
           MOVE 0 TO AUD-STUDENT-NUMBER.
           MOVE QCH-EFFECTIVE-TERM(IDX-WS) TO AUD-TERM-CODE.
           MOVE "RATE-FLAT-FEE" TO AUD-FIELD-NAME.
           STRING QCH-PROGRAM-CODE(IDX-WS) " " QCH-RESIDENCY(IDX-WS)
               " " OLD-FEE-DISPLAY
               DELIMITED BY SIZE INTO AUD-OLD-VALUE
           END-STRING.
           STRING QCH-PROGRAM-CODE(IDX-WS) " " QCH-RESIDENCY(IDX-WS)
               " " FEE-DISPLAY
               DELIMITED BY SIZE INTO AUD-NEW-VALUE
           END-STRING.
           MOVE SUPERVISOR-ID-WS TO AUD-OPERATOR-ID.
           MOVE FUNCTION CURRENT-DATE TO AUD-TIMESTAMP.
           CALL "AUDIT-CHAIN" USING AUDIT-LOG-RECORD.
           WRITE AUDIT-LOG-RECORD.

       800-REWRITE-QUEUE.
           OPEN OUTPUT RATE-CHANGES-FILE.
           PERFORM 810-WRITE-ONE-ROW
               VARYING IDX-WS FROM 1 BY 1
               UNTIL IDX-WS > QUEUE-COUNT.
           CLOSE RATE-CHANGES-FILE.

       810-WRITE-ONE-ROW.
           MOVE SPACES TO RATE-CHANGE-RECORD.
           MOVE QCH-CHANGE-ID(IDX-WS)      TO RCH-CHANGE-ID.
           MOVE QCH-PROGRAM-CODE(IDX-WS)   TO RCH-PROGRAM-CODE.
           MOVE QCH-EFFECTIVE-TERM(IDX-WS) TO RCH-EFFECTIVE-TERM.
           MOVE QCH-ACTION(IDX-WS)         TO RCH-ACTION.
           MOVE QCH-OLD-PER-CREDIT(IDX-WS) TO RCH-OLD-PER-CREDIT.
           MOVE QCH-OLD-FLAT-FEE(IDX-WS)   TO RCH-OLD-FLAT-FEE.
           MOVE QCH-NEW-PER-CREDIT(IDX-WS) TO RCH-NEW-PER-CREDIT.
           MOVE QCH-NEW-FLAT-FEE(IDX-WS)   TO RCH-NEW-FLAT-FEE.
           MOVE QCH-REQUESTER(IDX-WS)      TO RCH-REQUESTER.
           MOVE QCH-REQUESTED-DATE(IDX-WS) TO RCH-REQUESTED-DATE.
           MOVE QCH-REASON(IDX-WS)         TO RCH-REASON.
           MOVE QCH-STATUS(IDX-WS)         TO RCH-STATUS.
           MOVE QCH-DECIDED-BY(IDX-WS)     TO RCH-DECIDED-BY.
           MOVE QCH-DECIDED-DATE(IDX-WS)   TO RCH-DECIDED-DATE.
           MOVE QCH-RESIDENCY(IDX-WS)      TO RCH-RESIDENCY.
           WRITE RATE-CHANGE-RECORD.

       850-REWRITE-RATES.
           OPEN OUTPUT RATE-FILE.
           PERFORM 860-WRITE-ONE-RATE
               VARYING RATE-IDX-WS FROM 1 BY 1
               UNTIL RATE-IDX-WS > RATE-ENTRY-COUNT.
           CLOSE RATE-FILE.

       860-WRITE-ONE-RATE.
           IF RATE-TABLE-DELETED(RATE-IDX-WS) = "N"
               MOVE SPACES TO RATE-RECORD
               MOVE RATE-TABLE-PROGRAM(RATE-IDX-WS)
                   TO RATE-PROGRAM-CODE
               MOVE RATE-TABLE-PER-CREDIT(RATE-IDX-WS)
                   TO RATE-PER-CREDIT
               MOVE RATE-TABLE-FLAT-FEE(RATE-IDX-WS)
                   TO RATE-FLAT-FEE
               MOVE RATE-TABLE-EFFECTIVE(RATE-IDX-WS)
                   TO RATE-EFFECTIVE-TERM
               MOVE RATE-TABLE-RESIDENCY(RATE-IDX-WS)
                   TO RATE-RESIDENCY
               WRITE RATE-RECORD
           END-IF.

       END PROGRAM RATE-CHANGE-APPR.
