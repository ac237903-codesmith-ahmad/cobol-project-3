      ******************************************************************
      * Tectonics: Segregation-of-duties violation report.  SOD-CHECK
      * stops one operator performing both steps of a control from
      * now on; this scheduled scan finds the times it already
      * happened - before the rules existed, while a rule was
      * suspended, or through a path that never asked.  For every
      * active CONFLICT-RULES.txt rule (the standard rules while the
      * file holds none) it writes one SOD-VIOLATIONS.txt line per
      * breach found:
      *    GRADE-REQ / GRADE-APPR   - a GRADE-CHG-DECISION audit row
      *        by the operator whose GRADE-CHG-REQ row filed the
      *        latest request for that student, term and course,
      *    PAY-POST / PAY-REVERSE   - a PAY-REVERSAL audit row whose
      *        original PAYMENTS.dat row was taken at a till session
      *        the same operator opened,
      *    TILL-OPEN / TILL-CLOSE   - a closed TILL-SESSIONS.txt row
      *        whose closer is its opener,
      *    BAL-ADJUST / WRITE-OFF   - a write-off (the TUITION-OWED
      *        audit row that cleared a WRITE-OFFS.txt balance) by an
      *        operator who changed the same student's balance
      *        earlier that day.
      * Reversals from before PAYMENT-REVERSAL wrote its
      * PAY-REVERSAL row, and tills closed before the closer was
      * kept, carry no second operator and cannot be judged; the
      * closed tills are counted on the report's last line.
      ******************************************************************
       IDENTIFICATION DIVISION.
       PROGRAM-ID. SOD-REPORT.

       ENVIRONMENT DIVISION.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
           SELECT OPTIONAL RULES-FILE ASSIGN "CONFLICT-RULES.txt"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS RULES-STATUS.
           SELECT OPTIONAL AUDIT-LOG-FILE ASSIGN "AUDIT-LOG.txt"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS AUDIT-STATUS.
           SELECT OPTIONAL PAYMENTS-FILE
               ASSIGN "PAYMENTS.dat"
               ORGANIZATION IS INDEXED
               ACCESS MODE IS DYNAMIC
               RECORD KEY IS PAY-KEY
               ALTERNATE KEY IS PAY-RECEIPT-NUMBER WITH DUPLICATES
               ALTERNATE KEY IS PAY-DATE WITH DUPLICATES
               FILE STATUS IS PAYMENTS-STATUS.
           SELECT OPTIONAL TILL-FILE ASSIGN "TILL-SESSIONS.txt"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS TILL-STATUS.
           SELECT OPTIONAL WRITEOFF-FILE ASSIGN "WRITE-OFFS.txt"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WRITEOFF-STATUS.
           SELECT VIOLATION-REPORT-FILE ASSIGN "SOD-VIOLATIONS.txt"
               ORGANIZATION IS LINE SEQUENTIAL.

       DATA DIVISION.
       FILE SECTION.
           FD RULES-FILE.
           COPY "CONFLICT-RULE-RECORD.cpy".

           FD AUDIT-LOG-FILE.
           COPY "AUDIT-LOG.cpy".

           FD PAYMENTS-FILE.
           COPY "PAYMENT-RECORD.cpy".

           FD TILL-FILE.
           COPY "TILL-RECORD.cpy".

           FD WRITEOFF-FILE.
           COPY "WRITEOFF-RECORD.cpy".

           FD VIOLATION-REPORT-FILE.
           01 VIOLATION-REPORT-RECORD.
               05 SOV-RULE-CODE PIC X(6).
               05 FILLER        PIC X(2) VALUE SPACES.
               05 SOV-DETAIL    PIC X(110).

       WORKING-STORAGE SECTION.
           01 RULES-STATUS    PIC X(2).
           01 AUDIT-STATUS    PIC X(2).
           01 PAYMENTS-STATUS PIC X(2).
           01 TILL-STATUS     PIC X(2).
           01 WRITEOFF-STATUS PIC X(2).

           COPY "CONFLICT-RULE-STANDARD.cpy".

      *    The rule code in force for each control the scan knows;
      *    spaces = no active rule, so that control is not scanned.
           01 ACTIVE-RULES.
               05 GRADE-RULE-CODE PIC X(6) VALUE SPACES.
               05 PAY-RULE-CODE   PIC X(6) VALUE SPACES.
               05 TILL-RULE-CODE  PIC X(6) VALUE SPACES.
               05 WOFF-RULE-CODE  PIC X(6) VALUE SPACES.
           01 RULE-ROW-COUNT PIC 9(5) VALUE 0.
           01 RULE-PAIR-WORK.
               05 RPW-RULE-CODE PIC X(6).
               05 RPW-ACTION-A  PIC X(12).
               05 RPW-ACTION-B  PIC X(12).

      *    TILL-SESSIONS.txt - who opened each session.
           01 TILL-TABLE.
               05 TILL-ENTRY OCCURS 2000 TIMES INDEXED T-ENTRY.
                   10 TTB-SESSION-ID  PIC 9(6).
                   10 TTB-OPERATOR-ID PIC X(10).
                   10 TTB-STATUS      PIC X(1).
                   10 TTB-CLOSE-DATE  PIC 9(8).
                   10 TTB-CLOSED-BY   PIC X(10).
           01 TILL-COUNT PIC 9(4) VALUE 0.
           01 TILL-MAX   PIC 9(4) VALUE 2000.

      *    WRITE-OFFS.txt - the balances a write-off cleared.
           01 WRITEOFF-TABLE.
               05 WRITEOFF-ENTRY OCCURS 9999 TIMES INDEXED W-ENTRY.
                   10 WTB-STUDENT-NUMBER PIC 9(6).
                   10 WTB-TERM-CODE      PIC X(6).
                   10 WTB-AMOUNT         PIC 9(7)V99.
           01 WRITEOFF-COUNT PIC 9(4) VALUE 0.
           01 WRITEOFF-MAX   PIC 9(4) VALUE 9999.

      *    The latest grade-change request per student, term and
      *    course, as the log is read.
           01 REQUEST-TABLE.
               05 REQUEST-ENTRY OCCURS 9999 TIMES INDEXED R-ENTRY.
                   10 RTB-STUDENT-NUMBER PIC 9(6).
                   10 RTB-TERM-CODE      PIC X(6).
                   10 RTB-COURSE-CODE    PIC X(7).
                   10 RTB-REQUESTER      PIC X(10).
           01 REQUEST-COUNT PIC 9(4) VALUE 0.
           01 REQUEST-MAX   PIC 9(4) VALUE 9999.

      *    Balance changes, by day, on students who have a
      *    write-off - what a write-off by the same hand is checked
      *    against.
           01 ADJUSTED-TABLE.
               05 ADJUSTED-ENTRY OCCURS 9999 TIMES INDEXED A-ENTRY.
                   10 ATB-STUDENT-NUMBER PIC 9(6).
                   10 ATB-OPERATOR-ID    PIC X(10).
                   10 ATB-DATE           PIC X(8).
           01 ADJUSTED-COUNT PIC 9(4) VALUE 0.
           01 ADJUSTED-MAX   PIC 9(4) VALUE 9999.

           01 COUNTERS.
               05 ROW-COUNTER       PIC 9(7) VALUE 0.
               05 VIOLATION-COUNTER PIC 9(6) VALUE 0.
               05 UNKNOWN-CLOSER    PIC 9(6) VALUE 0.

           01 FLAGS.
               05 EOF-FLAG     PIC X VALUE "N".
               05 ENTRY-FOUND  PIC X VALUE "N".
               05 EOF-PAYMENTS PIC X VALUE "N".
               05 PAYMENTS-OPEN PIC X VALUE "N".
               05 RUN-OK       PIC X VALUE "Y".

           01 SCAN-WORK-AREA.
               05 SCW-FOUND-ENTRY  PIC 9(4) VALUE 0.
               05 SCW-OLD-NUM      PIC S9(9)V99.
               05 SCW-NEW-NUM      PIC S9(9)V99.
               05 SCW-PAY-AMOUNT   PIC S9(9)V99.
               05 SCW-SESSION-ID   PIC 9(6) VALUE 0.
               05 SCW-CASHIER-ID   PIC X(10) VALUE SPACES.
               05 SCW-AMOUNT-OUT   PIC ZZZZZZ9.99.
               05 SCW-RULE-CODE    PIC X(6).
               05 SCW-DETAIL       PIC X(110).

       PROCEDURE DIVISION.
       100-MAIN.
           PERFORM 150-LOAD-ACTIVE-RULES.
           PERFORM 200-LOAD-TILL-SESSIONS.
           PERFORM 250-LOAD-WRITE-OFFS.
           IF RUN-OK = "Y"
               OPEN OUTPUT VIOLATION-REPORT-FILE
               PERFORM 300-SCAN-AUDIT-LOG
               PERFORM 500-SCAN-TILL-SESSIONS
               CLOSE VIOLATION-REPORT-FILE
               DISPLAY "AUDIT ROWS SCANNED:  " ROW-COUNTER
               DISPLAY "VIOLATIONS REPORTED: " VIOLATION-COUNTER
               DISPLAY "DETAIL IN SOD-VIOLATIONS.txt"
               IF VIOLATION-COUNTER > 0
                   MOVE 4 TO RETURN-CODE
               END-IF
           ELSE
               MOVE 8 TO RETURN-CODE
           END-IF.
      *    GOBACK, not STOP RUN, so the job-stream controller can
      *    CALL this program as one step of the night's stream.
           GOBACK.

      *****************************************************************
      * The active rules decide which controls are scanned - the same
      * file SOD-CHECK reads, with the same fallback to the standard
      * rules while it holds none.
      *****************************************************************
       150-LOAD-ACTIVE-RULES.
           MOVE "N" TO EOF-FLAG.
           OPEN INPUT RULES-FILE.
           IF RULES-STATUS = "00" OR RULES-STATUS = "05"
               PERFORM 160-LOAD-ONE-RULE UNTIL EOF-FLAG = "Y"
               CLOSE RULES-FILE
           END-IF.
           MOVE "N" TO EOF-FLAG.
           IF RULE-ROW-COUNT = 0
               PERFORM 170-LOAD-ONE-STANDARD-RULE
                   VARYING SR-ENTRY FROM 1 BY 1
                   UNTIL SR-ENTRY > STANDARD-RULE-COUNT
           END-IF.

       160-LOAD-ONE-RULE.
           READ RULES-FILE
               AT END
                   MOVE "Y" TO EOF-FLAG
               NOT AT END
                   ADD 1 TO RULE-ROW-COUNT
                   IF CFR-ACTIVE-FLAG = "Y"
                       MOVE CFR-RULE-CODE TO RPW-RULE-CODE
                       MOVE CFR-ACTION-A  TO RPW-ACTION-A
                       MOVE CFR-ACTION-B  TO RPW-ACTION-B
                       PERFORM 180-NOTE-ONE-RULE
                   END-IF
           END-READ.

       170-LOAD-ONE-STANDARD-RULE.
           MOVE STD-RULE-CODE(SR-ENTRY) TO RPW-RULE-CODE.
           MOVE STD-ACTION-A(SR-ENTRY)  TO RPW-ACTION-A.
           MOVE STD-ACTION-B(SR-ENTRY)  TO RPW-ACTION-B.
           PERFORM 180-NOTE-ONE-RULE.

       180-NOTE-ONE-RULE.
           EVALUATE TRUE
               WHEN (RPW-ACTION-A = "GRADE-REQ"
                       AND RPW-ACTION-B = "GRADE-APPR")
                   OR (RPW-ACTION-A = "GRADE-APPR"
                       AND RPW-ACTION-B = "GRADE-REQ")
                   MOVE RPW-RULE-CODE TO GRADE-RULE-CODE
               WHEN (RPW-ACTION-A = "PAY-POST"
                       AND RPW-ACTION-B = "PAY-REVERSE")
                   OR (RPW-ACTION-A = "PAY-REVERSE"
                       AND RPW-ACTION-B = "PAY-POST")
                   MOVE RPW-RULE-CODE TO PAY-RULE-CODE
               WHEN (RPW-ACTION-A = "TILL-OPEN"
                       AND RPW-ACTION-B = "TILL-CLOSE")
                   OR (RPW-ACTION-A = "TILL-CLOSE"
                       AND RPW-ACTION-B = "TILL-OPEN")
                   MOVE RPW-RULE-CODE TO TILL-RULE-CODE
               WHEN (RPW-ACTION-A = "BAL-ADJUST"
                       AND RPW-ACTION-B = "WRITE-OFF")
                   OR (RPW-ACTION-A = "WRITE-OFF"
                       AND RPW-ACTION-B = "BAL-ADJUST")
                   MOVE RPW-RULE-CODE TO WOFF-RULE-CODE
           END-EVALUATE.

       200-LOAD-TILL-SESSIONS.
           SET T-ENTRY TO 1.
           MOVE "N" TO EOF-FLAG.
           OPEN INPUT TILL-FILE.
           IF TILL-STATUS = "00" OR TILL-STATUS = "05"
               PERFORM 210-LOAD-ONE-SESSION UNTIL EOF-FLAG = "Y"
                   OR T-ENTRY > TILL-MAX
               CLOSE TILL-FILE
           END-IF.
           COMPUTE TILL-COUNT = T-ENTRY - 1.
           IF EOF-FLAG NOT = "Y" AND TILL-COUNT >= TILL-MAX
               DISPLAY "TILL-SESSIONS.txt EXCEEDS " TILL-MAX
                   " ROWS. RUN ABORTED."
               MOVE "N" TO RUN-OK
           END-IF.
           MOVE "N" TO EOF-FLAG.

       210-LOAD-ONE-SESSION.
           READ TILL-FILE
               AT END
                   MOVE "Y" TO EOF-FLAG
               NOT AT END
                   MOVE TIL-SESSION-ID  TO TTB-SESSION-ID(T-ENTRY)
                   MOVE TIL-OPERATOR-ID TO TTB-OPERATOR-ID(T-ENTRY)
                   MOVE TIL-STATUS      TO TTB-STATUS(T-ENTRY)
                   MOVE TIL-CLOSE-DATE  TO TTB-CLOSE-DATE(T-ENTRY)
                   MOVE TIL-CLOSED-BY   TO TTB-CLOSED-BY(T-ENTRY)
                   SET T-ENTRY UP BY 1
           END-READ.

      *    Only needed when the adjust/write-off rule is active.
       250-LOAD-WRITE-OFFS.
           SET W-ENTRY TO 1.
           MOVE "N" TO EOF-FLAG.
           IF WOFF-RULE-CODE NOT = SPACES
               OPEN INPUT WRITEOFF-FILE
               IF WRITEOFF-STATUS = "00" OR WRITEOFF-STATUS = "05"
                   PERFORM 260-LOAD-ONE-WRITE-OFF UNTIL EOF-FLAG = "Y"
                       OR W-ENTRY > WRITEOFF-MAX
                   CLOSE WRITEOFF-FILE
               END-IF
               COMPUTE WRITEOFF-COUNT = W-ENTRY - 1
               IF EOF-FLAG NOT = "Y" AND WRITEOFF-COUNT >= WRITEOFF-MAX
                   DISPLAY "WRITE-OFFS.txt EXCEEDS " WRITEOFF-MAX
                       " ROWS. RUN ABORTED."
                   MOVE "N" TO RUN-OK
               END-IF
           END-IF.
           MOVE "N" TO EOF-FLAG.

       260-LOAD-ONE-WRITE-OFF.
           READ WRITEOFF-FILE
               AT END
                   MOVE "Y" TO EOF-FLAG
               NOT AT END
                   MOVE WOF-STUDENT-NUMBER
                       TO WTB-STUDENT-NUMBER(W-ENTRY)
                   MOVE WOF-TERM-CODE TO WTB-TERM-CODE(W-ENTRY)
                   MOVE WOF-AMOUNT    TO WTB-AMOUNT(W-ENTRY)
                   SET W-ENTRY UP BY 1
           END-READ.

       300-SCAN-AUDIT-LOG.
           IF PAY-RULE-CODE NOT = SPACES
               OPEN INPUT PAYMENTS-FILE
               IF PAYMENTS-STATUS = "00" OR PAYMENTS-STATUS = "05"
                   MOVE "Y" TO PAYMENTS-OPEN
               END-IF
           END-IF.
           OPEN INPUT AUDIT-LOG-FILE.
           IF AUDIT-STATUS = "00" OR AUDIT-STATUS = "05"
               PERFORM 310-SCAN-ONE-ROW UNTIL EOF-FLAG = "Y"
               CLOSE AUDIT-LOG-FILE
           ELSE
               DISPLAY "AUDIT-LOG.txt NOT READABLE (STATUS "
                   AUDIT-STATUS ")."
               MOVE 8 TO RETURN-CODE
           END-IF.
           IF PAYMENTS-OPEN = "Y"
               CLOSE PAYMENTS-FILE
           END-IF.
           MOVE "N" TO EOF-FLAG.

       310-SCAN-ONE-ROW.
           READ AUDIT-LOG-FILE
               AT END
                   MOVE "Y" TO EOF-FLAG
               NOT AT END
                   ADD 1 TO ROW-COUNTER
                   EVALUATE TRUE
                       WHEN AUD-FIELD-NAME = "GRADE-CHG-REQ"
                               AND GRADE-RULE-CODE NOT = SPACES
                           PERFORM 320-NOTE-GRADE-REQUEST
                       WHEN AUD-FIELD-NAME = "GRADE-CHG-DECISION"
                               AND GRADE-RULE-CODE NOT = SPACES
                           PERFORM 330-CHECK-GRADE-DECISION
                       WHEN AUD-FIELD-NAME = "PAY-REVERSAL"
                               AND PAY-RULE-CODE NOT = SPACES
                           PERFORM 340-CHECK-PAY-REVERSAL
                       WHEN AUD-FIELD-NAME = "TUITION-OWED"
                               AND WOFF-RULE-CODE NOT = SPACES
                           PERFORM 360-CHECK-BALANCE-CHANGE
                   END-EVALUATE
           END-READ.

      *    A later request for the same course replaces the earlier
      *    one - the decision that follows is on the latest.
       320-NOTE-GRADE-REQUEST.
           PERFORM 325-FIND-GRADE-REQUEST.
           IF SCW-FOUND-ENTRY = 0 AND REQUEST-COUNT < REQUEST-MAX
               ADD 1 TO REQUEST-COUNT
               MOVE REQUEST-COUNT TO SCW-FOUND-ENTRY
               MOVE AUD-STUDENT-NUMBER
                   TO RTB-STUDENT-NUMBER(SCW-FOUND-ENTRY)
               MOVE AUD-TERM-CODE TO RTB-TERM-CODE(SCW-FOUND-ENTRY)
               MOVE AUD-OLD-VALUE(1:7)
                   TO RTB-COURSE-CODE(SCW-FOUND-ENTRY)
           END-IF.
           IF SCW-FOUND-ENTRY > 0
               MOVE AUD-OPERATOR-ID TO RTB-REQUESTER(SCW-FOUND-ENTRY)
           END-IF.

       325-FIND-GRADE-REQUEST.
           MOVE 0 TO SCW-FOUND-ENTRY.
           PERFORM VARYING R-ENTRY FROM 1 BY 1
                   UNTIL R-ENTRY > REQUEST-COUNT
                   OR SCW-FOUND-ENTRY > 0
               IF RTB-STUDENT-NUMBER(R-ENTRY) = AUD-STUDENT-NUMBER
                       AND RTB-TERM-CODE(R-ENTRY) = AUD-TERM-CODE
                       AND RTB-COURSE-CODE(R-ENTRY)
                           = AUD-OLD-VALUE(1:7)
                   SET SCW-FOUND-ENTRY TO R-ENTRY
               END-IF
           END-PERFORM.

       330-CHECK-GRADE-DECISION.
           PERFORM 325-FIND-GRADE-REQUEST.
           IF SCW-FOUND-ENTRY > 0
               IF RTB-REQUESTER(SCW-FOUND-ENTRY) = AUD-OPERATOR-ID
                   MOVE GRADE-RULE-CODE TO SCW-RULE-CODE
                   MOVE SPACES TO SCW-DETAIL
                   STRING "GRADE CHANGE " AUD-STUDENT-NUMBER " "
                          AUD-TERM-CODE " " AUD-OLD-VALUE(1:7)
                          " REQUESTED AND " AUD-NEW-VALUE(1:8)
                          " BY " AUD-OPERATOR-ID
                          " ON " AUD-TIMESTAMP(1:8)
                       DELIMITED BY SIZE INTO SCW-DETAIL
                   END-STRING
                   PERFORM 700-WRITE-VIOLATION
               END-IF
           END-IF.

      *****************************************************************
      * The reversal row carries the original payment's date and
      * amount; the original PAYMENTS.dat row says which till took
      * it, and the till says who opened it.
      *****************************************************************
       340-CHECK-PAY-REVERSAL.
           COMPUTE SCW-PAY-AMOUNT = FUNCTION NUMVAL(AUD-NEW-VALUE).
           MOVE 0 TO SCW-SESSION-ID.
           IF PAYMENTS-OPEN = "Y"
               MOVE AUD-STUDENT-NUMBER TO PAY-STUDENT-NUMBER
               MOVE AUD-TERM-CODE      TO PAY-TERM-CODE
               MOVE AUD-OLD-VALUE(1:8) TO PAY-DATE
               MOVE 0                  TO PAY-SEQ
               START PAYMENTS-FILE KEY IS NOT LESS THAN PAY-KEY
                   INVALID KEY
                       MOVE "Y" TO EOF-PAYMENTS
                   NOT INVALID KEY
                       MOVE "N" TO EOF-PAYMENTS
               END-START
               PERFORM 345-CHECK-ONE-PAYMENT UNTIL EOF-PAYMENTS = "Y"
           END-IF.
           MOVE SPACES TO SCW-CASHIER-ID.
           IF SCW-SESSION-ID > 0
               PERFORM VARYING T-ENTRY FROM 1 BY 1
                       UNTIL T-ENTRY > TILL-COUNT
                   IF TTB-SESSION-ID(T-ENTRY) = SCW-SESSION-ID
                       MOVE TTB-OPERATOR-ID(T-ENTRY) TO SCW-CASHIER-ID
                   END-IF
               END-PERFORM
           END-IF.
           IF SCW-CASHIER-ID = AUD-OPERATOR-ID
                   AND SCW-CASHIER-ID NOT = SPACES
               MOVE PAY-RULE-CODE TO SCW-RULE-CODE
               MOVE SCW-PAY-AMOUNT TO SCW-AMOUNT-OUT
               MOVE SPACES TO SCW-DETAIL
               STRING "PAYMENT " AUD-STUDENT-NUMBER " "
                      AUD-TERM-CODE " " AUD-OLD-VALUE(1:8) " "
                      SCW-AMOUNT-OUT " TAKEN AT TILL " SCW-SESSION-ID
                      " AND REVERSED BY " AUD-OPERATOR-ID
                      " ON " AUD-TIMESTAMP(1:8)
                   DELIMITED BY SIZE INTO SCW-DETAIL
               END-STRING
               PERFORM 700-WRITE-VIOLATION
           END-IF.

      *    Only the student's rows for the term on the original's
      *    date are read - they sit together in PAY-KEY order.
       345-CHECK-ONE-PAYMENT.
           READ PAYMENTS-FILE NEXT RECORD
               AT END
                   MOVE "Y" TO EOF-PAYMENTS
               NOT AT END
                   IF PAY-STUDENT-NUMBER = AUD-STUDENT-NUMBER
                           AND PAY-TERM-CODE = AUD-TERM-CODE
                           AND PAY-DATE = AUD-OLD-VALUE(1:8)
                       IF PAY-REVERSAL-FLAG NOT = "R"
                               AND PAY-AMOUNT = SCW-PAY-AMOUNT
                               AND PAY-SESSION-ID IS NUMERIC
                               AND PAY-SESSION-ID > 0
                           MOVE PAY-SESSION-ID TO SCW-SESSION-ID
                       END-IF
                   ELSE
                       MOVE "Y" TO EOF-PAYMENTS
                   END-IF
           END-READ.

      *****************************************************************
      * A TUITION-OWED row to zero for exactly a WRITE-OFFS.txt
      * balance is the write-off itself; any other TUITION-OWED row on
      * a written-off student is a balance change, kept by operator
      * and day for the write-offs that follow it.
      *****************************************************************
       360-CHECK-BALANCE-CHANGE.
           COMPUTE SCW-OLD-NUM = FUNCTION NUMVAL(AUD-OLD-VALUE).
           COMPUTE SCW-NEW-NUM = FUNCTION NUMVAL(AUD-NEW-VALUE).
           MOVE "N" TO ENTRY-FOUND.
           MOVE 0 TO SCW-FOUND-ENTRY.
           PERFORM VARYING W-ENTRY FROM 1 BY 1
                   UNTIL W-ENTRY > WRITEOFF-COUNT
                   OR SCW-FOUND-ENTRY > 0
               IF WTB-STUDENT-NUMBER(W-ENTRY) = AUD-STUDENT-NUMBER
                   MOVE "Y" TO ENTRY-FOUND
                   IF WTB-TERM-CODE(W-ENTRY) = AUD-TERM-CODE
                           AND WTB-AMOUNT(W-ENTRY) = SCW-OLD-NUM
                           AND SCW-NEW-NUM = 0
                       SET SCW-FOUND-ENTRY TO W-ENTRY
                   END-IF
               END-IF
           END-PERFORM.
           IF SCW-FOUND-ENTRY > 0
               PERFORM 370-CHECK-WRITE-OFF
           ELSE
               IF ENTRY-FOUND = "Y"
                   PERFORM 380-NOTE-BALANCE-CHANGE
               END-IF
           END-IF.

       370-CHECK-WRITE-OFF.
           MOVE "N" TO ENTRY-FOUND.
           PERFORM VARYING A-ENTRY FROM 1 BY 1
                   UNTIL A-ENTRY > ADJUSTED-COUNT
                   OR ENTRY-FOUND = "Y"
               IF ATB-STUDENT-NUMBER(A-ENTRY) = AUD-STUDENT-NUMBER
                       AND ATB-OPERATOR-ID(A-ENTRY) = AUD-OPERATOR-ID
                       AND ATB-DATE(A-ENTRY) = AUD-TIMESTAMP(1:8)
                   MOVE "Y" TO ENTRY-FOUND
               END-IF
           END-PERFORM.
           IF ENTRY-FOUND = "Y"
               MOVE WOFF-RULE-CODE TO SCW-RULE-CODE
               MOVE SCW-OLD-NUM TO SCW-AMOUNT-OUT
               MOVE SPACES TO SCW-DETAIL
               STRING "BALANCE " AUD-STUDENT-NUMBER " "
                      AUD-TERM-CODE " " SCW-AMOUNT-OUT
                      " ADJUSTED AND WRITTEN OFF BY " AUD-OPERATOR-ID
                      " ON " AUD-TIMESTAMP(1:8)
                   DELIMITED BY SIZE INTO SCW-DETAIL
               END-STRING
               PERFORM 700-WRITE-VIOLATION
           END-IF.

       380-NOTE-BALANCE-CHANGE.
           MOVE "N" TO ENTRY-FOUND.
           PERFORM VARYING A-ENTRY FROM 1 BY 1
                   UNTIL A-ENTRY > ADJUSTED-COUNT
                   OR ENTRY-FOUND = "Y"
               IF ATB-STUDENT-NUMBER(A-ENTRY) = AUD-STUDENT-NUMBER
                       AND ATB-OPERATOR-ID(A-ENTRY) = AUD-OPERATOR-ID
                       AND ATB-DATE(A-ENTRY) = AUD-TIMESTAMP(1:8)
                   MOVE "Y" TO ENTRY-FOUND
               END-IF
           END-PERFORM.
           IF ENTRY-FOUND = "N" AND ADJUSTED-COUNT < ADJUSTED-MAX
               ADD 1 TO ADJUSTED-COUNT
               MOVE AUD-STUDENT-NUMBER
                   TO ATB-STUDENT-NUMBER(ADJUSTED-COUNT)
               MOVE AUD-OPERATOR-ID TO ATB-OPERATOR-ID(ADJUSTED-COUNT)
               MOVE AUD-TIMESTAMP(1:8) TO ATB-DATE(ADJUSTED-COUNT)
           END-IF.

       500-SCAN-TILL-SESSIONS.
           IF TILL-RULE-CODE NOT = SPACES
               PERFORM 510-CHECK-ONE-SESSION
                   VARYING T-ENTRY FROM 1 BY 1
                   UNTIL T-ENTRY > TILL-COUNT
               IF UNKNOWN-CLOSER > 0
                   MOVE SPACES TO VIOLATION-REPORT-RECORD
                   MOVE SPACES TO SOV-DETAIL
                   STRING UNKNOWN-CLOSER " CLOSED SESSIONS PRE-DATE "
                          "THE CLOSER BEING KEPT - NOT JUDGED"
                       DELIMITED BY SIZE INTO SOV-DETAIL
                   END-STRING
                   WRITE VIOLATION-REPORT-RECORD
               END-IF
           END-IF.

       510-CHECK-ONE-SESSION.
           IF TTB-STATUS(T-ENTRY) = "C"
               IF TTB-CLOSED-BY(T-ENTRY) = SPACES
                   ADD 1 TO UNKNOWN-CLOSER
               ELSE
                   IF TTB-CLOSED-BY(T-ENTRY) = TTB-OPERATOR-ID(T-ENTRY)
                       MOVE TILL-RULE-CODE TO SCW-RULE-CODE
                       MOVE SPACES TO SCW-DETAIL
                       STRING "TILL SESSION " TTB-SESSION-ID(T-ENTRY)
                              " OPENED AND CLOSED BY "
                              TTB-OPERATOR-ID(T-ENTRY)
                              " ON " TTB-CLOSE-DATE(T-ENTRY)
                           DELIMITED BY SIZE INTO SCW-DETAIL
                       END-STRING
                       PERFORM 700-WRITE-VIOLATION
                   END-IF
               END-IF
           END-IF.

       700-WRITE-VIOLATION.
           MOVE SPACES TO VIOLATION-REPORT-RECORD.
           MOVE SCW-RULE-CODE TO SOV-RULE-CODE.
           MOVE SCW-DETAIL TO SOV-DETAIL.
           WRITE VIOLATION-REPORT-RECORD.
           ADD 1 TO VIOLATION-COUNTER.

       END PROGRAM SOD-REPORT.
