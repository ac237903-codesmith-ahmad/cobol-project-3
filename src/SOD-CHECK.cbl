      ******************************************************************
      * Tectonics: Segregation-of-duties check.  The two-step
      * controls - a grade change requested then decided, a payment
      * taken then reversed, a till opened then counted and closed, a
      * balance adjusted then written off - only control anything if
      * two different people perform the two steps.  Every program
      * that performs a second step finds who performed the first
      * and CALLs here before it acts (see SOD-CHECK.cpy): if an
      * active CONFLICT-RULES.txt rule (see CONFLICT-RULE-RECORD.cpy)
      * pairs the two steps and one operator is on both sides, the
      * answer is "SD" and the caller refuses.  While the file holds
      * no rules at all the four standard rules in
      * CONFLICT-RULE-STANDARD.cpy are enforced, so a new
      * installation is covered before anyone keys the table; once
      * SOD-RULE-MAINT has saved the table, the file is the whole
      * story.  CALLed the same self-contained way
      * POLICY-PARM is - the file is read on every call.
      ******************************************************************
       IDENTIFICATION DIVISION.
       PROGRAM-ID. SOD-CHECK.

       ENVIRONMENT DIVISION.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
           SELECT OPTIONAL RULES-FILE ASSIGN "CONFLICT-RULES.txt"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS RULES-STATUS.

       DATA DIVISION.
       FILE SECTION.
           FD RULES-FILE.
           COPY "CONFLICT-RULE-RECORD.cpy".

       WORKING-STORAGE SECTION.
           01 RULES-STATUS PIC X(2).
           01 EOF-RULES    PIC X VALUE "N".
           01 RULE-ROW-COUNT PIC 9(5) VALUE 0.

      *    The standard rules, enforced only while
      *    CONFLICT-RULES.txt holds none.
           COPY "CONFLICT-RULE-STANDARD.cpy".

       LINKAGE SECTION.
           COPY "SOD-CHECK.cpy".

       PROCEDURE DIVISION USING SOD-CHECK.
       100-MAIN.
           MOVE "00" TO SDC-RESULT.
           MOVE SPACES TO SDC-RULE-CODE.
           MOVE SPACES TO SDC-RULE-TEXT.
      *    Two different people (or nobody on record for the first
      *    step) can never breach a rule - nothing to look up.
           IF SDC-OPERATOR-A = SDC-OPERATOR-B
                   AND SDC-OPERATOR-A NOT = SPACES
               PERFORM 200-CHECK-RULES-FILE
               IF RULE-ROW-COUNT = 0
                   PERFORM 300-CHECK-ONE-STANDARD-RULE
                       VARYING SR-ENTRY FROM 1 BY 1
                       UNTIL SR-ENTRY > STANDARD-RULE-COUNT
               END-IF
           END-IF.
           GOBACK.

       200-CHECK-RULES-FILE.
           MOVE 0 TO RULE-ROW-COUNT.
           MOVE "N" TO EOF-RULES.
           OPEN INPUT RULES-FILE.
           IF RULES-STATUS = "00" OR RULES-STATUS = "05"
               PERFORM 210-CHECK-ONE-RULE UNTIL EOF-RULES = "Y"
               CLOSE RULES-FILE
           END-IF.

       210-CHECK-ONE-RULE.
           READ RULES-FILE
               AT END
                   MOVE "Y" TO EOF-RULES
               NOT AT END
                   ADD 1 TO RULE-ROW-COUNT
                   IF CFR-ACTIVE-FLAG = "Y"
                       IF (CFR-ACTION-A = SDC-ACTION-A
                               AND CFR-ACTION-B = SDC-ACTION-B)
                           OR (CFR-ACTION-A = SDC-ACTION-B
                               AND CFR-ACTION-B = SDC-ACTION-A)
                           MOVE "SD" TO SDC-RESULT
                           MOVE CFR-RULE-CODE TO SDC-RULE-CODE
                           MOVE CFR-DESCRIPTION TO SDC-RULE-TEXT
                       END-IF
                   END-IF
           END-READ.

       300-CHECK-ONE-STANDARD-RULE.
           IF (STD-ACTION-A(SR-ENTRY) = SDC-ACTION-A
                   AND STD-ACTION-B(SR-ENTRY) = SDC-ACTION-B)
               OR (STD-ACTION-A(SR-ENTRY) = SDC-ACTION-B
                   AND STD-ACTION-B(SR-ENTRY) = SDC-ACTION-A)
               MOVE "SD" TO SDC-RESULT
               MOVE STD-RULE-CODE(SR-ENTRY) TO SDC-RULE-CODE
               MOVE STD-DESCRIPTION(SR-ENTRY) TO SDC-RULE-TEXT
           END-IF.

       END PROGRAM SOD-CHECK.
