      ******************************************************************
      * Tectonics: Segregation-of-duties rule maintenance.  Keys the
      * CONFLICT-RULES.txt table (see CONFLICT-RULE-RECORD.cpy) that
      * SOD-CHECK enforces and SOD-REPORT scans: each rule names the
      * two steps of a control one operator may not both perform.
      * Only a pair of steps some program actually checks can be
      * keyed - the grade-change request and decision, a till
      * payment and its reversal, a till's opening and closing, a
      * balance change and a same-day write-off - and the scope
      * (student or till session) follows from the pair.  A rule is
      * never removed; it is suspended and reinstated.  While the
      * file is empty the standard rules are what SOD-CHECK enforces,
      * so they are loaded here as the starting table.  Every rule
      * added, changed, suspended or reinstated lands on
      * AUDIT-LOG.txt (student 000000), field "SOD-RULE code".
      * Supervisor sign-on only.  Menu-driven whole-file load/save,
      * the CAMPUS-MAINT way.
      ******************************************************************
       IDENTIFICATION DIVISION.
       PROGRAM-ID. SOD-RULE-MAINT.

       ENVIRONMENT DIVISION.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
           SELECT OPTIONAL RULES-FILE ASSIGN "CONFLICT-RULES.txt"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS RULES-STATUS.
           SELECT OPTIONAL AUDIT-LOG-FILE ASSIGN "AUDIT-LOG.txt"
               ORGANIZATION IS LINE SEQUENTIAL.

       DATA DIVISION.
       FILE SECTION.
           FD RULES-FILE.
           COPY "CONFLICT-RULE-RECORD.cpy".

           FD AUDIT-LOG-FILE.
           COPY "AUDIT-LOG.cpy".

       WORKING-STORAGE SECTION.
           01 RULES-STATUS PIC X(2).

           01 SUPERVISOR-ID-WS PIC X(10) VALUE SPACES.
           01 SUPERVISOR-PASSWORD-WS PIC X(10) VALUE SPACES.
           01 SUPERVISOR-ROLE-WS PIC X(1) VALUE SPACE.
           01 SIGNON-STATUS-WS PIC X(2) VALUE SPACES.

           COPY "CONFLICT-RULE-STANDARD.cpy".

           01 RULE-TABLE.
               05 RULE-ENTRY OCCURS 50 TIMES INDEXED R-ENTRY.
                   10 RTB-RULE-CODE    PIC X(6).
                   10 RTB-ACTION-A     PIC X(12).
                   10 RTB-ACTION-B     PIC X(12).
                   10 RTB-SCOPE        PIC X(1).
                   10 RTB-ACTIVE-FLAG  PIC X(1).
                   10 RTB-DESCRIPTION  PIC X(30).
                   10 RTB-CHANGED-BY   PIC X(10).
                   10 RTB-CHANGED-DATE PIC 9(8).
           01 RULE-COUNT PIC 9(2) VALUE 0.
           01 RULE-MAX   PIC 9(2) VALUE 50.

           01 FLAGS.
               05 EOF-RULES    PIC X VALUE "N".
               05 DONE-FLAG    PIC X VALUE "N".
               05 CHANGED-FLAG PIC X VALUE "N".

           01 CHOICE PIC 9 VALUE 0.

           01 RULE-WORK-AREA.
               05 RLW-RULE-CODE    PIC X(6) VALUE SPACES.
               05 RLW-ACTION-A     PIC X(12) VALUE SPACES.
               05 RLW-ACTION-B     PIC X(12) VALUE SPACES.
               05 RLW-SCOPE        PIC X(1) VALUE SPACE.
               05 RLW-DESCRIPTION  PIC X(30) VALUE SPACES.
               05 RLW-FOUND-ENTRY  PIC 9(2) VALUE 0.
               05 RLW-PAIR-ENTRY   PIC 9(2) VALUE 0.
               05 RLW-RUN-DATE     PIC 9(8) VALUE 0.
           01 IDX-WS PIC 9(2).

       PROCEDURE DIVISION.
       100-MAIN-PROCEDURE.
           DISPLAY "SEGREGATION-OF-DUTIES RULES - ENTER YOUR "
               "SUPERVISOR ID: ".
           ACCEPT SUPERVISOR-ID-WS.
           DISPLAY "ENTER YOUR PASSWORD: ".
           ACCEPT SUPERVISOR-PASSWORD-WS.
           CALL "OPERATOR-SIGNON" USING SUPERVISOR-ID-WS
               SUPERVISOR-PASSWORD-WS SUPERVISOR-ROLE-WS
               SIGNON-STATUS-WS.
           IF SIGNON-STATUS-WS NOT = "00"
                   OR SUPERVISOR-ROLE-WS NOT = "S"
               DISPLAY "SUPERVISOR SIGN-ON REQUIRED. RUN CANCELLED."
               MOVE 8 TO RETURN-CODE
           ELSE
               MOVE FUNCTION CURRENT-DATE(1:8) TO RLW-RUN-DATE
               PERFORM 150-LOAD-RULE-TABLE
               PERFORM 200-RUN-MENU UNTIL DONE-FLAG = "Y"
           END-IF.
           STOP RUN.

       150-LOAD-RULE-TABLE.
           SET R-ENTRY TO 1.
           OPEN INPUT RULES-FILE.
           IF RULES-STATUS = "00" OR RULES-STATUS = "05"
               PERFORM 160-LOAD-ONE-RULE UNTIL EOF-RULES = "Y"
                   OR R-ENTRY > RULE-MAX
               CLOSE RULES-FILE
           END-IF.
           COMPUTE RULE-COUNT = R-ENTRY - 1.
           EVALUATE TRUE
               WHEN EOF-RULES NOT = "Y" AND RULE-COUNT >= RULE-MAX
                   DISPLAY "CONFLICT-RULES.txt EXCEEDS " RULE-MAX
                       " ROWS. RUN ABORTED - NOTHING CHANGED."
                   MOVE 8 TO RETURN-CODE
                   MOVE "Y" TO DONE-FLAG
               WHEN RULE-COUNT = 0
                   PERFORM 170-LOAD-ONE-STANDARD-RULE
                       VARYING SR-ENTRY FROM 1 BY 1
                       UNTIL SR-ENTRY > STANDARD-RULE-COUNT
                   DISPLAY "NO RULES ON FILE - THE " RULE-COUNT
                       " STANDARD RULES IN FORCE ARE LOADED."
               WHEN OTHER
                   DISPLAY "LOADED " RULE-COUNT " RULES."
           END-EVALUATE.

       160-LOAD-ONE-RULE.
           READ RULES-FILE
               AT END
                   MOVE "Y" TO EOF-RULES
               NOT AT END
                   MOVE CFR-RULE-CODE    TO RTB-RULE-CODE(R-ENTRY)
                   MOVE CFR-ACTION-A     TO RTB-ACTION-A(R-ENTRY)
                   MOVE CFR-ACTION-B     TO RTB-ACTION-B(R-ENTRY)
                   MOVE CFR-SCOPE        TO RTB-SCOPE(R-ENTRY)
                   MOVE CFR-ACTIVE-FLAG  TO RTB-ACTIVE-FLAG(R-ENTRY)
                   MOVE CFR-DESCRIPTION  TO RTB-DESCRIPTION(R-ENTRY)
                   MOVE CFR-CHANGED-BY   TO RTB-CHANGED-BY(R-ENTRY)
                   MOVE 0 TO RTB-CHANGED-DATE(R-ENTRY)
                   IF CFR-CHANGED-DATE IS NUMERIC
                       MOVE CFR-CHANGED-DATE
                           TO RTB-CHANGED-DATE(R-ENTRY)
                   END-IF
                   SET R-ENTRY UP BY 1
           END-READ.

       170-LOAD-ONE-STANDARD-RULE.
           ADD 1 TO RULE-COUNT.
           MOVE STD-RULE-CODE(SR-ENTRY) TO RTB-RULE-CODE(RULE-COUNT).
           MOVE STD-ACTION-A(SR-ENTRY)  TO RTB-ACTION-A(RULE-COUNT).
           MOVE STD-ACTION-B(SR-ENTRY)  TO RTB-ACTION-B(RULE-COUNT).
           MOVE STD-ACTION-A(SR-ENTRY)  TO RLW-ACTION-A.
           MOVE STD-ACTION-B(SR-ENTRY)  TO RLW-ACTION-B.
           PERFORM 330-SET-SCOPE-FOR-PAIR.
           MOVE RLW-SCOPE TO RTB-SCOPE(RULE-COUNT).
           MOVE "Y" TO RTB-ACTIVE-FLAG(RULE-COUNT).
           MOVE STD-DESCRIPTION(SR-ENTRY)
               TO RTB-DESCRIPTION(RULE-COUNT).
           MOVE SPACES TO RTB-CHANGED-BY(RULE-COUNT).
           MOVE 0 TO RTB-CHANGED-DATE(RULE-COUNT).

       200-RUN-MENU.
           DISPLAY " ".
           DISPLAY "SEGREGATION-OF-DUTIES RULES".
           DISPLAY "   1. LIST RULES".
           DISPLAY "   2. ADD OR CHANGE A RULE".
           DISPLAY "   3. SUSPEND OR REINSTATE A RULE".
           DISPLAY "   4. SAVE AND QUIT".
           DISPLAY "ENTER YOUR CHOICE: ".
           ACCEPT CHOICE.
           EVALUATE CHOICE
               WHEN 1 PERFORM 210-LIST-RULES
               WHEN 2 PERFORM 300-SET-RULE
               WHEN 3 PERFORM 400-TOGGLE-RULE
               WHEN 4 PERFORM 800-SAVE-RULE-TABLE
                      MOVE "Y" TO DONE-FLAG
               WHEN OTHER
                   DISPLAY "INVALID CHOICE. PLEASE SELECT 1-4."
           END-EVALUATE.

       210-LIST-RULES.
           DISPLAY "  CODE   STEP A       STEP B       S A  "
               "DESCRIPTION".
           PERFORM 215-LIST-ONE-RULE
               VARYING IDX-WS FROM 1 BY 1
               UNTIL IDX-WS > RULE-COUNT.

       215-LIST-ONE-RULE.
           DISPLAY "  " RTB-RULE-CODE(IDX-WS) " "
               RTB-ACTION-A(IDX-WS) " " RTB-ACTION-B(IDX-WS) " "
               RTB-SCOPE(IDX-WS) " " RTB-ACTIVE-FLAG(IDX-WS) "  "
               RTB-DESCRIPTION(IDX-WS).

       230-FIND-RULE.
           MOVE 0 TO RLW-FOUND-ENTRY.
           PERFORM VARYING IDX-WS FROM 1 BY 1
                   UNTIL IDX-WS > RULE-COUNT OR RLW-FOUND-ENTRY > 0
               IF RTB-RULE-CODE(IDX-WS) = RLW-RULE-CODE
                   MOVE IDX-WS TO RLW-FOUND-ENTRY
               END-IF
           END-PERFORM.

      *    Another rule already on the same pair, either way round.
       240-FIND-PAIR.
           MOVE 0 TO RLW-PAIR-ENTRY.
           PERFORM VARYING IDX-WS FROM 1 BY 1
                   UNTIL IDX-WS > RULE-COUNT OR RLW-PAIR-ENTRY > 0
               IF IDX-WS NOT = RLW-FOUND-ENTRY
                   IF (RTB-ACTION-A(IDX-WS) = RLW-ACTION-A
                           AND RTB-ACTION-B(IDX-WS) = RLW-ACTION-B)
                       OR (RTB-ACTION-A(IDX-WS) = RLW-ACTION-B
                           AND RTB-ACTION-B(IDX-WS) = RLW-ACTION-A)
                       MOVE IDX-WS TO RLW-PAIR-ENTRY
                   END-IF
               END-IF
           END-PERFORM.

      *    Blank steps or description keep what is on file; a new
      *    rule needs all three.
       300-SET-RULE.
           DISPLAY "RULE CODE (UP TO 6 CHARACTERS): ".
           ACCEPT RLW-RULE-CODE.
           PERFORM 230-FIND-RULE.
           EVALUATE TRUE
               WHEN RLW-RULE-CODE = SPACES
                   DISPLAY "RULE CODE REQUIRED. NOTHING SET."
               WHEN RLW-FOUND-ENTRY = 0 AND RULE-COUNT >= RULE-MAX
                   DISPLAY "RULE TABLE FULL. NOTHING SET."
               WHEN OTHER
                   PERFORM 310-ACCEPT-RULE-DETAIL
           END-EVALUATE.

       310-ACCEPT-RULE-DETAIL.
           IF RLW-FOUND-ENTRY > 0
               DISPLAY "ON FILE: " RTB-ACTION-A(RLW-FOUND-ENTRY) " "
                   RTB-ACTION-B(RLW-FOUND-ENTRY) "  "
                   RTB-DESCRIPTION(RLW-FOUND-ENTRY)
           END-IF.
           DISPLAY "STEPS: GRADE-REQ/GRADE-APPR, PAY-POST/PAY-REVERSE,"
               " TILL-OPEN/TILL-CLOSE, BAL-ADJUST/WRITE-OFF".
           DISPLAY "STEP A: ".
           ACCEPT RLW-ACTION-A.
           DISPLAY "STEP B: ".
           ACCEPT RLW-ACTION-B.
           DISPLAY "DESCRIPTION: ".
           ACCEPT RLW-DESCRIPTION.
           IF RLW-FOUND-ENTRY > 0
               IF RLW-ACTION-A = SPACES
                   MOVE RTB-ACTION-A(RLW-FOUND-ENTRY) TO RLW-ACTION-A
               END-IF
               IF RLW-ACTION-B = SPACES
                   MOVE RTB-ACTION-B(RLW-FOUND-ENTRY) TO RLW-ACTION-B
               END-IF
               IF RLW-DESCRIPTION = SPACES
                   MOVE RTB-DESCRIPTION(RLW-FOUND-ENTRY)
                       TO RLW-DESCRIPTION
               END-IF
           END-IF.
           PERFORM 330-SET-SCOPE-FOR-PAIR.
           PERFORM 240-FIND-PAIR.
           EVALUATE TRUE
               WHEN RLW-SCOPE = SPACE
                   DISPLAY "NO PROGRAM CHECKS THAT PAIR OF STEPS. "
                       "NOTHING SET."
               WHEN RLW-PAIR-ENTRY > 0
                   DISPLAY "RULE " RTB-RULE-CODE(RLW-PAIR-ENTRY)
                       " ALREADY COVERS THAT PAIR. NOTHING SET."
               WHEN RLW-DESCRIPTION = SPACES
                   DISPLAY "A NEW RULE NEEDS A DESCRIPTION. "
                       "NOTHING SET."
               WHEN OTHER
                   PERFORM 320-STORE-RULE
           END-EVALUATE.

       320-STORE-RULE.
           MOVE SPACES TO AUDIT-LOG-RECORD.
           IF RLW-FOUND-ENTRY > 0
               STRING RTB-ACTION-A(RLW-FOUND-ENTRY) DELIMITED BY SPACE
                   "/" DELIMITED BY SIZE
                   RTB-ACTION-B(RLW-FOUND-ENTRY) DELIMITED BY SPACE
                   INTO AUD-OLD-VALUE
               END-STRING
           ELSE
               ADD 1 TO RULE-COUNT
               MOVE RULE-COUNT TO RLW-FOUND-ENTRY
               MOVE RLW-RULE-CODE TO RTB-RULE-CODE(RLW-FOUND-ENTRY)
               MOVE "Y" TO RTB-ACTIVE-FLAG(RLW-FOUND-ENTRY)
               MOVE "NONE" TO AUD-OLD-VALUE
           END-IF.
           MOVE RLW-ACTION-A TO RTB-ACTION-A(RLW-FOUND-ENTRY).
           MOVE RLW-ACTION-B TO RTB-ACTION-B(RLW-FOUND-ENTRY).
           MOVE RLW-SCOPE TO RTB-SCOPE(RLW-FOUND-ENTRY).
           MOVE RLW-DESCRIPTION TO RTB-DESCRIPTION(RLW-FOUND-ENTRY).
           MOVE SUPERVISOR-ID-WS TO RTB-CHANGED-BY(RLW-FOUND-ENTRY).
           MOVE RLW-RUN-DATE TO RTB-CHANGED-DATE(RLW-FOUND-ENTRY).
           STRING RLW-ACTION-A DELIMITED BY SPACE
               "/" DELIMITED BY SIZE
               RLW-ACTION-B DELIMITED BY SPACE
               INTO AUD-NEW-VALUE
           END-STRING.
           MOVE "Y" TO CHANGED-FLAG.
           PERFORM 700-WRITE-AUDIT-ROW.
           DISPLAY "RULE " RLW-RULE-CODE " SET.".

      *    The four pairs some program asks SOD-CHECK about, either
      *    way round; any other pair leaves the scope blank.
       330-SET-SCOPE-FOR-PAIR.
           MOVE SPACE TO RLW-SCOPE.
           EVALUATE TRUE
               WHEN (RLW-ACTION-A = "GRADE-REQ"
                       AND RLW-ACTION-B = "GRADE-APPR")
                   OR (RLW-ACTION-A = "GRADE-APPR"
                       AND RLW-ACTION-B = "GRADE-REQ")
                   MOVE "S" TO RLW-SCOPE
               WHEN (RLW-ACTION-A = "PAY-POST"
                       AND RLW-ACTION-B = "PAY-REVERSE")
                   OR (RLW-ACTION-A = "PAY-REVERSE"
                       AND RLW-ACTION-B = "PAY-POST")
                   MOVE "S" TO RLW-SCOPE
               WHEN (RLW-ACTION-A = "TILL-OPEN"
                       AND RLW-ACTION-B = "TILL-CLOSE")
                   OR (RLW-ACTION-A = "TILL-CLOSE"
                       AND RLW-ACTION-B = "TILL-OPEN")
                   MOVE "T" TO RLW-SCOPE
               WHEN (RLW-ACTION-A = "BAL-ADJUST"
                       AND RLW-ACTION-B = "WRITE-OFF")
                   OR (RLW-ACTION-A = "WRITE-OFF"
                       AND RLW-ACTION-B = "BAL-ADJUST")
                   MOVE "S" TO RLW-SCOPE
           END-EVALUATE.

       400-TOGGLE-RULE.
           DISPLAY "RULE CODE TO SUSPEND OR REINSTATE: ".
           ACCEPT RLW-RULE-CODE.
           PERFORM 230-FIND-RULE.
           IF RLW-FOUND-ENTRY = 0
               DISPLAY "RULE " RLW-RULE-CODE " NOT ON FILE."
           ELSE
               MOVE SPACES TO AUDIT-LOG-RECORD
               STRING "ACTIVE " RTB-ACTIVE-FLAG(RLW-FOUND-ENTRY)
                   DELIMITED BY SIZE INTO AUD-OLD-VALUE
               END-STRING
               IF RTB-ACTIVE-FLAG(RLW-FOUND-ENTRY) = "Y"
                   MOVE "N" TO RTB-ACTIVE-FLAG(RLW-FOUND-ENTRY)
                   DISPLAY "RULE " RLW-RULE-CODE " SUSPENDED."
               ELSE
                   MOVE "Y" TO RTB-ACTIVE-FLAG(RLW-FOUND-ENTRY)
                   DISPLAY "RULE " RLW-RULE-CODE " REINSTATED."
               END-IF
               STRING "ACTIVE " RTB-ACTIVE-FLAG(RLW-FOUND-ENTRY)
                   DELIMITED BY SIZE INTO AUD-NEW-VALUE
               END-STRING
               MOVE SUPERVISOR-ID-WS TO RTB-CHANGED-BY(RLW-FOUND-ENTRY)
               MOVE RLW-RUN-DATE TO RTB-CHANGED-DATE(RLW-FOUND-ENTRY)
               MOVE "Y" TO CHANGED-FLAG
               PERFORM 700-WRITE-AUDIT-ROW
           END-IF.

      *    The caller has cleared the row and set the values; the
      *    field name carries which rule changed.
       700-WRITE-AUDIT-ROW.
           OPEN EXTEND AUDIT-LOG-FILE.
           MOVE 0 TO AUD-STUDENT-NUMBER.
           MOVE SPACES TO AUD-TERM-CODE.
           STRING "SOD-RULE " RLW-RULE-CODE
               DELIMITED BY SIZE INTO AUD-FIELD-NAME
           END-STRING.
           MOVE SUPERVISOR-ID-WS TO AUD-OPERATOR-ID.
           MOVE FUNCTION CURRENT-DATE TO AUD-TIMESTAMP.
           CALL "AUDIT-CHAIN" USING AUDIT-LOG-RECORD.
           WRITE AUDIT-LOG-RECORD.
           CLOSE AUDIT-LOG-FILE.

       800-SAVE-RULE-TABLE.
           IF CHANGED-FLAG = "Y"
               OPEN OUTPUT RULES-FILE
               PERFORM 810-WRITE-ONE-RULE
                   VARYING R-ENTRY FROM 1 BY 1
                   UNTIL R-ENTRY > RULE-COUNT
               CLOSE RULES-FILE
               DISPLAY "SAVED " RULE-COUNT
                   " RULES TO CONFLICT-RULES.txt"
           ELSE
               DISPLAY "NO CHANGES TO SAVE."
           END-IF.

       810-WRITE-ONE-RULE.
           MOVE SPACES TO CONFLICT-RULE-RECORD.
           MOVE RTB-RULE-CODE(R-ENTRY)    TO CFR-RULE-CODE.
           MOVE RTB-ACTION-A(R-ENTRY)     TO CFR-ACTION-A.
           MOVE RTB-ACTION-B(R-ENTRY)     TO CFR-ACTION-B.
           MOVE RTB-SCOPE(R-ENTRY)        TO CFR-SCOPE.
           MOVE RTB-ACTIVE-FLAG(R-ENTRY)  TO CFR-ACTIVE-FLAG.
           MOVE RTB-DESCRIPTION(R-ENTRY)  TO CFR-DESCRIPTION.
           MOVE RTB-CHANGED-BY(R-ENTRY)   TO CFR-CHANGED-BY.
           MOVE RTB-CHANGED-DATE(R-ENTRY) TO CFR-CHANGED-DATE.
           WRITE CONFLICT-RULE-RECORD.

       END PROGRAM SOD-RULE-MAINT.
