      ******************************************************************
      * Tectonics: Funding weight maintenance.  FUNDING-WEIGHTS.txt
      * (see FUNDWT-RECORD.cpy) holds the ministry's funding weight
      * and program code for each of our programs, by effective
      * term; FTE-CLAIM multiplies each program's FTEs by it, so
      * this is the only sanctioned way to change one.  Supervisor
      * sign-on required - a weight is money - and every row keyed
      * lands on AUDIT-LOG.txt (student 000000, the effective term,
      * the program, old and new weight) when the table is saved.
      * A new funding year's weight is a NEW row effective that
      * term, so a claim already filed never moves; keying the same
      * program and effective term again corrects that row.
      * Menu-driven whole-file load/save, POLICY-MAINT style.
      ******************************************************************
       IDENTIFICATION DIVISION.
       PROGRAM-ID. WEIGHT-MAINT.

       ENVIRONMENT DIVISION.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
           SELECT OPTIONAL WEIGHT-FILE ASSIGN "FUNDING-WEIGHTS.txt"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WEIGHT-STATUS.
           SELECT OPTIONAL AUDIT-LOG-FILE ASSIGN "AUDIT-LOG.txt"
               ORGANIZATION IS LINE SEQUENTIAL.

       DATA DIVISION.
       FILE SECTION.
           FD WEIGHT-FILE.
           COPY "FUNDWT-RECORD.cpy".

           FD AUDIT-LOG-FILE.
           COPY "AUDIT-LOG.cpy".

       WORKING-STORAGE SECTION.
           01 WEIGHT-STATUS PIC X(2).

      *    Supervisor approval is a real OPERATOR.txt sign-on with
      *    role 'S', same arrangement as POLICY-MAINT's.
           01 SUPERVISOR-ID-WS PIC X(10) VALUE SPACES.
           01 SUPERVISOR-PASSWORD-WS PIC X(10) VALUE SPACES.
           01 SUPERVISOR-ROLE-WS PIC X(1) VALUE SPACE.
           01 SIGNON-STATUS-WS PIC X(2) VALUE SPACES.

           01 WEIGHT-TABLE.
               05 WEIGHT-TABLE-ENTRY OCCURS 300 TIMES INDEXED WT-ENTRY.
                   10 WTBL-PROGRAM-CODE   PIC X(6).
                   10 WTBL-EFFECTIVE-TERM PIC X(6).
                   10 WTBL-MINISTRY-CODE  PIC X(8).
                   10 WTBL-WEIGHT         PIC 9(2)V999.
                   10 WTBL-CHANGED-BY     PIC X(10).
                   10 WTBL-CHANGED-DATE   PIC 9(8).
      *            'N' = new row this session, 'C' = weight changed
      *            this session, space = untouched.  Drives the
      *            AUDIT-LOG.txt rows written at save.
                   10 WTBL-CHANGE-FLAG    PIC X(1).
                   10 WTBL-OLD-WEIGHT     PIC 9(2)V999.
           01 WEIGHT-ENTRY-COUNT PIC 9(3) VALUE 0.
           01 WEIGHT-TABLE-MAX   PIC 9(3) VALUE 300.

           01 FLAGS.
               05 EOF-WEIGHT PIC X VALUE "N".
               05 DONE-FLAG  PIC X VALUE "N".

           01 CHOICE PIC 9 VALUE 0.

           01 WEIGHT-ENTRY-WORK.
               05 WMW-PROGRAM-CODE   PIC X(6)  VALUE SPACES.
               05 WMW-EFFECTIVE-TERM PIC X(6)  VALUE SPACES.
               05 WMW-MINISTRY-CODE  PIC X(8)  VALUE SPACES.
               05 WMW-WEIGHT-IN      PIC X(10) VALUE SPACES.
               05 WMW-WEIGHT         PIC 9(2)V999 VALUE 0.
               05 WMW-FOUND          PIC 9(3) VALUE 0.
               05 WMW-RUN-DATE       PIC 9(8) VALUE 0.
               05 WMW-AUDIT-COUNT    PIC 9(3) VALUE 0.

           01 WEIGHT-DISPLAY     PIC Z9.999.
           01 OLD-WEIGHT-DISPLAY PIC Z9.999.

           01 WEIGHT-LIST-LINE.
               05 WLL-PROGRAM-CODE   PIC X(6).
               05 FILLER             PIC X(2) VALUE SPACES.
               05 WLL-EFFECTIVE-TERM PIC X(6).
               05 FILLER             PIC X(2) VALUE SPACES.
               05 WLL-MINISTRY-CODE  PIC X(8).
               05 FILLER             PIC X(2) VALUE SPACES.
               05 WLL-WEIGHT         PIC Z9.999.
               05 FILLER             PIC X(2) VALUE SPACES.
               05 WLL-CHANGED-BY     PIC X(10).
               05 FILLER             PIC X(1) VALUE SPACE.
               05 WLL-CHANGED-DATE   PIC 9(8).

           01 IDX-WS PIC 9(3).

       PROCEDURE DIVISION.
       100-MAIN-PROCEDURE.
           DISPLAY "FUNDING WEIGHTS - ENTER YOUR SUPERVISOR ID: ".
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
               ACCEPT WMW-RUN-DATE FROM DATE YYYYMMDD
               PERFORM 150-LOAD-WEIGHT-TABLE
               PERFORM 200-RUN-MENU UNTIL DONE-FLAG = "Y"
           END-IF.
           STOP RUN.

       150-LOAD-WEIGHT-TABLE.
           SET WT-ENTRY TO 1.
           OPEN INPUT WEIGHT-FILE.
           IF WEIGHT-STATUS = "00" OR WEIGHT-STATUS = "05"
               PERFORM 160-LOAD-ONE-WEIGHT UNTIL EOF-WEIGHT = "Y"
                   OR WT-ENTRY > WEIGHT-TABLE-MAX
               CLOSE WEIGHT-FILE
           END-IF.
           COMPUTE WEIGHT-ENTRY-COUNT = WT-ENTRY - 1.
           IF EOF-WEIGHT NOT = "Y"
                   AND WEIGHT-ENTRY-COUNT >= WEIGHT-TABLE-MAX
               DISPLAY "FUNDING-WEIGHTS.txt EXCEEDS " WEIGHT-TABLE-MAX
                   " ROWS. RUN ABORTED - NOTHING CHANGED."
               MOVE 8 TO RETURN-CODE
               MOVE "Y" TO DONE-FLAG
           END-IF.
           DISPLAY "LOADED " WEIGHT-ENTRY-COUNT " WEIGHT ROWS.".

       160-LOAD-ONE-WEIGHT.
           READ WEIGHT-FILE
               AT END
                   MOVE "Y" TO EOF-WEIGHT
               NOT AT END
                   MOVE FWT-PROGRAM-CODE TO WTBL-PROGRAM-CODE(WT-ENTRY)
                   MOVE FWT-EFFECTIVE-TERM
                       TO WTBL-EFFECTIVE-TERM(WT-ENTRY)
                   MOVE FWT-MINISTRY-CODE
                       TO WTBL-MINISTRY-CODE(WT-ENTRY)
                   MOVE FWT-WEIGHT TO WTBL-WEIGHT(WT-ENTRY)
                   MOVE FWT-CHANGED-BY TO WTBL-CHANGED-BY(WT-ENTRY)
                   MOVE FWT-CHANGED-DATE
                       TO WTBL-CHANGED-DATE(WT-ENTRY)
                   MOVE SPACE TO WTBL-CHANGE-FLAG(WT-ENTRY)
                   MOVE 0 TO WTBL-OLD-WEIGHT(WT-ENTRY)
                   SET WT-ENTRY UP BY 1
           END-READ.

       200-RUN-MENU.
           DISPLAY " ".
           DISPLAY "FUNDING WEIGHT MAINTENANCE".
           DISPLAY "   1. LIST ALL WEIGHT ROWS".
           DISPLAY "   2. SET A PROGRAM'S WEIGHT FOR AN EFFECTIVE TERM".
           DISPLAY "   3. SAVE AND QUIT".
           DISPLAY "   4. QUIT WITHOUT SAVING".
           DISPLAY "ENTER YOUR CHOICE: ".
           ACCEPT CHOICE.
           EVALUATE CHOICE
               WHEN 1 PERFORM 210-LIST-WEIGHTS
               WHEN 2 PERFORM 220-SET-WEIGHT
               WHEN 3 PERFORM 300-SAVE-WEIGHT-TABLE
                      MOVE "Y" TO DONE-FLAG
               WHEN 4 DISPLAY "NOTHING SAVED."
                      MOVE "Y" TO DONE-FLAG
               WHEN OTHER
                   DISPLAY "INVALID CHOICE. PLEASE SELECT 1-4."
           END-EVALUATE.

       210-LIST-WEIGHTS.
           IF WEIGHT-ENTRY-COUNT = 0
               DISPLAY "NO WEIGHTS ON FILE - NO PROGRAM CAN BE "
                   "CLAIMED."
           ELSE
               PERFORM 215-LIST-ONE-WEIGHT
                   VARYING IDX-WS FROM 1 BY 1
                   UNTIL IDX-WS > WEIGHT-ENTRY-COUNT
           END-IF.

       215-LIST-ONE-WEIGHT.
           MOVE WTBL-PROGRAM-CODE(IDX-WS)   TO WLL-PROGRAM-CODE.
           MOVE WTBL-EFFECTIVE-TERM(IDX-WS) TO WLL-EFFECTIVE-TERM.
           MOVE WTBL-MINISTRY-CODE(IDX-WS)  TO WLL-MINISTRY-CODE.
           MOVE WTBL-WEIGHT(IDX-WS)         TO WLL-WEIGHT.
           MOVE WTBL-CHANGED-BY(IDX-WS)     TO WLL-CHANGED-BY.
           MOVE WTBL-CHANGED-DATE(IDX-WS)   TO WLL-CHANGED-DATE.
           DISPLAY WEIGHT-LIST-LINE.

      *****************************************************************
      * A program/effective-term already on file is a correction to
      * that row; anything else is a new row.  The old weight is kept
      * on the table entry (the first one, if the row is changed
      * twice in a session) so the audit row shows what the file
      * held.
      *****************************************************************
       220-SET-WEIGHT.
           DISPLAY "PROGRAM CODE: ".
           ACCEPT WMW-PROGRAM-CODE.
           DISPLAY "EFFECTIVE TERM (CCYYTT, BLANK = SINCE FOREVER): ".
           ACCEPT WMW-EFFECTIVE-TERM.
           DISPLAY "MINISTRY PROGRAM CODE: ".
           ACCEPT WMW-MINISTRY-CODE.
           DISPLAY "FUNDING WEIGHT (99.999, 0 = NOT FUNDED): ".
           ACCEPT WMW-WEIGHT-IN.
           IF WMW-PROGRAM-CODE = SPACES
               DISPLAY "PROGRAM CODE CANNOT BE BLANK."
           ELSE
               IF WMW-WEIGHT-IN = SPACES
                   DISPLAY "WEIGHT CANNOT BE BLANK. NOTHING CHANGED."
               ELSE
                   COMPUTE WMW-WEIGHT =
                       FUNCTION NUMVAL(WMW-WEIGHT-IN)
                   PERFORM 230-FIND-WEIGHT-ROW
                   IF WMW-FOUND > 0
                       PERFORM 240-CHANGE-WEIGHT-ROW
                   ELSE
                       PERFORM 250-ADD-WEIGHT-ROW
                   END-IF
               END-IF
           END-IF.

       230-FIND-WEIGHT-ROW.
           MOVE 0 TO WMW-FOUND.
           PERFORM 235-CHECK-ONE-ROW
               VARYING IDX-WS FROM 1 BY 1
               UNTIL IDX-WS > WEIGHT-ENTRY-COUNT
               OR WMW-FOUND > 0.

       235-CHECK-ONE-ROW.
           IF WTBL-PROGRAM-CODE(IDX-WS) = WMW-PROGRAM-CODE
                   AND WTBL-EFFECTIVE-TERM(IDX-WS) = WMW-EFFECTIVE-TERM
               MOVE IDX-WS TO WMW-FOUND
           END-IF.

       240-CHANGE-WEIGHT-ROW.
           MOVE WTBL-WEIGHT(WMW-FOUND) TO OLD-WEIGHT-DISPLAY.
           MOVE WMW-WEIGHT TO WEIGHT-DISPLAY.
           DISPLAY WMW-PROGRAM-CODE " EFFECTIVE " WMW-EFFECTIVE-TERM
               " CHANGES FROM " OLD-WEIGHT-DISPLAY " TO "
               WEIGHT-DISPLAY.
           IF WTBL-CHANGE-FLAG(WMW-FOUND) = SPACE
               MOVE "C" TO WTBL-CHANGE-FLAG(WMW-FOUND)
               MOVE WTBL-WEIGHT(WMW-FOUND) TO WTBL-OLD-WEIGHT(WMW-FOUND)
           END-IF.
      *    A blank ministry code on a correction keeps the one on file.
           IF WMW-MINISTRY-CODE NOT = SPACES
               MOVE WMW-MINISTRY-CODE TO WTBL-MINISTRY-CODE(WMW-FOUND)
           END-IF.
           MOVE WMW-WEIGHT       TO WTBL-WEIGHT(WMW-FOUND).
           MOVE SUPERVISOR-ID-WS TO WTBL-CHANGED-BY(WMW-FOUND).
           MOVE WMW-RUN-DATE     TO WTBL-CHANGED-DATE(WMW-FOUND).

       250-ADD-WEIGHT-ROW.
           IF WEIGHT-ENTRY-COUNT >= WEIGHT-TABLE-MAX
               DISPLAY "WEIGHT TABLE FULL. CANNOT ADD ANOTHER."
           ELSE
               IF WMW-MINISTRY-CODE = SPACES
                   DISPLAY "MINISTRY PROGRAM CODE CANNOT BE BLANK ON "
                       "A NEW ROW. NOTHING CHANGED."
               ELSE
                   ADD 1 TO WEIGHT-ENTRY-COUNT
                   MOVE WMW-PROGRAM-CODE
                       TO WTBL-PROGRAM-CODE(WEIGHT-ENTRY-COUNT)
                   MOVE WMW-EFFECTIVE-TERM
                       TO WTBL-EFFECTIVE-TERM(WEIGHT-ENTRY-COUNT)
                   MOVE WMW-MINISTRY-CODE
                       TO WTBL-MINISTRY-CODE(WEIGHT-ENTRY-COUNT)
                   MOVE WMW-WEIGHT TO WTBL-WEIGHT(WEIGHT-ENTRY-COUNT)
                   MOVE SUPERVISOR-ID-WS
                       TO WTBL-CHANGED-BY(WEIGHT-ENTRY-COUNT)
                   MOVE WMW-RUN-DATE
                       TO WTBL-CHANGED-DATE(WEIGHT-ENTRY-COUNT)
                   MOVE "N" TO WTBL-CHANGE-FLAG(WEIGHT-ENTRY-COUNT)
                   MOVE 0 TO WTBL-OLD-WEIGHT(WEIGHT-ENTRY-COUNT)
                   DISPLAY "WEIGHT ROW ADDED."
               END-IF
           END-IF.

       300-SAVE-WEIGHT-TABLE.
           OPEN OUTPUT WEIGHT-FILE.
           PERFORM 310-WRITE-ONE-WEIGHT
               VARYING WT-ENTRY FROM 1 BY 1
               UNTIL WT-ENTRY > WEIGHT-ENTRY-COUNT.
           CLOSE WEIGHT-FILE.
           MOVE 0 TO WMW-AUDIT-COUNT.
           OPEN EXTEND AUDIT-LOG-FILE.
           PERFORM 320-AUDIT-ONE-CHANGE
               VARYING WT-ENTRY FROM 1 BY 1
               UNTIL WT-ENTRY > WEIGHT-ENTRY-COUNT.
           CLOSE AUDIT-LOG-FILE.
           DISPLAY "SAVED " WEIGHT-ENTRY-COUNT
               " WEIGHT ROWS TO FUNDING-WEIGHTS.txt, "
               WMW-AUDIT-COUNT " CHANGES AUDITED.".

       310-WRITE-ONE-WEIGHT.
           MOVE SPACES TO FUNDWT-RECORD.
           MOVE WTBL-PROGRAM-CODE(WT-ENTRY)   TO FWT-PROGRAM-CODE.
           MOVE WTBL-EFFECTIVE-TERM(WT-ENTRY) TO FWT-EFFECTIVE-TERM.
           MOVE WTBL-MINISTRY-CODE(WT-ENTRY)  TO FWT-MINISTRY-CODE.
           MOVE WTBL-WEIGHT(WT-ENTRY)         TO FWT-WEIGHT.
           MOVE WTBL-CHANGED-BY(WT-ENTRY)     TO FWT-CHANGED-BY.
           MOVE WTBL-CHANGED-DATE(WT-ENTRY)   TO FWT-CHANGED-DATE.
           WRITE FUNDWT-RECORD.

       320-AUDIT-ONE-CHANGE.
           IF WTBL-CHANGE-FLAG(WT-ENTRY) NOT = SPACE
               MOVE SPACES TO AUDIT-LOG-RECORD
               MOVE 0 TO AUD-STUDENT-NUMBER
               MOVE WTBL-EFFECTIVE-TERM(WT-ENTRY) TO AUD-TERM-CODE
               STRING "FUNDING WT " WTBL-PROGRAM-CODE(WT-ENTRY)
                   DELIMITED BY SIZE INTO AUD-FIELD-NAME
               END-STRING
               IF WTBL-CHANGE-FLAG(WT-ENTRY) = "C"
                   MOVE WTBL-OLD-WEIGHT(WT-ENTRY) TO OLD-WEIGHT-DISPLAY
                   MOVE OLD-WEIGHT-DISPLAY TO AUD-OLD-VALUE
               ELSE
                   MOVE SPACES TO AUD-OLD-VALUE
               END-IF
               MOVE WTBL-WEIGHT(WT-ENTRY) TO WEIGHT-DISPLAY
               STRING WEIGHT-DISPLAY " "
                   WTBL-MINISTRY-CODE(WT-ENTRY)
                   DELIMITED BY SIZE INTO AUD-NEW-VALUE
               END-STRING
               MOVE SUPERVISOR-ID-WS TO AUD-OPERATOR-ID
               MOVE FUNCTION CURRENT-DATE TO AUD-TIMESTAMP
               CALL "AUDIT-CHAIN" USING AUDIT-LOG-RECORD
               WRITE AUDIT-LOG-RECORD
               ADD 1 TO WMW-AUDIT-COUNT
           END-IF.

       END PROGRAM WEIGHT-MAINT.
