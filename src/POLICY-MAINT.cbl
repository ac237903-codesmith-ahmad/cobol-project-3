      ******************************************************************
      * Tectonics: Policy parameter maintenance.  POLICY-PARMS.txt
      * (see POLICY-PARM-RECORD.cpy) holds the thresholds the batches
      * read at start-up through POLICY-PARM; this is the only
      * sanctioned way to change one.  Supervisor sign-on required -
      * moving the probation line or the late fee moves every
      * student it touches - and every value keyed lands on
      * AUDIT-LOG.txt (student 000000, the effective term, the
      * parameter name, old and new value) when the table is saved.
      * A change for a future term is a NEW row effective that term,
      * so the value in force today is left alone; keying the same
      * parameter and effective term again corrects that row.
      * Menu-driven whole-file load/save, HOLD-MAINT style.
      ******************************************************************
       IDENTIFICATION DIVISION.
       PROGRAM-ID. POLICY-MAINT.

       ENVIRONMENT DIVISION.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
           SELECT OPTIONAL PARM-FILE ASSIGN "POLICY-PARMS.txt"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS PARM-STATUS.
           SELECT OPTIONAL AUDIT-LOG-FILE ASSIGN "AUDIT-LOG.txt"
               ORGANIZATION IS LINE SEQUENTIAL.

       DATA DIVISION.
       FILE SECTION.
           FD PARM-FILE.
           COPY "POLICY-PARM-RECORD.cpy".

           FD AUDIT-LOG-FILE.
           COPY "AUDIT-LOG.cpy".

       WORKING-STORAGE SECTION.
           01 PARM-STATUS PIC X(2).

      *    Supervisor approval is a real OPERATOR.txt sign-on with
      *    role 'S', same arrangement as WRITEOFF-RUN's.
           01 SUPERVISOR-ID-WS PIC X(10) VALUE SPACES.
           01 SUPERVISOR-PASSWORD-WS PIC X(10) VALUE SPACES.
           01 SUPERVISOR-ROLE-WS PIC X(1) VALUE SPACE.
           01 SIGNON-STATUS-WS PIC X(2) VALUE SPACES.

           01 PARM-TABLE.
               05 PARM-TABLE-ENTRY OCCURS 300 TIMES INDEXED PM-ENTRY.
                   10 PTBL-NAME           PIC X(20).
                   10 PTBL-EFFECTIVE-TERM PIC X(6).
                   10 PTBL-VALUE          PIC 9(7)V99.
                   10 PTBL-DESCRIPTION    PIC X(30).
                   10 PTBL-CHANGED-BY     PIC X(10).
                   10 PTBL-CHANGED-DATE   PIC 9(8).
      *            'N' = new row this session, 'C' = value changed
      *            this session, space = untouched.  Drives the
      *            AUDIT-LOG.txt rows written at save.
                   10 PTBL-CHANGE-FLAG    PIC X(1).
                   10 PTBL-OLD-VALUE      PIC 9(7)V99.
           01 PARM-ENTRY-COUNT PIC 9(3) VALUE 0.
           01 PARM-TABLE-MAX   PIC 9(3) VALUE 300.

           01 FLAGS.
               05 EOF-PARM  PIC X VALUE "N".
               05 DONE-FLAG PIC X VALUE "N".

           01 CHOICE PIC 9 VALUE 0.

           01 PARM-ENTRY-WORK.
               05 PMW-NAME           PIC X(20) VALUE SPACES.
               05 PMW-EFFECTIVE-TERM PIC X(6)  VALUE SPACES.
               05 PMW-VALUE-IN       PIC X(10) VALUE SPACES.
               05 PMW-VALUE          PIC 9(7)V99 VALUE 0.
               05 PMW-DESCRIPTION    PIC X(30) VALUE SPACES.
               05 PMW-FOUND          PIC 9(3) VALUE 0.
               05 PMW-RUN-DATE       PIC 9(8) VALUE 0.
               05 PMW-AUDIT-COUNT    PIC 9(3) VALUE 0.

           01 VALUE-DISPLAY     PIC Z(6)9.99.
           01 OLD-VALUE-DISPLAY PIC Z(6)9.99.

           01 PARM-LIST-LINE.
               05 PLL-NAME           PIC X(20).
               05 FILLER             PIC X(2) VALUE SPACES.
               05 PLL-EFFECTIVE-TERM PIC X(6).
               05 FILLER             PIC X(2) VALUE SPACES.
               05 PLL-VALUE          PIC Z(6)9.99.
               05 FILLER             PIC X(2) VALUE SPACES.
               05 PLL-DESCRIPTION    PIC X(30).

           01 IDX-WS PIC 9(3).

       PROCEDURE DIVISION.
       100-MAIN-PROCEDURE.
           DISPLAY "POLICY PARAMETERS - ENTER YOUR SUPERVISOR ID: ".
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
               ACCEPT PMW-RUN-DATE FROM DATE YYYYMMDD
               PERFORM 150-LOAD-PARM-TABLE
               PERFORM 200-RUN-MENU UNTIL DONE-FLAG = "Y"
           END-IF.
           STOP RUN.

       150-LOAD-PARM-TABLE.
           SET PM-ENTRY TO 1.
           OPEN INPUT PARM-FILE.
           IF PARM-STATUS = "00" OR PARM-STATUS = "05"
               PERFORM 160-LOAD-ONE-PARM UNTIL EOF-PARM = "Y"
                   OR PM-ENTRY > PARM-TABLE-MAX
               CLOSE PARM-FILE
           END-IF.
           COMPUTE PARM-ENTRY-COUNT = PM-ENTRY - 1.
           IF EOF-PARM NOT = "Y"
                   AND PARM-ENTRY-COUNT >= PARM-TABLE-MAX
               DISPLAY "POLICY-PARMS.txt EXCEEDS " PARM-TABLE-MAX
                   " ROWS. RUN ABORTED - NOTHING CHANGED."
               MOVE 8 TO RETURN-CODE
               MOVE "Y" TO DONE-FLAG
           END-IF.
           DISPLAY "LOADED " PARM-ENTRY-COUNT " PARAMETER ROWS.".

       160-LOAD-ONE-PARM.
           READ PARM-FILE
               AT END
                   MOVE "Y" TO EOF-PARM
               NOT AT END
                   MOVE PRM-NAME TO PTBL-NAME(PM-ENTRY)
                   MOVE PRM-EFFECTIVE-TERM
                       TO PTBL-EFFECTIVE-TERM(PM-ENTRY)
                   MOVE PRM-VALUE TO PTBL-VALUE(PM-ENTRY)
                   MOVE PRM-DESCRIPTION TO PTBL-DESCRIPTION(PM-ENTRY)
                   MOVE PRM-CHANGED-BY TO PTBL-CHANGED-BY(PM-ENTRY)
                   MOVE PRM-CHANGED-DATE
                       TO PTBL-CHANGED-DATE(PM-ENTRY)
                   MOVE SPACE TO PTBL-CHANGE-FLAG(PM-ENTRY)
                   MOVE 0 TO PTBL-OLD-VALUE(PM-ENTRY)
                   SET PM-ENTRY UP BY 1
           END-READ.

       200-RUN-MENU.
           DISPLAY " ".
           DISPLAY "POLICY PARAMETER MAINTENANCE".
           DISPLAY "   1. LIST ALL PARAMETER ROWS".
           DISPLAY "   2. SET A PARAMETER VALUE FOR AN EFFECTIVE TERM".
           DISPLAY "   3. SAVE AND QUIT".
           DISPLAY "   4. QUIT WITHOUT SAVING".
           DISPLAY "ENTER YOUR CHOICE: ".
           ACCEPT CHOICE.
           EVALUATE CHOICE
               WHEN 1 PERFORM 210-LIST-PARMS
               WHEN 2 PERFORM 220-SET-PARM
               WHEN 3 PERFORM 300-SAVE-PARM-TABLE
                      MOVE "Y" TO DONE-FLAG
               WHEN 4 DISPLAY "NOTHING SAVED."
                      MOVE "Y" TO DONE-FLAG
               WHEN OTHER
                   DISPLAY "INVALID CHOICE. PLEASE SELECT 1-4."
           END-EVALUATE.

       210-LIST-PARMS.
           IF PARM-ENTRY-COUNT = 0
               DISPLAY "NO PARAMETERS ON FILE - EVERY BATCH IS "
                   "RUNNING ON ITS BUILT-IN DEFAULTS."
           ELSE
               PERFORM 215-LIST-ONE-PARM
                   VARYING IDX-WS FROM 1 BY 1
                   UNTIL IDX-WS > PARM-ENTRY-COUNT
           END-IF.

       215-LIST-ONE-PARM.
           MOVE PTBL-NAME(IDX-WS)           TO PLL-NAME.
           MOVE PTBL-EFFECTIVE-TERM(IDX-WS) TO PLL-EFFECTIVE-TERM.
           MOVE PTBL-VALUE(IDX-WS)          TO PLL-VALUE.
           MOVE PTBL-DESCRIPTION(IDX-WS)    TO PLL-DESCRIPTION.
           DISPLAY PARM-LIST-LINE.

      *****************************************************************
      * A name/effective-term already on file is a correction to that
      * row; anything else is a new row.  The old value is kept on
      * the table entry (the first one, if the row is changed twice
      * in a session) so the audit row shows what the file held.
      *****************************************************************
       220-SET-PARM.
           DISPLAY "PARAMETER NAME: ".
           ACCEPT PMW-NAME.
           DISPLAY "EFFECTIVE TERM (CCYYTT, BLANK = SINCE FOREVER): ".
           ACCEPT PMW-EFFECTIVE-TERM.
           DISPLAY "VALUE (9999999.99): ".
           ACCEPT PMW-VALUE-IN.
           IF PMW-NAME = SPACES
               DISPLAY "PARAMETER NAME CANNOT BE BLANK."
           ELSE
               IF PMW-VALUE-IN = SPACES
                   DISPLAY "VALUE CANNOT BE BLANK. NOTHING CHANGED."
               ELSE
                   COMPUTE PMW-VALUE =
                       FUNCTION NUMVAL(PMW-VALUE-IN)
                   PERFORM 230-FIND-PARM-ROW
                   IF PMW-FOUND > 0
                       PERFORM 240-CHANGE-PARM-ROW
                   ELSE
                       PERFORM 250-ADD-PARM-ROW
                   END-IF
               END-IF
           END-IF.

       230-FIND-PARM-ROW.
           MOVE 0 TO PMW-FOUND.
           PERFORM 235-CHECK-ONE-ROW
               VARYING IDX-WS FROM 1 BY 1
               UNTIL IDX-WS > PARM-ENTRY-COUNT
               OR PMW-FOUND > 0.

       235-CHECK-ONE-ROW.
           IF PTBL-NAME(IDX-WS) = PMW-NAME
                   AND PTBL-EFFECTIVE-TERM(IDX-WS) = PMW-EFFECTIVE-TERM
               MOVE IDX-WS TO PMW-FOUND
           END-IF.

       240-CHANGE-PARM-ROW.
           MOVE PTBL-VALUE(PMW-FOUND) TO OLD-VALUE-DISPLAY.
           MOVE PMW-VALUE TO VALUE-DISPLAY.
           DISPLAY PMW-NAME " EFFECTIVE " PMW-EFFECTIVE-TERM
               " CHANGES FROM " OLD-VALUE-DISPLAY " TO "
               VALUE-DISPLAY.
           IF PTBL-CHANGE-FLAG(PMW-FOUND) = SPACE
               MOVE "C" TO PTBL-CHANGE-FLAG(PMW-FOUND)
               MOVE PTBL-VALUE(PMW-FOUND) TO PTBL-OLD-VALUE(PMW-FOUND)
           END-IF.
           MOVE PMW-VALUE        TO PTBL-VALUE(PMW-FOUND).
           MOVE SUPERVISOR-ID-WS TO PTBL-CHANGED-BY(PMW-FOUND).
           MOVE PMW-RUN-DATE     TO PTBL-CHANGED-DATE(PMW-FOUND).

       250-ADD-PARM-ROW.
           IF PARM-ENTRY-COUNT >= PARM-TABLE-MAX
               DISPLAY "PARAMETER TABLE FULL. CANNOT ADD ANOTHER."
           ELSE
               DISPLAY "DESCRIPTION (30 CHARACTERS): "
               ACCEPT PMW-DESCRIPTION
               ADD 1 TO PARM-ENTRY-COUNT
               MOVE PMW-NAME TO PTBL-NAME(PARM-ENTRY-COUNT)
               MOVE PMW-EFFECTIVE-TERM
                   TO PTBL-EFFECTIVE-TERM(PARM-ENTRY-COUNT)
               MOVE PMW-VALUE TO PTBL-VALUE(PARM-ENTRY-COUNT)
               MOVE PMW-DESCRIPTION
                   TO PTBL-DESCRIPTION(PARM-ENTRY-COUNT)
               MOVE SUPERVISOR-ID-WS
                   TO PTBL-CHANGED-BY(PARM-ENTRY-COUNT)
               MOVE PMW-RUN-DATE TO PTBL-CHANGED-DATE(PARM-ENTRY-COUNT)
               MOVE "N" TO PTBL-CHANGE-FLAG(PARM-ENTRY-COUNT)
               MOVE 0 TO PTBL-OLD-VALUE(PARM-ENTRY-COUNT)
               DISPLAY "PARAMETER ROW ADDED."
           END-IF.

       300-SAVE-PARM-TABLE.
           OPEN OUTPUT PARM-FILE.
           PERFORM 310-WRITE-ONE-PARM
               VARYING PM-ENTRY FROM 1 BY 1
               UNTIL PM-ENTRY > PARM-ENTRY-COUNT.
           CLOSE PARM-FILE.
           MOVE 0 TO PMW-AUDIT-COUNT.
           OPEN EXTEND AUDIT-LOG-FILE.
           PERFORM 320-AUDIT-ONE-CHANGE
               VARYING PM-ENTRY FROM 1 BY 1
               UNTIL PM-ENTRY > PARM-ENTRY-COUNT.
           CLOSE AUDIT-LOG-FILE.
           DISPLAY "SAVED " PARM-ENTRY-COUNT
               " PARAMETER ROWS TO POLICY-PARMS.txt, "
               PMW-AUDIT-COUNT " CHANGES AUDITED.".

       310-WRITE-ONE-PARM.
           MOVE SPACES TO POLICY-PARM-RECORD.
           MOVE PTBL-NAME(PM-ENTRY)           TO PRM-NAME.
           MOVE PTBL-EFFECTIVE-TERM(PM-ENTRY) TO PRM-EFFECTIVE-TERM.
           MOVE PTBL-VALUE(PM-ENTRY)          TO PRM-VALUE.
           MOVE PTBL-DESCRIPTION(PM-ENTRY)    TO PRM-DESCRIPTION.
           MOVE PTBL-CHANGED-BY(PM-ENTRY)     TO PRM-CHANGED-BY.
           MOVE PTBL-CHANGED-DATE(PM-ENTRY)   TO PRM-CHANGED-DATE.
           WRITE POLICY-PARM-RECORD.

       320-AUDIT-ONE-CHANGE.
           IF PTBL-CHANGE-FLAG(PM-ENTRY) NOT = SPACE
               MOVE SPACES TO AUDIT-LOG-RECORD
               MOVE 0 TO AUD-STUDENT-NUMBER
               MOVE PTBL-EFFECTIVE-TERM(PM-ENTRY) TO AUD-TERM-CODE
               MOVE PTBL-NAME(PM-ENTRY) TO AUD-FIELD-NAME
               IF PTBL-CHANGE-FLAG(PM-ENTRY) = "C"
                   MOVE PTBL-OLD-VALUE(PM-ENTRY) TO OLD-VALUE-DISPLAY
                   MOVE OLD-VALUE-DISPLAY TO AUD-OLD-VALUE
               ELSE
                   MOVE SPACES TO AUD-OLD-VALUE
               END-IF
               MOVE PTBL-VALUE(PM-ENTRY) TO VALUE-DISPLAY
               MOVE VALUE-DISPLAY TO AUD-NEW-VALUE
               MOVE SUPERVISOR-ID-WS TO AUD-OPERATOR-ID
               MOVE FUNCTION CURRENT-DATE TO AUD-TIMESTAMP
               CALL "AUDIT-CHAIN" USING AUDIT-LOG-RECORD
               WRITE AUDIT-LOG-RECORD
               ADD 1 TO PMW-AUDIT-COUNT
           END-IF.

       END PROGRAM POLICY-MAINT.
