      ******************************************************************
      * Tectonics: Second majors and minors.  PROGRAM-OF-STUDY holds
      * the one program a student is admitted to and billed under;
      * anything declared alongside it is kept here, on
      * PROGRAM-DECLARATIONS.txt (see PROGDECL-RECORD.cpy), one row
      * per student and declared program: a second major ('M') or a
      * minor ('N'), the term it was declared in, and whether it is
      * active, completed (CONFERRAL-RUN sets that) or dropped.
      * The student must be on STUFILE.dat, the program on
      * PROGRAM.txt and not the student's own PROGRAM-OF-STUDY, and
      * a program can be declared only once while the row stands -
      * a dropped row stays on file, and declaring that program
      * again adds a new one.  Only an active declaration can be
      * dropped.  Update sign-on required ('I' may list, not
      * change), and every new or dropped row lands on
      * AUDIT-LOG.txt when the table is saved.
      * Menu-driven whole-file load/save, POLICY-MAINT style.
      ******************************************************************
       IDENTIFICATION DIVISION.
       PROGRAM-ID. DECLARE-MAINT.

       ENVIRONMENT DIVISION.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
           SELECT OPTIONAL DECLARATION-FILE
               ASSIGN "PROGRAM-DECLARATIONS.txt"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS DECLARATION-STATUS.
           SELECT STUDENT-DATA-FILE
               ASSIGN "STUFILE.dat"
               ORGANIZATION IS INDEXED
               ACCESS MODE IS DYNAMIC
               RECORD KEY IS STUDENT-KEY
               ALTERNATE KEY IS STUDENT-NUMBER WITH DUPLICATES
               ALTERNATE KEY IS STUDENT-SURNAME WITH DUPLICATES
               FILE STATUS IS FILE-STATUS.
           SELECT PROGRAM-FILE ASSIGN "PROGRAM.txt"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS PROGRAM-STATUS.
           SELECT OPTIONAL AUDIT-LOG-FILE ASSIGN "AUDIT-LOG.txt"
               ORGANIZATION IS LINE SEQUENTIAL.

       DATA DIVISION.
       FILE SECTION.
           FD DECLARATION-FILE.
           COPY "PROGDECL-RECORD.cpy".

           FD STUDENT-DATA-FILE
               RECORD IS VARYING IN SIZE FROM 82 TO 181 CHARACTERS
               DEPENDING ON COURSE-COUNT.
           COPY "STUDENT-RECORD.cpy".

           FD PROGRAM-FILE.
           01 PROGRAM-RECORD.
               05 PROGRAM-CODE PIC X(6).
               05 PROGRAM-NAME PIC X(20).
               05 FILLER       PIC X(13).

           FD AUDIT-LOG-FILE.
           COPY "AUDIT-LOG.cpy".

       WORKING-STORAGE SECTION.
           01 FILE-STATUS        PIC X(2).
           01 DECLARATION-STATUS PIC X(2).
           01 PROGRAM-STATUS     PIC X(2).

           01 OPERATOR-ID-WS PIC X(10) VALUE SPACES.
           01 OPERATOR-PASSWORD-WS PIC X(10) VALUE SPACES.
           01 OPERATOR-ROLE-WS PIC X(1) VALUE SPACE.
           01 SIGNON-STATUS-WS PIC X(2) VALUE SPACES.

           01 PROGRAM-TABLE.
           COPY "PROGRAM-TABLE.cpy".
           01 PROG-ENTRY-COUNT PIC 999 VALUE 0.
           01 PROGRAM-TABLE-CAPACITY PIC 999 VALUE 200.

           01 DECLARATION-TABLE.
               05 DECLARATION-ENTRY OCCURS 2000 TIMES
                       INDEXED DC-ENTRY.
                   10 DTBL-STUDENT-NUMBER PIC 9(6).
                   10 DTBL-PROGRAM-CODE   PIC X(6).
                   10 DTBL-TYPE           PIC X(1).
                   10 DTBL-DECLARED-TERM  PIC X(6).
                   10 DTBL-STATUS         PIC X(1).
                   10 DTBL-CHANGED-BY     PIC X(10).
                   10 DTBL-CHANGED-DATE   PIC 9(8).
      *            'N' = new row this session, 'D' = dropped this
      *            session, space = untouched.  Drives the
      *            AUDIT-LOG.txt rows written at save.
                   10 DTBL-CHANGE-FLAG    PIC X(1).
           01 DECLARATION-COUNT PIC 9(4) VALUE 0.
           01 DECLARATION-MAX   PIC 9(4) VALUE 2000.

           01 FLAGS.
               05 EOF-DECLARATION PIC X VALUE "N".
               05 EOF-PROGRAM     PIC X VALUE "N".
               05 EOF-GROUP       PIC X VALUE "N".
               05 DONE-FLAG       PIC X VALUE "N".
               05 PROGRAM-FOUND   PIC X VALUE "N".

           01 CHOICE PIC 9 VALUE 0.

           01 DECLARE-WORK-AREA.
               05 DCW-STUDENT-IN     PIC X(6)  VALUE SPACES.
               05 DCW-STUDENT-NUMBER PIC 9(6)  VALUE 0.
               05 DCW-PROGRAM-CODE   PIC X(6)  VALUE SPACES.
               05 DCW-TYPE           PIC X(1)  VALUE SPACE.
               05 DCW-DECLARED-TERM  PIC X(6)  VALUE SPACES.
               05 DCW-PRIMARY        PIC X(6)  VALUE SPACES.
               05 DCW-STUDENT-NAME   PIC X(40) VALUE SPACES.
               05 DCW-FOUND          PIC 9(4)  VALUE 0.
               05 DCW-LISTED         PIC 9(4)  VALUE 0.
               05 DCW-RUN-DATE       PIC 9(8)  VALUE 0.
               05 DCW-AUDIT-COUNT    PIC 9(4)  VALUE 0.

           01 DECLARATION-LIST-LINE.
               05 DLL-TYPE           PIC X(12).
               05 FILLER             PIC X(2) VALUE SPACES.
               05 DLL-PROGRAM-CODE   PIC X(6).
               05 FILLER             PIC X(2) VALUE SPACES.
               05 DLL-DECLARED-TERM  PIC X(6).
               05 FILLER             PIC X(2) VALUE SPACES.
               05 DLL-STATUS         PIC X(9).
               05 FILLER             PIC X(2) VALUE SPACES.
               05 DLL-CHANGED-BY     PIC X(10).
               05 FILLER             PIC X(1) VALUE SPACE.
               05 DLL-CHANGED-DATE   PIC 9(8).

           01 IDX-WS PIC 9(4).

       PROCEDURE DIVISION.
       100-MAIN-PROCEDURE.
           DISPLAY "DECLARATIONS - ENTER YOUR OPERATOR ID: ".
           ACCEPT OPERATOR-ID-WS.
           DISPLAY "ENTER YOUR PASSWORD: ".
           ACCEPT OPERATOR-PASSWORD-WS.
           CALL "OPERATOR-SIGNON" USING OPERATOR-ID-WS
               OPERATOR-PASSWORD-WS OPERATOR-ROLE-WS
               SIGNON-STATUS-WS.
           IF SIGNON-STATUS-WS NOT = "00"
               DISPLAY "SIGN-ON REFUSED. STATUS: " SIGNON-STATUS-WS
               MOVE 8 TO RETURN-CODE
           ELSE
               ACCEPT DCW-RUN-DATE FROM DATE YYYYMMDD
               PERFORM 140-LOAD-PROGRAM-TABLE
               PERFORM 150-LOAD-DECLARATION-TABLE
               IF DONE-FLAG NOT = "Y"
                   OPEN INPUT STUDENT-DATA-FILE
                   PERFORM 200-RUN-MENU UNTIL DONE-FLAG = "Y"
                   CLOSE STUDENT-DATA-FILE
               END-IF
           END-IF.
           STOP RUN.

       140-LOAD-PROGRAM-TABLE.
           SET T-ENTRY TO 1.
           OPEN INPUT PROGRAM-FILE.
           IF PROGRAM-STATUS = "00"
               PERFORM 145-LOAD-ONE-PROGRAM UNTIL EOF-PROGRAM = "Y"
                   OR T-ENTRY > PROGRAM-TABLE-CAPACITY
               CLOSE PROGRAM-FILE
           END-IF.
           COMPUTE PROG-ENTRY-COUNT = T-ENTRY - 1.

       145-LOAD-ONE-PROGRAM.
           READ PROGRAM-FILE
               AT END
                   MOVE "Y" TO EOF-PROGRAM
               NOT AT END
                   MOVE PROGRAM-RECORD TO PROGRAM-TABLE-ENTRY(T-ENTRY)
                   ADD 1 TO T-ENTRY
           END-READ.

       150-LOAD-DECLARATION-TABLE.
           SET DC-ENTRY TO 1.
           OPEN INPUT DECLARATION-FILE.
           IF DECLARATION-STATUS = "00" OR DECLARATION-STATUS = "05"
               PERFORM 160-LOAD-ONE-DECLARATION
                   UNTIL EOF-DECLARATION = "Y"
                   OR DC-ENTRY > DECLARATION-MAX
               CLOSE DECLARATION-FILE
           END-IF.
           COMPUTE DECLARATION-COUNT = DC-ENTRY - 1.
           IF EOF-DECLARATION NOT = "Y"
                   AND DECLARATION-COUNT >= DECLARATION-MAX
               DISPLAY "PROGRAM-DECLARATIONS.txt EXCEEDS "
                   DECLARATION-MAX " ROWS. RUN ABORTED - NOTHING "
                   "CHANGED."
               MOVE 8 TO RETURN-CODE
               MOVE "Y" TO DONE-FLAG
           END-IF.

       160-LOAD-ONE-DECLARATION.
           READ DECLARATION-FILE
               AT END
                   MOVE "Y" TO EOF-DECLARATION
               NOT AT END
                   MOVE PDC-STUDENT-NUMBER
                       TO DTBL-STUDENT-NUMBER(DC-ENTRY)
                   MOVE PDC-PROGRAM-CODE TO DTBL-PROGRAM-CODE(DC-ENTRY)
                   MOVE PDC-DECLARATION-TYPE TO DTBL-TYPE(DC-ENTRY)
                   MOVE PDC-DECLARED-TERM
                       TO DTBL-DECLARED-TERM(DC-ENTRY)
                   MOVE PDC-STATUS TO DTBL-STATUS(DC-ENTRY)
                   MOVE PDC-CHANGED-BY TO DTBL-CHANGED-BY(DC-ENTRY)
                   MOVE PDC-CHANGED-DATE
                       TO DTBL-CHANGED-DATE(DC-ENTRY)
                   MOVE SPACE TO DTBL-CHANGE-FLAG(DC-ENTRY)
                   SET DC-ENTRY UP BY 1
           END-READ.

       200-RUN-MENU.
           DISPLAY " ".
           DISPLAY "SECOND MAJOR AND MINOR DECLARATIONS".
           DISPLAY "   1. LIST A STUDENT'S DECLARATIONS".
           DISPLAY "   2. DECLARE A SECOND MAJOR OR MINOR".
           DISPLAY "   3. DROP A DECLARATION".
           DISPLAY "   4. SAVE AND QUIT".
           DISPLAY "   5. QUIT WITHOUT SAVING".
           DISPLAY "ENTER YOUR CHOICE: ".
           ACCEPT CHOICE.
           IF (CHOICE = 2 OR CHOICE = 3)
                   AND (OPERATOR-ROLE-WS = "I" OR "A" OR "C")
               DISPLAY "INQUIRY-ONLY SIGN-ON. CANNOT CHANGE "
                   "DECLARATIONS."
           ELSE
               EVALUATE CHOICE
                   WHEN 1 PERFORM 210-LIST-DECLARATIONS
                   WHEN 2 PERFORM 220-DECLARE-PROGRAM
                   WHEN 3 PERFORM 240-DROP-DECLARATION
                   WHEN 4 PERFORM 300-SAVE-DECLARATION-TABLE
                          MOVE "Y" TO DONE-FLAG
                   WHEN 5 DISPLAY "NOTHING SAVED."
                          MOVE "Y" TO DONE-FLAG
                   WHEN OTHER
                       DISPLAY "INVALID CHOICE. PLEASE SELECT 1-5."
               END-EVALUATE
           END-IF.

      *****************************************************************
      * The student number asked for by every option, and the
      * student's newest STUFILE.dat term for the name and the
      * PROGRAM-OF-STUDY a declaration may not repeat.  No record on
      * file leaves DCW-STUDENT-NUMBER at zero.
      *****************************************************************
       205-ACCEPT-STUDENT.
           MOVE 0 TO DCW-STUDENT-NUMBER.
           MOVE SPACES TO DCW-PRIMARY.
           MOVE SPACES TO DCW-STUDENT-NAME.
           DISPLAY "STUDENT NUMBER: ".
           ACCEPT DCW-STUDENT-IN.
           IF DCW-STUDENT-IN IS NOT NUMERIC
               DISPLAY "INVALID STUDENT NUMBER."
           ELSE
               MOVE DCW-STUDENT-IN TO STUDENT-NUMBER
               MOVE "N" TO EOF-GROUP
               START STUDENT-DATA-FILE
                   KEY IS EQUAL STUDENT-NUMBER
                   INVALID KEY
                       MOVE "Y" TO EOF-GROUP
               END-START
               PERFORM 207-READ-ONE-TERM UNTIL EOF-GROUP = "Y"
               IF DCW-PRIMARY = SPACES
                   DISPLAY "NO RECORDS ON FILE FOR " DCW-STUDENT-IN
               ELSE
                   MOVE DCW-STUDENT-IN TO DCW-STUDENT-NUMBER
                   DISPLAY DCW-STUDENT-NAME " - PROGRAM OF STUDY "
                       DCW-PRIMARY
               END-IF
           END-IF.

       207-READ-ONE-TERM.
           READ STUDENT-DATA-FILE NEXT RECORD
               AT END
                   MOVE "Y" TO EOF-GROUP
               NOT AT END
                   IF STUDENT-NUMBER NOT = DCW-STUDENT-IN
                       MOVE "Y" TO EOF-GROUP
                   ELSE
                       MOVE PROGRAM-OF-STUDY TO DCW-PRIMARY
                       MOVE STUDENT-NAME TO DCW-STUDENT-NAME
                   END-IF
           END-READ.

       210-LIST-DECLARATIONS.
           PERFORM 205-ACCEPT-STUDENT.
           IF DCW-STUDENT-NUMBER > 0
               MOVE 0 TO DCW-LISTED
               PERFORM 215-LIST-ONE-DECLARATION
                   VARYING IDX-WS FROM 1 BY 1
                   UNTIL IDX-WS > DECLARATION-COUNT
               IF DCW-LISTED = 0
                   DISPLAY "NO SECOND MAJOR OR MINOR DECLARED."
               END-IF
           END-IF.

       215-LIST-ONE-DECLARATION.
           IF DTBL-STUDENT-NUMBER(IDX-WS) = DCW-STUDENT-NUMBER
               IF DTBL-TYPE(IDX-WS) = "M"
                   MOVE "SECOND MAJOR" TO DLL-TYPE
               ELSE
                   MOVE "MINOR" TO DLL-TYPE
               END-IF
               MOVE DTBL-PROGRAM-CODE(IDX-WS)  TO DLL-PROGRAM-CODE
               MOVE DTBL-DECLARED-TERM(IDX-WS) TO DLL-DECLARED-TERM
               EVALUATE DTBL-STATUS(IDX-WS)
                   WHEN "A" MOVE "ACTIVE"    TO DLL-STATUS
                   WHEN "C" MOVE "COMPLETED" TO DLL-STATUS
                   WHEN OTHER MOVE "DROPPED" TO DLL-STATUS
               END-EVALUATE
               MOVE DTBL-CHANGED-BY(IDX-WS)   TO DLL-CHANGED-BY
               MOVE DTBL-CHANGED-DATE(IDX-WS) TO DLL-CHANGED-DATE
               DISPLAY DECLARATION-LIST-LINE
               ADD 1 TO DCW-LISTED
           END-IF.

       220-DECLARE-PROGRAM.
           PERFORM 205-ACCEPT-STUDENT.
           IF DCW-STUDENT-NUMBER > 0
               DISPLAY "PROGRAM CODE: "
               ACCEPT DCW-PROGRAM-CODE
               DISPLAY "SECOND MAJOR (M) OR MINOR (N): "
               ACCEPT DCW-TYPE
               DISPLAY "DECLARED IN TERM (CCYYTT): "
               ACCEPT DCW-DECLARED-TERM
               PERFORM 225-VALIDATE-DECLARATION
           END-IF.

       225-VALIDATE-DECLARATION.
           PERFORM 260-CHECK-PROGRAM.
           IF PROGRAM-FOUND NOT = "Y"
               DISPLAY "PROGRAM " DCW-PROGRAM-CODE
                   " IS NOT IN PROGRAM.txt. NOTHING CHANGED."
           ELSE
               IF DCW-PROGRAM-CODE = DCW-PRIMARY
                   DISPLAY DCW-PROGRAM-CODE " IS THE STUDENT'S "
                       "PROGRAM OF STUDY. NOTHING CHANGED."
               ELSE
                   IF DCW-TYPE NOT = "M" AND DCW-TYPE NOT = "N"
                       DISPLAY "TYPE MUST BE M OR N. NOTHING "
                           "CHANGED."
                   ELSE
                       IF DCW-DECLARED-TERM = SPACES
                           DISPLAY "TERM CANNOT BE BLANK. NOTHING "
                               "CHANGED."
                       ELSE
                           PERFORM 230-FIND-STANDING-ROW
                           IF DCW-FOUND > 0
                               DISPLAY DCW-PROGRAM-CODE
                                   " IS ALREADY DECLARED. NOTHING "
                                   "CHANGED."
                           ELSE
                               PERFORM 250-ADD-DECLARATION-ROW
                           END-IF
                       END-IF
                   END-IF
               END-IF
           END-IF.

      *****************************************************************
      * The student's active or completed row for the program keyed
      * - a dropped row does not stand in the way of a new one.
      *****************************************************************
       230-FIND-STANDING-ROW.
           MOVE 0 TO DCW-FOUND.
           PERFORM 235-CHECK-ONE-ROW
               VARYING IDX-WS FROM 1 BY 1
               UNTIL IDX-WS > DECLARATION-COUNT
               OR DCW-FOUND > 0.

       235-CHECK-ONE-ROW.
           IF DTBL-STUDENT-NUMBER(IDX-WS) = DCW-STUDENT-NUMBER
                   AND DTBL-PROGRAM-CODE(IDX-WS) = DCW-PROGRAM-CODE
                   AND DTBL-STATUS(IDX-WS) NOT = "D"
               MOVE IDX-WS TO DCW-FOUND
           END-IF.

       240-DROP-DECLARATION.
           PERFORM 205-ACCEPT-STUDENT.
           IF DCW-STUDENT-NUMBER > 0
               DISPLAY "PROGRAM CODE TO DROP: "
               ACCEPT DCW-PROGRAM-CODE
               PERFORM 230-FIND-STANDING-ROW
               IF DCW-FOUND = 0
                   DISPLAY DCW-PROGRAM-CODE " IS NOT DECLARED. "
                       "NOTHING CHANGED."
               ELSE
                   IF DTBL-STATUS(DCW-FOUND) NOT = "A"
                       DISPLAY DCW-PROGRAM-CODE " IS COMPLETED AND "
                           "CANNOT BE DROPPED."
                   ELSE
                       MOVE "D" TO DTBL-STATUS(DCW-FOUND)
                       MOVE OPERATOR-ID-WS
                           TO DTBL-CHANGED-BY(DCW-FOUND)
                       MOVE DCW-RUN-DATE
                           TO DTBL-CHANGED-DATE(DCW-FOUND)
      *                A row added and dropped in one session is
      *                audited as what it ends up.
                       IF DTBL-CHANGE-FLAG(DCW-FOUND) = SPACE
                           MOVE "D" TO DTBL-CHANGE-FLAG(DCW-FOUND)
                       END-IF
                       DISPLAY "DECLARATION DROPPED."
                   END-IF
               END-IF
           END-IF.

       250-ADD-DECLARATION-ROW.
           IF DECLARATION-COUNT >= DECLARATION-MAX
               DISPLAY "DECLARATION TABLE FULL. CANNOT ADD ANOTHER."
           ELSE
               ADD 1 TO DECLARATION-COUNT
               MOVE DCW-STUDENT-NUMBER
                   TO DTBL-STUDENT-NUMBER(DECLARATION-COUNT)
               MOVE DCW-PROGRAM-CODE
                   TO DTBL-PROGRAM-CODE(DECLARATION-COUNT)
               MOVE DCW-TYPE TO DTBL-TYPE(DECLARATION-COUNT)
               MOVE DCW-DECLARED-TERM
                   TO DTBL-DECLARED-TERM(DECLARATION-COUNT)
               MOVE "A" TO DTBL-STATUS(DECLARATION-COUNT)
               MOVE OPERATOR-ID-WS
                   TO DTBL-CHANGED-BY(DECLARATION-COUNT)
               MOVE DCW-RUN-DATE
                   TO DTBL-CHANGED-DATE(DECLARATION-COUNT)
               MOVE "N" TO DTBL-CHANGE-FLAG(DECLARATION-COUNT)
               DISPLAY "DECLARATION ADDED."
           END-IF.

       260-CHECK-PROGRAM.
           MOVE "N" TO PROGRAM-FOUND.
           PERFORM VARYING T-ENTRY FROM 1 BY 1
                   UNTIL T-ENTRY > PROG-ENTRY-COUNT
                   OR PROGRAM-FOUND = "Y"
               IF PROGRAM-TABLE-CODE(T-ENTRY) = DCW-PROGRAM-CODE
                   MOVE "Y" TO PROGRAM-FOUND
               END-IF
           END-PERFORM.

       300-SAVE-DECLARATION-TABLE.
           OPEN OUTPUT DECLARATION-FILE.
           PERFORM 310-WRITE-ONE-DECLARATION
               VARYING DC-ENTRY FROM 1 BY 1
               UNTIL DC-ENTRY > DECLARATION-COUNT.
           CLOSE DECLARATION-FILE.
           MOVE 0 TO DCW-AUDIT-COUNT.
           OPEN EXTEND AUDIT-LOG-FILE.
           PERFORM 320-AUDIT-ONE-CHANGE
               VARYING DC-ENTRY FROM 1 BY 1
               UNTIL DC-ENTRY > DECLARATION-COUNT.
           CLOSE AUDIT-LOG-FILE.
           DISPLAY "SAVED " DECLARATION-COUNT
               " ROWS TO PROGRAM-DECLARATIONS.txt, "
               DCW-AUDIT-COUNT " CHANGES AUDITED.".

       310-WRITE-ONE-DECLARATION.
           MOVE SPACES TO PROGDECL-RECORD.
           MOVE DTBL-STUDENT-NUMBER(DC-ENTRY) TO PDC-STUDENT-NUMBER.
           MOVE DTBL-PROGRAM-CODE(DC-ENTRY)   TO PDC-PROGRAM-CODE.
           MOVE DTBL-TYPE(DC-ENTRY)          TO PDC-DECLARATION-TYPE.
           MOVE DTBL-DECLARED-TERM(DC-ENTRY)  TO PDC-DECLARED-TERM.
           MOVE DTBL-STATUS(DC-ENTRY)         TO PDC-STATUS.
           MOVE DTBL-CHANGED-BY(DC-ENTRY)     TO PDC-CHANGED-BY.
           MOVE DTBL-CHANGED-DATE(DC-ENTRY)   TO PDC-CHANGED-DATE.
           WRITE PROGDECL-RECORD.

      *****************************************************************
      * Field name says what was declared, e.g. "MINOR HIST01"; old
      * and new values are the row's status before and after.
      *****************************************************************
       320-AUDIT-ONE-CHANGE.
           IF DTBL-CHANGE-FLAG(DC-ENTRY) NOT = SPACE
               MOVE SPACES TO AUDIT-LOG-RECORD
               MOVE DTBL-STUDENT-NUMBER(DC-ENTRY)
                   TO AUD-STUDENT-NUMBER
               MOVE DTBL-DECLARED-TERM(DC-ENTRY) TO AUD-TERM-CODE
               IF DTBL-TYPE(DC-ENTRY) = "M"
                   STRING "SECOND MAJOR " DTBL-PROGRAM-CODE(DC-ENTRY)
                       DELIMITED BY SIZE INTO AUD-FIELD-NAME
                   END-STRING
               ELSE
                   STRING "MINOR " DTBL-PROGRAM-CODE(DC-ENTRY)
                       DELIMITED BY SIZE INTO AUD-FIELD-NAME
                   END-STRING
               END-IF
               IF DTBL-CHANGE-FLAG(DC-ENTRY) = "N"
                   MOVE SPACES TO AUD-OLD-VALUE
               ELSE
                   MOVE "ACTIVE" TO AUD-OLD-VALUE
               END-IF
               IF DTBL-STATUS(DC-ENTRY) = "D"
                   MOVE "DROPPED" TO AUD-NEW-VALUE
               ELSE
                   MOVE "ACTIVE" TO AUD-NEW-VALUE
               END-IF
               MOVE OPERATOR-ID-WS TO AUD-OPERATOR-ID
               MOVE FUNCTION CURRENT-DATE TO AUD-TIMESTAMP
               CALL "AUDIT-CHAIN" USING AUDIT-LOG-RECORD
               WRITE AUDIT-LOG-RECORD
               ADD 1 TO DCW-AUDIT-COUNT
           END-IF.

       END PROGRAM DECLARE-MAINT.
