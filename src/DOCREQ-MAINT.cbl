      ******************************************************************
      * Tectonics: Required-documents table maintenance.  Which
      * documents a new student owes - the final high-school
      * transcript, proof of identity, a study permit, residency
      * proof - by program of study and residency category, kept on
      * DOC-REQUIREMENTS.txt (see DOCREQ-RECORD.cpy) instead of
      * on the paper checklist.  '*' in the program or category
      * column covers every program or every category.  DOC-CHECKLIST
      * and DOC-HOLD-RUN build each new student's checklist from
      * this table; a change here reaches students whose checklist
      * is built afterwards, never one already on file.
      * Update sign-on only.  Menu-driven whole-file load/save, the
      * HOLD-MAINT way; every row added or removed lands on
      * AUDIT-LOG.txt (student 000000 - the table belongs to no
      * student).
      ******************************************************************
       IDENTIFICATION DIVISION.
       PROGRAM-ID. DOCREQ-MAINT.

       ENVIRONMENT DIVISION.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
           SELECT OPTIONAL DOCREQ-FILE
               ASSIGN "DOC-REQUIREMENTS.txt"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS DOCREQ-STATUS.
           SELECT OPTIONAL AUDIT-LOG-FILE ASSIGN "AUDIT-LOG.txt"
               ORGANIZATION IS LINE SEQUENTIAL.

       DATA DIVISION.
       FILE SECTION.
           FD DOCREQ-FILE.
           COPY "DOCREQ-RECORD.cpy".

           FD AUDIT-LOG-FILE.
           COPY "AUDIT-LOG.cpy".

       WORKING-STORAGE SECTION.
           01 DOCREQ-STATUS PIC X(2).

           01 OPERATOR-ID-WS PIC X(10) VALUE SPACES.
           01 OPERATOR-PASSWORD-WS PIC X(10) VALUE SPACES.
           01 OPERATOR-ROLE-WS PIC X(1) VALUE SPACE.
           01 SIGNON-STATUS-WS PIC X(2) VALUE SPACES.

           01 DOCREQ-TABLE.
               05 DOCREQ-ENTRY OCCURS 300 TIMES INDEXED R-ENTRY.
                   10 RTB-PROGRAM-CODE  PIC X(6).
                   10 RTB-RESIDENCY     PIC X(1).
                   10 RTB-DOCUMENT-CODE PIC X(8).
                   10 RTB-DESCRIPTION   PIC X(30).
           01 DOCREQ-COUNT PIC 9(3) VALUE 0.
           01 DOCREQ-MAX   PIC 9(3) VALUE 300.

           01 FLAGS.
               05 EOF-DOCREQ   PIC X VALUE "N".
               05 DONE-FLAG    PIC X VALUE "N".
               05 CHANGED-FLAG PIC X VALUE "N".

           01 CHOICE PIC 9 VALUE 0.

           01 REQUIREMENT-WORK-AREA.
               05 RQW-PROGRAM-CODE  PIC X(6) VALUE SPACES.
               05 RQW-RESIDENCY     PIC X(1) VALUE SPACE.
                   88 RQW-RESIDENCY-VALID VALUE "D" "P" "I" "*".
               05 RQW-DOCUMENT-CODE PIC X(8) VALUE SPACES.
               05 RQW-DESCRIPTION   PIC X(30) VALUE SPACES.
               05 RQW-FOUND-ENTRY   PIC 9(3) VALUE 0.
           01 IDX-WS PIC 9(3).

       PROCEDURE DIVISION.
       100-MAIN-PROCEDURE.
           DISPLAY "DOCUMENT REQUIREMENTS - ENTER YOUR OPERATOR ID: ".
           ACCEPT OPERATOR-ID-WS.
           DISPLAY "ENTER YOUR PASSWORD: ".
           ACCEPT OPERATOR-PASSWORD-WS.
           CALL "OPERATOR-SIGNON" USING OPERATOR-ID-WS
               OPERATOR-PASSWORD-WS OPERATOR-ROLE-WS
               SIGNON-STATUS-WS.
           IF SIGNON-STATUS-WS NOT = "00"
                   OR OPERATOR-ROLE-WS = "I" OR "A" OR "C"
               DISPLAY "UPDATE SIGN-ON REQUIRED. RUN CANCELLED."
               MOVE 8 TO RETURN-CODE
           ELSE
               PERFORM 150-LOAD-DOCREQ-TABLE
               PERFORM 200-RUN-MENU UNTIL DONE-FLAG = "Y"
           END-IF.
           STOP RUN.

       150-LOAD-DOCREQ-TABLE.
           SET R-ENTRY TO 1.
           OPEN INPUT DOCREQ-FILE.
           IF DOCREQ-STATUS = "00" OR DOCREQ-STATUS = "05"
               PERFORM 160-LOAD-ONE-REQUIREMENT UNTIL EOF-DOCREQ = "Y"
                   OR R-ENTRY > DOCREQ-MAX
               CLOSE DOCREQ-FILE
           END-IF.
           COMPUTE DOCREQ-COUNT = R-ENTRY - 1.
           IF EOF-DOCREQ NOT = "Y" AND DOCREQ-COUNT >= DOCREQ-MAX
               DISPLAY "DOC-REQUIREMENTS.txt EXCEEDS " DOCREQ-MAX
                   " ROWS. RUN ABORTED - NOTHING CHANGED."
               MOVE 8 TO RETURN-CODE
               MOVE "Y" TO DONE-FLAG
           ELSE
               DISPLAY "LOADED " DOCREQ-COUNT " REQUIREMENTS."
           END-IF.

       160-LOAD-ONE-REQUIREMENT.
           READ DOCREQ-FILE
               AT END
                   MOVE "Y" TO EOF-DOCREQ
               NOT AT END
                   MOVE DOR-PROGRAM-CODE  TO RTB-PROGRAM-CODE(R-ENTRY)
                   MOVE DOR-RESIDENCY     TO RTB-RESIDENCY(R-ENTRY)
                   MOVE DOR-DOCUMENT-CODE
                       TO RTB-DOCUMENT-CODE(R-ENTRY)
                   MOVE DOR-DESCRIPTION   TO RTB-DESCRIPTION(R-ENTRY)
                   SET R-ENTRY UP BY 1
           END-READ.

       200-RUN-MENU.
           DISPLAY " ".
           DISPLAY "REQUIRED DOCUMENTS BY PROGRAM AND RESIDENCY".
           DISPLAY "   1. LIST THE REQUIREMENTS".
           DISPLAY "   2. ADD A REQUIREMENT".
           DISPLAY "   3. REMOVE A REQUIREMENT".
           DISPLAY "   4. SAVE AND QUIT".
           DISPLAY "ENTER YOUR CHOICE: ".
           ACCEPT CHOICE.
           EVALUATE CHOICE
               WHEN 1 PERFORM 210-LIST-REQUIREMENTS
               WHEN 2 PERFORM 300-ADD-REQUIREMENT
               WHEN 3 PERFORM 400-REMOVE-REQUIREMENT
               WHEN 4 PERFORM 800-SAVE-DOCREQ-TABLE
                      MOVE "Y" TO DONE-FLAG
               WHEN OTHER
                   DISPLAY "INVALID CHOICE. PLEASE SELECT 1-4."
           END-EVALUATE.

       210-LIST-REQUIREMENTS.
           IF DOCREQ-COUNT = 0
               DISPLAY "NO REQUIREMENTS ON FILE."
           ELSE
               DISPLAY "  PROGRAM  RES  DOCUMENT  DESCRIPTION"
               PERFORM 215-LIST-ONE-REQUIREMENT
                   VARYING IDX-WS FROM 1 BY 1
                   UNTIL IDX-WS > DOCREQ-COUNT
           END-IF.

       215-LIST-ONE-REQUIREMENT.
           DISPLAY "  " RTB-PROGRAM-CODE(IDX-WS) "   "
               RTB-RESIDENCY(IDX-WS) "    "
               RTB-DOCUMENT-CODE(IDX-WS) "  "
               RTB-DESCRIPTION(IDX-WS).

       220-ACCEPT-KEY-FIELDS.
           DISPLAY "PROGRAM CODE (* = EVERY PROGRAM): ".
           ACCEPT RQW-PROGRAM-CODE.
           DISPLAY "RESIDENCY - D DOMESTIC, P PERMANENT RESIDENT, "
               "I INTERNATIONAL, * ANY: ".
           ACCEPT RQW-RESIDENCY.
           DISPLAY "DOCUMENT CODE (E.G. HSTRANS, PHOTOID, PERMIT): ".
           ACCEPT RQW-DOCUMENT-CODE.
           PERFORM 230-FIND-REQUIREMENT.

       230-FIND-REQUIREMENT.
           MOVE 0 TO RQW-FOUND-ENTRY.
           PERFORM VARYING IDX-WS FROM 1 BY 1
                   UNTIL IDX-WS > DOCREQ-COUNT OR RQW-FOUND-ENTRY > 0
               IF RTB-PROGRAM-CODE(IDX-WS) = RQW-PROGRAM-CODE
                       AND RTB-RESIDENCY(IDX-WS) = RQW-RESIDENCY
                       AND RTB-DOCUMENT-CODE(IDX-WS)
                           = RQW-DOCUMENT-CODE
                   MOVE IDX-WS TO RQW-FOUND-ENTRY
               END-IF
           END-PERFORM.

       300-ADD-REQUIREMENT.
           PERFORM 220-ACCEPT-KEY-FIELDS.
           EVALUATE TRUE
               WHEN RQW-PROGRAM-CODE = SPACES
                   DISPLAY "PROGRAM CODE CANNOT BE BLANK. "
                       "NOTHING ADDED."
               WHEN NOT RQW-RESIDENCY-VALID
                   DISPLAY "RESIDENCY MUST BE D, P, I OR *. "
                       "NOTHING ADDED."
               WHEN RQW-DOCUMENT-CODE = SPACES
                   DISPLAY "DOCUMENT CODE CANNOT BE BLANK. "
                       "NOTHING ADDED."
               WHEN RQW-FOUND-ENTRY > 0
                   DISPLAY "THAT REQUIREMENT IS ALREADY ON FILE."
               WHEN DOCREQ-COUNT >= DOCREQ-MAX
                   DISPLAY "REQUIREMENTS TABLE FULL. NOTHING ADDED."
               WHEN OTHER
                   DISPLAY "DESCRIPTION: "
                   ACCEPT RQW-DESCRIPTION
                   PERFORM 310-ADD-THE-REQUIREMENT
           END-EVALUATE.

       310-ADD-THE-REQUIREMENT.
           ADD 1 TO DOCREQ-COUNT.
           MOVE RQW-PROGRAM-CODE  TO RTB-PROGRAM-CODE(DOCREQ-COUNT).
           MOVE RQW-RESIDENCY     TO RTB-RESIDENCY(DOCREQ-COUNT).
           MOVE RQW-DOCUMENT-CODE TO RTB-DOCUMENT-CODE(DOCREQ-COUNT).
           MOVE RQW-DESCRIPTION   TO RTB-DESCRIPTION(DOCREQ-COUNT).
           MOVE "Y" TO CHANGED-FLAG.
           MOVE SPACES TO AUDIT-LOG-RECORD.
           MOVE "DOC-REQUIREMENT" TO AUD-FIELD-NAME.
           STRING RQW-PROGRAM-CODE " " RQW-RESIDENCY " "
                  RQW-DOCUMENT-CODE
               DELIMITED BY SIZE INTO AUD-NEW-VALUE
           END-STRING.
           PERFORM 700-WRITE-AUDIT-ROW.
           DISPLAY "REQUIREMENT ADDED.".

       400-REMOVE-REQUIREMENT.
           PERFORM 220-ACCEPT-KEY-FIELDS.
           IF RQW-FOUND-ENTRY = 0
               DISPLAY "NO SUCH REQUIREMENT ON FILE."
           ELSE
               MOVE SPACES TO AUDIT-LOG-RECORD
               MOVE "DOC-REQUIREMENT" TO AUD-FIELD-NAME
               STRING RQW-PROGRAM-CODE " " RQW-RESIDENCY " "
                      RQW-DOCUMENT-CODE
                   DELIMITED BY SIZE INTO AUD-OLD-VALUE
               END-STRING
               MOVE "REMOVED" TO AUD-NEW-VALUE
               PERFORM 410-CLOSE-REQUIREMENT-GAP
                   VARYING R-ENTRY FROM RQW-FOUND-ENTRY BY 1
                   UNTIL R-ENTRY >= DOCREQ-COUNT
               SUBTRACT 1 FROM DOCREQ-COUNT
               MOVE "Y" TO CHANGED-FLAG
               PERFORM 700-WRITE-AUDIT-ROW
               DISPLAY "REQUIREMENT REMOVED."
           END-IF.

       410-CLOSE-REQUIREMENT-GAP.
           MOVE DOCREQ-ENTRY(R-ENTRY + 1) TO DOCREQ-ENTRY(R-ENTRY).

      *    The caller has cleared the row and set the field name and
      *    the values.  The table belongs to no student and no term.
       700-WRITE-AUDIT-ROW.
           OPEN EXTEND AUDIT-LOG-FILE.
           MOVE 0 TO AUD-STUDENT-NUMBER.
           MOVE SPACES TO AUD-TERM-CODE.
           MOVE OPERATOR-ID-WS TO AUD-OPERATOR-ID.
           MOVE FUNCTION CURRENT-DATE TO AUD-TIMESTAMP.
           CALL "AUDIT-CHAIN" USING AUDIT-LOG-RECORD.
           WRITE AUDIT-LOG-RECORD.
           CLOSE AUDIT-LOG-FILE.

       800-SAVE-DOCREQ-TABLE.
           IF CHANGED-FLAG = "Y"
               OPEN OUTPUT DOCREQ-FILE
               PERFORM 810-WRITE-ONE-REQUIREMENT
                   VARYING R-ENTRY FROM 1 BY 1
                   UNTIL R-ENTRY > DOCREQ-COUNT
               CLOSE DOCREQ-FILE
               DISPLAY "SAVED " DOCREQ-COUNT
                   " REQUIREMENTS TO DOC-REQUIREMENTS.txt"
           ELSE
               DISPLAY "NO CHANGES TO SAVE."
           END-IF.

       810-WRITE-ONE-REQUIREMENT.
           MOVE SPACES TO DOC-REQUIREMENT-RECORD.
           MOVE RTB-PROGRAM-CODE(R-ENTRY)  TO DOR-PROGRAM-CODE.
           MOVE RTB-RESIDENCY(R-ENTRY)     TO DOR-RESIDENCY.
           MOVE RTB-DOCUMENT-CODE(R-ENTRY) TO DOR-DOCUMENT-CODE.
           MOVE RTB-DESCRIPTION(R-ENTRY)   TO DOR-DESCRIPTION.
           WRITE DOC-REQUIREMENT-RECORD.

       END PROGRAM DOCREQ-MAINT.
