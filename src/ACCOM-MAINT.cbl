      ******************************************************************
      * Tectonics: Accessibility accommodation maintenance.  The
      * accessibility office approves accommodations - extra exam
      * time, a separate exam room, a note-taker and the like - and
      * until now the only record was the counsellor's own file, so
      * instructors heard about them from the student, or not at all.
      * Each approval is recorded here as one ACCOMMODATIONS.txt row
      * (see ACCOMMODATION-RECORD.cpy): the type, an instructor-facing
      * detail line, the terms it runs between, and the approving
      * counsellor.  An accommodation is ended by setting its last
      * term, never by removing the row.  ACCOM-LETTERS writes the
      * instructor letters from the file each term, and EXAM-SCHEDULE
      * flags the students needing a separate sitting.
      * The file is restricted: this program will not so much as list
      * it without an accessibility-office sign-on (role 'A' on
      * OPERATOR.txt).  Menu-driven whole-file load/save, the
      * HOLD-MAINT way.  Every approval and ending lands on
      * AUDIT-LOG.txt with the type and terms only - the detail line
      * stays in the restricted file.
      ******************************************************************
       IDENTIFICATION DIVISION.
       PROGRAM-ID. ACCOM-MAINT.

       ENVIRONMENT DIVISION.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
           SELECT OPTIONAL ACCOM-FILE ASSIGN "ACCOMMODATIONS.txt"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS ACCOM-STATUS.
           SELECT OPTIONAL AUDIT-LOG-FILE ASSIGN "AUDIT-LOG.txt"
               ORGANIZATION IS LINE SEQUENTIAL.

       DATA DIVISION.
       FILE SECTION.
           FD ACCOM-FILE.
           COPY "ACCOMMODATION-RECORD.cpy".

           FD AUDIT-LOG-FILE.
           COPY "AUDIT-LOG.cpy".

       WORKING-STORAGE SECTION.
           01 ACCOM-STATUS PIC X(2).

           01 OPERATOR-ID-WS PIC X(10) VALUE SPACES.
           01 OPERATOR-PASSWORD-WS PIC X(10) VALUE SPACES.
           01 OPERATOR-ROLE-WS PIC X(1) VALUE SPACE.
           01 SIGNON-STATUS-WS PIC X(2) VALUE SPACES.

           01 ACCOM-TABLE.
               05 ACCOM-ENTRY OCCURS 2000 TIMES INDEXED A-ENTRY.
                   10 ATB-STUDENT-NUMBER PIC 9(6).
                   10 ATB-TYPE           PIC X(4).
                   10 ATB-DETAIL         PIC X(30).
                   10 ATB-FROM-TERM      PIC X(6).
                   10 ATB-TO-TERM        PIC X(6).
                   10 ATB-APPROVED-BY    PIC X(10).
                   10 ATB-APPROVED-DATE  PIC 9(8).
           01 ACCOM-COUNT PIC 9(4) VALUE 0.
           01 ACCOM-MAX   PIC 9(4) VALUE 2000.

           01 FLAGS.
               05 EOF-ACCOM    PIC X VALUE "N".
               05 DONE-FLAG    PIC X VALUE "N".
               05 CHANGED-FLAG PIC X VALUE "N".

           01 CHOICE PIC 9 VALUE 0.

           01 ACCOM-WORK-AREA.
               05 ACW-STUDENT-IN      PIC X(6) VALUE SPACES.
               05 ACW-STUDENT-NUMBER  PIC 9(6) VALUE 0.
               05 ACW-TYPE            PIC X(4) VALUE SPACES.
                   88 ACW-TYPE-VALID  VALUE "XTIM" "SEPR" "NOTE"
                                            "RCRD" "ASST" "OTHR".
               05 ACW-DETAIL          PIC X(30) VALUE SPACES.
               05 ACW-FROM-TERM       PIC X(6) VALUE SPACES.
               05 ACW-TO-TERM         PIC X(6) VALUE SPACES.
               05 ACW-OLD-TO-TERM     PIC X(6) VALUE SPACES.
               05 ACW-APPROVED-BY     PIC X(10) VALUE SPACES.
               05 ACW-MATCH-COUNT     PIC 9(4) VALUE 0.
               05 ACW-FOUND-ENTRY     PIC 9(4) VALUE 0.
               05 ACW-RUN-DATE        PIC 9(8) VALUE 0.
           01 IDX-WS PIC 9(4).

       PROCEDURE DIVISION.
       100-MAIN-PROCEDURE.
           DISPLAY "ACCOMMODATIONS - ENTER YOUR OPERATOR ID: ".
           ACCEPT OPERATOR-ID-WS.
           DISPLAY "ENTER YOUR PASSWORD: ".
           ACCEPT OPERATOR-PASSWORD-WS.
           CALL "OPERATOR-SIGNON" USING OPERATOR-ID-WS
               OPERATOR-PASSWORD-WS OPERATOR-ROLE-WS
               SIGNON-STATUS-WS.
      *    Restricted file - not even inquiry without the
      *    accessibility office's own role.
           IF SIGNON-STATUS-WS NOT = "00"
                   OR OPERATOR-ROLE-WS NOT = "A"
               DISPLAY "ACCESSIBILITY SIGN-ON REQUIRED. "
                   "RUN CANCELLED."
               MOVE 8 TO RETURN-CODE
           ELSE
               ACCEPT ACW-RUN-DATE FROM DATE YYYYMMDD
               PERFORM 150-LOAD-ACCOM-TABLE
               PERFORM 200-RUN-MENU UNTIL DONE-FLAG = "Y"
           END-IF.
           STOP RUN.

       150-LOAD-ACCOM-TABLE.
           SET A-ENTRY TO 1.
           OPEN INPUT ACCOM-FILE.
           IF ACCOM-STATUS = "00" OR ACCOM-STATUS = "05"
               PERFORM 160-LOAD-ONE-ACCOM UNTIL EOF-ACCOM = "Y"
                   OR A-ENTRY > ACCOM-MAX
               CLOSE ACCOM-FILE
           END-IF.
           COMPUTE ACCOM-COUNT = A-ENTRY - 1.
           IF EOF-ACCOM NOT = "Y"
                   AND ACCOM-COUNT >= ACCOM-MAX
               DISPLAY "ACCOMMODATIONS.txt EXCEEDS " ACCOM-MAX
                   " ROWS. RUN ABORTED - NOTHING CHANGED."
               MOVE 8 TO RETURN-CODE
               MOVE "Y" TO DONE-FLAG
           ELSE
               DISPLAY "LOADED " ACCOM-COUNT " ACCOMMODATIONS."
           END-IF.

       160-LOAD-ONE-ACCOM.
           READ ACCOM-FILE
               AT END
                   MOVE "Y" TO EOF-ACCOM
               NOT AT END
                   MOVE ACM-STUDENT-NUMBER
                       TO ATB-STUDENT-NUMBER(A-ENTRY)
                   MOVE ACM-TYPE        TO ATB-TYPE(A-ENTRY)
                   MOVE ACM-DETAIL      TO ATB-DETAIL(A-ENTRY)
                   MOVE ACM-FROM-TERM   TO ATB-FROM-TERM(A-ENTRY)
                   MOVE ACM-TO-TERM     TO ATB-TO-TERM(A-ENTRY)
                   MOVE ACM-APPROVED-BY TO ATB-APPROVED-BY(A-ENTRY)
                   MOVE ACM-APPROVED-DATE
                       TO ATB-APPROVED-DATE(A-ENTRY)
                   ADD 1 TO A-ENTRY
           END-READ.

       200-RUN-MENU.
           DISPLAY " ".
           DISPLAY "ACCESSIBILITY ACCOMMODATIONS".
           DISPLAY "   1. LIST A STUDENT'S ACCOMMODATIONS".
           DISPLAY "   2. RECORD AN APPROVED ACCOMMODATION".
           DISPLAY "   3. END AN ACCOMMODATION".
           DISPLAY "   4. SAVE AND QUIT".
           DISPLAY "ENTER YOUR CHOICE: ".
           ACCEPT CHOICE.
           EVALUATE CHOICE
               WHEN 1 PERFORM 210-LIST-ACCOMMODATIONS
               WHEN 2 PERFORM 300-RECORD-ACCOMMODATION
               WHEN 3 PERFORM 400-END-ACCOMMODATION
               WHEN 4 PERFORM 800-SAVE-ACCOM-TABLE
                      MOVE "Y" TO DONE-FLAG
               WHEN OTHER
                   DISPLAY "INVALID CHOICE. PLEASE SELECT 1-4."
           END-EVALUATE.

       205-ACCEPT-STUDENT.
           MOVE 0 TO ACW-STUDENT-NUMBER.
           DISPLAY "STUDENT NUMBER: ".
           ACCEPT ACW-STUDENT-IN.
           IF ACW-STUDENT-IN IS NUMERIC
               MOVE ACW-STUDENT-IN TO ACW-STUDENT-NUMBER
           ELSE
               DISPLAY "INVALID STUDENT NUMBER. DIGITS ONLY."
           END-IF.

       210-LIST-ACCOMMODATIONS.
           PERFORM 205-ACCEPT-STUDENT.
           IF ACW-STUDENT-NUMBER NOT = 0
               MOVE 0 TO ACW-MATCH-COUNT
               PERFORM 215-LIST-ONE-ACCOMMODATION
                   VARYING IDX-WS FROM 1 BY 1
                   UNTIL IDX-WS > ACCOM-COUNT
               IF ACW-MATCH-COUNT = 0
                   DISPLAY "NO ACCOMMODATIONS ON FILE FOR "
                       ACW-STUDENT-NUMBER
               END-IF
           END-IF.

       215-LIST-ONE-ACCOMMODATION.
           IF ATB-STUDENT-NUMBER(IDX-WS) = ACW-STUDENT-NUMBER
               ADD 1 TO ACW-MATCH-COUNT
               IF ATB-TO-TERM(IDX-WS) = SPACES
                   DISPLAY "  " ATB-TYPE(IDX-WS)
                       "  FROM " ATB-FROM-TERM(IDX-WS)
                       "  (OPEN)  APPROVED BY "
                       ATB-APPROVED-BY(IDX-WS)
               ELSE
                   DISPLAY "  " ATB-TYPE(IDX-WS)
                       "  FROM " ATB-FROM-TERM(IDX-WS)
                       "  TO " ATB-TO-TERM(IDX-WS)
                       "  APPROVED BY " ATB-APPROVED-BY(IDX-WS)
               END-IF
               DISPLAY "    " ATB-DETAIL(IDX-WS)
           END-IF.

      *****************************************************************
      * A newly approved accommodation.  The detail line goes to the
      * instructors as typed - it says what to provide, never why.
      *****************************************************************
       300-RECORD-ACCOMMODATION.
           PERFORM 205-ACCEPT-STUDENT.
           IF ACW-STUDENT-NUMBER NOT = 0
               DISPLAY "TYPE - XTIM EXTRA TIME, SEPR SEPARATE ROOM, "
                   "NOTE NOTE-TAKER,"
               DISPLAY "       RCRD RECORDING, ASST ASSISTIVE TECH, "
                   "OTHR OTHER: "
               ACCEPT ACW-TYPE
               DISPLAY "DETAIL FOR INSTRUCTORS (30 CHARACTERS, "
                   "NO DIAGNOSIS): "
               ACCEPT ACW-DETAIL
               DISPLAY "FROM TERM (CCYYTT): "
               ACCEPT ACW-FROM-TERM
               DISPLAY "TO TERM (CCYYTT, ENTER IF OPEN-ENDED): "
               MOVE SPACES TO ACW-TO-TERM
               ACCEPT ACW-TO-TERM
               DISPLAY "APPROVING COUNSELLOR: "
               ACCEPT ACW-APPROVED-BY
               PERFORM 350-FIND-ACCOMMODATION
               PERFORM 310-VALIDATE-ACCOMMODATION
           END-IF.

       310-VALIDATE-ACCOMMODATION.
           EVALUATE TRUE
               WHEN NOT ACW-TYPE-VALID
                   DISPLAY "TYPE MUST BE XTIM, SEPR, NOTE, RCRD, "
                       "ASST OR OTHR. NOTHING RECORDED."
               WHEN ACW-DETAIL = SPACES
                   DISPLAY "DETAIL CANNOT BE BLANK. "
                       "NOTHING RECORDED."
               WHEN ACW-FROM-TERM = SPACES
                   DISPLAY "FROM TERM CANNOT BE BLANK. "
                       "NOTHING RECORDED."
               WHEN ACW-TO-TERM NOT = SPACES
                       AND ACW-TO-TERM < ACW-FROM-TERM
                   DISPLAY "TO TERM CANNOT BE BEFORE THE FROM TERM. "
                       "NOTHING RECORDED."
               WHEN ACW-APPROVED-BY = SPACES
                   DISPLAY "APPROVING COUNSELLOR IS REQUIRED. "
                       "NOTHING RECORDED."
               WHEN ACW-FOUND-ENTRY > 0
                   DISPLAY "THAT ACCOMMODATION IS ALREADY ON FILE "
                       "FROM THAT TERM."
               WHEN ACCOM-COUNT >= ACCOM-MAX
                   DISPLAY "ACCOMMODATION TABLE FULL. "
                       "NOTHING RECORDED."
               WHEN OTHER
                   PERFORM 320-ADD-THE-ACCOMMODATION
           END-EVALUATE.

       320-ADD-THE-ACCOMMODATION.
           ADD 1 TO ACCOM-COUNT.
           MOVE ACW-STUDENT-NUMBER
               TO ATB-STUDENT-NUMBER(ACCOM-COUNT).
           MOVE ACW-TYPE          TO ATB-TYPE(ACCOM-COUNT).
           MOVE ACW-DETAIL        TO ATB-DETAIL(ACCOM-COUNT).
           MOVE ACW-FROM-TERM     TO ATB-FROM-TERM(ACCOM-COUNT).
           MOVE ACW-TO-TERM       TO ATB-TO-TERM(ACCOM-COUNT).
           MOVE ACW-APPROVED-BY   TO ATB-APPROVED-BY(ACCOM-COUNT).
           MOVE ACW-RUN-DATE      TO ATB-APPROVED-DATE(ACCOM-COUNT).
           MOVE "Y" TO CHANGED-FLAG.
           MOVE SPACES TO AUDIT-LOG-RECORD.
           MOVE "ACCOMMODATION" TO AUD-FIELD-NAME.
           STRING ACW-TYPE " " ACW-FROM-TERM " " ACW-TO-TERM
               DELIMITED BY SIZE INTO AUD-NEW-VALUE
           END-STRING.
           PERFORM 700-WRITE-AUDIT-ROW.
           DISPLAY "ACCOMMODATION " ACW-TYPE " RECORDED FOR "
               ACW-STUDENT-NUMBER " FROM " ACW-FROM-TERM ".".

      *    An accommodation is known by student, type and first term.
       350-FIND-ACCOMMODATION.
           MOVE 0 TO ACW-FOUND-ENTRY.
           PERFORM VARYING IDX-WS FROM 1 BY 1
                   UNTIL IDX-WS > ACCOM-COUNT OR ACW-FOUND-ENTRY > 0
               IF ATB-STUDENT-NUMBER(IDX-WS) = ACW-STUDENT-NUMBER
                       AND ATB-TYPE(IDX-WS) = ACW-TYPE
                       AND ATB-FROM-TERM(IDX-WS) = ACW-FROM-TERM
                   MOVE IDX-WS TO ACW-FOUND-ENTRY
               END-IF
           END-PERFORM.

      *****************************************************************
      * Ending an accommodation sets its last term; the row stays on
      * file so past letters can still be accounted for.
      *****************************************************************
       400-END-ACCOMMODATION.
           PERFORM 205-ACCEPT-STUDENT.
           IF ACW-STUDENT-NUMBER NOT = 0
               DISPLAY "TYPE: "
               ACCEPT ACW-TYPE
               DISPLAY "FROM TERM (CCYYTT): "
               ACCEPT ACW-FROM-TERM
               PERFORM 350-FIND-ACCOMMODATION
               IF ACW-FOUND-ENTRY = 0
                   DISPLAY "NO SUCH ACCOMMODATION ON FILE FOR "
                       ACW-STUDENT-NUMBER "."
               ELSE
                   PERFORM 410-ACCEPT-THE-ENDING
               END-IF
           END-IF.

       410-ACCEPT-THE-ENDING.
           MOVE ATB-TO-TERM(ACW-FOUND-ENTRY) TO ACW-OLD-TO-TERM.
           DISPLAY "LAST TERM IT APPLIES TO (CCYYTT): ".
           MOVE SPACES TO ACW-TO-TERM.
           ACCEPT ACW-TO-TERM.
           EVALUATE TRUE
               WHEN ACW-TO-TERM = SPACES
                   DISPLAY "LAST TERM CANNOT BE BLANK. "
                       "NOTHING CHANGED."
               WHEN ACW-TO-TERM < ACW-FROM-TERM
                   DISPLAY "LAST TERM CANNOT BE BEFORE THE FROM TERM. "
                       "NOTHING CHANGED."
               WHEN ACW-TO-TERM = ACW-OLD-TO-TERM
                   DISPLAY "NOTHING CHANGED."
               WHEN OTHER
                   MOVE ACW-TO-TERM TO ATB-TO-TERM(ACW-FOUND-ENTRY)
                   MOVE "Y" TO CHANGED-FLAG
                   MOVE SPACES TO AUDIT-LOG-RECORD
                   MOVE "ACCOM END" TO AUD-FIELD-NAME
                   STRING ACW-TYPE " " ACW-FROM-TERM " "
                          ACW-OLD-TO-TERM
                       DELIMITED BY SIZE INTO AUD-OLD-VALUE
                   END-STRING
                   STRING ACW-TYPE " " ACW-FROM-TERM " " ACW-TO-TERM
                       DELIMITED BY SIZE INTO AUD-NEW-VALUE
                   END-STRING
                   PERFORM 700-WRITE-AUDIT-ROW
                   DISPLAY "ACCOMMODATION " ACW-TYPE " ENDS AFTER "
                       ACW-TO-TERM "."
           END-EVALUATE.

      *    The caller has cleared the row and set the field name and
      *    the values.
       700-WRITE-AUDIT-ROW.
           OPEN EXTEND AUDIT-LOG-FILE.
           MOVE ACW-STUDENT-NUMBER TO AUD-STUDENT-NUMBER.
           MOVE ACW-FROM-TERM TO AUD-TERM-CODE.
           MOVE OPERATOR-ID-WS TO AUD-OPERATOR-ID.
           MOVE FUNCTION CURRENT-DATE TO AUD-TIMESTAMP.
           CALL "AUDIT-CHAIN" USING AUDIT-LOG-RECORD.
           WRITE AUDIT-LOG-RECORD.
           CLOSE AUDIT-LOG-FILE.

       800-SAVE-ACCOM-TABLE.
           IF CHANGED-FLAG = "Y"
               OPEN OUTPUT ACCOM-FILE
               PERFORM 810-WRITE-ONE-ACCOM
                   VARYING A-ENTRY FROM 1 BY 1
                   UNTIL A-ENTRY > ACCOM-COUNT
               CLOSE ACCOM-FILE
               DISPLAY "SAVED " ACCOM-COUNT
                   " ACCOMMODATIONS TO ACCOMMODATIONS.txt"
           ELSE
               DISPLAY "NO CHANGES TO SAVE."
           END-IF.

       810-WRITE-ONE-ACCOM.
           MOVE SPACES TO ACCOMMODATION-RECORD.
           MOVE ATB-STUDENT-NUMBER(A-ENTRY) TO ACM-STUDENT-NUMBER.
           MOVE ATB-TYPE(A-ENTRY)           TO ACM-TYPE.
           MOVE ATB-DETAIL(A-ENTRY)         TO ACM-DETAIL.
           MOVE ATB-FROM-TERM(A-ENTRY)      TO ACM-FROM-TERM.
           MOVE ATB-TO-TERM(A-ENTRY)        TO ACM-TO-TERM.
           MOVE ATB-APPROVED-BY(A-ENTRY)    TO ACM-APPROVED-BY.
           MOVE ATB-APPROVED-DATE(A-ENTRY)  TO ACM-APPROVED-DATE.
           WRITE ACCOMMODATION-RECORD.

       END PROGRAM ACCOM-MAINT.
