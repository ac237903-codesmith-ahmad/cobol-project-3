      ******************************************************************
      * Tectonics: Required-documents checklist.  The admissions
      * office's paper checklist, on DOCUMENT-CHECKLIST.txt (see
      * DOCCHK-RECORD.cpy): one row per document a student owes,
      * outstanding until it is received or waived, with the date
      * and the operator of the change.  Building a checklist takes
      * the student's program of study from their newest STUFILE.dat
      * term and their residency category from RESIDENCY-LOOKUP and
      * adds every matching DOC-REQUIREMENTS.txt row the
      * student does not already have - DOC-HOLD-RUN does the same
      * for every new student after each term's add/drop deadline,
      * so this is for a late admit or a change of program.
      * Marking a document received is any update sign-on; waiving
      * one needs a supervisor and a reason.  Every change lands on
      * AUDIT-LOG.txt.  On save, a student this session left owing
      * nothing has the "DOCUMENTS OVERDUE" hold taken off HOLDS.txt
      * (DOC-HOLD-RELEASE) - no waiting for the next batch.
      * Menu-driven whole-file load/save, the HOLD-MAINT way.
      ******************************************************************
       IDENTIFICATION DIVISION.
       PROGRAM-ID. DOC-CHECKLIST.

       ENVIRONMENT DIVISION.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
           SELECT STUDENT-DATA-FILE
               ASSIGN "STUFILE.dat"
               ORGANIZATION IS INDEXED
               ACCESS MODE IS DYNAMIC
               RECORD KEY IS STUDENT-KEY
               ALTERNATE KEY IS STUDENT-NUMBER WITH DUPLICATES
               ALTERNATE KEY IS STUDENT-SURNAME WITH DUPLICATES
               FILE STATUS IS FILE-STATUS.
           SELECT OPTIONAL DOCREQ-FILE
               ASSIGN "DOC-REQUIREMENTS.txt"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS DOCREQ-STATUS.
           SELECT OPTIONAL DOCCHK-FILE
               ASSIGN "DOCUMENT-CHECKLIST.txt"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS DOCCHK-STATUS.
           SELECT OPTIONAL AUDIT-LOG-FILE ASSIGN "AUDIT-LOG.txt"
               ORGANIZATION IS LINE SEQUENTIAL.

       DATA DIVISION.
       FILE SECTION.
           FD STUDENT-DATA-FILE
               RECORD IS VARYING IN SIZE FROM 82 TO 181 CHARACTERS
               DEPENDING ON COURSE-COUNT.
           COPY "STUDENT-RECORD.cpy".

           FD DOCREQ-FILE.
           COPY "DOCREQ-RECORD.cpy".

           FD DOCCHK-FILE.
           COPY "DOCCHK-RECORD.cpy".

           FD AUDIT-LOG-FILE.
           COPY "AUDIT-LOG.cpy".

       WORKING-STORAGE SECTION.
           01 FILE-STATUS   PIC X(2).
           01 DOCREQ-STATUS PIC X(2).
           01 DOCCHK-STATUS PIC X(2).

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

           01 DOCCHK-TABLE.
               05 DOCCHK-ENTRY OCCURS 5000 TIMES INDEXED K-ENTRY.
                   10 KTB-STUDENT-NUMBER PIC 9(6).
                   10 KTB-DOCUMENT-CODE  PIC X(8).
                   10 KTB-DUE-TERM       PIC X(6).
                   10 KTB-STATUS         PIC X(1).
                   10 KTB-STATUS-DATE    PIC 9(8).
                   10 KTB-STATUS-BY      PIC X(10).
                   10 KTB-NOTE           PIC X(20).
           01 DOCCHK-COUNT PIC 9(4) VALUE 0.
           01 DOCCHK-MAX   PIC 9(4) VALUE 5000.

      *    Students whose checklist this session changed - each one
      *    left owing nothing has the documents hold released on
      *    save.
           01 TOUCHED-TABLE.
               05 TOUCHED-STUDENT PIC 9(6) OCCURS 200 TIMES.
           01 TOUCHED-COUNT PIC 9(3) VALUE 0.
           01 TOUCHED-MAX   PIC 9(3) VALUE 200.

           01 FLAGS.
               05 EOF-DOCREQ   PIC X VALUE "N".
               05 EOF-DOCCHK   PIC X VALUE "N".
               05 EOF-STU      PIC X VALUE "N".
               05 DONE-FLAG    PIC X VALUE "N".
               05 CHANGED-FLAG PIC X VALUE "N".

           01 CHOICE PIC 9 VALUE 0.

           01 CHECKLIST-WORK-AREA.
               05 CKW-STUDENT-IN      PIC X(6) VALUE SPACES.
               05 CKW-STUDENT-NUMBER  PIC 9(6) VALUE 0.
               05 CKW-DOCUMENT-CODE   PIC X(8) VALUE SPACES.
               05 CKW-DUE-TERM        PIC X(6) VALUE SPACES.
               05 CKW-NEWEST-TERM     PIC X(6) VALUE SPACES.
               05 CKW-PROGRAM-CODE    PIC X(6) VALUE SPACES.
               05 CKW-NOTE            PIC X(20) VALUE SPACES.
               05 CKW-NEW-STATUS      PIC X(1) VALUE SPACE.
               05 CKW-FOUND-ENTRY     PIC 9(4) VALUE 0.
               05 CKW-OUTSTANDING     PIC 9(3) VALUE 0.
               05 CKW-ADDED-COUNT     PIC 9(3) VALUE 0.
               05 CKW-RELEASED-COUNT  PIC 9(3) VALUE 0.
               05 CKW-RUN-DATE        PIC 9(8) VALUE 0.
           01 IDX-WS PIC 9(4).

           COPY "RESIDENCY-LOOKUP.cpy".
           COPY "DOC-HOLD-RELEASE.cpy".

       PROCEDURE DIVISION.
       100-MAIN-PROCEDURE.
           DISPLAY "DOCUMENT CHECKLIST - ENTER YOUR OPERATOR ID: ".
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
               ACCEPT CKW-RUN-DATE FROM DATE YYYYMMDD
               PERFORM 150-LOAD-DOCREQ-TABLE
               PERFORM 170-LOAD-DOCCHK-TABLE
               IF DONE-FLAG NOT = "Y"
                   OPEN INPUT STUDENT-DATA-FILE
                   PERFORM 200-RUN-MENU UNTIL DONE-FLAG = "Y"
                   CLOSE STUDENT-DATA-FILE
               END-IF
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

       170-LOAD-DOCCHK-TABLE.
           SET K-ENTRY TO 1.
           OPEN INPUT DOCCHK-FILE.
           IF DOCCHK-STATUS = "00" OR DOCCHK-STATUS = "05"
               PERFORM 180-LOAD-ONE-CHECKLIST-ROW
                   UNTIL EOF-DOCCHK = "Y" OR K-ENTRY > DOCCHK-MAX
               CLOSE DOCCHK-FILE
           END-IF.
           COMPUTE DOCCHK-COUNT = K-ENTRY - 1.
           IF EOF-DOCCHK NOT = "Y" AND DOCCHK-COUNT >= DOCCHK-MAX
               DISPLAY "DOCUMENT-CHECKLIST.txt EXCEEDS " DOCCHK-MAX
                   " ROWS. RUN ABORTED - NOTHING CHANGED."
               MOVE 8 TO RETURN-CODE
               MOVE "Y" TO DONE-FLAG
           END-IF.

       180-LOAD-ONE-CHECKLIST-ROW.
           READ DOCCHK-FILE
               AT END
                   MOVE "Y" TO EOF-DOCCHK
               NOT AT END
                   MOVE DCH-STUDENT-NUMBER
                       TO KTB-STUDENT-NUMBER(K-ENTRY)
                   MOVE DCH-DOCUMENT-CODE
                       TO KTB-DOCUMENT-CODE(K-ENTRY)
                   MOVE DCH-DUE-TERM    TO KTB-DUE-TERM(K-ENTRY)
                   MOVE DCH-STATUS      TO KTB-STATUS(K-ENTRY)
                   MOVE DCH-STATUS-DATE TO KTB-STATUS-DATE(K-ENTRY)
                   MOVE DCH-STATUS-BY   TO KTB-STATUS-BY(K-ENTRY)
                   MOVE DCH-NOTE        TO KTB-NOTE(K-ENTRY)
                   SET K-ENTRY UP BY 1
           END-READ.

       200-RUN-MENU.
           DISPLAY " ".
           DISPLAY "REQUIRED DOCUMENTS CHECKLIST".
           DISPLAY "   1. SHOW A STUDENT'S CHECKLIST".
           DISPLAY "   2. BUILD A STUDENT'S CHECKLIST".
           DISPLAY "   3. MARK A DOCUMENT RECEIVED".
           DISPLAY "   4. WAIVE A DOCUMENT (SUPERVISOR)".
           DISPLAY "   5. SAVE AND QUIT".
           DISPLAY "ENTER YOUR CHOICE: ".
           ACCEPT CHOICE.
           EVALUATE CHOICE
               WHEN 1 PERFORM 210-SHOW-CHECKLIST
               WHEN 2 PERFORM 300-BUILD-CHECKLIST
               WHEN 3 MOVE "R" TO CKW-NEW-STATUS
                      PERFORM 400-MARK-DOCUMENT
               WHEN 4 MOVE "W" TO CKW-NEW-STATUS
                      PERFORM 400-MARK-DOCUMENT
               WHEN 5 PERFORM 800-SAVE-DOCCHK-TABLE
                      MOVE "Y" TO DONE-FLAG
               WHEN OTHER
                   DISPLAY "INVALID CHOICE. PLEASE SELECT 1-5."
           END-EVALUATE.

       205-ACCEPT-STUDENT.
           MOVE 0 TO CKW-STUDENT-NUMBER.
           DISPLAY "STUDENT NUMBER: ".
           ACCEPT CKW-STUDENT-IN.
           IF CKW-STUDENT-IN IS NOT NUMERIC
               DISPLAY "INVALID STUDENT NUMBER. DIGITS ONLY."
           ELSE
               MOVE CKW-STUDENT-IN TO CKW-STUDENT-NUMBER
           END-IF.

       210-SHOW-CHECKLIST.
           PERFORM 205-ACCEPT-STUDENT.
           IF CKW-STUDENT-NUMBER > 0
               MOVE 0 TO CKW-OUTSTANDING
               MOVE 0 TO CKW-FOUND-ENTRY
               DISPLAY "  DOCUMENT  DUE     ST  DATE      BY"
               PERFORM 215-SHOW-ONE-ROW
                   VARYING IDX-WS FROM 1 BY 1
                   UNTIL IDX-WS > DOCCHK-COUNT
               IF CKW-FOUND-ENTRY = 0
                   DISPLAY "  NO CHECKLIST ON FILE FOR "
                       CKW-STUDENT-NUMBER
               ELSE
                   DISPLAY "  OUTSTANDING: " CKW-OUTSTANDING
               END-IF
           END-IF.

       215-SHOW-ONE-ROW.
           IF KTB-STUDENT-NUMBER(IDX-WS) = CKW-STUDENT-NUMBER
               MOVE IDX-WS TO CKW-FOUND-ENTRY
               IF KTB-STATUS(IDX-WS) = "O"
                   ADD 1 TO CKW-OUTSTANDING
               END-IF
               DISPLAY "  " KTB-DOCUMENT-CODE(IDX-WS) "  "
                   KTB-DUE-TERM(IDX-WS) "  "
                   KTB-STATUS(IDX-WS) "   "
                   KTB-STATUS-DATE(IDX-WS) "  "
                   KTB-STATUS-BY(IDX-WS) " "
                   KTB-NOTE(IDX-WS)
           END-IF.

      *****************************************************************
      * The program comes from the student's newest term on file -
      * the one they are in now.  The residency category is the one
      * in force for the term the documents are due for.
      *****************************************************************
       300-BUILD-CHECKLIST.
           PERFORM 205-ACCEPT-STUDENT.
           IF CKW-STUDENT-NUMBER > 0
               PERFORM 310-FIND-NEWEST-TERM
               IF CKW-NEWEST-TERM = SPACES
                   DISPLAY "NO STUDENT RECORD ON FILE FOR "
                       CKW-STUDENT-NUMBER ". NOTHING BUILT."
               ELSE
                   DISPLAY "PROGRAM " CKW-PROGRAM-CODE
                       ", NEWEST TERM " CKW-NEWEST-TERM
                   DISPLAY "TERM THE DOCUMENTS ARE DUE FOR (BLANK = "
                       CKW-NEWEST-TERM "): "
                   ACCEPT CKW-DUE-TERM
                   IF CKW-DUE-TERM = SPACES
                       MOVE CKW-NEWEST-TERM TO CKW-DUE-TERM
                   END-IF
                   PERFORM 330-ADD-MISSING-DOCUMENTS
               END-IF
           END-IF.

       310-FIND-NEWEST-TERM.
           MOVE SPACES TO CKW-NEWEST-TERM.
           MOVE SPACES TO CKW-PROGRAM-CODE.
           MOVE "N" TO EOF-STU.
           MOVE CKW-STUDENT-NUMBER TO STUDENT-NUMBER.
           START STUDENT-DATA-FILE
               KEY IS EQUAL STUDENT-NUMBER
               INVALID KEY
                   MOVE "Y" TO EOF-STU
           END-START.
           PERFORM 320-READ-ONE-TERM UNTIL EOF-STU = "Y".

       320-READ-ONE-TERM.
           READ STUDENT-DATA-FILE NEXT RECORD
               AT END
                   MOVE "Y" TO EOF-STU
               NOT AT END
                   IF STUDENT-NUMBER NOT = CKW-STUDENT-NUMBER
                       MOVE "Y" TO EOF-STU
                   ELSE
                       IF TERM-CODE > CKW-NEWEST-TERM
                           MOVE TERM-CODE TO CKW-NEWEST-TERM
                           MOVE PROGRAM-OF-STUDY TO CKW-PROGRAM-CODE
                       END-IF
                   END-IF
           END-READ.

       330-ADD-MISSING-DOCUMENTS.
           MOVE CKW-STUDENT-NUMBER TO RSL-STUDENT-NUMBER.
           MOVE CKW-DUE-TERM TO RSL-TERM-CODE.
           CALL "RESIDENCY-LOOKUP" USING RESIDENCY-LOOKUP.
           MOVE 0 TO CKW-ADDED-COUNT.
           PERFORM 340-ADD-IF-REQUIRED
               VARYING R-ENTRY FROM 1 BY 1
               UNTIL R-ENTRY > DOCREQ-COUNT.
           DISPLAY CKW-ADDED-COUNT " DOCUMENT(S) ADDED FOR "
               CKW-STUDENT-NUMBER " (RESIDENCY " RSL-STATUS ").".

       340-ADD-IF-REQUIRED.
           IF (RTB-PROGRAM-CODE(R-ENTRY) = CKW-PROGRAM-CODE
                   OR RTB-PROGRAM-CODE(R-ENTRY) = "*")
               AND (RTB-RESIDENCY(R-ENTRY) = RSL-STATUS
                   OR RTB-RESIDENCY(R-ENTRY) = "*")
               MOVE RTB-DOCUMENT-CODE(R-ENTRY) TO CKW-DOCUMENT-CODE
               PERFORM 500-FIND-CHECKLIST-ROW
               EVALUATE TRUE
                   WHEN CKW-FOUND-ENTRY > 0
                       CONTINUE
                   WHEN DOCCHK-COUNT >= DOCCHK-MAX
                       DISPLAY "CHECKLIST TABLE FULL. "
                           CKW-DOCUMENT-CODE " NOT ADDED."
                   WHEN OTHER
                       PERFORM 350-ADD-CHECKLIST-ROW
               END-EVALUATE
           END-IF.

       350-ADD-CHECKLIST-ROW.
           ADD 1 TO DOCCHK-COUNT.
           MOVE CKW-STUDENT-NUMBER
               TO KTB-STUDENT-NUMBER(DOCCHK-COUNT).
           MOVE CKW-DOCUMENT-CODE TO KTB-DOCUMENT-CODE(DOCCHK-COUNT).
           MOVE CKW-DUE-TERM      TO KTB-DUE-TERM(DOCCHK-COUNT).
           MOVE "O"               TO KTB-STATUS(DOCCHK-COUNT).
           MOVE CKW-RUN-DATE      TO KTB-STATUS-DATE(DOCCHK-COUNT).
           MOVE OPERATOR-ID-WS    TO KTB-STATUS-BY(DOCCHK-COUNT).
           MOVE SPACES            TO KTB-NOTE(DOCCHK-COUNT).
           ADD 1 TO CKW-ADDED-COUNT.
           MOVE "Y" TO CHANGED-FLAG.
           MOVE SPACES TO AUDIT-LOG-RECORD.
           MOVE "DOC-CHECKLIST" TO AUD-FIELD-NAME.
           STRING CKW-DOCUMENT-CODE " O " CKW-DUE-TERM
               DELIMITED BY SIZE INTO AUD-NEW-VALUE
           END-STRING.
           PERFORM 700-WRITE-AUDIT-ROW.

      *****************************************************************
      * CKW-NEW-STATUS is 'R' (received) or 'W' (waived).  Only an
      * outstanding row can change; a waiver needs a supervisor and
      * a reason, which rides on the row.
      *****************************************************************
       400-MARK-DOCUMENT.
           IF CKW-NEW-STATUS = "W" AND OPERATOR-ROLE-WS NOT = "S"
               DISPLAY "WAIVING A DOCUMENT NEEDS A SUPERVISOR "
                   "SIGN-ON."
           ELSE
               PERFORM 205-ACCEPT-STUDENT
               IF CKW-STUDENT-NUMBER > 0
                   DISPLAY "DOCUMENT CODE: "
                   ACCEPT CKW-DOCUMENT-CODE
                   PERFORM 500-FIND-CHECKLIST-ROW
                   PERFORM 410-VALIDATE-AND-MARK
               END-IF
           END-IF.

       410-VALIDATE-AND-MARK.
           MOVE SPACES TO CKW-NOTE.
           IF CKW-NEW-STATUS = "W" AND CKW-FOUND-ENTRY > 0
               DISPLAY "REASON FOR THE WAIVER: "
               ACCEPT CKW-NOTE
           END-IF.
           EVALUATE TRUE
               WHEN CKW-FOUND-ENTRY = 0
                   DISPLAY CKW-DOCUMENT-CODE " IS NOT ON THE "
                       "CHECKLIST FOR " CKW-STUDENT-NUMBER "."
               WHEN KTB-STATUS(CKW-FOUND-ENTRY) NOT = "O"
                   DISPLAY CKW-DOCUMENT-CODE " IS ALREADY MARKED "
                       KTB-STATUS(CKW-FOUND-ENTRY) ". NOTHING CHANGED."
               WHEN CKW-NEW-STATUS = "W" AND CKW-NOTE = SPACES
                   DISPLAY "A WAIVER NEEDS A REASON. NOTHING CHANGED."
               WHEN OTHER
                   PERFORM 420-MARK-THE-ROW
           END-EVALUATE.

       420-MARK-THE-ROW.
           MOVE SPACES TO AUDIT-LOG-RECORD.
           MOVE "DOC-CHECKLIST" TO AUD-FIELD-NAME.
           STRING CKW-DOCUMENT-CODE " O"
               DELIMITED BY SIZE INTO AUD-OLD-VALUE
           END-STRING.
           STRING CKW-DOCUMENT-CODE " " CKW-NEW-STATUS
               DELIMITED BY SIZE INTO AUD-NEW-VALUE
           END-STRING.
           MOVE CKW-NEW-STATUS TO KTB-STATUS(CKW-FOUND-ENTRY).
           MOVE CKW-RUN-DATE   TO KTB-STATUS-DATE(CKW-FOUND-ENTRY).
           MOVE OPERATOR-ID-WS TO KTB-STATUS-BY(CKW-FOUND-ENTRY).
           MOVE CKW-NOTE       TO KTB-NOTE(CKW-FOUND-ENTRY).
           MOVE "Y" TO CHANGED-FLAG.
           PERFORM 700-WRITE-AUDIT-ROW.
           PERFORM 430-REMEMBER-STUDENT.
           DISPLAY CKW-DOCUMENT-CODE " MARKED " CKW-NEW-STATUS
               " FOR " CKW-STUDENT-NUMBER ".".

       430-REMEMBER-STUDENT.
           MOVE 0 TO CKW-FOUND-ENTRY.
           PERFORM VARYING IDX-WS FROM 1 BY 1
                   UNTIL IDX-WS > TOUCHED-COUNT OR CKW-FOUND-ENTRY > 0
               IF TOUCHED-STUDENT(IDX-WS) = CKW-STUDENT-NUMBER
                   MOVE IDX-WS TO CKW-FOUND-ENTRY
               END-IF
           END-PERFORM.
           IF CKW-FOUND-ENTRY = 0 AND TOUCHED-COUNT < TOUCHED-MAX
               ADD 1 TO TOUCHED-COUNT
               MOVE CKW-STUDENT-NUMBER
                   TO TOUCHED-STUDENT(TOUCHED-COUNT)
           END-IF.

       500-FIND-CHECKLIST-ROW.
           MOVE 0 TO CKW-FOUND-ENTRY.
           PERFORM VARYING IDX-WS FROM 1 BY 1
                   UNTIL IDX-WS > DOCCHK-COUNT OR CKW-FOUND-ENTRY > 0
               IF KTB-STUDENT-NUMBER(IDX-WS) = CKW-STUDENT-NUMBER
                       AND KTB-DOCUMENT-CODE(IDX-WS)
                           = CKW-DOCUMENT-CODE
                   MOVE IDX-WS TO CKW-FOUND-ENTRY
               END-IF
           END-PERFORM.

      *    The caller has cleared the row and set the field name and
      *    the values.  The checklist belongs to no term.
       700-WRITE-AUDIT-ROW.
           OPEN EXTEND AUDIT-LOG-FILE.
           MOVE CKW-STUDENT-NUMBER TO AUD-STUDENT-NUMBER.
           MOVE SPACES TO AUD-TERM-CODE.
           MOVE OPERATOR-ID-WS TO AUD-OPERATOR-ID.
           MOVE FUNCTION CURRENT-DATE TO AUD-TIMESTAMP.
           CALL "AUDIT-CHAIN" USING AUDIT-LOG-RECORD.
           WRITE AUDIT-LOG-RECORD.
           CLOSE AUDIT-LOG-FILE.

       800-SAVE-DOCCHK-TABLE.
           IF CHANGED-FLAG = "Y"
               OPEN OUTPUT DOCCHK-FILE
               PERFORM 810-WRITE-ONE-CHECKLIST-ROW
                   VARYING K-ENTRY FROM 1 BY 1
                   UNTIL K-ENTRY > DOCCHK-COUNT
               CLOSE DOCCHK-FILE
               DISPLAY "SAVED " DOCCHK-COUNT
                   " ROWS TO DOCUMENT-CHECKLIST.txt"
               MOVE 0 TO CKW-RELEASED-COUNT
               PERFORM 820-RELEASE-IF-CLEAR
                   VARYING IDX-WS FROM 1 BY 1
                   UNTIL IDX-WS > TOUCHED-COUNT
               IF CKW-RELEASED-COUNT > 0
                   DISPLAY "DOCUMENTS HOLDS RELEASED: "
                       CKW-RELEASED-COUNT
               END-IF
           ELSE
               DISPLAY "NO CHANGES TO SAVE."
           END-IF.

       810-WRITE-ONE-CHECKLIST-ROW.
           MOVE SPACES TO DOC-CHECKLIST-RECORD.
           MOVE KTB-STUDENT-NUMBER(K-ENTRY) TO DCH-STUDENT-NUMBER.
           MOVE KTB-DOCUMENT-CODE(K-ENTRY)  TO DCH-DOCUMENT-CODE.
           MOVE KTB-DUE-TERM(K-ENTRY)       TO DCH-DUE-TERM.
           MOVE KTB-STATUS(K-ENTRY)         TO DCH-STATUS.
           MOVE KTB-STATUS-DATE(K-ENTRY)    TO DCH-STATUS-DATE.
           MOVE KTB-STATUS-BY(K-ENTRY)      TO DCH-STATUS-BY.
           MOVE KTB-NOTE(K-ENTRY)           TO DCH-NOTE.
           WRITE DOC-CHECKLIST-RECORD.

       820-RELEASE-IF-CLEAR.
           MOVE 0 TO CKW-OUTSTANDING.
           PERFORM VARYING K-ENTRY FROM 1 BY 1
                   UNTIL K-ENTRY > DOCCHK-COUNT
               IF KTB-STUDENT-NUMBER(K-ENTRY) = TOUCHED-STUDENT(IDX-WS)
                       AND KTB-STATUS(K-ENTRY) = "O"
                   ADD 1 TO CKW-OUTSTANDING
               END-IF
           END-PERFORM.
           IF CKW-OUTSTANDING = 0
               MOVE TOUCHED-STUDENT(IDX-WS) TO DHR-STUDENT-NUMBER
               CALL "DOC-HOLD-RELEASE" USING DOC-HOLD-RELEASE
               IF DHR-RELEASED-COUNT > 0
                   ADD DHR-RELEASED-COUNT TO CKW-RELEASED-COUNT
                   DISPLAY "DOCUMENTS HOLD RELEASED FOR "
                       DHR-STUDENT-NUMBER
               END-IF
           END-IF.

       END PROGRAM DOC-CHECKLIST.
