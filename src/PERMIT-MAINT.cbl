      ******************************************************************
      * Tectonics: Study permit maintenance.  Immigration rules make
      * us report international students who stop studying
      * full-time or whose permits lapse, and until now nobody held
      * a permit number or an expiry date anywhere.  The
      * international office records each permit here as one
      * STUDY-PERMITS.txt row (see PERMIT-RECORD.cpy): number, issue
      * and expiry dates, conditions.  A renewal is recorded as the
      * new permit; CHANGE corrects the expiry date or conditions of
      * one already on file (an extension granted on the same
      * permit).  PERMIT-COMPLIANCE reads the file each month.
      * Menu-driven whole-file load/save, the HOLD-MAINT way; update
      * sign-on required, as RESIDENCY-MAINT asks, and every permit
      * recorded or changed lands on AUDIT-LOG.txt.
      ******************************************************************
       IDENTIFICATION DIVISION.
       PROGRAM-ID. PERMIT-MAINT.

       ENVIRONMENT DIVISION.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
           SELECT OPTIONAL PERMIT-FILE ASSIGN "STUDY-PERMITS.txt"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS PERMIT-STATUS.
           SELECT OPTIONAL AUDIT-LOG-FILE ASSIGN "AUDIT-LOG.txt"
               ORGANIZATION IS LINE SEQUENTIAL.

       DATA DIVISION.
       FILE SECTION.
           FD PERMIT-FILE.
           COPY "PERMIT-RECORD.cpy".

           FD AUDIT-LOG-FILE.
           COPY "AUDIT-LOG.cpy".

       WORKING-STORAGE SECTION.
           01 PERMIT-STATUS PIC X(2).

           01 OPERATOR-ID-WS PIC X(10) VALUE SPACES.
           01 OPERATOR-PASSWORD-WS PIC X(10) VALUE SPACES.
           01 OPERATOR-ROLE-WS PIC X(1) VALUE SPACE.
           01 SIGNON-STATUS-WS PIC X(2) VALUE SPACES.

      *    A permit is only asked of an international student - the
      *    residency on file is shown, and a mismatch warned of.
           COPY "RESIDENCY-LOOKUP.cpy".

           01 PERMIT-TABLE.
               05 PERMIT-ENTRY OCCURS 2000 TIMES INDEXED P-ENTRY.
                   10 PTB-STUDENT-NUMBER PIC 9(6).
                   10 PTB-PERMIT-NUMBER  PIC X(12).
                   10 PTB-ISSUE-DATE     PIC 9(8).
                   10 PTB-EXPIRY-DATE    PIC 9(8).
                   10 PTB-CONDITIONS     PIC X(40).
                   10 PTB-CHANGED-BY     PIC X(10).
                   10 PTB-CHANGED-DATE   PIC 9(8).
           01 PERMIT-COUNT PIC 9(4) VALUE 0.
           01 PERMIT-MAX   PIC 9(4) VALUE 2000.

           01 FLAGS.
               05 EOF-PERMIT PIC X VALUE "N".
               05 DONE-FLAG  PIC X VALUE "N".
               05 CHANGED-FLAG PIC X VALUE "N".

           01 CHOICE PIC 9 VALUE 0.

           01 PERMIT-WORK-AREA.
               05 PMW-STUDENT-IN      PIC X(6) VALUE SPACES.
               05 PMW-STUDENT-NUMBER  PIC 9(6) VALUE 0.
               05 PMW-PERMIT-NUMBER   PIC X(12) VALUE SPACES.
               05 PMW-ISSUE-IN        PIC X(8) VALUE SPACES.
               05 PMW-EXPIRY-IN       PIC X(8) VALUE SPACES.
               05 PMW-ISSUE-DATE      PIC 9(8) VALUE 0.
               05 PMW-EXPIRY-DATE     PIC 9(8) VALUE 0.
               05 PMW-CONDITIONS      PIC X(40) VALUE SPACES.
               05 PMW-OLD-EXPIRY      PIC 9(8) VALUE 0.
               05 PMW-OLD-CONDITIONS  PIC X(40) VALUE SPACES.
               05 PMW-MATCH-COUNT     PIC 9(4) VALUE 0.
               05 PMW-FOUND-ENTRY     PIC 9(4) VALUE 0.
               05 PMW-RUN-DATE        PIC 9(8) VALUE 0.
           01 IDX-WS PIC 9(4).

       PROCEDURE DIVISION.
       100-MAIN-PROCEDURE.
           DISPLAY "STUDY PERMITS - ENTER YOUR OPERATOR ID: ".
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
               ACCEPT PMW-RUN-DATE FROM DATE YYYYMMDD
               PERFORM 150-LOAD-PERMIT-TABLE
               PERFORM 200-RUN-MENU UNTIL DONE-FLAG = "Y"
           END-IF.
           STOP RUN.

       150-LOAD-PERMIT-TABLE.
           SET P-ENTRY TO 1.
           OPEN INPUT PERMIT-FILE.
           IF PERMIT-STATUS = "00" OR PERMIT-STATUS = "05"
               PERFORM 160-LOAD-ONE-PERMIT UNTIL EOF-PERMIT = "Y"
                   OR P-ENTRY > PERMIT-MAX
               CLOSE PERMIT-FILE
           END-IF.
           COMPUTE PERMIT-COUNT = P-ENTRY - 1.
           IF EOF-PERMIT NOT = "Y"
                   AND PERMIT-COUNT >= PERMIT-MAX
               DISPLAY "STUDY-PERMITS.txt EXCEEDS " PERMIT-MAX
                   " ROWS. RUN ABORTED - NOTHING CHANGED."
               MOVE 8 TO RETURN-CODE
               MOVE "Y" TO DONE-FLAG
           ELSE
               DISPLAY "LOADED " PERMIT-COUNT " PERMITS."
           END-IF.

       160-LOAD-ONE-PERMIT.
           READ PERMIT-FILE
               AT END
                   MOVE "Y" TO EOF-PERMIT
               NOT AT END
                   MOVE PMT-STUDENT-NUMBER
                       TO PTB-STUDENT-NUMBER(P-ENTRY)
                   MOVE PMT-PERMIT-NUMBER
                       TO PTB-PERMIT-NUMBER(P-ENTRY)
                   MOVE PMT-ISSUE-DATE  TO PTB-ISSUE-DATE(P-ENTRY)
                   MOVE PMT-EXPIRY-DATE TO PTB-EXPIRY-DATE(P-ENTRY)
                   MOVE PMT-CONDITIONS  TO PTB-CONDITIONS(P-ENTRY)
                   MOVE PMT-CHANGED-BY  TO PTB-CHANGED-BY(P-ENTRY)
                   MOVE PMT-CHANGED-DATE
                       TO PTB-CHANGED-DATE(P-ENTRY)
                   ADD 1 TO P-ENTRY
           END-READ.

       200-RUN-MENU.
           DISPLAY " ".
           DISPLAY "STUDY PERMIT MAINTENANCE".
           DISPLAY "   1. LIST A STUDENT'S PERMITS".
           DISPLAY "   2. RECORD A NEW PERMIT".
           DISPLAY "   3. CHANGE A PERMIT'S EXPIRY OR CONDITIONS".
           DISPLAY "   4. SAVE AND QUIT".
           DISPLAY "ENTER YOUR CHOICE: ".
           ACCEPT CHOICE.
           EVALUATE CHOICE
               WHEN 1 PERFORM 210-LIST-PERMITS
               WHEN 2 PERFORM 300-RECORD-PERMIT
               WHEN 3 PERFORM 400-CHANGE-PERMIT
               WHEN 4 PERFORM 800-SAVE-PERMIT-TABLE
                      MOVE "Y" TO DONE-FLAG
               WHEN OTHER
                   DISPLAY "INVALID CHOICE. PLEASE SELECT 1-4."
           END-EVALUATE.

       205-ACCEPT-STUDENT.
           MOVE 0 TO PMW-STUDENT-NUMBER.
           DISPLAY "STUDENT NUMBER: ".
           ACCEPT PMW-STUDENT-IN.
           IF PMW-STUDENT-IN IS NUMERIC
               MOVE PMW-STUDENT-IN TO PMW-STUDENT-NUMBER
           ELSE
               DISPLAY "INVALID STUDENT NUMBER. DIGITS ONLY."
           END-IF.

       210-LIST-PERMITS.
           PERFORM 205-ACCEPT-STUDENT.
           IF PMW-STUDENT-NUMBER NOT = 0
               PERFORM 220-SHOW-RESIDENCY
               MOVE 0 TO PMW-MATCH-COUNT
               PERFORM 215-LIST-ONE-PERMIT
                   VARYING IDX-WS FROM 1 BY 1
                   UNTIL IDX-WS > PERMIT-COUNT
               IF PMW-MATCH-COUNT = 0
                   DISPLAY "NO PERMITS ON FILE FOR "
                       PMW-STUDENT-NUMBER
               END-IF
           END-IF.

       215-LIST-ONE-PERMIT.
           IF PTB-STUDENT-NUMBER(IDX-WS) = PMW-STUDENT-NUMBER
               ADD 1 TO PMW-MATCH-COUNT
               DISPLAY "  PERMIT " PTB-PERMIT-NUMBER(IDX-WS)
                   "  ISSUED " PTB-ISSUE-DATE(IDX-WS)
                   "  EXPIRES " PTB-EXPIRY-DATE(IDX-WS)
               DISPLAY "    " PTB-CONDITIONS(IDX-WS)
           END-IF.

       220-SHOW-RESIDENCY.
           MOVE PMW-STUDENT-NUMBER TO RSL-STUDENT-NUMBER.
           MOVE SPACES TO RSL-TERM-CODE.
           CALL "RESIDENCY-LOOKUP" USING RESIDENCY-LOOKUP.
           IF RSL-STATUS NOT = "I"
               DISPLAY "NOTE: RESIDENCY ON FILE IS " RSL-STATUS
                   ", NOT INTERNATIONAL - SEE RESIDENCY-MAINT."
           END-IF.

      *****************************************************************
      * A new permit - a first permit or a renewal.  The same permit
      * number twice for one student is a correction, which is what
      * CHANGE is for.
      *****************************************************************
       300-RECORD-PERMIT.
           PERFORM 205-ACCEPT-STUDENT.
           IF PMW-STUDENT-NUMBER NOT = 0
               PERFORM 220-SHOW-RESIDENCY
               DISPLAY "PERMIT NUMBER: "
               ACCEPT PMW-PERMIT-NUMBER
               DISPLAY "ISSUE DATE (CCYYMMDD): "
               ACCEPT PMW-ISSUE-IN
               DISPLAY "EXPIRY DATE (CCYYMMDD): "
               ACCEPT PMW-EXPIRY-IN
               DISPLAY "CONDITIONS (40 CHARACTERS): "
               ACCEPT PMW-CONDITIONS
               PERFORM 350-FIND-PERMIT
               PERFORM 310-VALIDATE-PERMIT
           END-IF.

       310-VALIDATE-PERMIT.
           EVALUATE TRUE
               WHEN PMW-PERMIT-NUMBER = SPACES
                   DISPLAY "PERMIT NUMBER CANNOT BE BLANK. "
                       "NOTHING RECORDED."
               WHEN PMW-ISSUE-IN IS NOT NUMERIC
                       OR PMW-EXPIRY-IN IS NOT NUMERIC
                   DISPLAY "DATES MUST BE CCYYMMDD DIGITS. "
                       "NOTHING RECORDED."
               WHEN PMW-EXPIRY-IN NOT > PMW-ISSUE-IN
                   DISPLAY "EXPIRY DATE MUST BE AFTER THE ISSUE "
                       "DATE. NOTHING RECORDED."
               WHEN PMW-FOUND-ENTRY > 0
                   DISPLAY "THAT PERMIT IS ALREADY ON FILE FOR THE "
                       "STUDENT - USE CHANGE."
               WHEN PERMIT-COUNT >= PERMIT-MAX
                   DISPLAY "PERMIT TABLE FULL. NOTHING RECORDED."
               WHEN OTHER
                   PERFORM 320-ADD-THE-PERMIT
           END-EVALUATE.

       320-ADD-THE-PERMIT.
           MOVE PMW-ISSUE-IN  TO PMW-ISSUE-DATE.
           MOVE PMW-EXPIRY-IN TO PMW-EXPIRY-DATE.
           ADD 1 TO PERMIT-COUNT.
           MOVE PMW-STUDENT-NUMBER
               TO PTB-STUDENT-NUMBER(PERMIT-COUNT).
           MOVE PMW-PERMIT-NUMBER TO PTB-PERMIT-NUMBER(PERMIT-COUNT).
           MOVE PMW-ISSUE-DATE    TO PTB-ISSUE-DATE(PERMIT-COUNT).
           MOVE PMW-EXPIRY-DATE   TO PTB-EXPIRY-DATE(PERMIT-COUNT).
           MOVE PMW-CONDITIONS    TO PTB-CONDITIONS(PERMIT-COUNT).
           MOVE OPERATOR-ID-WS    TO PTB-CHANGED-BY(PERMIT-COUNT).
           MOVE PMW-RUN-DATE      TO PTB-CHANGED-DATE(PERMIT-COUNT).
           MOVE "Y" TO CHANGED-FLAG.
           MOVE SPACES TO AUDIT-LOG-RECORD.
           MOVE "STUDY PERMIT" TO AUD-FIELD-NAME.
           STRING PMW-PERMIT-NUMBER " " PMW-EXPIRY-DATE
               DELIMITED BY SIZE INTO AUD-NEW-VALUE
           END-STRING.
           PERFORM 700-WRITE-AUDIT-ROW.
           DISPLAY "PERMIT " PMW-PERMIT-NUMBER " RECORDED FOR "
               PMW-STUDENT-NUMBER ".".

       350-FIND-PERMIT.
           MOVE 0 TO PMW-FOUND-ENTRY.
           PERFORM VARYING IDX-WS FROM 1 BY 1
                   UNTIL IDX-WS > PERMIT-COUNT OR PMW-FOUND-ENTRY > 0
               IF PTB-STUDENT-NUMBER(IDX-WS) = PMW-STUDENT-NUMBER
                       AND PTB-PERMIT-NUMBER(IDX-WS)
                           = PMW-PERMIT-NUMBER
                   MOVE IDX-WS TO PMW-FOUND-ENTRY
               END-IF
           END-PERFORM.

      *****************************************************************
      * An extension or a corrected condition on a permit already on
      * file.  Enter leaves a value as it stands.  Each field that
      * changes gets its own audit row.
      *****************************************************************
       400-CHANGE-PERMIT.
           PERFORM 205-ACCEPT-STUDENT.
           IF PMW-STUDENT-NUMBER NOT = 0
               DISPLAY "PERMIT NUMBER: "
               ACCEPT PMW-PERMIT-NUMBER
               PERFORM 350-FIND-PERMIT
               IF PMW-FOUND-ENTRY = 0
                   DISPLAY "NO SUCH PERMIT ON FILE FOR "
                       PMW-STUDENT-NUMBER "."
               ELSE
                   PERFORM 410-ACCEPT-THE-CHANGE
               END-IF
           END-IF.

       410-ACCEPT-THE-CHANGE.
           MOVE PTB-EXPIRY-DATE(PMW-FOUND-ENTRY) TO PMW-OLD-EXPIRY.
           MOVE PTB-CONDITIONS(PMW-FOUND-ENTRY)
               TO PMW-OLD-CONDITIONS.
           DISPLAY "EXPIRES " PMW-OLD-EXPIRY
               " - NEW EXPIRY DATE (CCYYMMDD, ENTER TO KEEP): ".
           MOVE SPACES TO PMW-EXPIRY-IN.
           ACCEPT PMW-EXPIRY-IN.
           DISPLAY PMW-OLD-CONDITIONS.
           DISPLAY "NEW CONDITIONS (ENTER TO KEEP): ".
           MOVE SPACES TO PMW-CONDITIONS.
           ACCEPT PMW-CONDITIONS.
           IF PMW-EXPIRY-IN = SPACES
               MOVE PMW-OLD-EXPIRY TO PMW-EXPIRY-DATE
           ELSE
               IF PMW-EXPIRY-IN IS NUMERIC
                   MOVE PMW-EXPIRY-IN TO PMW-EXPIRY-DATE
               ELSE
                   MOVE 0 TO PMW-EXPIRY-DATE
               END-IF
           END-IF.
           IF PMW-CONDITIONS = SPACES
               MOVE PMW-OLD-CONDITIONS TO PMW-CONDITIONS
           END-IF.
           EVALUATE TRUE
               WHEN PMW-EXPIRY-DATE = 0
                   DISPLAY "DATE MUST BE CCYYMMDD DIGITS. "
                       "NOTHING CHANGED."
               WHEN PMW-EXPIRY-DATE
                       NOT > PTB-ISSUE-DATE(PMW-FOUND-ENTRY)
                   DISPLAY "EXPIRY DATE MUST BE AFTER THE ISSUE "
                       "DATE. NOTHING CHANGED."
               WHEN PMW-EXPIRY-DATE = PMW-OLD-EXPIRY
                       AND PMW-CONDITIONS = PMW-OLD-CONDITIONS
                   DISPLAY "NOTHING CHANGED."
               WHEN OTHER
                   PERFORM 420-APPLY-THE-CHANGE
           END-EVALUATE.

       420-APPLY-THE-CHANGE.
           IF PMW-EXPIRY-DATE NOT = PMW-OLD-EXPIRY
               MOVE PMW-EXPIRY-DATE
                   TO PTB-EXPIRY-DATE(PMW-FOUND-ENTRY)
               MOVE SPACES TO AUDIT-LOG-RECORD
               MOVE "PERMIT EXPIRY" TO AUD-FIELD-NAME
               MOVE PMW-OLD-EXPIRY  TO AUD-OLD-VALUE
               MOVE PMW-EXPIRY-DATE TO AUD-NEW-VALUE
               PERFORM 700-WRITE-AUDIT-ROW
           END-IF.
           IF PMW-CONDITIONS NOT = PMW-OLD-CONDITIONS
               MOVE PMW-CONDITIONS
                   TO PTB-CONDITIONS(PMW-FOUND-ENTRY)
               MOVE SPACES TO AUDIT-LOG-RECORD
               MOVE "PERMIT CONDITIONS" TO AUD-FIELD-NAME
               MOVE PMW-OLD-CONDITIONS TO AUD-OLD-VALUE
               MOVE PMW-CONDITIONS     TO AUD-NEW-VALUE
               PERFORM 700-WRITE-AUDIT-ROW
           END-IF.
           MOVE OPERATOR-ID-WS TO PTB-CHANGED-BY(PMW-FOUND-ENTRY).
           MOVE PMW-RUN-DATE   TO PTB-CHANGED-DATE(PMW-FOUND-ENTRY).
           MOVE "Y" TO CHANGED-FLAG.
           DISPLAY "PERMIT " PMW-PERMIT-NUMBER " CHANGED.".

      *    The caller has cleared the row and set the field name and
      *    the two values.
       700-WRITE-AUDIT-ROW.
           OPEN EXTEND AUDIT-LOG-FILE.
           MOVE PMW-STUDENT-NUMBER TO AUD-STUDENT-NUMBER.
           MOVE SPACES TO AUD-TERM-CODE.
           MOVE OPERATOR-ID-WS TO AUD-OPERATOR-ID.
           MOVE FUNCTION CURRENT-DATE TO AUD-TIMESTAMP.
           CALL "AUDIT-CHAIN" USING AUDIT-LOG-RECORD.
           WRITE AUDIT-LOG-RECORD.
           CLOSE AUDIT-LOG-FILE.

       800-SAVE-PERMIT-TABLE.
           IF CHANGED-FLAG = "Y"
               OPEN OUTPUT PERMIT-FILE
               PERFORM 810-WRITE-ONE-PERMIT
                   VARYING P-ENTRY FROM 1 BY 1
                   UNTIL P-ENTRY > PERMIT-COUNT
               CLOSE PERMIT-FILE
               DISPLAY "SAVED " PERMIT-COUNT
                   " PERMITS TO STUDY-PERMITS.txt"
           ELSE
               DISPLAY "NO CHANGES TO SAVE."
           END-IF.

       810-WRITE-ONE-PERMIT.
           MOVE SPACES TO PERMIT-RECORD.
           MOVE PTB-STUDENT-NUMBER(P-ENTRY) TO PMT-STUDENT-NUMBER.
           MOVE PTB-PERMIT-NUMBER(P-ENTRY)  TO PMT-PERMIT-NUMBER.
           MOVE PTB-ISSUE-DATE(P-ENTRY)     TO PMT-ISSUE-DATE.
           MOVE PTB-EXPIRY-DATE(P-ENTRY)    TO PMT-EXPIRY-DATE.
           MOVE PTB-CONDITIONS(P-ENTRY)     TO PMT-CONDITIONS.
           MOVE PTB-CHANGED-BY(P-ENTRY)     TO PMT-CHANGED-BY.
           MOVE PTB-CHANGED-DATE(P-ENTRY)   TO PMT-CHANGED-DATE.
           WRITE PERMIT-RECORD.

       END PROGRAM PERMIT-MAINT.
