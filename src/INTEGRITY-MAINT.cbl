      ******************************************************************
      * Tectonics: Academic integrity case maintenance.  Plagiarism
      * and cheating cases were kept in each dean's filing cabinet,
      * so a second offence in another department never read as a
      * repeat.  The case officer opens each case here as one
      * INTEGRITY-CASES.txt row (see INTEGRITY-RECORD.cpy) - the
      * student, the course and term, the allegation - and records
      * the hearing date, the finding and the sanction against it.
      * Opening a case, or recording a responsible finding, warns of
      * every earlier responsible finding on file for the student,
      * whatever the course.  The sanction runs through the paths we
      * already have:
      *    'Z' queues a zero for the course on GRADE-CHANGES.txt,
      *        'P'ending for a chair through GRADE-CHANGE-APPR, as
      *        GRADE-CHANGE-REQ would,
      *    'H' places an administrative hold on HOLDS.txt (released
      *        through HOLD-MAINT),
      *    'T' is printed by TRANSCRIPT-GEN under the term,
      *    'W' is a warning only - nothing beyond the case row.
      * The file is restricted: nothing here runs without a case
      * officer's sign-on (role 'C' on OPERATOR.txt).  Menu-driven
      * whole-file load/save, the HOLD-MAINT way; every case opened
      * and every finding lands on AUDIT-LOG.txt.
      ******************************************************************
       IDENTIFICATION DIVISION.
       PROGRAM-ID. INTEGRITY-MAINT.

       ENVIRONMENT DIVISION.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
           SELECT OPTIONAL INTEGRITY-FILE ASSIGN "INTEGRITY-CASES.txt"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS INTEGRITY-STATUS.
           SELECT STUDENT-DATA-FILE
               ASSIGN "STUFILE.dat"
               ORGANIZATION IS INDEXED
               ACCESS MODE IS RANDOM
               RECORD KEY IS STUDENT-KEY
               FILE STATUS IS FILE-STATUS.
           SELECT OPTIONAL GRADE-CHANGES-FILE
               ASSIGN "GRADE-CHANGES.txt"
               ORGANIZATION IS LINE SEQUENTIAL.
           SELECT OPTIONAL HOLDS-FILE ASSIGN "HOLDS.txt"
               ORGANIZATION IS LINE SEQUENTIAL.
           SELECT OPTIONAL AUDIT-LOG-FILE ASSIGN "AUDIT-LOG.txt"
               ORGANIZATION IS LINE SEQUENTIAL.

       DATA DIVISION.
       FILE SECTION.
           FD INTEGRITY-FILE.
           COPY "INTEGRITY-RECORD.cpy".

           FD STUDENT-DATA-FILE
               RECORD IS VARYING IN SIZE FROM 82 TO 181 CHARACTERS
               DEPENDING ON COURSE-COUNT.
           COPY "STUDENT-RECORD.cpy".

           FD GRADE-CHANGES-FILE.
           COPY "GRADECHG-RECORD.cpy".

           FD HOLDS-FILE.
           COPY "HOLD-RECORD.cpy".

           FD AUDIT-LOG-FILE.
           COPY "AUDIT-LOG.cpy".

       WORKING-STORAGE SECTION.
           01 INTEGRITY-STATUS PIC X(2).
           01 FILE-STATUS      PIC X(2).

           01 OPERATOR-ID-WS PIC X(10) VALUE SPACES.
           01 OPERATOR-PASSWORD-WS PIC X(10) VALUE SPACES.
           01 OPERATOR-ROLE-WS PIC X(1) VALUE SPACE.
           01 SIGNON-STATUS-WS PIC X(2) VALUE SPACES.

           01 CASE-TABLE.
               05 CASE-ENTRY OCCURS 2000 TIMES INDEXED C-ENTRY.
                   10 CTB-CASE-NUMBER    PIC 9(6).
                   10 CTB-STUDENT-NUMBER PIC 9(6).
                   10 CTB-TERM-CODE      PIC X(6).
                   10 CTB-COURSE-CODE    PIC X(7).
                   10 CTB-ALLEGATION     PIC X(4).
                   10 CTB-ALLEGATION-TEXT PIC X(30).
                   10 CTB-HEARING-DATE   PIC 9(8).
                   10 CTB-FINDING        PIC X(1).
                   10 CTB-SANCTION       PIC X(1).
                   10 CTB-OPENED-BY      PIC X(10).
                   10 CTB-OPENED-DATE    PIC 9(8).
                   10 CTB-DECIDED-BY     PIC X(10).
           01 CASE-COUNT PIC 9(4) VALUE 0.
           01 CASE-MAX   PIC 9(4) VALUE 2000.

           01 FLAGS.
               05 EOF-INTEGRITY PIC X VALUE "N".
               05 DONE-FLAG     PIC X VALUE "N".
               05 CHANGED-FLAG  PIC X VALUE "N".
               05 RECORD-FOUND  PIC X VALUE "N".

           01 CHOICE PIC 9 VALUE 0.

           01 CASE-WORK-AREA.
               05 ICW-STUDENT-IN      PIC X(6) VALUE SPACES.
               05 ICW-STUDENT-NUMBER  PIC 9(6) VALUE 0.
               05 ICW-TERM-CODE       PIC X(6) VALUE SPACES.
               05 ICW-COURSE-CODE     PIC X(7) VALUE SPACES.
               05 ICW-ALLEGATION      PIC X(4) VALUE SPACES.
                   88 ICW-ALLEGATION-VALID VALUE "PLAG" "CHEA" "COLL"
                                                 "FABR" "OTHR".
               05 ICW-ALLEGATION-TEXT PIC X(30) VALUE SPACES.
               05 ICW-CASE-IN         PIC X(6) VALUE SPACES.
               05 ICW-CASE-NUMBER     PIC 9(6) VALUE 0.
               05 ICW-HEARING-IN      PIC X(8) VALUE SPACES.
               05 ICW-FINDING         PIC X(1) VALUE SPACE.
               05 ICW-SANCTION        PIC X(1) VALUE SPACE.
               05 ICW-COURSE-GRADE    PIC 9(3) VALUE 0.
               05 ICW-COURSE-SLOT     PIC 9(2) VALUE 0.
               05 ICW-FOUND-ENTRY     PIC 9(4) VALUE 0.
               05 ICW-MATCH-COUNT     PIC 9(4) VALUE 0.
               05 ICW-PRIOR-COUNT     PIC 9(4) VALUE 0.
               05 ICW-HIGH-CASE       PIC 9(6) VALUE 0.
               05 ICW-CASE-REF        PIC X(16) VALUE SPACES.
               05 ICW-RUN-DATE        PIC 9(8) VALUE 0.
           01 IDX-WS PIC 9(4).
           01 CRS-IDX-WS PIC 9(2).

       PROCEDURE DIVISION.
       100-MAIN-PROCEDURE.
           DISPLAY "INTEGRITY CASES - ENTER YOUR OPERATOR ID: ".
           ACCEPT OPERATOR-ID-WS.
           DISPLAY "ENTER YOUR PASSWORD: ".
           ACCEPT OPERATOR-PASSWORD-WS.
           CALL "OPERATOR-SIGNON" USING OPERATOR-ID-WS
               OPERATOR-PASSWORD-WS OPERATOR-ROLE-WS
               SIGNON-STATUS-WS.
      *    Restricted file - not even inquiry without the case
      *    officer's own role.
           IF SIGNON-STATUS-WS NOT = "00"
                   OR OPERATOR-ROLE-WS NOT = "C"
               DISPLAY "CASE OFFICER SIGN-ON REQUIRED. "
                   "RUN CANCELLED."
               MOVE 8 TO RETURN-CODE
           ELSE
               ACCEPT ICW-RUN-DATE FROM DATE YYYYMMDD
               PERFORM 150-LOAD-CASE-TABLE
               OPEN INPUT STUDENT-DATA-FILE
               PERFORM 200-RUN-MENU UNTIL DONE-FLAG = "Y"
               CLOSE STUDENT-DATA-FILE
           END-IF.
           STOP RUN.

       150-LOAD-CASE-TABLE.
           SET C-ENTRY TO 1.
           OPEN INPUT INTEGRITY-FILE.
           IF INTEGRITY-STATUS = "00" OR INTEGRITY-STATUS = "05"
               PERFORM 160-LOAD-ONE-CASE UNTIL EOF-INTEGRITY = "Y"
                   OR C-ENTRY > CASE-MAX
               CLOSE INTEGRITY-FILE
           END-IF.
           COMPUTE CASE-COUNT = C-ENTRY - 1.
           IF EOF-INTEGRITY NOT = "Y"
                   AND CASE-COUNT >= CASE-MAX
               DISPLAY "INTEGRITY-CASES.txt EXCEEDS " CASE-MAX
                   " ROWS. RUN ABORTED - NOTHING CHANGED."
               MOVE 8 TO RETURN-CODE
               MOVE "Y" TO DONE-FLAG
           ELSE
               DISPLAY "LOADED " CASE-COUNT " CASES."
           END-IF.

       160-LOAD-ONE-CASE.
           READ INTEGRITY-FILE
               AT END
                   MOVE "Y" TO EOF-INTEGRITY
               NOT AT END
                   MOVE INT-CASE-NUMBER TO CTB-CASE-NUMBER(C-ENTRY)
                   MOVE INT-STUDENT-NUMBER
                       TO CTB-STUDENT-NUMBER(C-ENTRY)
                   MOVE INT-TERM-CODE   TO CTB-TERM-CODE(C-ENTRY)
                   MOVE INT-COURSE-CODE TO CTB-COURSE-CODE(C-ENTRY)
                   MOVE INT-ALLEGATION  TO CTB-ALLEGATION(C-ENTRY)
                   MOVE INT-ALLEGATION-TEXT
                       TO CTB-ALLEGATION-TEXT(C-ENTRY)
                   MOVE INT-HEARING-DATE
                       TO CTB-HEARING-DATE(C-ENTRY)
                   MOVE INT-FINDING     TO CTB-FINDING(C-ENTRY)
                   MOVE INT-SANCTION    TO CTB-SANCTION(C-ENTRY)
                   MOVE INT-OPENED-BY   TO CTB-OPENED-BY(C-ENTRY)
                   MOVE INT-OPENED-DATE TO CTB-OPENED-DATE(C-ENTRY)
                   MOVE INT-DECIDED-BY  TO CTB-DECIDED-BY(C-ENTRY)
                   ADD 1 TO C-ENTRY
           END-READ.

       200-RUN-MENU.
           DISPLAY " ".
           DISPLAY "ACADEMIC INTEGRITY CASES".
           DISPLAY "   1. LIST A STUDENT'S CASES".
           DISPLAY "   2. OPEN A CASE".
           DISPLAY "   3. RECORD A HEARING AND FINDING".
           DISPLAY "   4. SAVE AND QUIT".
           DISPLAY "ENTER YOUR CHOICE: ".
           ACCEPT CHOICE.
           EVALUATE CHOICE
               WHEN 1 PERFORM 210-LIST-CASES
               WHEN 2 PERFORM 300-OPEN-CASE
               WHEN 3 PERFORM 400-RECORD-FINDING
               WHEN 4 PERFORM 800-SAVE-CASE-TABLE
                      MOVE "Y" TO DONE-FLAG
               WHEN OTHER
                   DISPLAY "INVALID CHOICE. PLEASE SELECT 1-4."
           END-EVALUATE.

       205-ACCEPT-STUDENT.
           MOVE 0 TO ICW-STUDENT-NUMBER.
           DISPLAY "STUDENT NUMBER: ".
           ACCEPT ICW-STUDENT-IN.
           IF ICW-STUDENT-IN IS NUMERIC
               MOVE ICW-STUDENT-IN TO ICW-STUDENT-NUMBER
           ELSE
               DISPLAY "INVALID STUDENT NUMBER. DIGITS ONLY."
           END-IF.

       210-LIST-CASES.
           PERFORM 205-ACCEPT-STUDENT.
           IF ICW-STUDENT-NUMBER NOT = 0
               MOVE 0 TO ICW-MATCH-COUNT
               PERFORM 215-LIST-ONE-CASE
                   VARYING IDX-WS FROM 1 BY 1
                   UNTIL IDX-WS > CASE-COUNT
               IF ICW-MATCH-COUNT = 0
                   DISPLAY "NO CASES ON FILE FOR "
                       ICW-STUDENT-NUMBER
               END-IF
           END-IF.

       215-LIST-ONE-CASE.
           IF CTB-STUDENT-NUMBER(IDX-WS) = ICW-STUDENT-NUMBER
               ADD 1 TO ICW-MATCH-COUNT
               PERFORM 220-SHOW-ONE-CASE
           END-IF.

       220-SHOW-ONE-CASE.
           DISPLAY "  CASE " CTB-CASE-NUMBER(IDX-WS)
               "  " CTB-TERM-CODE(IDX-WS)
               "  " CTB-COURSE-CODE(IDX-WS)
               "  " CTB-ALLEGATION(IDX-WS)
               "  OPENED " CTB-OPENED-DATE(IDX-WS).
           DISPLAY "    " CTB-ALLEGATION-TEXT(IDX-WS).
           EVALUATE CTB-FINDING(IDX-WS)
               WHEN "R"
                   DISPLAY "    HEARD " CTB-HEARING-DATE(IDX-WS)
                       " - RESPONSIBLE, SANCTION "
                       CTB-SANCTION(IDX-WS)
               WHEN "N"
                   DISPLAY "    HEARD " CTB-HEARING-DATE(IDX-WS)
                       " - NOT RESPONSIBLE"
               WHEN OTHER
                   DISPLAY "    OPEN - NO FINDING YET"
           END-EVALUATE.

      *****************************************************************
      * Every earlier responsible finding for the student, in any
      * course - the case officer must see a repeat before deciding.
      * ICW-CASE-NUMBER is the case in hand (zero while opening), so
      * it is never reported against itself.
      *****************************************************************
       250-WARN-PRIOR-FINDINGS.
           MOVE 0 TO ICW-PRIOR-COUNT.
           PERFORM 255-CHECK-ONE-PRIOR
               VARYING IDX-WS FROM 1 BY 1
               UNTIL IDX-WS > CASE-COUNT.
           IF ICW-PRIOR-COUNT > 0
               DISPLAY "*** WARNING: " ICW-PRIOR-COUNT
                   " PRIOR FINDING(S) ON FILE FOR "
                   ICW-STUDENT-NUMBER " ***"
           END-IF.

       255-CHECK-ONE-PRIOR.
           IF CTB-STUDENT-NUMBER(IDX-WS) = ICW-STUDENT-NUMBER
                   AND CTB-FINDING(IDX-WS) = "R"
                   AND CTB-CASE-NUMBER(IDX-WS) NOT = ICW-CASE-NUMBER
               ADD 1 TO ICW-PRIOR-COUNT
               PERFORM 220-SHOW-ONE-CASE
           END-IF.

      *    The term record must exist and carry the course - a zero
      *    grade sanction needs both, and the grade on record now.
       260-READ-TERM-RECORD.
           MOVE "N" TO RECORD-FOUND.
           MOVE 0 TO ICW-COURSE-SLOT.
           MOVE ICW-STUDENT-NUMBER TO STUDENT-NUMBER.
           MOVE ICW-TERM-CODE TO TERM-CODE.
           READ STUDENT-DATA-FILE
               INVALID KEY
                   CONTINUE
               NOT INVALID KEY
                   MOVE "Y" TO RECORD-FOUND
                   PERFORM 265-FIND-COURSE-SLOT
                       VARYING CRS-IDX-WS FROM 1 BY 1
                       UNTIL CRS-IDX-WS > COURSE-COUNT
           END-READ.

       265-FIND-COURSE-SLOT.
           IF COURSE-CODE(CRS-IDX-WS) = ICW-COURSE-CODE
               MOVE CRS-IDX-WS TO ICW-COURSE-SLOT
               MOVE COURSE-AVG(CRS-IDX-WS) TO ICW-COURSE-GRADE
           END-IF.

       300-OPEN-CASE.
           PERFORM 205-ACCEPT-STUDENT.
           IF ICW-STUDENT-NUMBER NOT = 0
               MOVE 0 TO ICW-CASE-NUMBER
               PERFORM 250-WARN-PRIOR-FINDINGS
               DISPLAY "TERM CODE (CCYYTT): "
               ACCEPT ICW-TERM-CODE
               DISPLAY "COURSE CODE: "
               ACCEPT ICW-COURSE-CODE
               DISPLAY "ALLEGATION - PLAG PLAGIARISM, CHEA CHEATING, "
                   "COLL COLLABORATION,"
               DISPLAY "             FABR FABRICATION, OTHR OTHER: "
               ACCEPT ICW-ALLEGATION
               DISPLAY "ALLEGATION IN BRIEF (30 CHARACTERS): "
               ACCEPT ICW-ALLEGATION-TEXT
               PERFORM 260-READ-TERM-RECORD
               PERFORM 310-VALIDATE-CASE
           END-IF.

       310-VALIDATE-CASE.
           EVALUATE TRUE
               WHEN RECORD-FOUND = "N"
                   DISPLAY "NO RECORD FOR STUDENT " ICW-STUDENT-NUMBER
                       " TERM " ICW-TERM-CODE ". NOTHING OPENED."
               WHEN ICW-COURSE-SLOT = 0
                   DISPLAY "COURSE " ICW-COURSE-CODE " IS NOT ON THE "
                       "RECORD. NOTHING OPENED."
               WHEN NOT ICW-ALLEGATION-VALID
                   DISPLAY "ALLEGATION MUST BE PLAG, CHEA, COLL, FABR "
                       "OR OTHR. NOTHING OPENED."
               WHEN ICW-ALLEGATION-TEXT = SPACES
                   DISPLAY "ALLEGATION TEXT CANNOT BE BLANK. "
                       "NOTHING OPENED."
               WHEN CASE-COUNT >= CASE-MAX
                   DISPLAY "CASE TABLE FULL. NOTHING OPENED."
               WHEN OTHER
                   PERFORM 320-ADD-THE-CASE
           END-EVALUATE.

       320-ADD-THE-CASE.
           MOVE 0 TO ICW-HIGH-CASE.
           PERFORM 325-CHECK-ONE-CASE-NUMBER
               VARYING IDX-WS FROM 1 BY 1
               UNTIL IDX-WS > CASE-COUNT.
           COMPUTE ICW-CASE-NUMBER = ICW-HIGH-CASE + 1.
           ADD 1 TO CASE-COUNT.
           MOVE ICW-CASE-NUMBER    TO CTB-CASE-NUMBER(CASE-COUNT).
           MOVE ICW-STUDENT-NUMBER TO CTB-STUDENT-NUMBER(CASE-COUNT).
           MOVE ICW-TERM-CODE      TO CTB-TERM-CODE(CASE-COUNT).
           MOVE ICW-COURSE-CODE    TO CTB-COURSE-CODE(CASE-COUNT).
           MOVE ICW-ALLEGATION     TO CTB-ALLEGATION(CASE-COUNT).
           MOVE ICW-ALLEGATION-TEXT
               TO CTB-ALLEGATION-TEXT(CASE-COUNT).
           MOVE 0 TO CTB-HEARING-DATE(CASE-COUNT).
           MOVE SPACE TO CTB-FINDING(CASE-COUNT).
           MOVE SPACE TO CTB-SANCTION(CASE-COUNT).
           MOVE OPERATOR-ID-WS TO CTB-OPENED-BY(CASE-COUNT).
           MOVE ICW-RUN-DATE   TO CTB-OPENED-DATE(CASE-COUNT).
           MOVE SPACES TO CTB-DECIDED-BY(CASE-COUNT).
           MOVE "Y" TO CHANGED-FLAG.
           MOVE SPACES TO AUDIT-LOG-RECORD.
           MOVE "INTEGRITY CASE" TO AUD-FIELD-NAME.
           STRING ICW-CASE-NUMBER " " ICW-COURSE-CODE " "
                  ICW-ALLEGATION
               DELIMITED BY SIZE INTO AUD-NEW-VALUE
           END-STRING.
           PERFORM 700-WRITE-AUDIT-ROW.
           DISPLAY "CASE " ICW-CASE-NUMBER " OPENED FOR "
               ICW-STUDENT-NUMBER ".".

       325-CHECK-ONE-CASE-NUMBER.
           IF CTB-CASE-NUMBER(IDX-WS) > ICW-HIGH-CASE
               MOVE CTB-CASE-NUMBER(IDX-WS) TO ICW-HIGH-CASE
           END-IF.

      *****************************************************************
      * The hearing's outcome.  A finding is recorded once; a
      * responsible finding takes its sanction, applied here through
      * the path that sanction already has.
      *****************************************************************
       400-RECORD-FINDING.
           MOVE 0 TO ICW-CASE-NUMBER.
           DISPLAY "CASE NUMBER: ".
           ACCEPT ICW-CASE-IN.
           IF ICW-CASE-IN IS NUMERIC
               MOVE ICW-CASE-IN TO ICW-CASE-NUMBER
           END-IF.
           MOVE 0 TO ICW-FOUND-ENTRY.
           PERFORM VARYING IDX-WS FROM 1 BY 1
                   UNTIL IDX-WS > CASE-COUNT OR ICW-FOUND-ENTRY > 0
               IF CTB-CASE-NUMBER(IDX-WS) = ICW-CASE-NUMBER
                   MOVE IDX-WS TO ICW-FOUND-ENTRY
               END-IF
           END-PERFORM.
           EVALUATE TRUE
               WHEN ICW-FOUND-ENTRY = 0
                   DISPLAY "NO SUCH CASE ON FILE."
               WHEN CTB-FINDING(ICW-FOUND-ENTRY) NOT = SPACE
                   DISPLAY "A FINDING IS ALREADY RECORDED ON THAT "
                       "CASE."
               WHEN OTHER
                   PERFORM 410-ACCEPT-THE-FINDING
           END-EVALUATE.

       410-ACCEPT-THE-FINDING.
           MOVE ICW-FOUND-ENTRY TO IDX-WS.
           PERFORM 220-SHOW-ONE-CASE.
           MOVE CTB-STUDENT-NUMBER(ICW-FOUND-ENTRY)
               TO ICW-STUDENT-NUMBER.
           MOVE CTB-TERM-CODE(ICW-FOUND-ENTRY)   TO ICW-TERM-CODE.
           MOVE CTB-COURSE-CODE(ICW-FOUND-ENTRY) TO ICW-COURSE-CODE.
           PERFORM 250-WARN-PRIOR-FINDINGS.
           DISPLAY "HEARING DATE (CCYYMMDD): ".
           ACCEPT ICW-HEARING-IN.
           DISPLAY "FINDING - RESPONSIBLE (R) OR NOT RESPONSIBLE (N): ".
           ACCEPT ICW-FINDING.
           MOVE SPACE TO ICW-SANCTION.
           IF ICW-FINDING = "R"
               DISPLAY "SANCTION - W WARNING, Z ZERO GRADE, "
                   "H ADMINISTRATIVE HOLD, T TRANSCRIPT NOTATION: "
               ACCEPT ICW-SANCTION
           END-IF.
           PERFORM 260-READ-TERM-RECORD.
           EVALUATE TRUE
               WHEN ICW-HEARING-IN IS NOT NUMERIC
                   DISPLAY "HEARING DATE MUST BE CCYYMMDD DIGITS. "
                       "NOTHING RECORDED."
               WHEN ICW-FINDING NOT = "R" AND ICW-FINDING NOT = "N"
                   DISPLAY "FINDING MUST BE R OR N. "
                       "NOTHING RECORDED."
               WHEN ICW-FINDING = "R"
                       AND ICW-SANCTION NOT = "W"
                       AND ICW-SANCTION NOT = "Z"
                       AND ICW-SANCTION NOT = "H"
                       AND ICW-SANCTION NOT = "T"
                   DISPLAY "SANCTION MUST BE W, Z, H OR T. "
                       "NOTHING RECORDED."
               WHEN ICW-SANCTION = "Z" AND ICW-COURSE-SLOT = 0
                   DISPLAY "COURSE IS NO LONGER ON THE RECORD - NO "
                       "GRADE TO ZERO. NOTHING RECORDED."
               WHEN OTHER
                   PERFORM 420-APPLY-THE-FINDING
           END-EVALUATE.

       420-APPLY-THE-FINDING.
           MOVE ICW-HEARING-IN TO CTB-HEARING-DATE(ICW-FOUND-ENTRY).
           MOVE ICW-FINDING    TO CTB-FINDING(ICW-FOUND-ENTRY).
           MOVE ICW-SANCTION   TO CTB-SANCTION(ICW-FOUND-ENTRY).
           MOVE OPERATOR-ID-WS TO CTB-DECIDED-BY(ICW-FOUND-ENTRY).
           MOVE "Y" TO CHANGED-FLAG.
           MOVE SPACES TO AUDIT-LOG-RECORD.
           MOVE "INTEGRITY FINDING" TO AUD-FIELD-NAME.
           MOVE ICW-CASE-NUMBER TO AUD-OLD-VALUE.
           STRING ICW-FINDING " " ICW-SANCTION " " ICW-HEARING-IN
               DELIMITED BY SIZE INTO AUD-NEW-VALUE
           END-STRING.
           PERFORM 700-WRITE-AUDIT-ROW.
           MOVE SPACES TO ICW-CASE-REF.
           STRING "INTEGRITY " ICW-CASE-NUMBER
               DELIMITED BY SIZE INTO ICW-CASE-REF
           END-STRING.
           EVALUATE ICW-SANCTION
               WHEN "Z" PERFORM 430-QUEUE-ZERO-GRADE
               WHEN "H" PERFORM 440-PLACE-THE-HOLD
               WHEN OTHER CONTINUE
           END-EVALUATE.
           DISPLAY "FINDING RECORDED ON CASE " ICW-CASE-NUMBER ".".

      *    Queued 'P'ending exactly as GRADE-CHANGE-REQ would, so a
      *    chair approves it through GRADE-CHANGE-APPR like any other.
       430-QUEUE-ZERO-GRADE.
           OPEN EXTEND GRADE-CHANGES-FILE.
           MOVE SPACES TO GRADE-CHANGE-RECORD.
           MOVE ICW-STUDENT-NUMBER TO GCH-STUDENT-NUMBER.
           MOVE ICW-TERM-CODE      TO GCH-TERM-CODE.
           MOVE ICW-COURSE-CODE    TO GCH-COURSE-CODE.
           MOVE ICW-COURSE-GRADE   TO GCH-OLD-GRADE.
           MOVE 0                  TO GCH-NEW-GRADE.
           MOVE OPERATOR-ID-WS     TO GCH-REQUESTER.
           MOVE ICW-CASE-REF       TO GCH-REASON.
           MOVE "P" TO GCH-STATUS.
           MOVE SPACES TO GCH-DECIDED-BY.
           WRITE GRADE-CHANGE-RECORD.
           CLOSE GRADE-CHANGES-FILE.
           MOVE SPACES TO AUDIT-LOG-RECORD.
           MOVE "GRADE-CHG-REQ" TO AUD-FIELD-NAME.
           MOVE ICW-COURSE-CODE TO AUD-OLD-VALUE.
           MOVE "000" TO AUD-NEW-VALUE.
           PERFORM 700-WRITE-AUDIT-ROW.
           DISPLAY "ZERO GRADE FOR " ICW-COURSE-CODE
               " QUEUED FOR A CHAIR'S APPROVAL.".

       440-PLACE-THE-HOLD.
           OPEN EXTEND HOLDS-FILE.
           MOVE SPACES TO HOLD-RECORD.
           MOVE ICW-STUDENT-NUMBER TO HLD-STUDENT-NUMBER.
           MOVE "A" TO HLD-TYPE.
           MOVE ICW-CASE-REF TO HLD-REASON.
           MOVE OPERATOR-ID-WS TO HLD-PLACED-BY.
           MOVE ICW-RUN-DATE TO HLD-DATE.
           WRITE HOLD-RECORD.
           CLOSE HOLDS-FILE.
           DISPLAY "ADMINISTRATIVE HOLD PLACED ON "
               ICW-STUDENT-NUMBER ".".

      *    The caller has cleared the row and set the field name and
      *    the values.
       700-WRITE-AUDIT-ROW.
           OPEN EXTEND AUDIT-LOG-FILE.
           MOVE ICW-STUDENT-NUMBER TO AUD-STUDENT-NUMBER.
           MOVE ICW-TERM-CODE TO AUD-TERM-CODE.
           MOVE OPERATOR-ID-WS TO AUD-OPERATOR-ID.
           MOVE FUNCTION CURRENT-DATE TO AUD-TIMESTAMP.
           CALL "AUDIT-CHAIN" USING AUDIT-LOG-RECORD.
           WRITE AUDIT-LOG-RECORD.
           CLOSE AUDIT-LOG-FILE.

       800-SAVE-CASE-TABLE.
           IF CHANGED-FLAG = "Y"
               OPEN OUTPUT INTEGRITY-FILE
               PERFORM 810-WRITE-ONE-CASE
                   VARYING C-ENTRY FROM 1 BY 1
                   UNTIL C-ENTRY > CASE-COUNT
               CLOSE INTEGRITY-FILE
               DISPLAY "SAVED " CASE-COUNT
                   " CASES TO INTEGRITY-CASES.txt"
           ELSE
               DISPLAY "NO CHANGES TO SAVE."
           END-IF.

       810-WRITE-ONE-CASE.
           MOVE SPACES TO INTEGRITY-RECORD.
           MOVE CTB-CASE-NUMBER(C-ENTRY)    TO INT-CASE-NUMBER.
           MOVE CTB-STUDENT-NUMBER(C-ENTRY) TO INT-STUDENT-NUMBER.
           MOVE CTB-TERM-CODE(C-ENTRY)      TO INT-TERM-CODE.
           MOVE CTB-COURSE-CODE(C-ENTRY)    TO INT-COURSE-CODE.
           MOVE CTB-ALLEGATION(C-ENTRY)     TO INT-ALLEGATION.
           MOVE CTB-ALLEGATION-TEXT(C-ENTRY) TO INT-ALLEGATION-TEXT.
           MOVE CTB-HEARING-DATE(C-ENTRY)   TO INT-HEARING-DATE.
           MOVE CTB-FINDING(C-ENTRY)        TO INT-FINDING.
           MOVE CTB-SANCTION(C-ENTRY)       TO INT-SANCTION.
           MOVE CTB-OPENED-BY(C-ENTRY)      TO INT-OPENED-BY.
           MOVE CTB-OPENED-DATE(C-ENTRY)    TO INT-OPENED-DATE.
           MOVE CTB-DECIDED-BY(C-ENTRY)     TO INT-DECIDED-BY.
           WRITE INTEGRITY-RECORD.

       END PROGRAM INTEGRITY-MAINT.
