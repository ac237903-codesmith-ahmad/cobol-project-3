      ******************************************************************
      * Tectonics: Work-study job and placement maintenance.  Keeps
      * the two tables WORKSTUDY-PAY runs on: the job postings on
      * WORKSTUDY-JOBS.txt (see WORKSTUDY-JOB-RECORD.cpy) with their
      * hiring department and hourly rate, and the students placed
      * in them on WORKSTUDY-PLACEMENTS.txt (see
      * WORKSTUDY-PLACEMENT-RECORD.cpy) with their annual earnings
      * cap and whether their earnings go to payroll or onto their
      * tuition.  A student holds one active placement an award
      * year, only in an open job, and a cap is never set below
      * what has already been paid against it.  A rate or cap keyed
      * wrong here is a student paid wrong there, so every change
      * lands on AUDIT-LOG.txt: jobs against student 000000, field
      * "WS-JOB jobid"; placements against the student and term,
      * field "WS-PLACE jobid".  Update sign-on only.  Menu-driven
      * whole-file load/save, the HOLD-MAINT way.
      ******************************************************************
       IDENTIFICATION DIVISION.
       PROGRAM-ID. WORKSTUDY-MAINT.

       ENVIRONMENT DIVISION.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
           SELECT OPTIONAL JOBS-FILE ASSIGN "WORKSTUDY-JOBS.txt"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS JOBS-STATUS.
           SELECT OPTIONAL PLACEMENT-FILE
               ASSIGN "WORKSTUDY-PLACEMENTS.txt"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS PLACEMENT-STATUS.
           SELECT OPTIONAL AUDIT-LOG-FILE ASSIGN "AUDIT-LOG.txt"
               ORGANIZATION IS LINE SEQUENTIAL.

       DATA DIVISION.
       FILE SECTION.
           FD JOBS-FILE.
           COPY "WORKSTUDY-JOB-RECORD.cpy".

           FD PLACEMENT-FILE.
           COPY "WORKSTUDY-PLACEMENT-RECORD.cpy".

           FD AUDIT-LOG-FILE.
           COPY "AUDIT-LOG.cpy".

       WORKING-STORAGE SECTION.
           01 JOBS-STATUS      PIC X(2).
           01 PLACEMENT-STATUS PIC X(2).

           01 OPERATOR-ID-WS PIC X(10) VALUE SPACES.
           01 OPERATOR-PASSWORD-WS PIC X(10) VALUE SPACES.
           01 OPERATOR-ROLE-WS PIC X(1) VALUE SPACE.
           01 SIGNON-STATUS-WS PIC X(2) VALUE SPACES.

           01 JOB-TABLE.
               05 JOB-ENTRY OCCURS 500 TIMES INDEXED J-ENTRY.
                   10 JTB-JOB-ID      PIC X(6).
                   10 JTB-DEPARTMENT  PIC X(10).
                   10 JTB-TITLE       PIC X(30).
                   10 JTB-HOURLY-RATE PIC 9(3)V99.
                   10 JTB-STATUS      PIC X(1).
           01 JOB-COUNT PIC 9(3) VALUE 0.
           01 JOB-MAX   PIC 9(3) VALUE 500.

           01 PLACEMENT-TABLE.
               05 PLACEMENT-ENTRY OCCURS 2000 TIMES INDEXED P-ENTRY.
                   10 PTB-STUDENT-NUMBER PIC 9(6).
                   10 PTB-JOB-ID         PIC X(6).
                   10 PTB-AWARD-YEAR     PIC 9(4).
                   10 PTB-TERM-CODE      PIC X(6).
                   10 PTB-EARNINGS-CAP   PIC 9(5)V99.
                   10 PTB-EARNED         PIC 9(5)V99.
                   10 PTB-ELECTION       PIC X(1).
                   10 PTB-STATUS         PIC X(1).
           01 PLACEMENT-COUNT PIC 9(4) VALUE 0.
           01 PLACEMENT-MAX   PIC 9(4) VALUE 2000.

           01 FLAGS.
               05 EOF-JOBS      PIC X VALUE "N".
               05 EOF-PLACEMENT PIC X VALUE "N".
               05 DONE-FLAG     PIC X VALUE "N".
               05 CHANGED-FLAG  PIC X VALUE "N".

           01 CHOICE PIC 9 VALUE 0.

           01 JOB-WORK-AREA.
               05 WJW-JOB-ID        PIC X(6) VALUE SPACES.
               05 WJW-DEPARTMENT    PIC X(10) VALUE SPACES.
               05 WJW-TITLE         PIC X(30) VALUE SPACES.
               05 WJW-RATE-IN       PIC X(8) VALUE SPACES.
               05 WJW-RATE          PIC 9(3)V99 VALUE 0.
               05 WJW-RATE-DISPLAY  PIC ZZ9.99.
               05 WJW-FOUND-ENTRY   PIC 9(3) VALUE 0.

           01 PLACEMENT-WORK-AREA.
               05 WPW-STUDENT-IN    PIC X(6) VALUE SPACES.
               05 WPW-STUDENT       PIC 9(6) VALUE 0.
               05 WPW-YEAR-IN       PIC X(4) VALUE SPACES.
               05 WPW-AWARD-YEAR    PIC 9(4) VALUE 0.
               05 WPW-TERM-CODE     PIC X(6) VALUE SPACES.
               05 WPW-CAP-IN        PIC X(10) VALUE SPACES.
               05 WPW-CAP           PIC 9(5)V99 VALUE 0.
               05 WPW-ELECTION      PIC X(1) VALUE SPACE.
               05 WPW-CAP-DISPLAY   PIC ZZZZ9.99.
               05 WPW-EARNED-DISPLAY PIC ZZZZ9.99.
               05 WPW-FOUND-ENTRY   PIC 9(4) VALUE 0.
               05 WPW-ACTIVE-ENTRY  PIC 9(4) VALUE 0.
               05 WPW-LISTED        PIC 9(4) VALUE 0.
           01 AUDIT-FIELD-WS PIC X(20) VALUE SPACES.
           01 IDX-WS PIC 9(4).

       PROCEDURE DIVISION.
       100-MAIN-PROCEDURE.
           DISPLAY "WORK-STUDY - ENTER YOUR OPERATOR ID: ".
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
               PERFORM 150-LOAD-JOB-TABLE
               PERFORM 170-LOAD-PLACEMENT-TABLE
               PERFORM 200-RUN-MENU UNTIL DONE-FLAG = "Y"
           END-IF.
           STOP RUN.

       150-LOAD-JOB-TABLE.
           SET J-ENTRY TO 1.
           OPEN INPUT JOBS-FILE.
           IF JOBS-STATUS = "00" OR JOBS-STATUS = "05"
               PERFORM 160-LOAD-ONE-JOB UNTIL EOF-JOBS = "Y"
                   OR J-ENTRY > JOB-MAX
               CLOSE JOBS-FILE
           END-IF.
           COMPUTE JOB-COUNT = J-ENTRY - 1.
           IF EOF-JOBS NOT = "Y" AND JOB-COUNT >= JOB-MAX
               DISPLAY "WORKSTUDY-JOBS.txt EXCEEDS " JOB-MAX
                   " ROWS. RUN ABORTED - NOTHING CHANGED."
               MOVE 8 TO RETURN-CODE
               MOVE "Y" TO DONE-FLAG
           ELSE
               DISPLAY "LOADED " JOB-COUNT " WORK-STUDY JOBS."
           END-IF.

       160-LOAD-ONE-JOB.
           READ JOBS-FILE
               AT END
                   MOVE "Y" TO EOF-JOBS
               NOT AT END
                   MOVE WSJ-JOB-ID      TO JTB-JOB-ID(J-ENTRY)
                   MOVE WSJ-DEPARTMENT  TO JTB-DEPARTMENT(J-ENTRY)
                   MOVE WSJ-TITLE       TO JTB-TITLE(J-ENTRY)
                   MOVE WSJ-HOURLY-RATE TO JTB-HOURLY-RATE(J-ENTRY)
                   MOVE WSJ-STATUS      TO JTB-STATUS(J-ENTRY)
                   SET J-ENTRY UP BY 1
           END-READ.

       170-LOAD-PLACEMENT-TABLE.
           SET P-ENTRY TO 1.
           OPEN INPUT PLACEMENT-FILE.
           IF PLACEMENT-STATUS = "00" OR PLACEMENT-STATUS = "05"
               PERFORM 180-LOAD-ONE-PLACEMENT UNTIL EOF-PLACEMENT = "Y"
                   OR P-ENTRY > PLACEMENT-MAX
               CLOSE PLACEMENT-FILE
           END-IF.
           COMPUTE PLACEMENT-COUNT = P-ENTRY - 1.
           IF EOF-PLACEMENT NOT = "Y"
                   AND PLACEMENT-COUNT >= PLACEMENT-MAX
               DISPLAY "WORKSTUDY-PLACEMENTS.txt EXCEEDS "
                   PLACEMENT-MAX " ROWS. RUN ABORTED - NOTHING CHANGED."
               MOVE 8 TO RETURN-CODE
               MOVE "Y" TO DONE-FLAG
           ELSE
               DISPLAY "LOADED " PLACEMENT-COUNT " PLACEMENTS."
           END-IF.

       180-LOAD-ONE-PLACEMENT.
           READ PLACEMENT-FILE
               AT END
                   MOVE "Y" TO EOF-PLACEMENT
               NOT AT END
                   MOVE WSP-STUDENT-NUMBER
                       TO PTB-STUDENT-NUMBER(P-ENTRY)
                   MOVE WSP-JOB-ID       TO PTB-JOB-ID(P-ENTRY)
                   MOVE WSP-AWARD-YEAR   TO PTB-AWARD-YEAR(P-ENTRY)
                   MOVE WSP-TERM-CODE    TO PTB-TERM-CODE(P-ENTRY)
                   MOVE WSP-EARNINGS-CAP TO PTB-EARNINGS-CAP(P-ENTRY)
                   MOVE WSP-EARNED       TO PTB-EARNED(P-ENTRY)
                   MOVE WSP-ELECTION     TO PTB-ELECTION(P-ENTRY)
                   MOVE WSP-STATUS       TO PTB-STATUS(P-ENTRY)
                   SET P-ENTRY UP BY 1
           END-READ.

       200-RUN-MENU.
           DISPLAY " ".
           DISPLAY "WORK-STUDY JOBS AND PLACEMENTS".
           DISPLAY "   1. LIST JOBS".
           DISPLAY "   2. ADD OR CHANGE A JOB".
           DISPLAY "   3. CLOSE A JOB TO NEW PLACEMENTS".
           DISPLAY "   4. LIST PLACEMENTS".
           DISPLAY "   5. PLACE A STUDENT OR CHANGE A PLACEMENT".
           DISPLAY "   6. END A PLACEMENT".
           DISPLAY "   7. SAVE AND QUIT".
           DISPLAY "ENTER YOUR CHOICE: ".
           ACCEPT CHOICE.
           EVALUATE CHOICE
               WHEN 1 PERFORM 210-LIST-JOBS
               WHEN 2 PERFORM 300-SET-JOB
               WHEN 3 PERFORM 350-CLOSE-JOB
               WHEN 4 PERFORM 400-LIST-PLACEMENTS
               WHEN 5 PERFORM 500-SET-PLACEMENT
               WHEN 6 PERFORM 600-END-PLACEMENT
               WHEN 7 PERFORM 800-SAVE-TABLES
                      MOVE "Y" TO DONE-FLAG
               WHEN OTHER
                   DISPLAY "INVALID CHOICE. PLEASE SELECT 1-7."
           END-EVALUATE.

       210-LIST-JOBS.
           DISPLAY "  JOB     DEPARTMENT  TITLE"
               "                            RATE  STATUS".
           PERFORM 215-LIST-ONE-JOB
               VARYING IDX-WS FROM 1 BY 1
               UNTIL IDX-WS > JOB-COUNT.
           IF JOB-COUNT = 0
               DISPLAY "NO JOBS ON FILE."
           END-IF.

       215-LIST-ONE-JOB.
           MOVE JTB-HOURLY-RATE(IDX-WS) TO WJW-RATE-DISPLAY.
           DISPLAY "  " JTB-JOB-ID(IDX-WS) "  "
               JTB-DEPARTMENT(IDX-WS) "  " JTB-TITLE(IDX-WS) "  "
               WJW-RATE-DISPLAY "  " JTB-STATUS(IDX-WS).

       220-FIND-JOB.
           MOVE 0 TO WJW-FOUND-ENTRY.
           PERFORM VARYING IDX-WS FROM 1 BY 1
                   UNTIL IDX-WS > JOB-COUNT OR WJW-FOUND-ENTRY > 0
               IF JTB-JOB-ID(IDX-WS) = WJW-JOB-ID
                   MOVE IDX-WS TO WJW-FOUND-ENTRY
               END-IF
           END-PERFORM.

      *****************************************************************
      * A new job opens with the department, title and rate keyed;
      * a job on file keeps any field left blank.
      *****************************************************************
       300-SET-JOB.
           DISPLAY "JOB ID: ".
           ACCEPT WJW-JOB-ID.
           PERFORM 220-FIND-JOB.
           EVALUATE TRUE
               WHEN WJW-JOB-ID = SPACES
                   DISPLAY "A JOB ID IS REQUIRED. NOTHING SET."
               WHEN WJW-FOUND-ENTRY = 0 AND JOB-COUNT >= JOB-MAX
                   DISPLAY "JOB TABLE FULL. NOTHING SET."
               WHEN OTHER
                   PERFORM 310-ACCEPT-JOB-FIELDS
           END-EVALUATE.

       310-ACCEPT-JOB-FIELDS.
           IF WJW-FOUND-ENTRY > 0
               MOVE JTB-HOURLY-RATE(WJW-FOUND-ENTRY)
                   TO WJW-RATE-DISPLAY
               DISPLAY "ON FILE: " JTB-DEPARTMENT(WJW-FOUND-ENTRY)
                   "  " JTB-TITLE(WJW-FOUND-ENTRY) "  "
                   WJW-RATE-DISPLAY
               DISPLAY "LEAVE A FIELD BLANK TO KEEP IT."
           END-IF.
           DISPLAY "HIRING DEPARTMENT: ".
           ACCEPT WJW-DEPARTMENT.
           DISPLAY "JOB TITLE: ".
           ACCEPT WJW-TITLE.
           DISPLAY "HOURLY RATE (999.99): ".
           ACCEPT WJW-RATE-IN.
           MOVE 0 TO WJW-RATE.
           IF WJW-RATE-IN NOT = SPACES
               COMPUTE WJW-RATE = FUNCTION NUMVAL(WJW-RATE-IN)
           END-IF.
           EVALUATE TRUE
               WHEN WJW-FOUND-ENTRY = 0 AND (WJW-DEPARTMENT = SPACES
                       OR WJW-TITLE = SPACES OR WJW-RATE = 0)
                   DISPLAY "A NEW JOB NEEDS A DEPARTMENT, TITLE AND "
                       "RATE. NOTHING SET."
               WHEN WJW-RATE-IN NOT = SPACES AND WJW-RATE = 0
                   DISPLAY "RATE MUST BE GREATER THAN ZERO. "
                       "NOTHING SET."
               WHEN OTHER
                   PERFORM 320-STORE-THE-JOB
           END-EVALUATE.

       320-STORE-THE-JOB.
           MOVE SPACES TO AUDIT-LOG-RECORD.
           IF WJW-FOUND-ENTRY > 0
               MOVE JTB-HOURLY-RATE(WJW-FOUND-ENTRY)
                   TO WJW-RATE-DISPLAY
               STRING "RATE " WJW-RATE-DISPLAY
                   DELIMITED BY SIZE INTO AUD-OLD-VALUE
               END-STRING
           ELSE
               ADD 1 TO JOB-COUNT
               MOVE JOB-COUNT TO WJW-FOUND-ENTRY
               MOVE WJW-JOB-ID TO JTB-JOB-ID(WJW-FOUND-ENTRY)
               MOVE "O" TO JTB-STATUS(WJW-FOUND-ENTRY)
               MOVE "NONE" TO AUD-OLD-VALUE
           END-IF.
           IF WJW-DEPARTMENT NOT = SPACES
               MOVE WJW-DEPARTMENT TO JTB-DEPARTMENT(WJW-FOUND-ENTRY)
           END-IF.
           IF WJW-TITLE NOT = SPACES
               MOVE WJW-TITLE TO JTB-TITLE(WJW-FOUND-ENTRY)
           END-IF.
           IF WJW-RATE > 0
               MOVE WJW-RATE TO JTB-HOURLY-RATE(WJW-FOUND-ENTRY)
           END-IF.
           MOVE JTB-HOURLY-RATE(WJW-FOUND-ENTRY) TO WJW-RATE-DISPLAY.
           STRING "RATE " WJW-RATE-DISPLAY
               DELIMITED BY SIZE INTO AUD-NEW-VALUE
           END-STRING.
           PERFORM 710-WRITE-JOB-AUDIT-ROW.
           DISPLAY "JOB " WJW-JOB-ID " SET.".

       350-CLOSE-JOB.
           DISPLAY "JOB ID: ".
           ACCEPT WJW-JOB-ID.
           PERFORM 220-FIND-JOB.
           EVALUATE TRUE
               WHEN WJW-FOUND-ENTRY = 0
                   DISPLAY "NO SUCH JOB ON FILE."
               WHEN JTB-STATUS(WJW-FOUND-ENTRY) = "C"
                   DISPLAY "JOB ALREADY CLOSED."
               WHEN OTHER
                   MOVE "C" TO JTB-STATUS(WJW-FOUND-ENTRY)
                   MOVE SPACES TO AUDIT-LOG-RECORD
                   MOVE "OPEN" TO AUD-OLD-VALUE
                   MOVE "CLOSED" TO AUD-NEW-VALUE
                   PERFORM 710-WRITE-JOB-AUDIT-ROW
                   DISPLAY "JOB " WJW-JOB-ID " CLOSED. STUDENTS "
                       "ALREADY PLACED ARE STILL PAID."
           END-EVALUATE.

       400-LIST-PLACEMENTS.
           DISPLAY "STUDENT NUMBER (BLANK = EVERY STUDENT): ".
           ACCEPT WPW-STUDENT-IN.
           MOVE 0 TO WPW-STUDENT.
           IF WPW-STUDENT-IN IS NUMERIC
               MOVE WPW-STUDENT-IN TO WPW-STUDENT
           END-IF.
           MOVE 0 TO WPW-LISTED.
           DISPLAY "  STUDENT  JOB     YEAR  TERM          CAP"
               "    EARNED  ELECT  STATUS".
           PERFORM 410-LIST-ONE-PLACEMENT
               VARYING IDX-WS FROM 1 BY 1
               UNTIL IDX-WS > PLACEMENT-COUNT.
           IF WPW-LISTED = 0
               DISPLAY "NO PLACEMENTS ON FILE."
           END-IF.

       410-LIST-ONE-PLACEMENT.
           IF WPW-STUDENT-IN = SPACES
                   OR PTB-STUDENT-NUMBER(IDX-WS) = WPW-STUDENT
               MOVE PTB-EARNINGS-CAP(IDX-WS) TO WPW-CAP-DISPLAY
               MOVE PTB-EARNED(IDX-WS) TO WPW-EARNED-DISPLAY
               DISPLAY "  " PTB-STUDENT-NUMBER(IDX-WS) "   "
                   PTB-JOB-ID(IDX-WS) "  " PTB-AWARD-YEAR(IDX-WS)
                   "  " PTB-TERM-CODE(IDX-WS) "  " WPW-CAP-DISPLAY
                   "  " WPW-EARNED-DISPLAY "  " PTB-ELECTION(IDX-WS)
                   "      " PTB-STATUS(IDX-WS)
               ADD 1 TO WPW-LISTED
           END-IF.

      *    WPW-FOUND-ENTRY comes back as the placement for the
      *    student, job and year keyed, or 0; WPW-ACTIVE-ENTRY as
      *    any active placement the student holds that year, or 0.
       420-ACCEPT-PLACEMENT-KEY.
           DISPLAY "STUDENT NUMBER: ".
           ACCEPT WPW-STUDENT-IN.
           DISPLAY "JOB ID: ".
           ACCEPT WJW-JOB-ID.
           DISPLAY "AWARD YEAR (CCYY): ".
           ACCEPT WPW-YEAR-IN.
           MOVE 0 TO WPW-STUDENT.
           IF WPW-STUDENT-IN IS NUMERIC
               MOVE WPW-STUDENT-IN TO WPW-STUDENT
           END-IF.
           MOVE 0 TO WPW-AWARD-YEAR.
           IF WPW-YEAR-IN IS NUMERIC
               MOVE WPW-YEAR-IN TO WPW-AWARD-YEAR
           END-IF.
           MOVE 0 TO WPW-FOUND-ENTRY.
           MOVE 0 TO WPW-ACTIVE-ENTRY.
           PERFORM VARYING IDX-WS FROM 1 BY 1
                   UNTIL IDX-WS > PLACEMENT-COUNT
               IF PTB-STUDENT-NUMBER(IDX-WS) = WPW-STUDENT
                       AND PTB-AWARD-YEAR(IDX-WS) = WPW-AWARD-YEAR
                   IF PTB-JOB-ID(IDX-WS) = WJW-JOB-ID
                       MOVE IDX-WS TO WPW-FOUND-ENTRY
                   END-IF
                   IF PTB-STATUS(IDX-WS) = "A"
                       MOVE IDX-WS TO WPW-ACTIVE-ENTRY
                   END-IF
               END-IF
           END-PERFORM.

       500-SET-PLACEMENT.
           PERFORM 420-ACCEPT-PLACEMENT-KEY.
           PERFORM 220-FIND-JOB.
           EVALUATE TRUE
               WHEN WPW-STUDENT = 0 OR WPW-AWARD-YEAR = 0
                   DISPLAY "STUDENT AND AWARD YEAR MUST BE DIGITS. "
                       "NOTHING SET."
               WHEN WJW-FOUND-ENTRY = 0
                   DISPLAY "NO SUCH JOB ON FILE. NOTHING SET."
               WHEN WPW-FOUND-ENTRY = 0
                       AND JTB-STATUS(WJW-FOUND-ENTRY) = "C"
                   DISPLAY "JOB IS CLOSED TO NEW PLACEMENTS. "
                       "NOTHING SET."
               WHEN WPW-ACTIVE-ENTRY > 0
                       AND WPW-ACTIVE-ENTRY NOT = WPW-FOUND-ENTRY
                   DISPLAY "STUDENT ALREADY PLACED IN JOB "
                       PTB-JOB-ID(WPW-ACTIVE-ENTRY)
                       " THAT YEAR. END IT FIRST. NOTHING SET."
               WHEN WPW-FOUND-ENTRY > 0
                       AND PTB-STATUS(WPW-FOUND-ENTRY) = "E"
                   DISPLAY "THAT PLACEMENT HAS ENDED. NOTHING SET."
               WHEN WPW-FOUND-ENTRY = 0
                       AND PLACEMENT-COUNT >= PLACEMENT-MAX
                   DISPLAY "PLACEMENT TABLE FULL. NOTHING SET."
               WHEN OTHER
                   PERFORM 510-ACCEPT-PLACEMENT-FIELDS
           END-EVALUATE.

       510-ACCEPT-PLACEMENT-FIELDS.
           IF WPW-FOUND-ENTRY > 0
               MOVE PTB-EARNINGS-CAP(WPW-FOUND-ENTRY)
                   TO WPW-CAP-DISPLAY
               MOVE PTB-EARNED(WPW-FOUND-ENTRY) TO WPW-EARNED-DISPLAY
               DISPLAY "ON FILE: TERM " PTB-TERM-CODE(WPW-FOUND-ENTRY)
                   "  CAP " WPW-CAP-DISPLAY "  EARNED "
                   WPW-EARNED-DISPLAY "  ELECTION "
                   PTB-ELECTION(WPW-FOUND-ENTRY)
               DISPLAY "LEAVE A FIELD BLANK TO KEEP IT."
           END-IF.
           DISPLAY "TERM THE PLACEMENT RUNS IN (CCYYTT): ".
           ACCEPT WPW-TERM-CODE.
           DISPLAY "ANNUAL EARNINGS CAP (99999.99): ".
           ACCEPT WPW-CAP-IN.
           DISPLAY "EARNINGS TO (P)AYROLL OR (T)UITION: ".
           ACCEPT WPW-ELECTION.
           MOVE 0 TO WPW-CAP.
           IF WPW-CAP-IN NOT = SPACES
               COMPUTE WPW-CAP = FUNCTION NUMVAL(WPW-CAP-IN)
           END-IF.
           EVALUATE TRUE
               WHEN WPW-FOUND-ENTRY = 0 AND (WPW-TERM-CODE = SPACES
                       OR WPW-CAP = 0 OR WPW-ELECTION = SPACE)
                   DISPLAY "A NEW PLACEMENT NEEDS A TERM, CAP AND "
                       "ELECTION. NOTHING SET."
               WHEN WPW-ELECTION NOT = SPACE AND "P" AND "T"
                   DISPLAY "ELECTION MUST BE P OR T. NOTHING SET."
               WHEN WPW-CAP-IN NOT = SPACES AND WPW-CAP = 0
                   DISPLAY "CAP MUST BE GREATER THAN ZERO. "
                       "NOTHING SET."
               WHEN WPW-FOUND-ENTRY > 0 AND WPW-CAP > 0
                       AND WPW-CAP < PTB-EARNED(WPW-FOUND-ENTRY)
                   DISPLAY "CAP CANNOT GO BELOW WHAT HAS BEEN PAID. "
                       "NOTHING SET."
               WHEN OTHER
                   PERFORM 520-STORE-THE-PLACEMENT
           END-EVALUATE.

       520-STORE-THE-PLACEMENT.
           MOVE SPACES TO AUDIT-LOG-RECORD.
           IF WPW-FOUND-ENTRY > 0
               MOVE PTB-EARNINGS-CAP(WPW-FOUND-ENTRY)
                   TO WPW-CAP-DISPLAY
               STRING "CAP " WPW-CAP-DISPLAY " "
                   PTB-ELECTION(WPW-FOUND-ENTRY)
                   DELIMITED BY SIZE INTO AUD-OLD-VALUE
               END-STRING
           ELSE
               ADD 1 TO PLACEMENT-COUNT
               MOVE PLACEMENT-COUNT TO WPW-FOUND-ENTRY
               MOVE WPW-STUDENT TO PTB-STUDENT-NUMBER(WPW-FOUND-ENTRY)
               MOVE WJW-JOB-ID  TO PTB-JOB-ID(WPW-FOUND-ENTRY)
               MOVE WPW-AWARD-YEAR TO PTB-AWARD-YEAR(WPW-FOUND-ENTRY)
               MOVE 0 TO PTB-EARNED(WPW-FOUND-ENTRY)
               MOVE "A" TO PTB-STATUS(WPW-FOUND-ENTRY)
               MOVE "NONE" TO AUD-OLD-VALUE
           END-IF.
           IF WPW-TERM-CODE NOT = SPACES
               MOVE WPW-TERM-CODE TO PTB-TERM-CODE(WPW-FOUND-ENTRY)
           END-IF.
           IF WPW-CAP > 0
               MOVE WPW-CAP TO PTB-EARNINGS-CAP(WPW-FOUND-ENTRY)
           END-IF.
           IF WPW-ELECTION NOT = SPACE
               MOVE WPW-ELECTION TO PTB-ELECTION(WPW-FOUND-ENTRY)
           END-IF.
           MOVE PTB-EARNINGS-CAP(WPW-FOUND-ENTRY) TO WPW-CAP-DISPLAY.
           STRING "CAP " WPW-CAP-DISPLAY " "
               PTB-ELECTION(WPW-FOUND-ENTRY)
               DELIMITED BY SIZE INTO AUD-NEW-VALUE
           END-STRING.
           PERFORM 720-WRITE-PLACEMENT-AUDIT-ROW.
           DISPLAY "PLACEMENT SET.".

       600-END-PLACEMENT.
           PERFORM 420-ACCEPT-PLACEMENT-KEY.
           EVALUATE TRUE
               WHEN WPW-FOUND-ENTRY = 0
                   DISPLAY "NO SUCH PLACEMENT ON FILE."
               WHEN PTB-STATUS(WPW-FOUND-ENTRY) = "E"
                   DISPLAY "PLACEMENT ALREADY ENDED."
               WHEN OTHER
                   MOVE "E" TO PTB-STATUS(WPW-FOUND-ENTRY)
                   MOVE SPACES TO AUDIT-LOG-RECORD
                   MOVE "ACTIVE" TO AUD-OLD-VALUE
                   MOVE "ENDED" TO AUD-NEW-VALUE
                   PERFORM 720-WRITE-PLACEMENT-AUDIT-ROW
                   DISPLAY "PLACEMENT ENDED - NO FURTHER HOURS PAID."
           END-EVALUATE.

      *    The caller has cleared the row and set the values.  The
      *    job table belongs to no student and no term.
       710-WRITE-JOB-AUDIT-ROW.
           MOVE 0 TO AUD-STUDENT-NUMBER.
           MOVE SPACES TO AUD-TERM-CODE.
           MOVE SPACES TO AUDIT-FIELD-WS.
           STRING "WS-JOB " WJW-JOB-ID
               DELIMITED BY SIZE INTO AUDIT-FIELD-WS
           END-STRING.
           PERFORM 790-WRITE-AUDIT-ROW.

       720-WRITE-PLACEMENT-AUDIT-ROW.
           MOVE PTB-STUDENT-NUMBER(WPW-FOUND-ENTRY)
               TO AUD-STUDENT-NUMBER.
           MOVE PTB-TERM-CODE(WPW-FOUND-ENTRY) TO AUD-TERM-CODE.
           MOVE SPACES TO AUDIT-FIELD-WS.
           STRING "WS-PLACE " WJW-JOB-ID
               DELIMITED BY SIZE INTO AUDIT-FIELD-WS
           END-STRING.
           PERFORM 790-WRITE-AUDIT-ROW.

       790-WRITE-AUDIT-ROW.
           MOVE "Y" TO CHANGED-FLAG.
           OPEN EXTEND AUDIT-LOG-FILE.
           MOVE AUDIT-FIELD-WS TO AUD-FIELD-NAME.
           MOVE OPERATOR-ID-WS TO AUD-OPERATOR-ID.
           MOVE FUNCTION CURRENT-DATE TO AUD-TIMESTAMP.
           CALL "AUDIT-CHAIN" USING AUDIT-LOG-RECORD.
           WRITE AUDIT-LOG-RECORD.
           CLOSE AUDIT-LOG-FILE.

       800-SAVE-TABLES.
           IF CHANGED-FLAG = "Y"
               OPEN OUTPUT JOBS-FILE
               PERFORM 810-WRITE-ONE-JOB
                   VARYING J-ENTRY FROM 1 BY 1
                   UNTIL J-ENTRY > JOB-COUNT
               CLOSE JOBS-FILE
               OPEN OUTPUT PLACEMENT-FILE
               PERFORM 820-WRITE-ONE-PLACEMENT
                   VARYING P-ENTRY FROM 1 BY 1
                   UNTIL P-ENTRY > PLACEMENT-COUNT
               CLOSE PLACEMENT-FILE
               DISPLAY "SAVED " JOB-COUNT " JOBS AND "
                   PLACEMENT-COUNT " PLACEMENTS."
           ELSE
               DISPLAY "NO CHANGES TO SAVE."
           END-IF.

       810-WRITE-ONE-JOB.
           MOVE SPACES TO WORKSTUDY-JOB-RECORD.
           MOVE JTB-JOB-ID(J-ENTRY)      TO WSJ-JOB-ID.
           MOVE JTB-DEPARTMENT(J-ENTRY)  TO WSJ-DEPARTMENT.
           MOVE JTB-TITLE(J-ENTRY)       TO WSJ-TITLE.
           MOVE JTB-HOURLY-RATE(J-ENTRY) TO WSJ-HOURLY-RATE.
           MOVE JTB-STATUS(J-ENTRY)      TO WSJ-STATUS.
           WRITE WORKSTUDY-JOB-RECORD.

       820-WRITE-ONE-PLACEMENT.
           MOVE SPACES TO WORKSTUDY-PLACEMENT-RECORD.
           MOVE PTB-STUDENT-NUMBER(P-ENTRY) TO WSP-STUDENT-NUMBER.
           MOVE PTB-JOB-ID(P-ENTRY)         TO WSP-JOB-ID.
           MOVE PTB-AWARD-YEAR(P-ENTRY)     TO WSP-AWARD-YEAR.
           MOVE PTB-TERM-CODE(P-ENTRY)      TO WSP-TERM-CODE.
           MOVE PTB-EARNINGS-CAP(P-ENTRY)   TO WSP-EARNINGS-CAP.
           MOVE PTB-EARNED(P-ENTRY)         TO WSP-EARNED.
           MOVE PTB-ELECTION(P-ENTRY)       TO WSP-ELECTION.
           MOVE PTB-STATUS(P-ENTRY)         TO WSP-STATUS.
           WRITE WORKSTUDY-PLACEMENT-RECORD.

       END PROGRAM WORKSTUDY-MAINT.
