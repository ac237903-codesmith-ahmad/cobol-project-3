      ******************************************************************
      * Tectonics: Missing-grade chase.  GRADE-LOAD turns away late
      * grades, but a section that never submitted at all only came
      * to light when students phoned about a blank on their report.
      * Run after the term's TCA-GRADE-DEADLINE (TERM-CALENDAR.txt),
      * this batch walks every active STUFILE.dat record on the term
      * for courses still ungraded - zero average, blank grade
      * status, the same test DEGREE-AUDIT uses - places each in the
      * student's section from SECTION-ENROLL.txt (no row reads as
      * section 01), and lists the sections with missing grades in
      * GRADE-CHASE.txt grouped by the instructor of record from
      * SECTION-ASSIGN.txt and INSTRUCTORS.txt, with counts.  Each
      * instructor still outstanding gets a GRDCHASE event on
      * NOTIFY-QUEUE.txt.  Once the deadline is GRADE-CHASE-ESC-DAYS
      * days behind (POLICY-PARMS.txt, default 7) each outstanding
      * section is escalated to the chair of the department owning
      * the course prefix on DEPT-OWNERS.txt (longest prefix wins,
      * as in REV-ALLOCATE) with a GRDESCAL event.  RETURN-CODE 0
      * nothing missing, 4 grades missing or the deadline not yet
      * passed, 8 the term is not on the calendar.  A run past the
      * deadline writes its JOB-LOG.txt row, the escalation days and
      * deadline it used on it.
      ******************************************************************
       IDENTIFICATION DIVISION.
       PROGRAM-ID. GRADE-CHASE.

       ENVIRONMENT DIVISION.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
           SELECT STUDENT-DATA-FILE
               ASSIGN "STUFILE.dat"
               ORGANIZATION IS INDEXED
               ACCESS MODE IS SEQUENTIAL
               RECORD KEY IS STUDENT-KEY
               FILE STATUS IS FILE-STATUS.
           SELECT OPTIONAL TERM-CALENDAR-FILE
               ASSIGN "TERM-CALENDAR.txt"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS CALENDAR-STATUS.
           SELECT OPTIONAL ASSIGN-FILE ASSIGN "SECTION-ASSIGN.txt"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS ASSIGN-STATUS.
           SELECT OPTIONAL INSTRUCTOR-FILE ASSIGN "INSTRUCTORS.txt"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS INSTRUCTOR-STATUS.
           SELECT OPTIONAL SECENROLL-FILE ASSIGN "SECTION-ENROLL.txt"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS SECENROLL-STATUS.
           SELECT OPTIONAL DEPT-OWNERS-FILE ASSIGN "DEPT-OWNERS.txt"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS DEPT-STATUS.
           SELECT OPTIONAL NOTIFY-QUEUE-FILE ASSIGN "NOTIFY-QUEUE.txt"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS QUEUE-STATUS.
           SELECT CHASE-FILE ASSIGN "GRADE-CHASE.txt"
               ORGANIZATION IS LINE SEQUENTIAL.
           SELECT OPTIONAL JOB-LOG-FILE ASSIGN "JOB-LOG.txt"
               ORGANIZATION IS LINE SEQUENTIAL.

       DATA DIVISION.
       FILE SECTION.
           FD STUDENT-DATA-FILE
               RECORD IS VARYING IN SIZE FROM 82 TO 181 CHARACTERS
               DEPENDING ON COURSE-COUNT.
           COPY "STUDENT-RECORD.cpy".

           FD TERM-CALENDAR-FILE.
           COPY "TERM-CALENDAR.cpy".

           FD ASSIGN-FILE.
           COPY "ASSIGN-RECORD.cpy".

           FD INSTRUCTOR-FILE.
           COPY "INSTRUCTOR-RECORD.cpy".

           FD SECENROLL-FILE.
           COPY "SECENROLL-RECORD.cpy".

           FD DEPT-OWNERS-FILE.
           01 DEPT-OWNER-RECORD.
               05 DPO-PREFIX     PIC X(6).
               05 FILLER         PIC X.
               05 DPO-DEPARTMENT PIC X(6).
               05 FILLER         PIC X.
               05 DPO-ACCOUNT    PIC 9(6).
      *        Appended last; blank on a row keyed before chairs
      *        were recorded - nobody to escalate to.
               05 FILLER         PIC X.
               05 DPO-CHAIR-ID   PIC X(8).

           FD NOTIFY-QUEUE-FILE.
           COPY "NOTIFY-RECORD.cpy".

           FD CHASE-FILE.
           01 CHASE-RECORD PIC X(100).
           FD JOB-LOG-FILE.
           COPY "JOB-LOG.cpy".

       WORKING-STORAGE SECTION.
           01 FILE-STATUS       PIC X(2).
           01 CALENDAR-STATUS   PIC X(2).
           01 ASSIGN-STATUS     PIC X(2).
           01 INSTRUCTOR-STATUS PIC X(2).
           01 SECENROLL-STATUS  PIC X(2).
           01 DEPT-STATUS       PIC X(2).
           01 QUEUE-STATUS      PIC X(2).

           01 RUN-TERM-CODE PIC X(6) VALUE SPACES.
           01 RUN-DATE-WS   PIC 9(8) VALUE 0.
           01 RUN-START-STAMP PIC X(26) VALUE SPACES.

           01 CHASE-DATES.
               05 GRADE-DEADLINE-WS PIC 9(8) VALUE 0.
               05 DAYS-PAST-WS      PIC S9(5) VALUE 0.
      *        The default only - GRADE-CHASE-ESC-DAYS on
      *        POLICY-PARMS.txt for the term replaces it.
               05 ESCALATE-DAYS     PIC 9(3) VALUE 7.

           COPY "POLICY-LOOKUP.cpy".

           01 ASSIGN-TABLE.
               05 ASSIGN-ENTRY OCCURS 500 TIMES INDEXED AS-ENTRY.
                   10 ATB-COURSE     PIC X(7).
                   10 ATB-INSTRUCTOR PIC X(8).
           01 ASSIGN-COUNT PIC 9(3) VALUE 0.
           01 ASSIGN-MAX   PIC 9(3) VALUE 500.

           01 INSTRUCTOR-TABLE.
               05 INSTRUCTOR-ENTRY OCCURS 200 TIMES
                       INDEXED I-ENTRY.
                   10 ITB-ID   PIC X(8).
                   10 ITB-NAME PIC X(30).
           01 INSTRUCTOR-COUNT PIC 9(3) VALUE 0.
           01 INSTRUCTOR-MAX   PIC 9(3) VALUE 200.

           01 SECENROLL-TABLE.
               05 SECENROLL-ENTRY OCCURS 5000 TIMES
                       INDEXED SE-ENTRY.
                   10 SEN-TBL-STUDENT PIC 9(6).
                   10 SEN-TBL-COURSE  PIC X(7).
                   10 SEN-TBL-SECTION PIC 9(2).
           01 SECENROLL-COUNT PIC 9(4) VALUE 0.
           01 SECENROLL-MAX   PIC 9(4) VALUE 5000.

           01 DEPT-TABLE.
               05 DEPT-ENTRY OCCURS 100 TIMES INDEXED DP-ENTRY.
                   10 DPT-PREFIX     PIC X(6).
                   10 DPT-PREFIX-LEN PIC 9(1).
                   10 DPT-DEPARTMENT PIC X(6).
                   10 DPT-CHAIR-ID   PIC X(8).
           01 DEPT-COUNT PIC 9(3) VALUE 0.
           01 DEPT-MAX   PIC 9(3) VALUE 100.

      *    One entry per term course/section with an active student
      *    in it: how many sit in it and how many are ungraded.
           01 SECTION-TALLY-TABLE.
               05 TALLY-ENTRY OCCURS 500 TIMES.
                   10 TLY-COURSE     PIC X(7).
                   10 TLY-SECTION    PIC 9(2).
                   10 TLY-INSTRUCTOR PIC X(8).
                   10 TLY-ENROLLED   PIC 9(4).
                   10 TLY-MISSING    PIC 9(4).
                   10 TLY-PRINTED    PIC X(1).
           01 TALLY-COUNT PIC 9(3) VALUE 0.
           01 TALLY-MAX   PIC 9(3) VALUE 500.

           01 COUNTERS.
               05 MISSING-COUNTER     PIC 9(5) VALUE 0.
               05 SECTION-COUNTER     PIC 9(4) VALUE 0.
               05 INSTRUCTOR-COUNTER  PIC 9(4) VALUE 0.
               05 CHASE-EVENT-COUNTER PIC 9(4) VALUE 0.
               05 ESCALATION-COUNTER  PIC 9(4) VALUE 0.
               05 NO-CHAIR-COUNTER    PIC 9(4) VALUE 0.
               05 UNTALLIED-COUNTER   PIC 9(5) VALUE 0.

           01 FLAGS.
               05 EOF-CALENDAR   PIC X VALUE "N".
               05 EOF-ASSIGN     PIC X VALUE "N".
               05 EOF-INSTRUCTOR PIC X VALUE "N".
               05 EOF-SECENROLL  PIC X VALUE "N".
               05 EOF-DEPT       PIC X VALUE "N".
               05 EOF-STU        PIC X VALUE "N".
               05 CALENDAR-FOUND PIC X VALUE "N".
               05 ESCALATING     PIC X VALUE "N".

           01 CHASE-WORK-AREA.
               05 CRS-IDX-WS      PIC 9(2).
               05 TLY-IDX-WS      PIC 9(3).
               05 GRP-IDX-WS      PIC 9(3).
               05 FOUND-TALLY     PIC 9(3).
               05 OWN-SECTION-WS  PIC 9(2).
               05 LEN-IDX-WS      PIC 9(1).
               05 PFX-LEN-WS      PIC 9(1).
               05 OWNER-ENTRY-WS  PIC 9(3).
               05 GROUP-ID-WS     PIC X(8).
               05 GROUP-MISSING   PIC 9(5).
               05 GROUP-NAME-WS   PIC X(30).

           01 CHASE-HEADER-LINE.
               05 FILLER        PIC X(22)
                   VALUE "MISSING GRADES - TERM ".
               05 CHH-TERM-CODE PIC X(6).
               05 FILLER        PIC X(11) VALUE "  DEADLINE ".
               05 CHH-DEADLINE  PIC 9(8).
               05 FILLER        PIC X(7) VALUE "  DAYS ".
               05 CHH-DAYS-PAST PIC ZZZZ9.

           01 CHASE-INSTRUCTOR-LINE.
               05 FILLER         PIC X(11) VALUE "INSTRUCTOR ".
               05 CHI-ID         PIC X(8).
               05 FILLER         PIC X(2) VALUE SPACES.
               05 CHI-NAME       PIC X(30).

           01 CHASE-DETAIL-LINE.
               05 FILLER         PIC X(2) VALUE SPACES.
               05 CHD-COURSE     PIC X(7).
               05 FILLER         PIC X(9) VALUE " SECTION ".
               05 CHD-SECTION    PIC 9(2).
               05 FILLER         PIC X(11) VALUE "  ENROLLED ".
               05 CHD-ENROLLED   PIC ZZZ9.
               05 FILLER         PIC X(10) VALUE "  MISSING ".
               05 CHD-MISSING    PIC ZZZ9.
               05 FILLER         PIC X(2) VALUE SPACES.
               05 CHD-ESCALATION PIC X(30).

           01 CHASE-TOTAL-LINE.
               05 FILLER         PIC X(18)
                   VALUE "  MISSING GRADES: ".
               05 CHT-MISSING    PIC ZZZZ9.

           01 BLANK-LINE PIC X(100) VALUE SPACES.

       PROCEDURE DIVISION.
       100-MAIN.
           DISPLAY "MISSING-GRADE CHASE - TERM CODE (CCYYTT): ".
           ACCEPT RUN-TERM-CODE.
           IF RUN-TERM-CODE = SPACES
               DISPLAY "TERM CODE CANNOT BE BLANK."
               MOVE 8 TO RETURN-CODE
           ELSE
               MOVE FUNCTION CURRENT-DATE TO RUN-START-STAMP
               CALL "BUSINESS-DATE" USING RUN-DATE-WS
               PERFORM 150-FIND-GRADE-DEADLINE
               IF CALENDAR-FOUND = "N"
                   DISPLAY "TERM " RUN-TERM-CODE " IS NOT ON "
                       "TERM-CALENDAR.txt. NOTHING CHASED."
                   MOVE 8 TO RETURN-CODE
               ELSE
                   IF RUN-DATE-WS NOT > GRADE-DEADLINE-WS
                       DISPLAY "GRADE DEADLINE " GRADE-DEADLINE-WS
                           " HAS NOT PASSED. NOTHING CHASED."
                       MOVE 4 TO RETURN-CODE
                   ELSE
                       PERFORM 160-LOAD-POLICY-PARMS
                       PERFORM 200-LOAD-ASSIGN-TABLE
                       PERFORM 220-LOAD-INSTRUCTOR-TABLE
                       PERFORM 240-LOAD-SECENROLL-TABLE
                       PERFORM 260-LOAD-DEPT-TABLE
                       PERFORM 300-TALLY-THE-TERM
                       PERFORM 400-WRITE-THE-CHASE
                       PERFORM 950-DISPLAY-STATS
                       IF MISSING-COUNTER > 0
                               OR UNTALLIED-COUNTER > 0
                           MOVE 4 TO RETURN-CODE
                       END-IF
                       PERFORM 960-LOG-RUN-PARAMETERS
                   END-IF
               END-IF
           END-IF.
      *    GOBACK, not STOP RUN, so the job-stream controller can
      *    CALL this program as one step of the night's stream.
           GOBACK.

       150-FIND-GRADE-DEADLINE.
           OPEN INPUT TERM-CALENDAR-FILE.
           IF CALENDAR-STATUS = "00" OR CALENDAR-STATUS = "05"
               PERFORM 155-SCAN-ONE-CALENDAR-ROW
                   UNTIL EOF-CALENDAR = "Y"
               CLOSE TERM-CALENDAR-FILE
           END-IF.

       155-SCAN-ONE-CALENDAR-ROW.
           READ TERM-CALENDAR-FILE
               AT END
                   MOVE "Y" TO EOF-CALENDAR
               NOT AT END
                   IF TCA-TERM-CODE = RUN-TERM-CODE
                           AND TCA-GRADE-DEADLINE IS NUMERIC
                       MOVE TCA-GRADE-DEADLINE TO GRADE-DEADLINE-WS
                       MOVE "Y" TO CALENDAR-FOUND
                   END-IF
           END-READ.

       160-LOAD-POLICY-PARMS.
           MOVE "GRADE-CHASE-ESC-DAYS" TO POL-PARM-NAME.
           MOVE RUN-TERM-CODE TO POL-TERM-CODE.
           MOVE ESCALATE-DAYS TO POL-PARM-VALUE.
           CALL "POLICY-PARM" USING POLICY-LOOKUP.
           MOVE POL-PARM-VALUE TO ESCALATE-DAYS.
           COMPUTE DAYS-PAST-WS =
               FUNCTION INTEGER-OF-DATE(RUN-DATE-WS)
               - FUNCTION INTEGER-OF-DATE(GRADE-DEADLINE-WS).
           IF DAYS-PAST-WS >= ESCALATE-DAYS
               MOVE "Y" TO ESCALATING
           END-IF.

       200-LOAD-ASSIGN-TABLE.
           SET AS-ENTRY TO 1.
           OPEN INPUT ASSIGN-FILE.
           IF ASSIGN-STATUS = "00" OR ASSIGN-STATUS = "05"
               PERFORM 210-LOAD-ONE-ASSIGN UNTIL EOF-ASSIGN = "Y"
                   OR AS-ENTRY > ASSIGN-MAX
               CLOSE ASSIGN-FILE
           END-IF.
           COMPUTE ASSIGN-COUNT = AS-ENTRY - 1.

       210-LOAD-ONE-ASSIGN.
           READ ASSIGN-FILE
               AT END
                   MOVE "Y" TO EOF-ASSIGN
               NOT AT END
                   IF ASG-TERM-CODE = RUN-TERM-CODE
                       MOVE ASG-COURSE-CODE TO ATB-COURSE(AS-ENTRY)
                       MOVE ASG-INSTRUCTOR-ID
                           TO ATB-INSTRUCTOR(AS-ENTRY)
                       ADD 1 TO AS-ENTRY
                   END-IF
           END-READ.

       220-LOAD-INSTRUCTOR-TABLE.
           SET I-ENTRY TO 1.
           OPEN INPUT INSTRUCTOR-FILE.
           IF INSTRUCTOR-STATUS = "00" OR INSTRUCTOR-STATUS = "05"
               PERFORM 230-LOAD-ONE-INSTRUCTOR
                   UNTIL EOF-INSTRUCTOR = "Y"
                   OR I-ENTRY > INSTRUCTOR-MAX
               CLOSE INSTRUCTOR-FILE
           END-IF.
           COMPUTE INSTRUCTOR-COUNT = I-ENTRY - 1.

       230-LOAD-ONE-INSTRUCTOR.
           READ INSTRUCTOR-FILE
               AT END
                   MOVE "Y" TO EOF-INSTRUCTOR
               NOT AT END
                   MOVE INS-ID   TO ITB-ID(I-ENTRY)
                   MOVE INS-NAME TO ITB-NAME(I-ENTRY)
                   ADD 1 TO I-ENTRY
           END-READ.

       240-LOAD-SECENROLL-TABLE.
           SET SE-ENTRY TO 1.
           OPEN INPUT SECENROLL-FILE.
           IF SECENROLL-STATUS = "00" OR SECENROLL-STATUS = "05"
               PERFORM 245-LOAD-ONE-MEMBERSHIP
                   UNTIL EOF-SECENROLL = "Y"
                   OR SE-ENTRY > SECENROLL-MAX
               CLOSE SECENROLL-FILE
           END-IF.
           COMPUTE SECENROLL-COUNT = SE-ENTRY - 1.

       245-LOAD-ONE-MEMBERSHIP.
           READ SECENROLL-FILE
               AT END
                   MOVE "Y" TO EOF-SECENROLL
               NOT AT END
                   IF SEN-TERM-CODE = RUN-TERM-CODE
                       MOVE SEN-STUDENT-NUMBER
                           TO SEN-TBL-STUDENT(SE-ENTRY)
                       MOVE SEN-COURSE-CODE
                           TO SEN-TBL-COURSE(SE-ENTRY)
                       IF SEN-SECTION-NUMBER IS NUMERIC
                           MOVE SEN-SECTION-NUMBER
                               TO SEN-TBL-SECTION(SE-ENTRY)
                       ELSE
                           MOVE 1 TO SEN-TBL-SECTION(SE-ENTRY)
                       END-IF
                       ADD 1 TO SE-ENTRY
                   END-IF
           END-READ.

       260-LOAD-DEPT-TABLE.
           SET DP-ENTRY TO 1.
           OPEN INPUT DEPT-OWNERS-FILE.
           IF DEPT-STATUS = "00" OR DEPT-STATUS = "05"
               PERFORM 270-LOAD-ONE-DEPT UNTIL EOF-DEPT = "Y"
                   OR DP-ENTRY > DEPT-MAX
               CLOSE DEPT-OWNERS-FILE
           END-IF.
           COMPUTE DEPT-COUNT = DP-ENTRY - 1.

       270-LOAD-ONE-DEPT.
           READ DEPT-OWNERS-FILE
               AT END
                   MOVE "Y" TO EOF-DEPT
               NOT AT END
                   MOVE DPO-PREFIX     TO DPT-PREFIX(DP-ENTRY)
                   MOVE DPO-DEPARTMENT TO DPT-DEPARTMENT(DP-ENTRY)
                   MOVE DPO-CHAIR-ID   TO DPT-CHAIR-ID(DP-ENTRY)
                   MOVE 0 TO DPT-PREFIX-LEN(DP-ENTRY)
                   PERFORM 275-MEASURE-PREFIX
                       VARYING LEN-IDX-WS FROM 1 BY 1
                       UNTIL LEN-IDX-WS > 6
                   ADD 1 TO DP-ENTRY
           END-READ.

      *    How many significant characters the prefix carries.
       275-MEASURE-PREFIX.
           IF DPO-PREFIX(LEN-IDX-WS:1) NOT = SPACE
               MOVE LEN-IDX-WS TO DPT-PREFIX-LEN(DP-ENTRY)
           END-IF.

       300-TALLY-THE-TERM.
           OPEN INPUT STUDENT-DATA-FILE.
           PERFORM UNTIL EOF-STU = "Y"
               READ STUDENT-DATA-FILE NEXT RECORD
                   AT END
                       MOVE "Y" TO EOF-STU
                   NOT AT END
                       IF TERM-CODE = RUN-TERM-CODE
                               AND STATUS-CODE = "A"
                           PERFORM 310-TALLY-ONE-COURSE
                               VARYING CRS-IDX-WS FROM 1 BY 1
                               UNTIL CRS-IDX-WS > COURSE-COUNT
                       END-IF
               END-READ
           END-PERFORM.
           CLOSE STUDENT-DATA-FILE.

       310-TALLY-ONE-COURSE.
           IF COURSE-CODE(CRS-IDX-WS) NOT = SPACES
               MOVE 1 TO OWN-SECTION-WS
               PERFORM 315-FIND-OWN-SECTION
                   VARYING SE-ENTRY FROM 1 BY 1
                   UNTIL SE-ENTRY > SECENROLL-COUNT
               MOVE 0 TO FOUND-TALLY
               PERFORM 320-FIND-ONE-TALLY
                   VARYING TLY-IDX-WS FROM 1 BY 1
                   UNTIL TLY-IDX-WS > TALLY-COUNT
                   OR FOUND-TALLY > 0
               IF FOUND-TALLY = 0 AND TALLY-COUNT < TALLY-MAX
                   PERFORM 330-START-ONE-TALLY
               END-IF
               IF FOUND-TALLY = 0
                   IF COURSE-AVG(CRS-IDX-WS) = 0
                           AND COURSE-GRADE-STATUS(CRS-IDX-WS)
                               = SPACE
                       ADD 1 TO UNTALLIED-COUNTER
                   END-IF
               ELSE
                   ADD 1 TO TLY-ENROLLED(FOUND-TALLY)
                   IF COURSE-AVG(CRS-IDX-WS) = 0
                           AND COURSE-GRADE-STATUS(CRS-IDX-WS)
                               = SPACE
                       ADD 1 TO TLY-MISSING(FOUND-TALLY)
                       ADD 1 TO MISSING-COUNTER
                   END-IF
               END-IF
           END-IF.

       315-FIND-OWN-SECTION.
           IF SEN-TBL-STUDENT(SE-ENTRY) = STUDENT-NUMBER
                   AND SEN-TBL-COURSE(SE-ENTRY)
                       = COURSE-CODE(CRS-IDX-WS)
               MOVE SEN-TBL-SECTION(SE-ENTRY) TO OWN-SECTION-WS
           END-IF.

       320-FIND-ONE-TALLY.
           IF TLY-COURSE(TLY-IDX-WS) = COURSE-CODE(CRS-IDX-WS)
                   AND TLY-SECTION(TLY-IDX-WS) = OWN-SECTION-WS
               MOVE TLY-IDX-WS TO FOUND-TALLY
           END-IF.

       330-START-ONE-TALLY.
           ADD 1 TO TALLY-COUNT.
           MOVE TALLY-COUNT TO FOUND-TALLY.
           MOVE COURSE-CODE(CRS-IDX-WS) TO TLY-COURSE(FOUND-TALLY).
           MOVE OWN-SECTION-WS TO TLY-SECTION(FOUND-TALLY).
           MOVE 0 TO TLY-ENROLLED(FOUND-TALLY).
           MOVE 0 TO TLY-MISSING(FOUND-TALLY).
           MOVE "N" TO TLY-PRINTED(FOUND-TALLY).
           MOVE SPACES TO TLY-INSTRUCTOR(FOUND-TALLY).
           PERFORM 335-FIND-ONE-ASSIGN
               VARYING AS-ENTRY FROM 1 BY 1
               UNTIL AS-ENTRY > ASSIGN-COUNT.

       335-FIND-ONE-ASSIGN.
           IF ATB-COURSE(AS-ENTRY) = COURSE-CODE(CRS-IDX-WS)
               MOVE ATB-INSTRUCTOR(AS-ENTRY)
                   TO TLY-INSTRUCTOR(FOUND-TALLY)
           END-IF.

      *****************************************************************
      * One block per instructor with anything outstanding, in the
      * order their first such section turned up; sections with no
      * instructor of record group under a blank id so they are
      * still chased by the registrar.
      *****************************************************************
       400-WRITE-THE-CHASE.
           OPEN OUTPUT CHASE-FILE.
           OPEN EXTEND NOTIFY-QUEUE-FILE.
           MOVE RUN-TERM-CODE     TO CHH-TERM-CODE.
           MOVE GRADE-DEADLINE-WS TO CHH-DEADLINE.
           MOVE DAYS-PAST-WS      TO CHH-DAYS-PAST.
           WRITE CHASE-RECORD FROM CHASE-HEADER-LINE.
           WRITE CHASE-RECORD FROM BLANK-LINE.
           PERFORM 410-WRITE-ONE-INSTRUCTOR
               VARYING GRP-IDX-WS FROM 1 BY 1
               UNTIL GRP-IDX-WS > TALLY-COUNT.
           CLOSE NOTIFY-QUEUE-FILE.
           CLOSE CHASE-FILE.

       410-WRITE-ONE-INSTRUCTOR.
           IF TLY-MISSING(GRP-IDX-WS) > 0
                   AND TLY-PRINTED(GRP-IDX-WS) = "N"
               MOVE TLY-INSTRUCTOR(GRP-IDX-WS) TO GROUP-ID-WS
               PERFORM 415-FIND-INSTRUCTOR-NAME
               MOVE GROUP-ID-WS   TO CHI-ID
               MOVE GROUP-NAME-WS TO CHI-NAME
               WRITE CHASE-RECORD FROM CHASE-INSTRUCTOR-LINE
               MOVE 0 TO GROUP-MISSING
               PERFORM 420-WRITE-ONE-SECTION
                   VARYING TLY-IDX-WS FROM GRP-IDX-WS BY 1
                   UNTIL TLY-IDX-WS > TALLY-COUNT
               MOVE GROUP-MISSING TO CHT-MISSING
               WRITE CHASE-RECORD FROM CHASE-TOTAL-LINE
               WRITE CHASE-RECORD FROM BLANK-LINE
               ADD 1 TO INSTRUCTOR-COUNTER
               IF GROUP-ID-WS NOT = SPACES
                   PERFORM 440-QUEUE-CHASE-EVENT
               END-IF
           END-IF.

       415-FIND-INSTRUCTOR-NAME.
           IF GROUP-ID-WS = SPACES
               MOVE "NO INSTRUCTOR OF RECORD" TO GROUP-NAME-WS
           ELSE
               MOVE "NOT ON INSTRUCTORS.txt" TO GROUP-NAME-WS
               PERFORM 417-CHECK-ONE-INSTRUCTOR
                   VARYING I-ENTRY FROM 1 BY 1
                   UNTIL I-ENTRY > INSTRUCTOR-COUNT
           END-IF.

       417-CHECK-ONE-INSTRUCTOR.
           IF ITB-ID(I-ENTRY) = GROUP-ID-WS
               MOVE ITB-NAME(I-ENTRY) TO GROUP-NAME-WS
           END-IF.

       420-WRITE-ONE-SECTION.
           IF TLY-INSTRUCTOR(TLY-IDX-WS) = GROUP-ID-WS
                   AND TLY-MISSING(TLY-IDX-WS) > 0
                   AND TLY-PRINTED(TLY-IDX-WS) = "N"
               MOVE "Y" TO TLY-PRINTED(TLY-IDX-WS)
               MOVE TLY-COURSE(TLY-IDX-WS)   TO CHD-COURSE
               MOVE TLY-SECTION(TLY-IDX-WS)  TO CHD-SECTION
               MOVE TLY-ENROLLED(TLY-IDX-WS) TO CHD-ENROLLED
               MOVE TLY-MISSING(TLY-IDX-WS)  TO CHD-MISSING
               MOVE SPACES TO CHD-ESCALATION
               IF ESCALATING = "Y"
                   PERFORM 430-ESCALATE-ONE-SECTION
               END-IF
               WRITE CHASE-RECORD FROM CHASE-DETAIL-LINE
               ADD TLY-MISSING(TLY-IDX-WS) TO GROUP-MISSING
               ADD 1 TO SECTION-COUNTER
           END-IF.

      *    Longest matching prefix wins; no match, or a department
      *    with no chair keyed, is noted on the line instead.
       430-ESCALATE-ONE-SECTION.
           MOVE 0 TO OWNER-ENTRY-WS.
           MOVE 0 TO PFX-LEN-WS.
           PERFORM 435-MATCH-ONE-DEPT
               VARYING DP-ENTRY FROM 1 BY 1
               UNTIL DP-ENTRY > DEPT-COUNT.
           IF OWNER-ENTRY-WS = 0
               MOVE "NOT ESCALATED - NO DEPARTMENT" TO CHD-ESCALATION
               ADD 1 TO NO-CHAIR-COUNTER
           ELSE
               IF DPT-CHAIR-ID(OWNER-ENTRY-WS) = SPACES
                   MOVE "NOT ESCALATED - NO CHAIR"
                       TO CHD-ESCALATION
                   ADD 1 TO NO-CHAIR-COUNTER
               ELSE
                   STRING "ESCALATED TO CHAIR "
                          DPT-CHAIR-ID(OWNER-ENTRY-WS)
                       DELIMITED BY SIZE INTO CHD-ESCALATION
                   END-STRING
                   PERFORM 450-QUEUE-ESCALATION-EVENT
               END-IF
           END-IF.

       435-MATCH-ONE-DEPT.
           IF DPT-PREFIX(DP-ENTRY) NOT = "******"
                   AND DPT-PREFIX-LEN(DP-ENTRY) > PFX-LEN-WS
                   AND TLY-COURSE(TLY-IDX-WS)
                       (1:DPT-PREFIX-LEN(DP-ENTRY))
                       = DPT-PREFIX(DP-ENTRY)
                       (1:DPT-PREFIX-LEN(DP-ENTRY))
               MOVE DPT-PREFIX-LEN(DP-ENTRY) TO PFX-LEN-WS
               SET OWNER-ENTRY-WS TO DP-ENTRY
           END-IF.

       440-QUEUE-CHASE-EVENT.
           MOVE SPACES TO NOTIFY-RECORD.
           MOVE "GRDCHASE" TO NTF-EVENT-CODE.
           MOVE 0 TO NTF-STUDENT-NUMBER.
           MOVE RUN-TERM-CODE TO NTF-TERM-CODE.
           MOVE GROUP-MISSING TO CHT-MISSING.
           STRING GROUP-ID-WS " " CHT-MISSING " GRADES MISSING"
               DELIMITED BY SIZE INTO NTF-DETAIL
           END-STRING.
           MOVE FUNCTION CURRENT-DATE TO NTF-TIMESTAMP.
           MOVE SPACE TO NTF-SENT-FLAG.
           WRITE NOTIFY-RECORD.
           ADD 1 TO CHASE-EVENT-COUNTER.

       450-QUEUE-ESCALATION-EVENT.
           MOVE SPACES TO NOTIFY-RECORD.
           MOVE "GRDESCAL" TO NTF-EVENT-CODE.
           MOVE 0 TO NTF-STUDENT-NUMBER.
           MOVE RUN-TERM-CODE TO NTF-TERM-CODE.
           STRING DPT-CHAIR-ID(OWNER-ENTRY-WS) " " GROUP-ID-WS " "
                  TLY-COURSE(TLY-IDX-WS) " " TLY-SECTION(TLY-IDX-WS)
               DELIMITED BY SIZE INTO NTF-DETAIL
           END-STRING.
           MOVE FUNCTION CURRENT-DATE TO NTF-TIMESTAMP.
           MOVE SPACE TO NTF-SENT-FLAG.
           WRITE NOTIFY-RECORD.
           ADD 1 TO ESCALATION-COUNTER.

       950-DISPLAY-STATS.
           DISPLAY "GRADE DEADLINE:       " GRADE-DEADLINE-WS
               " (" DAYS-PAST-WS " DAYS AGO)".
           DISPLAY "GRADES MISSING:       " MISSING-COUNTER.
           DISPLAY "SECTIONS OUTSTANDING: " SECTION-COUNTER.
           DISPLAY "INSTRUCTORS CHASED:   " INSTRUCTOR-COUNTER
               " (GRADE-CHASE.txt)".
           DISPLAY "CHASE EVENTS QUEUED:  " CHASE-EVENT-COUNTER.
           DISPLAY "ESCALATIONS QUEUED:   " ESCALATION-COUNTER.
           DISPLAY "NOT ESCALATED:        " NO-CHAIR-COUNTER.
           IF UNTALLIED-COUNTER > 0
               DISPLAY "SECTION TABLE FULL - " UNTALLIED-COUNTER
                   " MISSING GRADES NOT LISTED."
           END-IF.

       960-LOG-RUN-PARAMETERS.
           OPEN EXTEND JOB-LOG-FILE.
           MOVE SPACES TO JOB-LOG-RECORD.
           MOVE RUN-START-STAMP TO JOB-START-TIMESTAMP.
           MOVE FUNCTION CURRENT-DATE TO JOB-END-TIMESTAMP.
           MOVE "GRADECHASE" TO JOB-OPERATOR-ID.
           MOVE RUN-TERM-CODE TO JOB-TERM-CODE.
           MOVE "Y" TO JOB-BATCH-MODE.
           MOVE MISSING-COUNTER TO JOB-STUDENTS-READ.
           MOVE INSTRUCTOR-COUNTER TO JOB-STUDENTS-WRITTEN.
           MOVE UNTALLIED-COUNTER TO JOB-STUDENTS-REJECTED.
           MOVE RETURN-CODE TO JOB-RETURN-CODE.
           STRING "ESC-DAYS=" ESCALATE-DAYS
                  " DEADLINE=" GRADE-DEADLINE-WS
                  " ESCALATING=" ESCALATING
               DELIMITED BY SIZE INTO JOB-PARM-VALUES
           END-STRING.
           WRITE JOB-LOG-RECORD.
           CLOSE JOB-LOG-FILE.

       END PROGRAM GRADE-CHASE.
