      ******************************************************************
      * Tectonics: Yearly academic integrity statistics for senate.
      * Reads INTEGRITY-CASES.txt (kept by INTEGRITY-MAINT) for the
      * cases heard against the year's terms and counts them by
      * faculty - the department owning the course, on
      * DEPT-OWNERS.txt, longest prefix wins as in GRADE-CHASE; a
      * course no department claims counts under NO DEPT.  Per
      * faculty: cases opened, still open, responsible and not
      * responsible findings, each sanction, and how many responsible
      * findings were repeats (an earlier responsible finding for the
      * same student, in any course or year).  Counts only - no name,
      * student number or case number reaches INTEGRITY-STATS.txt,
      * so the report can circulate beyond the case officer.
      ******************************************************************
       IDENTIFICATION DIVISION.
       PROGRAM-ID. INTEGRITY-STATS.

       ENVIRONMENT DIVISION.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
           SELECT OPTIONAL INTEGRITY-FILE ASSIGN "INTEGRITY-CASES.txt"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS INTEGRITY-STATUS.
           SELECT OPTIONAL DEPT-OWNERS-FILE ASSIGN "DEPT-OWNERS.txt"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS DEPT-STATUS.
           SELECT STATS-FILE ASSIGN "INTEGRITY-STATS.txt"
               ORGANIZATION IS LINE SEQUENTIAL.

       DATA DIVISION.
       FILE SECTION.
           FD INTEGRITY-FILE.
           COPY "INTEGRITY-RECORD.cpy".

           FD DEPT-OWNERS-FILE.
           01 DEPT-OWNER-RECORD.
               05 DPO-PREFIX     PIC X(6).
               05 FILLER         PIC X.
               05 DPO-DEPARTMENT PIC X(6).
               05 FILLER         PIC X.
               05 DPO-ACCOUNT    PIC 9(6).
               05 FILLER         PIC X.
               05 DPO-CHAIR-ID   PIC X(8).

           FD STATS-FILE.
           01 STATS-RECORD PIC X(80).

       WORKING-STORAGE SECTION.
           01 INTEGRITY-STATUS PIC X(2).
           01 DEPT-STATUS      PIC X(2).

           01 STATS-YEAR-IN PIC X(4) VALUE SPACES.

           01 DEPT-TABLE.
               05 DEPT-ENTRY OCCURS 100 TIMES INDEXED DP-ENTRY.
                   10 DPT-PREFIX     PIC X(6).
                   10 DPT-PREFIX-LEN PIC 9(1).
                   10 DPT-DEPARTMENT PIC X(6).
           01 DEPT-COUNT PIC 9(3) VALUE 0.
           01 DEPT-MAX   PIC 9(3) VALUE 100.
           01 LEN-IDX-WS PIC 9(1).
           01 PFX-LEN-WS PIC 9(1).
           01 OWNER-ENTRY-WS PIC 9(3).

      *    Every case on file, not just the year's - a repeat is
      *    judged against the student's whole history.
           01 CASE-TABLE.
               05 CASE-ENTRY OCCURS 2000 TIMES INDEXED C-ENTRY.
                   10 CTB-CASE-NUMBER    PIC 9(6).
                   10 CTB-STUDENT-NUMBER PIC 9(6).
                   10 CTB-TERM-CODE      PIC X(6).
                   10 CTB-COURSE-CODE    PIC X(7).
                   10 CTB-HEARING-DATE   PIC 9(8).
                   10 CTB-FINDING        PIC X(1).
                   10 CTB-SANCTION       PIC X(1).
           01 CASE-COUNT PIC 9(4) VALUE 0.
           01 CASE-MAX   PIC 9(4) VALUE 2000.

      *    One row per faculty with a case in the year.
           01 FACULTY-TABLE.
               05 FACULTY-ENTRY OCCURS 101 TIMES.
                   10 FAC-DEPARTMENT  PIC X(7).
                   10 FAC-CASES       PIC 9(5).
                   10 FAC-OPEN        PIC 9(5).
                   10 FAC-RESPONSIBLE PIC 9(5).
                   10 FAC-NOT-RESP    PIC 9(5).
                   10 FAC-WARNING     PIC 9(5).
                   10 FAC-ZERO        PIC 9(5).
                   10 FAC-HOLD        PIC 9(5).
                   10 FAC-NOTATION    PIC 9(5).
                   10 FAC-REPEAT      PIC 9(5).
           01 FACULTY-COUNT PIC 9(3) VALUE 0.
           01 FACULTY-SWAP-HOLD PIC X(52).
           01 FACULTY-TOTALS.
               05 TOT-CASES       PIC 9(5) VALUE 0.
               05 TOT-OPEN        PIC 9(5) VALUE 0.
               05 TOT-RESPONSIBLE PIC 9(5) VALUE 0.
               05 TOT-NOT-RESP    PIC 9(5) VALUE 0.
               05 TOT-WARNING     PIC 9(5) VALUE 0.
               05 TOT-ZERO        PIC 9(5) VALUE 0.
               05 TOT-HOLD        PIC 9(5) VALUE 0.
               05 TOT-NOTATION    PIC 9(5) VALUE 0.
               05 TOT-REPEAT      PIC 9(5) VALUE 0.

           01 SORT-WORK-AREA.
               05 SORT-IDX  PIC 9(3).
               05 SORT-SCAN PIC 9(3).
               05 SORT-BEST PIC 9(3).

           01 FLAGS.
               05 EOF-INTEGRITY PIC X VALUE "N".
               05 EOF-DEPT      PIC X VALUE "N".
               05 ABORT-FLAG    PIC X VALUE "N".
               05 REPEAT-FLAG   PIC X VALUE "N".

           01 STW-DEPARTMENT PIC X(7).
           01 STW-FACULTY    PIC 9(3).
           01 IDX-WS PIC 9(4).
           01 PRIOR-IDX-WS PIC 9(4).

           01 STATS-TITLE-LINE.
               05 FILLER PIC X(43)
                   VALUE "ACADEMIC INTEGRITY CASES BY FACULTY - YEAR ".
               05 STL-YEAR PIC X(4).
           01 STATS-HEADING-LINE.
               05 FILLER PIC X(38)
                   VALUE "FACULTY  CASES  OPEN  RESP NOTRS  WARN".
               05 FILLER PIC X(25)
                   VALUE "  ZERO  HOLD  NOTE REPEAT".
           01 STATS-DETAIL-LINE.
               05 SDL-DEPARTMENT  PIC X(7).
               05 FILLER          PIC X(2) VALUE SPACES.
               05 SDL-CASES       PIC ZZZZ9.
               05 FILLER          PIC X(1) VALUE SPACE.
               05 SDL-OPEN        PIC ZZZZ9.
               05 FILLER          PIC X(1) VALUE SPACE.
               05 SDL-RESPONSIBLE PIC ZZZZ9.
               05 FILLER          PIC X(1) VALUE SPACE.
               05 SDL-NOT-RESP    PIC ZZZZ9.
               05 FILLER          PIC X(1) VALUE SPACE.
               05 SDL-WARNING     PIC ZZZZ9.
               05 FILLER          PIC X(1) VALUE SPACE.
               05 SDL-ZERO        PIC ZZZZ9.
               05 FILLER          PIC X(1) VALUE SPACE.
               05 SDL-HOLD        PIC ZZZZ9.
               05 FILLER          PIC X(1) VALUE SPACE.
               05 SDL-NOTATION    PIC ZZZZ9.
               05 FILLER          PIC X(2) VALUE SPACES.
               05 SDL-REPEAT      PIC ZZZZ9.

       PROCEDURE DIVISION.
       100-MAIN.
           DISPLAY "ENTER THE YEAR FOR INTEGRITY STATISTICS (CCYY): ".
           ACCEPT STATS-YEAR-IN.
           IF STATS-YEAR-IN IS NOT NUMERIC
               DISPLAY "YEAR MUST BE CCYY DIGITS."
               MOVE 8 TO RETURN-CODE
           ELSE
               PERFORM 200-LOAD-DEPT-TABLE
               PERFORM 220-LOAD-CASE-TABLE
               IF ABORT-FLAG = "Y"
                   DISPLAY "INTEGRITY-CASES.txt EXCEEDS " CASE-MAX
                       " ROWS - RUN ABORTED."
                   MOVE 8 TO RETURN-CODE
               ELSE
                   PERFORM 300-TALLY-ONE-CASE
                       VARYING IDX-WS FROM 1 BY 1
                       UNTIL IDX-WS > CASE-COUNT
                   PERFORM 500-SORT-ONE-PASS
                       VARYING SORT-IDX FROM 1 BY 1
                       UNTIL SORT-IDX >= FACULTY-COUNT
                   PERFORM 600-WRITE-THE-REPORT
               END-IF
           END-IF.
      *    GOBACK, not STOP RUN, so the job-stream controller can
      *    CALL this program as one step of the night's stream.
           GOBACK.

       200-LOAD-DEPT-TABLE.
           SET DP-ENTRY TO 1.
           OPEN INPUT DEPT-OWNERS-FILE.
           IF DEPT-STATUS = "00" OR DEPT-STATUS = "05"
               PERFORM 210-LOAD-ONE-DEPT UNTIL EOF-DEPT = "Y"
                   OR DP-ENTRY > DEPT-MAX
               CLOSE DEPT-OWNERS-FILE
           END-IF.
           COMPUTE DEPT-COUNT = DP-ENTRY - 1.

       210-LOAD-ONE-DEPT.
           READ DEPT-OWNERS-FILE
               AT END
                   MOVE "Y" TO EOF-DEPT
               NOT AT END
                   MOVE DPO-PREFIX     TO DPT-PREFIX(DP-ENTRY)
                   MOVE DPO-DEPARTMENT TO DPT-DEPARTMENT(DP-ENTRY)
                   MOVE 0 TO DPT-PREFIX-LEN(DP-ENTRY)
                   PERFORM 215-MEASURE-PREFIX
                       VARYING LEN-IDX-WS FROM 1 BY 1
                       UNTIL LEN-IDX-WS > 6
                   ADD 1 TO DP-ENTRY
           END-READ.

      *    How many significant characters the prefix carries.
       215-MEASURE-PREFIX.
           IF DPO-PREFIX(LEN-IDX-WS:1) NOT = SPACE
               MOVE LEN-IDX-WS TO DPT-PREFIX-LEN(DP-ENTRY)
           END-IF.

       220-LOAD-CASE-TABLE.
           SET C-ENTRY TO 1.
           OPEN INPUT INTEGRITY-FILE.
           IF INTEGRITY-STATUS = "00" OR INTEGRITY-STATUS = "05"
               PERFORM 230-LOAD-ONE-CASE UNTIL EOF-INTEGRITY = "Y"
                   OR C-ENTRY > CASE-MAX
               CLOSE INTEGRITY-FILE
           END-IF.
           COMPUTE CASE-COUNT = C-ENTRY - 1.
           IF EOF-INTEGRITY NOT = "Y"
                   AND CASE-COUNT >= CASE-MAX
               MOVE "Y" TO ABORT-FLAG
           END-IF.

       230-LOAD-ONE-CASE.
           READ INTEGRITY-FILE
               AT END
                   MOVE "Y" TO EOF-INTEGRITY
               NOT AT END
                   MOVE INT-CASE-NUMBER TO CTB-CASE-NUMBER(C-ENTRY)
                   MOVE INT-STUDENT-NUMBER
                       TO CTB-STUDENT-NUMBER(C-ENTRY)
                   MOVE INT-TERM-CODE   TO CTB-TERM-CODE(C-ENTRY)
                   MOVE INT-COURSE-CODE TO CTB-COURSE-CODE(C-ENTRY)
                   MOVE INT-HEARING-DATE
                       TO CTB-HEARING-DATE(C-ENTRY)
                   MOVE INT-FINDING     TO CTB-FINDING(C-ENTRY)
                   MOVE INT-SANCTION    TO CTB-SANCTION(C-ENTRY)
                   ADD 1 TO C-ENTRY
           END-READ.

      *****************************************************************
      * A case counts in the year its term falls in.  Its faculty is
      * found by course prefix, then its finding and sanction are
      * added to that faculty's row.
      *****************************************************************
       300-TALLY-ONE-CASE.
           IF CTB-TERM-CODE(IDX-WS)(1:4) = STATS-YEAR-IN
               PERFORM 310-FIND-CASE-FACULTY
               ADD 1 TO FAC-CASES(STW-FACULTY)
               EVALUATE CTB-FINDING(IDX-WS)
                   WHEN "R"
                       ADD 1 TO FAC-RESPONSIBLE(STW-FACULTY)
                       PERFORM 330-COUNT-THE-SANCTION
                       PERFORM 340-CHECK-FOR-REPEAT
                   WHEN "N"
                       ADD 1 TO FAC-NOT-RESP(STW-FACULTY)
                   WHEN OTHER
                       ADD 1 TO FAC-OPEN(STW-FACULTY)
               END-EVALUATE
           END-IF.

      *    Longest matching prefix wins; no match is NO DEPT.
       310-FIND-CASE-FACULTY.
           MOVE 0 TO OWNER-ENTRY-WS.
           MOVE 0 TO PFX-LEN-WS.
           PERFORM 315-MATCH-ONE-DEPT
               VARYING DP-ENTRY FROM 1 BY 1
               UNTIL DP-ENTRY > DEPT-COUNT.
           IF OWNER-ENTRY-WS = 0
               MOVE "NO DEPT" TO STW-DEPARTMENT
           ELSE
               MOVE DPT-DEPARTMENT(OWNER-ENTRY-WS) TO STW-DEPARTMENT
           END-IF.
           MOVE 0 TO STW-FACULTY.
           PERFORM VARYING SORT-SCAN FROM 1 BY 1
                   UNTIL SORT-SCAN > FACULTY-COUNT OR STW-FACULTY > 0
               IF FAC-DEPARTMENT(SORT-SCAN) = STW-DEPARTMENT
                   MOVE SORT-SCAN TO STW-FACULTY
               END-IF
           END-PERFORM.
           IF STW-FACULTY = 0
               ADD 1 TO FACULTY-COUNT
               MOVE FACULTY-COUNT TO STW-FACULTY
               INITIALIZE FACULTY-ENTRY(STW-FACULTY)
               MOVE STW-DEPARTMENT TO FAC-DEPARTMENT(STW-FACULTY)
           END-IF.

       315-MATCH-ONE-DEPT.
           IF DPT-PREFIX(DP-ENTRY) NOT = "******"
                   AND DPT-PREFIX-LEN(DP-ENTRY) > PFX-LEN-WS
                   AND CTB-COURSE-CODE(IDX-WS)
                       (1:DPT-PREFIX-LEN(DP-ENTRY))
                       = DPT-PREFIX(DP-ENTRY)
                       (1:DPT-PREFIX-LEN(DP-ENTRY))
               MOVE DPT-PREFIX-LEN(DP-ENTRY) TO PFX-LEN-WS
               SET OWNER-ENTRY-WS TO DP-ENTRY
           END-IF.

       330-COUNT-THE-SANCTION.
           EVALUATE CTB-SANCTION(IDX-WS)
               WHEN "W" ADD 1 TO FAC-WARNING(STW-FACULTY)
               WHEN "Z" ADD 1 TO FAC-ZERO(STW-FACULTY)
               WHEN "H" ADD 1 TO FAC-HOLD(STW-FACULTY)
               WHEN "T" ADD 1 TO FAC-NOTATION(STW-FACULTY)
           END-EVALUATE.

      *    A repeat: the same student was found responsible on an
      *    earlier case - heard before this one, or the same day
      *    under a lower case number.
       340-CHECK-FOR-REPEAT.
           MOVE "N" TO REPEAT-FLAG.
           PERFORM 345-CHECK-ONE-PRIOR
               VARYING PRIOR-IDX-WS FROM 1 BY 1
               UNTIL PRIOR-IDX-WS > CASE-COUNT
               OR REPEAT-FLAG = "Y".
           IF REPEAT-FLAG = "Y"
               ADD 1 TO FAC-REPEAT(STW-FACULTY)
           END-IF.

       345-CHECK-ONE-PRIOR.
           IF CTB-STUDENT-NUMBER(PRIOR-IDX-WS)
                   = CTB-STUDENT-NUMBER(IDX-WS)
                   AND CTB-FINDING(PRIOR-IDX-WS) = "R"
               IF CTB-HEARING-DATE(PRIOR-IDX-WS)
                       < CTB-HEARING-DATE(IDX-WS)
                   MOVE "Y" TO REPEAT-FLAG
               END-IF
               IF CTB-HEARING-DATE(PRIOR-IDX-WS)
                       = CTB-HEARING-DATE(IDX-WS)
                       AND CTB-CASE-NUMBER(PRIOR-IDX-WS)
                           < CTB-CASE-NUMBER(IDX-WS)
                   MOVE "Y" TO REPEAT-FLAG
               END-IF
           END-IF.

      *    Straight selection sort on the faculty code, so the
      *    report reads in the same order every year.
       500-SORT-ONE-PASS.
           MOVE SORT-IDX TO SORT-BEST.
           PERFORM 510-SCAN-ONE-ROW
               VARYING SORT-SCAN FROM SORT-IDX BY 1
               UNTIL SORT-SCAN > FACULTY-COUNT.
           IF SORT-BEST NOT = SORT-IDX
               MOVE FACULTY-ENTRY(SORT-IDX) TO FACULTY-SWAP-HOLD
               MOVE FACULTY-ENTRY(SORT-BEST) TO FACULTY-ENTRY(SORT-IDX)
               MOVE FACULTY-SWAP-HOLD TO FACULTY-ENTRY(SORT-BEST)
           END-IF.

       510-SCAN-ONE-ROW.
           IF FAC-DEPARTMENT(SORT-SCAN) < FAC-DEPARTMENT(SORT-BEST)
               MOVE SORT-SCAN TO SORT-BEST
           END-IF.

       600-WRITE-THE-REPORT.
           OPEN OUTPUT STATS-FILE.
           MOVE STATS-YEAR-IN TO STL-YEAR.
           WRITE STATS-RECORD FROM STATS-TITLE-LINE.
           MOVE SPACES TO STATS-RECORD.
           WRITE STATS-RECORD.
           WRITE STATS-RECORD FROM STATS-HEADING-LINE.
           PERFORM 610-WRITE-ONE-FACULTY
               VARYING SORT-IDX FROM 1 BY 1
               UNTIL SORT-IDX > FACULTY-COUNT.
           MOVE SPACES TO STATS-RECORD.
           WRITE STATS-RECORD.
           MOVE "TOTAL"         TO SDL-DEPARTMENT.
           MOVE TOT-CASES       TO SDL-CASES.
           MOVE TOT-OPEN        TO SDL-OPEN.
           MOVE TOT-RESPONSIBLE TO SDL-RESPONSIBLE.
           MOVE TOT-NOT-RESP    TO SDL-NOT-RESP.
           MOVE TOT-WARNING     TO SDL-WARNING.
           MOVE TOT-ZERO        TO SDL-ZERO.
           MOVE TOT-HOLD        TO SDL-HOLD.
           MOVE TOT-NOTATION    TO SDL-NOTATION.
           MOVE TOT-REPEAT      TO SDL-REPEAT.
           WRITE STATS-RECORD FROM STATS-DETAIL-LINE.
           CLOSE STATS-FILE.
           DISPLAY "CASES ON FILE:         " CASE-COUNT.
           DISPLAY "CASES IN " STATS-YEAR-IN ":         " TOT-CASES.
           DISPLAY "FACULTIES REPORTED:    " FACULTY-COUNT.

       610-WRITE-ONE-FACULTY.
           MOVE FAC-DEPARTMENT(SORT-IDX)  TO SDL-DEPARTMENT.
           MOVE FAC-CASES(SORT-IDX)       TO SDL-CASES.
           MOVE FAC-OPEN(SORT-IDX)        TO SDL-OPEN.
           MOVE FAC-RESPONSIBLE(SORT-IDX) TO SDL-RESPONSIBLE.
           MOVE FAC-NOT-RESP(SORT-IDX)    TO SDL-NOT-RESP.
           MOVE FAC-WARNING(SORT-IDX)     TO SDL-WARNING.
           MOVE FAC-ZERO(SORT-IDX)        TO SDL-ZERO.
           MOVE FAC-HOLD(SORT-IDX)        TO SDL-HOLD.
           MOVE FAC-NOTATION(SORT-IDX)    TO SDL-NOTATION.
           MOVE FAC-REPEAT(SORT-IDX)      TO SDL-REPEAT.
           WRITE STATS-RECORD FROM STATS-DETAIL-LINE.
           ADD FAC-CASES(SORT-IDX)       TO TOT-CASES.
           ADD FAC-OPEN(SORT-IDX)        TO TOT-OPEN.
           ADD FAC-RESPONSIBLE(SORT-IDX) TO TOT-RESPONSIBLE.
           ADD FAC-NOT-RESP(SORT-IDX)    TO TOT-NOT-RESP.
           ADD FAC-WARNING(SORT-IDX)     TO TOT-WARNING.
           ADD FAC-ZERO(SORT-IDX)        TO TOT-ZERO.
           ADD FAC-HOLD(SORT-IDX)        TO TOT-HOLD.
           ADD FAC-NOTATION(SORT-IDX)    TO TOT-NOTATION.
           ADD FAC-REPEAT(SORT-IDX)      TO TOT-REPEAT.

       END PROGRAM INTEGRITY-STATS.
