      * grade.  Titles come from the COURSE.txt catalog; a code the
      * catalog doesn't know prints with an exception marker instead
      * of being dropped.
      * The pass mark is the PASS-MARK in force on POLICY-PARMS.txt
      * for the term reported (through POLICY-PARM; 60 is only the
      * default), recorded on the run's JOB-LOG.txt row.
      * Codes cross-listed on CROSSLIST.txt are one class under
      * several codes; the run asks whether to report them split
      * (one line per code, the old way) or combined, where each
      * group's codes fold into the first of them on the report
      * with an "INCLUDES" line naming the codes folded in.
      * The report closes with the same figures by campus: each
      * course a student sat counts at the campus of their own
      * section (SECTION-ENROLL.txt, section 01 when they have no
      * row) as SECTION.txt has it - MAIN when the section has no
      * campus or no row on file.
      ******************************************************************
       IDENTIFICATION DIVISION.
       PROGRAM-ID. COURSE-STATS.
           SELECT STUDENT-DATA-FILE ASSIGN "STUFILE-SNAPSHOT.txt"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS FILE-STATUS.
           SELECT OPTIONAL CROSSLIST-FILE ASSIGN "CROSSLIST.txt"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS CROSSLIST-STATUS.
           SELECT OPTIONAL SECTION-FILE ASSIGN "SECTION.txt"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS SECTION-STATUS.
           SELECT OPTIONAL SECENROLL-FILE ASSIGN "SECTION-ENROLL.txt"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS SECENROLL-STATUS.
           SELECT STATS-REPORT-FILE ASSIGN "COURSE-STATS.txt"
               ORGANIZATION IS LINE SEQUENTIAL.
           SELECT OPTIONAL JOB-LOG-FILE ASSIGN "JOB-LOG.txt"
               ORGANIZATION IS LINE SEQUENTIAL.

       DATA DIVISION.
       FILE SECTION.
           FD STUDENT-DATA-FILE.
           01 SNAPSHOT-IMAGE PIC X(181).

           FD CROSSLIST-FILE.
           COPY "CROSSLIST-RECORD.cpy".

           FD SECTION-FILE.
           COPY "SECTION-RECORD.cpy".

           FD SECENROLL-FILE.
           COPY "SECENROLL-RECORD.cpy".

           FD STATS-REPORT-FILE.
           01 STATS-REPORT-RECORD PIC X(100).

           FD JOB-LOG-FILE.
           COPY "JOB-LOG.cpy".

       WORKING-STORAGE SECTION.

      *    The snapshot image unpacked into the fixed-width mirror
           COPY "SNAPSHOT-RECORD.cpy".
           01 FILE-STATUS   PIC X(2).
           01 COURSE-STATUS PIC X(2).
           01 CROSSLIST-STATUS PIC X(2).
           01 SECTION-STATUS PIC X(2).
           01 SECENROLL-STATUS PIC X(2).

           01 COURSE-TABLE.
           COPY "COURSE-TABLE.cpy".
           01 COURSE-TABLE-CAPACITY PIC 999 VALUE 300.

      *    Our pass mark - the same cutoff the report's F-flag uses.
      *    Default only; the term's PASS-MARK replaces it.
           01 PASSING-GRADE-CUTOFF PIC 9(3) VALUE 60.

           COPY "POLICY-LOOKUP.cpy".
           01 RUN-START-STAMP PIC X(26) VALUE SPACES.

           01 RUN-TERM-CODE PIC X(6) VALUE SPACES.
      *    'C' folds each cross-listed group into one line; anything
      *    else reports every code on its own.
           01 CROSSLIST-MODE PIC X(1) VALUE "S".

      *    The run term's cross-listing rows.
           01 CROSSLIST-TABLE.
               05 CROSSLIST-ENTRY OCCURS 200 TIMES INDEXED XL-ENTRY.
                   10 XLT-GROUP    PIC X(4).
                   10 XLT-COURSE   PIC X(7).
           01 CROSSLIST-COUNT PIC 9(3) VALUE 0.
           01 CROSSLIST-MAX   PIC 9(3) VALUE 200.

      *    One row per distinct COURSE-CODE seen on the term.
           01 STATS-TABLE.
                   10 STT-MIN-GRADE     PIC 9(3).
                   10 STT-MAX-GRADE     PIC 9(3).
                   10 STT-FAIL-COUNT    PIC 9(5).
      *            Combined mode: the line this code was folded into
      *            (0 = reported on its own line).
                   10 STT-FOLDED-INTO   PIC 9(3).
           01 STATS-COUNT PIC 9(3) VALUE 0.
           01 STATS-MAX   PIC 9(3) VALUE 300.

      *    The run term's sections and who sits in which - enough
      *    to put each course entry at its section's campus.
           01 SECTION-TABLE.
               05 SECTION-TABLE-ENTRY OCCURS 500 TIMES.
                   10 SCT-COURSE  PIC X(7).
                   10 SCT-SECTION PIC 9(2).
                   10 SCT-CAMPUS  PIC X(4).
           01 SECTION-COUNT PIC 9(3) VALUE 0.
           01 SECTION-MAX   PIC 9(3) VALUE 500.

           01 MEMBER-TABLE.
               05 MEMBER-ENTRY OCCURS 2000 TIMES.
                   10 MBT-STUDENT PIC 9(6).
                   10 MBT-COURSE  PIC X(7).
                   10 MBT-SECTION PIC 9(2).
           01 MEMBER-COUNT PIC 9(4) VALUE 0.
           01 MEMBER-MAX   PIC 9(4) VALUE 2000.
           01 MEMBER-IDX   PIC 9(4) VALUE 0.

      *    One row per campus seen, same measures as a course line.
           01 CAMPUS-STATS-TABLE.
               05 CAMPUS-STATS-ENTRY OCCURS 50 TIMES.
                   10 CST-CAMPUS-CODE PIC X(4).
                   10 CST-ENROLLED    PIC 9(5).
                   10 CST-GRADED      PIC 9(5).
                   10 CST-GRADE-SUM   PIC 9(8).
                   10 CST-FAIL-COUNT  PIC 9(5).
           01 CAMPUS-STATS-COUNT PIC 99 VALUE 0.
           01 CAMPUS-STATS-MAX   PIC 99 VALUE 50.
           01 CAMPUS-IDX         PIC 99 VALUE 0.
           01 CAMPUS-FOUND-IDX   PIC 99 VALUE 0.
           01 ENTRY-SECTION-WS   PIC 9(2) VALUE 1.
           01 ENTRY-CAMPUS-WS    PIC X(4) VALUE SPACES.

           01 FLAGS.
               05 EOF-COURSE PIC X VALUE "N".
               05 EOF-STU    PIC X VALUE "N".
               05 CODE-FOUND PIC X VALUE "N".
               05 EOF-CROSSLIST PIC X VALUE "N".
               05 IN-GROUP   PIC X VALUE "N".
               05 EOF-SECTION PIC X VALUE "N".
               05 EOF-SECENROLL PIC X VALUE "N".

           01 STATS-WORK-AREA.
               05 CRS-IDX-WS  PIC 9(2).
               05 FOUND-IDX   PIC 9(3).
               05 MEAN-WS     PIC 9(3)V9.
               05 FAIL-RATE-WS PIC 9(3)V9.
               05 ANCHOR-IDX-WS PIC 9(3).
               05 FOLD-IDX-WS PIC 9(3).
               05 XL-IDX-WS   PIC 9(3).
               05 GROUP-WS    PIC X(4).
               05 REPORTED-COUNT PIC 9(3) VALUE 0.

           01 STATS-HEADER-LINE.
               05 FILLER PIC X(7)  VALUE "COURSE ".
               05 FILLER PIC X(2)  VALUE SPACES.
               05 FILLER PIC X(6)  VALUE "FAIL %".

           01 CAMPUS-HEADER-LINE.
               05 FILLER PIC X(7)  VALUE "CAMPUS ".
               05 FILLER PIC X(24) VALUE SPACES.
               05 FILLER PIC X(6)  VALUE "ENROLL".
               05 FILLER PIC X(2)  VALUE SPACES.
               05 FILLER PIC X(6)  VALUE "GRADED".
               05 FILLER PIC X(2)  VALUE SPACES.
               05 FILLER PIC X(5)  VALUE " MEAN".
               05 FILLER PIC X(12) VALUE SPACES.
               05 FILLER PIC X(6)  VALUE "FAIL %".

           01 CAMPUS-DETAIL-LINE.
               05 CDL-CAMPUS-CODE PIC X(4).
               05 FILLER          PIC X(27) VALUE SPACES.
               05 CDL-ENROLLED    PIC ZZZZ9.
               05 FILLER          PIC X(3) VALUE SPACES.
               05 CDL-GRADED      PIC ZZZZ9.
               05 FILLER          PIC X(3) VALUE SPACES.
               05 CDL-MEAN        PIC ZZ9.9.
               05 FILLER          PIC X(12) VALUE SPACES.
               05 CDL-FAIL-RATE   PIC ZZ9.9.

           01 STATS-DETAIL-LINE.
               05 SDL-COURSE-CODE PIC X(7).
               05 FILLER          PIC X(2) VALUE SPACES.
               05 FILLER          PIC X(2) VALUE SPACES.
               05 SDL-FAIL-RATE   PIC ZZ9.9.

           01 STATS-INCLUDES-LINE.
               05 FILLER          PIC X(9) VALUE SPACES.
               05 FILLER          PIC X(9) VALUE "INCLUDES ".
               05 SIL-COURSE-CODE PIC X(7).
               05 FILLER          PIC X(15) VALUE " (CROSS-LISTED)".

       PROCEDURE DIVISION.
       100-MAIN.
           DISPLAY "ENTER THE TERM CODE TO REPORT (CCYYTT): ".
           ACCEPT RUN-TERM-CODE.
           DISPLAY "CROSS-LISTED GROUPS COMBINED (C) OR SPLIT BY "
               "CODE (S)? ".
           ACCEPT CROSSLIST-MODE.
           IF CROSSLIST-MODE NOT = "C"
               MOVE "S" TO CROSSLIST-MODE
           END-IF.
           MOVE FUNCTION CURRENT-DATE TO RUN-START-STAMP.
           PERFORM 150-LOAD-POLICY-PARMS.
           PERFORM 200-LOAD-COURSE-TABLE.
           PERFORM 220-LOAD-SECTION-TABLE.
           PERFORM 240-LOAD-MEMBER-TABLE.
           OPEN INPUT STUDENT-DATA-FILE.
           PERFORM 300-AGGREGATE-TERM.
           CLOSE STUDENT-DATA-FILE.
           IF CROSSLIST-MODE = "C"
               PERFORM 350-LOAD-CROSSLIST-TABLE
               PERFORM 360-FOLD-ONE-COURSE
                   VARYING IDX-WS FROM 1 BY 1
                   UNTIL IDX-WS > STATS-COUNT
           END-IF.
           PERFORM 400-WRITE-REPORT.
           PERFORM 960-LOG-RUN-PARAMETERS.
           GOBACK.

       150-LOAD-POLICY-PARMS.
           MOVE "PASS-MARK" TO POL-PARM-NAME.
           MOVE RUN-TERM-CODE TO POL-TERM-CODE.
           MOVE PASSING-GRADE-CUTOFF TO POL-PARM-VALUE.
           CALL "POLICY-PARM" USING POLICY-LOOKUP.
           MOVE POL-PARM-VALUE TO PASSING-GRADE-CUTOFF.

       200-LOAD-COURSE-TABLE.
           SET C-ENTRY TO 1.
           OPEN INPUT COURSE-FILE.
                   ADD 1 TO C-ENTRY
           END-READ.

       220-LOAD-SECTION-TABLE.
           OPEN INPUT SECTION-FILE.
           IF SECTION-STATUS = "00" OR SECTION-STATUS = "05"
               PERFORM 230-LOAD-ONE-SECTION UNTIL EOF-SECTION = "Y"
                   OR SECTION-COUNT >= SECTION-MAX
               CLOSE SECTION-FILE
           END-IF.

       230-LOAD-ONE-SECTION.
           READ SECTION-FILE
               AT END
                   MOVE "Y" TO EOF-SECTION
               NOT AT END
                   IF SEC-TERM-CODE = RUN-TERM-CODE
                       ADD 1 TO SECTION-COUNT
                       MOVE SEC-COURSE-CODE
                           TO SCT-COURSE(SECTION-COUNT)
                       IF SEC-SECTION-NUMBER IS NUMERIC
                           MOVE SEC-SECTION-NUMBER
                               TO SCT-SECTION(SECTION-COUNT)
                       ELSE
                           MOVE 1 TO SCT-SECTION(SECTION-COUNT)
                       END-IF
                       MOVE SEC-CAMPUS TO SCT-CAMPUS(SECTION-COUNT)
                   END-IF
           END-READ.

       240-LOAD-MEMBER-TABLE.
           OPEN INPUT SECENROLL-FILE.
           IF SECENROLL-STATUS = "00" OR SECENROLL-STATUS = "05"
               PERFORM 245-LOAD-ONE-MEMBER UNTIL EOF-SECENROLL = "Y"
                   OR MEMBER-COUNT >= MEMBER-MAX
               CLOSE SECENROLL-FILE
           END-IF.

       245-LOAD-ONE-MEMBER.
           READ SECENROLL-FILE
               AT END
                   MOVE "Y" TO EOF-SECENROLL
               NOT AT END
                   IF SEN-TERM-CODE = RUN-TERM-CODE
                       ADD 1 TO MEMBER-COUNT
                       MOVE SEN-STUDENT-NUMBER
                           TO MBT-STUDENT(MEMBER-COUNT)
                       MOVE SEN-COURSE-CODE TO MBT-COURSE(MEMBER-COUNT)
                       IF SEN-SECTION-NUMBER IS NUMERIC
                           MOVE SEN-SECTION-NUMBER
                               TO MBT-SECTION(MEMBER-COUNT)
                       ELSE
                           MOVE 1 TO MBT-SECTION(MEMBER-COUNT)
                       END-IF
                   END-IF
           END-READ.

       300-AGGREGATE-TERM.
           PERFORM UNTIL EOF-STU = "Y"
               READ STUDENT-DATA-FILE
                   MOVE 999 TO STT-MIN-GRADE(FOUND-IDX)
                   MOVE 0 TO STT-MAX-GRADE(FOUND-IDX)
                   MOVE 0 TO STT-FAIL-COUNT(FOUND-IDX)
                   MOVE 0 TO STT-FOLDED-INTO(FOUND-IDX)
               END-IF
           END-IF.
           IF FOUND-IDX > 0
                   END-IF
               END-IF
           END-IF.
           PERFORM 330-TALLY-CAMPUS.

      *****************************************************************
      * The same entry again at its campus: the student's own section
      * of the course, and that section's campus on SECTION.txt.
      *****************************************************************
       330-TALLY-CAMPUS.
           MOVE 1 TO ENTRY-SECTION-WS.
           PERFORM VARYING MEMBER-IDX FROM 1 BY 1
                   UNTIL MEMBER-IDX > MEMBER-COUNT
               IF MBT-STUDENT(MEMBER-IDX) = STUDENT-NUMBER
                       AND MBT-COURSE(MEMBER-IDX)
                           = COURSE-CODE(CRS-IDX-WS)
                   MOVE MBT-SECTION(MEMBER-IDX) TO ENTRY-SECTION-WS
               END-IF
           END-PERFORM.
           MOVE "MAIN" TO ENTRY-CAMPUS-WS.
           PERFORM VARYING IDX-WS FROM 1 BY 1
                   UNTIL IDX-WS > SECTION-COUNT
               IF SCT-COURSE(IDX-WS) = COURSE-CODE(CRS-IDX-WS)
                       AND SCT-SECTION(IDX-WS) = ENTRY-SECTION-WS
                       AND SCT-CAMPUS(IDX-WS) NOT = SPACES
                   MOVE SCT-CAMPUS(IDX-WS) TO ENTRY-CAMPUS-WS
               END-IF
           END-PERFORM.
           MOVE 0 TO CAMPUS-FOUND-IDX.
           PERFORM VARYING CAMPUS-IDX FROM 1 BY 1
                   UNTIL CAMPUS-IDX > CAMPUS-STATS-COUNT
                   OR CAMPUS-FOUND-IDX > 0
               IF CST-CAMPUS-CODE(CAMPUS-IDX) = ENTRY-CAMPUS-WS
                   MOVE CAMPUS-IDX TO CAMPUS-FOUND-IDX
               END-IF
           END-PERFORM.
           IF CAMPUS-FOUND-IDX = 0
               IF CAMPUS-STATS-COUNT >= CAMPUS-STATS-MAX
                   DISPLAY "MORE THAN " CAMPUS-STATS-MAX " CAMPUSES - "
                       ENTRY-CAMPUS-WS " NOT TALLIED"
               ELSE
                   ADD 1 TO CAMPUS-STATS-COUNT
                   MOVE CAMPUS-STATS-COUNT TO CAMPUS-FOUND-IDX
                   MOVE ENTRY-CAMPUS-WS
                       TO CST-CAMPUS-CODE(CAMPUS-FOUND-IDX)
                   MOVE 0 TO CST-ENROLLED(CAMPUS-FOUND-IDX)
                   MOVE 0 TO CST-GRADED(CAMPUS-FOUND-IDX)
                   MOVE 0 TO CST-GRADE-SUM(CAMPUS-FOUND-IDX)
                   MOVE 0 TO CST-FAIL-COUNT(CAMPUS-FOUND-IDX)
               END-IF
           END-IF.
           IF CAMPUS-FOUND-IDX > 0
               ADD 1 TO CST-ENROLLED(CAMPUS-FOUND-IDX)
               IF COURSE-GRADE-STATUS(CRS-IDX-WS) = SPACE
                   ADD 1 TO CST-GRADED(CAMPUS-FOUND-IDX)
                   ADD COURSE-AVG(CRS-IDX-WS)
                       TO CST-GRADE-SUM(CAMPUS-FOUND-IDX)
                   IF COURSE-AVG(CRS-IDX-WS) < PASSING-GRADE-CUTOFF
                       ADD 1 TO CST-FAIL-COUNT(CAMPUS-FOUND-IDX)
                   END-IF
               END-IF
           END-IF.

       350-LOAD-CROSSLIST-TABLE.
           OPEN INPUT CROSSLIST-FILE.
           IF CROSSLIST-STATUS = "00" OR CROSSLIST-STATUS = "05"
               PERFORM 355-LOAD-ONE-CROSSLIST
                   UNTIL EOF-CROSSLIST = "Y"
                   OR CROSSLIST-COUNT >= CROSSLIST-MAX
               CLOSE CROSSLIST-FILE
           END-IF.

       355-LOAD-ONE-CROSSLIST.
           READ CROSSLIST-FILE
               AT END
                   MOVE "Y" TO EOF-CROSSLIST
               NOT AT END
                   IF XLS-TERM-CODE = RUN-TERM-CODE
                       ADD 1 TO CROSSLIST-COUNT
                       MOVE XLS-GROUP-ID
                           TO XLT-GROUP(CROSSLIST-COUNT)
                       MOVE XLS-COURSE-CODE
                           TO XLT-COURSE(CROSSLIST-COUNT)
                   END-IF
           END-READ.

      *****************************************************************
      * Combined mode: a cross-listed code folds into the earliest
      * line on the table from the same group - its counts and grade
      * sums add in, the min/max widen to cover it, and the line it
      * had is dropped from the report in favour of an INCLUDES note.
      *****************************************************************
       360-FOLD-ONE-COURSE.
           MOVE SPACES TO GROUP-WS.
           PERFORM VARYING XL-IDX-WS FROM 1 BY 1
                   UNTIL XL-IDX-WS > CROSSLIST-COUNT
                   OR GROUP-WS NOT = SPACES
               IF XLT-COURSE(XL-IDX-WS) = STT-COURSE-CODE(IDX-WS)
                   MOVE XLT-GROUP(XL-IDX-WS) TO GROUP-WS
               END-IF
           END-PERFORM.
           IF GROUP-WS NOT = SPACES
               MOVE 0 TO FOUND-IDX
               PERFORM VARYING ANCHOR-IDX-WS FROM 1 BY 1
                       UNTIL ANCHOR-IDX-WS >= IDX-WS
                       OR FOUND-IDX > 0
                   IF STT-FOLDED-INTO(ANCHOR-IDX-WS) = 0
                       PERFORM 365-CHECK-GROUP-MEMBER
                       IF IN-GROUP = "Y"
                           MOVE ANCHOR-IDX-WS TO FOUND-IDX
                       END-IF
                   END-IF
               END-PERFORM
               IF FOUND-IDX > 0
                   PERFORM 370-FOLD-INTO-ANCHOR
               END-IF
           END-IF.

       365-CHECK-GROUP-MEMBER.
           MOVE "N" TO IN-GROUP.
           PERFORM VARYING XL-IDX-WS FROM 1 BY 1
                   UNTIL XL-IDX-WS > CROSSLIST-COUNT
                   OR IN-GROUP = "Y"
               IF XLT-GROUP(XL-IDX-WS) = GROUP-WS
                       AND XLT-COURSE(XL-IDX-WS)
                           = STT-COURSE-CODE(ANCHOR-IDX-WS)
                   MOVE "Y" TO IN-GROUP
               END-IF
           END-PERFORM.

       370-FOLD-INTO-ANCHOR.
           ADD STT-ENROLLED(IDX-WS)   TO STT-ENROLLED(FOUND-IDX).
           ADD STT-GRADED(IDX-WS)     TO STT-GRADED(FOUND-IDX).
           ADD STT-GRADE-SUM(IDX-WS)  TO STT-GRADE-SUM(FOUND-IDX).
           ADD STT-FAIL-COUNT(IDX-WS) TO STT-FAIL-COUNT(FOUND-IDX).
           IF STT-GRADED(IDX-WS) > 0
               IF STT-MIN-GRADE(IDX-WS) < STT-MIN-GRADE(FOUND-IDX)
                   MOVE STT-MIN-GRADE(IDX-WS)
                       TO STT-MIN-GRADE(FOUND-IDX)
               END-IF
               IF STT-MAX-GRADE(IDX-WS) > STT-MAX-GRADE(FOUND-IDX)
                   MOVE STT-MAX-GRADE(IDX-WS)
                       TO STT-MAX-GRADE(FOUND-IDX)
               END-IF
           END-IF.
           MOVE FOUND-IDX TO STT-FOLDED-INTO(IDX-WS).

       400-WRITE-REPORT.
           OPEN OUTPUT STATS-REPORT-FILE.
           MOVE SPACES TO STATS-REPORT-RECORD.
           IF CROSSLIST-MODE = "C"
               STRING "COURSE STATISTICS FOR TERM " RUN-TERM-CODE
                      " - CROSS-LISTED GROUPS COMBINED"
                   DELIMITED BY SIZE INTO STATS-REPORT-RECORD
               END-STRING
           ELSE
               STRING "COURSE STATISTICS FOR TERM " RUN-TERM-CODE
                   DELIMITED BY SIZE INTO STATS-REPORT-RECORD
               END-STRING
           END-IF.
           WRITE STATS-REPORT-RECORD.
           WRITE STATS-REPORT-RECORD FROM STATS-HEADER-LINE.
           PERFORM 410-WRITE-ONE-COURSE
               VARYING IDX-WS FROM 1 BY 1
               UNTIL IDX-WS > STATS-COUNT.
           MOVE SPACES TO STATS-REPORT-RECORD.
           WRITE STATS-REPORT-RECORD.
           MOVE "BY CAMPUS" TO STATS-REPORT-RECORD.
           WRITE STATS-REPORT-RECORD.
           WRITE STATS-REPORT-RECORD FROM CAMPUS-HEADER-LINE.
           PERFORM 430-WRITE-ONE-CAMPUS
               VARYING CAMPUS-IDX FROM 1 BY 1
               UNTIL CAMPUS-IDX > CAMPUS-STATS-COUNT.
           CLOSE STATS-REPORT-FILE.
           DISPLAY REPORTED-COUNT " COURSES REPORTED TO "
               "COURSE-STATS.txt".

       410-WRITE-ONE-COURSE.
           IF STT-FOLDED-INTO(IDX-WS) = 0
               PERFORM 415-WRITE-COURSE-LINE
           END-IF.

       415-WRITE-COURSE-LINE.
           ADD 1 TO REPORTED-COUNT.
           MOVE SPACES TO STATS-DETAIL-LINE.
           MOVE STT-COURSE-CODE(IDX-WS) TO SDL-COURSE-CODE.
           PERFORM 420-LOOKUP-COURSE-TITLE.
               MOVE 0 TO SDL-FAIL-RATE
           END-IF.
           WRITE STATS-REPORT-RECORD FROM STATS-DETAIL-LINE.
           PERFORM 418-WRITE-ONE-INCLUDES
               VARYING FOLD-IDX-WS FROM 1 BY 1
               UNTIL FOLD-IDX-WS > STATS-COUNT.

       418-WRITE-ONE-INCLUDES.
           IF STT-FOLDED-INTO(FOLD-IDX-WS) = IDX-WS
               MOVE STT-COURSE-CODE(FOLD-IDX-WS) TO SIL-COURSE-CODE
               WRITE STATS-REPORT-RECORD FROM STATS-INCLUDES-LINE
           END-IF.

      *****************************************************************
      * Title from the catalog; a code COURSE.txt doesn't know prints
               END-IF
           END-PERFORM.

       430-WRITE-ONE-CAMPUS.
           MOVE CST-CAMPUS-CODE(CAMPUS-IDX) TO CDL-CAMPUS-CODE.
           MOVE CST-ENROLLED(CAMPUS-IDX) TO CDL-ENROLLED.
           MOVE CST-GRADED(CAMPUS-IDX)   TO CDL-GRADED.
           IF CST-GRADED(CAMPUS-IDX) > 0
               COMPUTE MEAN-WS ROUNDED =
                   CST-GRADE-SUM(CAMPUS-IDX) / CST-GRADED(CAMPUS-IDX)
               COMPUTE FAIL-RATE-WS ROUNDED =
                   CST-FAIL-COUNT(CAMPUS-IDX) * 100
                   / CST-GRADED(CAMPUS-IDX)
               MOVE MEAN-WS TO CDL-MEAN
               MOVE FAIL-RATE-WS TO CDL-FAIL-RATE
           ELSE
               MOVE 0 TO CDL-MEAN
               MOVE 0 TO CDL-FAIL-RATE
           END-IF.
           WRITE STATS-REPORT-RECORD FROM CAMPUS-DETAIL-LINE.

       960-LOG-RUN-PARAMETERS.
           OPEN EXTEND JOB-LOG-FILE.
           MOVE SPACES TO JOB-LOG-RECORD.
           MOVE RUN-START-STAMP TO JOB-START-TIMESTAMP.
           MOVE FUNCTION CURRENT-DATE TO JOB-END-TIMESTAMP.
           MOVE "COURSESTAT" TO JOB-OPERATOR-ID.
           MOVE RUN-TERM-CODE TO JOB-TERM-CODE.
           MOVE "Y" TO JOB-BATCH-MODE.
           MOVE STATS-COUNT TO JOB-STUDENTS-READ.
           MOVE REPORTED-COUNT TO JOB-STUDENTS-WRITTEN.
           MOVE 0 TO JOB-STUDENTS-REJECTED.
           MOVE RETURN-CODE TO JOB-RETURN-CODE.
           STRING "PASS=" PASSING-GRADE-CUTOFF " XLIST=" CROSSLIST-MODE
               DELIMITED BY SIZE INTO JOB-PARM-VALUES
           END-STRING.
           WRITE JOB-LOG-RECORD.
           CLOSE JOB-LOG-FILE.

       END PROGRAM COURSE-STATS.
