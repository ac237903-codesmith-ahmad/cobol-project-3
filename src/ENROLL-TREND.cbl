      * oldest retained term's "new" column reads high - the report
      * is for recent-term trends.  Output: ENROLL-TREND.txt, up to
      * the eight most recent terms wide.
      * Declared minors (PROGRAM-DECLARATIONS.txt, dropped ones left
      * out) get a section of their own under the split lines: an
      * active student counts under each minor from the term it was
      * declared in.  Minor headcount is kept apart from the program
      * matrix - a student still counts once there, under the
      * primary program of study.
      * A campus section follows the split lines: the same active
      * headcount per term, by the campus of the student's program on
      * PROGRAM.txt (MAIN when blank, or for a program not on file).
      ******************************************************************
       IDENTIFICATION DIVISION.
       PROGRAM-ID. ENROLL-TREND.
               FILE STATUS IS FILE-STATUS.
           SELECT TREND-REPORT-FILE ASSIGN "ENROLL-TREND.txt"
               ORGANIZATION IS LINE SEQUENTIAL.
           SELECT OPTIONAL DECLARATION-FILE
               ASSIGN "PROGRAM-DECLARATIONS.txt"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS DECLARATION-STATUS.
           SELECT OPTIONAL PROGRAM-FILE ASSIGN "PROGRAM.txt"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS PROGRAM-STATUS.

       DATA DIVISION.
       FILE SECTION.
           FD TREND-REPORT-FILE.
           01 TREND-REPORT-RECORD PIC X(100).

           FD DECLARATION-FILE.
           COPY "PROGDECL-RECORD.cpy".

           FD PROGRAM-FILE.
           01 PROGRAM-RECORD.
               05 PROGRAM-CODE   PIC X(6).
               05 PROGRAM-NAME   PIC X(20).
               05 FILLER         PIC X(9).
               05 PROGRAM-CAMPUS PIC X(4).

       WORKING-STORAGE SECTION.

      *    The snapshot image unpacked into the fixed-width mirror
      *    of the student record - one group MOVE per READ.
           COPY "SNAPSHOT-RECORD.cpy".
           01 FILE-STATUS PIC X(2).
           01 DECLARATION-STATUS PIC X(2).
           01 PROGRAM-STATUS PIC X(2).

           01 PROGRAM-TABLE.
           COPY "PROGRAM-TABLE.cpy".
           01 PROG-ENTRY-COUNT PIC 999 VALUE 0.
           01 PROGRAM-TABLE-CAPACITY PIC 999 VALUE 200.

      *    Distinct terms seen, kept in ascending order as they are
      *    discovered (an insertion keeps the columns chronological).
           01 PROGRAM-ROW-COUNT PIC 9(2) VALUE 0.
           01 PROGRAM-ROW-MAX   PIC 9(2) VALUE 50.

      *    Every minor declared and not dropped, and the headcount
      *    matrix they build - same columns as the program matrix.
           01 DECLARED-MINOR-TABLE.
               05 DECLARED-MINOR OCCURS 2000 TIMES.
                   10 DMT-STUDENT-NUMBER PIC 9(6).
                   10 DMT-PROGRAM-CODE   PIC X(6).
                   10 DMT-TERM-CODE      PIC X(6).
           01 DECLARED-MINOR-COUNT PIC 9(4) VALUE 0.
           01 DECLARED-MINOR-MAX   PIC 9(4) VALUE 2000.
           01 DECLARED-MINOR-IDX   PIC 9(4).

           01 MINOR-MATRIX.
               05 MINOR-ROW OCCURS 50 TIMES.
                   10 MNR-PROGRAM-CODE PIC X(6).
                   10 MNR-CELL OCCURS 8 TIMES.
                       15 MNR-COUNT PIC 9(5).
           01 MINOR-ROW-COUNT PIC 9(2) VALUE 0.
           01 MINOR-ROW-MAX   PIC 9(2) VALUE 50.

      *    Headcount per campus - same columns again.
           01 CAMPUS-MATRIX.
               05 CAMPUS-ROW OCCURS 50 TIMES.
                   10 CMR-CAMPUS-CODE PIC X(4).
                   10 CMR-CELL OCCURS 8 TIMES.
                       15 CMR-COUNT PIC 9(5).
           01 CAMPUS-ROW-COUNT PIC 9(2) VALUE 0.
           01 CAMPUS-ROW-MAX   PIC 9(2) VALUE 50.

           01 SPLIT-TALLIES.
               05 SPLIT-CELL OCCURS 8 TIMES.
                   10 SPL-NEW-COUNT       PIC 9(5).

           01 FLAGS.
               05 EOF-STU      PIC X VALUE "N".
               05 EOF-DECLARATION PIC X VALUE "N".
               05 EOF-PROG     PIC X VALUE "N".
               05 OVERFLOW-SEEN PIC X VALUE "N".

           01 TREND-WORK-AREA.
               05 INS-IDX            PIC 9(2).
               05 FOUND-TERM-COL     PIC 9(2).
               05 FOUND-PROGRAM-ROW  PIC 9(2).
               05 FOUND-MINOR-ROW    PIC 9(2).
               05 FOUND-CAMPUS-ROW   PIC 9(2).
               05 STUDENT-CAMPUS     PIC X(4).
               05 PCT-WS             PIC S9(5)V9.

           01 TREND-HEADER-LINE.

       PROCEDURE DIVISION.
       100-MAIN.
           PERFORM 150-LOAD-DECLARED-MINORS.
           PERFORM 170-LOAD-PROGRAM-TABLE.
           OPEN INPUT STUDENT-DATA-FILE.
           PERFORM 200-WALK-FILE-BY-STUDENT.
           CLOSE STUDENT-DATA-FILE.
           PERFORM 500-WRITE-REPORT.
           GOBACK.

      *****************************************************************
      * Declared minors, loaded whole.  More than the table holds:
      * the rest are left out of the minor section and the overflow
      * note prints, the same as a term or program that won't fit.
      *****************************************************************
       150-LOAD-DECLARED-MINORS.
           OPEN INPUT DECLARATION-FILE.
           IF DECLARATION-STATUS = "00" OR DECLARATION-STATUS = "05"
               PERFORM 160-LOAD-ONE-DECLARATION
                   UNTIL EOF-DECLARATION = "Y"
               CLOSE DECLARATION-FILE
           END-IF.

       160-LOAD-ONE-DECLARATION.
           READ DECLARATION-FILE
               AT END
                   MOVE "Y" TO EOF-DECLARATION
               NOT AT END
                   IF PDC-DECLARATION-TYPE = "N"
                       AND PDC-STATUS NOT = "D"
                       IF DECLARED-MINOR-COUNT >= DECLARED-MINOR-MAX
                           MOVE "Y" TO OVERFLOW-SEEN
                       ELSE
                           ADD 1 TO DECLARED-MINOR-COUNT
                           MOVE PDC-STUDENT-NUMBER TO DMT-STUDENT-NUMBER
                               (DECLARED-MINOR-COUNT)
                           MOVE PDC-PROGRAM-CODE TO DMT-PROGRAM-CODE
                               (DECLARED-MINOR-COUNT)
                           MOVE PDC-DECLARED-TERM TO DMT-TERM-CODE
                               (DECLARED-MINOR-COUNT)
                       END-IF
                   END-IF
           END-READ.

       170-LOAD-PROGRAM-TABLE.
           SET T-ENTRY TO 1.
           OPEN INPUT PROGRAM-FILE.
           IF PROGRAM-STATUS = "00" OR PROGRAM-STATUS = "05"
               PERFORM 175-LOAD-ONE-PROGRAM UNTIL EOF-PROG = "Y"
                   OR T-ENTRY > PROGRAM-TABLE-CAPACITY
               CLOSE PROGRAM-FILE
           END-IF.
           COMPUTE PROG-ENTRY-COUNT = T-ENTRY - 1.

       175-LOAD-ONE-PROGRAM.
           READ PROGRAM-FILE
               AT END
                   MOVE "Y" TO EOF-PROG
               NOT AT END
                   MOVE PROGRAM-RECORD TO PROGRAM-TABLE-ENTRY(T-ENTRY)
                   ADD 1 TO T-ENTRY
           END-READ.

      *****************************************************************
      * One pass in STUDENT-NUMBER order: the duplicate-key group
      * holds a student's terms together, oldest first, so "is there
                               ADD 1 TO SPL-RETURNING-COUNT
                                   (FOUND-TERM-COL)
                           END-IF
                           PERFORM 240-TALLY-DECLARED-MINORS
                           PERFORM 260-FIND-CAMPUS-ROW
                           IF FOUND-CAMPUS-ROW > 0
                               ADD 1 TO
                                   CMR-COUNT
                                   (FOUND-CAMPUS-ROW FOUND-TERM-COL)
                           END-IF
                       END-IF
                   END-IF
                   MOVE "N" TO FIRST-OF-GROUP
                   MOVE PRW-COUNT(ROW-IDX TERM-IDX)
                       TO PRW-COUNT(ROW-IDX COL-IDX)
               END-PERFORM
               PERFORM VARYING ROW-IDX FROM 1 BY 1
                       UNTIL ROW-IDX > MINOR-ROW-COUNT
                   MOVE MNR-COUNT(ROW-IDX TERM-IDX)
                       TO MNR-COUNT(ROW-IDX COL-IDX)
               END-PERFORM
               PERFORM VARYING ROW-IDX FROM 1 BY 1
                       UNTIL ROW-IDX > CAMPUS-ROW-COUNT
                   MOVE CMR-COUNT(ROW-IDX TERM-IDX)
                       TO CMR-COUNT(ROW-IDX COL-IDX)
               END-PERFORM
           END-PERFORM.
           MOVE TERM-CODE TO TRM-CODE(INS-IDX).
           MOVE 0 TO SPL-NEW-COUNT(INS-IDX).
                   UNTIL ROW-IDX > PROGRAM-ROW-COUNT
               MOVE 0 TO PRW-COUNT(ROW-IDX INS-IDX)
           END-PERFORM.
           PERFORM VARYING ROW-IDX FROM 1 BY 1
                   UNTIL ROW-IDX > MINOR-ROW-COUNT
               MOVE 0 TO MNR-COUNT(ROW-IDX INS-IDX)
           END-PERFORM.
           PERFORM VARYING ROW-IDX FROM 1 BY 1
                   UNTIL ROW-IDX > CAMPUS-ROW-COUNT
               MOVE 0 TO CMR-COUNT(ROW-IDX INS-IDX)
           END-PERFORM.
           ADD 1 TO TERM-COL-COUNT.
           MOVE INS-IDX TO FOUND-TERM-COL.

               END-IF
           END-IF.

      *****************************************************************
      * The record's term counts under each minor the student had
      * declared by then.
      *****************************************************************
       240-TALLY-DECLARED-MINORS.
           PERFORM VARYING DECLARED-MINOR-IDX FROM 1 BY 1
                   UNTIL DECLARED-MINOR-IDX > DECLARED-MINOR-COUNT
               IF DMT-STUDENT-NUMBER(DECLARED-MINOR-IDX)
                       = STUDENT-NUMBER
                   AND DMT-TERM-CODE(DECLARED-MINOR-IDX)
                       NOT > TERM-CODE
                   PERFORM 250-FIND-MINOR-ROW
                   IF FOUND-MINOR-ROW > 0
                       ADD 1 TO
                           MNR-COUNT(FOUND-MINOR-ROW FOUND-TERM-COL)
                   END-IF
               END-IF
           END-PERFORM.

       250-FIND-MINOR-ROW.
           MOVE 0 TO FOUND-MINOR-ROW.
           PERFORM VARYING ROW-IDX FROM 1 BY 1
                   UNTIL ROW-IDX > MINOR-ROW-COUNT
                   OR FOUND-MINOR-ROW > 0
               IF MNR-PROGRAM-CODE(ROW-IDX)
                       = DMT-PROGRAM-CODE(DECLARED-MINOR-IDX)
                   MOVE ROW-IDX TO FOUND-MINOR-ROW
               END-IF
           END-PERFORM.
           IF FOUND-MINOR-ROW = 0
               IF MINOR-ROW-COUNT >= MINOR-ROW-MAX
                   MOVE "Y" TO OVERFLOW-SEEN
               ELSE
                   ADD 1 TO MINOR-ROW-COUNT
                   MOVE MINOR-ROW-COUNT TO FOUND-MINOR-ROW
                   MOVE DMT-PROGRAM-CODE(DECLARED-MINOR-IDX)
                       TO MNR-PROGRAM-CODE(FOUND-MINOR-ROW)
                   PERFORM VARYING COL-IDX FROM 1 BY 1
                           UNTIL COL-IDX > TERM-COL-MAX
                       MOVE 0 TO
                           MNR-COUNT(FOUND-MINOR-ROW COL-IDX)
                   END-PERFORM
               END-IF
           END-IF.

      *****************************************************************
      * The campus the student's program is taught at - MAIN when the
      * program has none, or is not on PROGRAM.txt at all.
      *****************************************************************
       260-FIND-CAMPUS-ROW.
           MOVE "MAIN" TO STUDENT-CAMPUS.
           PERFORM VARYING T-ENTRY FROM 1 BY 1
                   UNTIL T-ENTRY > PROG-ENTRY-COUNT
               IF PROGRAM-TABLE-CODE(T-ENTRY) = PROGRAM-OF-STUDY
                       AND PROGRAM-TABLE-CAMPUS(T-ENTRY) NOT = SPACES
                   MOVE PROGRAM-TABLE-CAMPUS(T-ENTRY) TO STUDENT-CAMPUS
               END-IF
           END-PERFORM.
           MOVE 0 TO FOUND-CAMPUS-ROW.
           PERFORM VARYING ROW-IDX FROM 1 BY 1
                   UNTIL ROW-IDX > CAMPUS-ROW-COUNT
                   OR FOUND-CAMPUS-ROW > 0
               IF CMR-CAMPUS-CODE(ROW-IDX) = STUDENT-CAMPUS
                   MOVE ROW-IDX TO FOUND-CAMPUS-ROW
               END-IF
           END-PERFORM.
           IF FOUND-CAMPUS-ROW = 0
               IF CAMPUS-ROW-COUNT >= CAMPUS-ROW-MAX
                   MOVE "Y" TO OVERFLOW-SEEN
               ELSE
                   ADD 1 TO CAMPUS-ROW-COUNT
                   MOVE CAMPUS-ROW-COUNT TO FOUND-CAMPUS-ROW
                   MOVE STUDENT-CAMPUS
                       TO CMR-CAMPUS-CODE(FOUND-CAMPUS-ROW)
                   PERFORM VARYING COL-IDX FROM 1 BY 1
                           UNTIL COL-IDX > TERM-COL-MAX
                       MOVE 0 TO
                           CMR-COUNT(FOUND-CAMPUS-ROW COL-IDX)
                   END-PERFORM
               END-IF
           END-IF.

       500-WRITE-REPORT.
           OPEN OUTPUT TREND-REPORT-FILE.
           PERFORM VARYING COL-IDX FROM 1 BY 1
               VARYING ROW-IDX FROM 1 BY 1
               UNTIL ROW-IDX > PROGRAM-ROW-COUNT.
           PERFORM 530-WRITE-SPLIT-LINES.
           IF CAMPUS-ROW-COUNT > 0
               PERFORM 535-WRITE-CAMPUS-SECTION
           END-IF.
           IF MINOR-ROW-COUNT > 0
               PERFORM 540-WRITE-MINOR-SECTION
           END-IF.
           IF OVERFLOW-SEEN = "Y"
               MOVE "** SOME TERMS/PROGRAMS/CAMPUSES DID NOT FIT **"
                   TO TREND-REPORT-RECORD
               WRITE TREND-REPORT-RECORD
           END-IF.
           END-PERFORM.
           WRITE TREND-REPORT-RECORD FROM TREND-SPLIT-LINE.

       535-WRITE-CAMPUS-SECTION.
           MOVE SPACES TO TREND-REPORT-RECORD.
           WRITE TREND-REPORT-RECORD.
           MOVE "BY CAMPUS" TO TREND-REPORT-RECORD.
           WRITE TREND-REPORT-RECORD.
           PERFORM 538-WRITE-ONE-CAMPUS
               VARYING ROW-IDX FROM 1 BY 1
               UNTIL ROW-IDX > CAMPUS-ROW-COUNT.

       538-WRITE-ONE-CAMPUS.
           MOVE SPACES TO TREND-COUNT-LINE.
           MOVE CMR-CAMPUS-CODE(ROW-IDX) TO TCL-PROGRAM.
           PERFORM VARYING COL-IDX FROM 1 BY 1
                   UNTIL COL-IDX > TERM-COL-COUNT
               MOVE CMR-COUNT(ROW-IDX COL-IDX)
                   TO TCL-COUNT(COL-IDX)
           END-PERFORM.
           WRITE TREND-REPORT-RECORD FROM TREND-COUNT-LINE.

       540-WRITE-MINOR-SECTION.
           MOVE SPACES TO TREND-REPORT-RECORD.
           WRITE TREND-REPORT-RECORD.
           MOVE "DECLARED MINORS" TO TREND-REPORT-RECORD.
           WRITE TREND-REPORT-RECORD.
           PERFORM 545-WRITE-ONE-MINOR
               VARYING ROW-IDX FROM 1 BY 1
               UNTIL ROW-IDX > MINOR-ROW-COUNT.

       545-WRITE-ONE-MINOR.
           MOVE SPACES TO TREND-COUNT-LINE.
           MOVE MNR-PROGRAM-CODE(ROW-IDX) TO TCL-PROGRAM.
           PERFORM VARYING COL-IDX FROM 1 BY 1
                   UNTIL COL-IDX > TERM-COL-COUNT
               MOVE MNR-COUNT(ROW-IDX COL-IDX)
                   TO TCL-COUNT(COL-IDX)
           END-PERFORM.
           WRITE TREND-REPORT-RECORD FROM TREND-COUNT-LINE.

       END PROGRAM ENROLL-TREND.
