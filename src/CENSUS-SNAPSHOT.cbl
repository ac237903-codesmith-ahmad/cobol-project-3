      * reads the frozen file, so the filed numbers can always be
      * reproduced.  A census file that already exists is NEVER
      * overwritten - frozen means frozen.
      * Each row also carries the fundable hours - the same total
      * less audit-only courses (grade status 'A'), which the
      * ministry does not fund - for FTE-CLAIM's funding claim.
      * And the campus of the student's program on PROGRAM.txt (MAIN
      * when blank or the program is not on file), with the frozen
      * headcount per campus shown at the end of the run.
      ******************************************************************
       IDENTIFICATION DIVISION.
       PROGRAM-ID. CENSUS-SNAPSHOT.
           SELECT STUDENT-DATA-FILE ASSIGN "STUFILE-SNAPSHOT.txt"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS FILE-STATUS.
           SELECT OPTIONAL PROGRAM-FILE ASSIGN "PROGRAM.txt"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS PROGRAM-STATUS.
           SELECT OPTIONAL CENSUS-FILE ASSIGN CENSUS-FILENAME-WS
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS CENSUS-STATUS.
           FD STUDENT-DATA-FILE.
           01 SNAPSHOT-IMAGE PIC X(181).

           FD PROGRAM-FILE.
           01 PROGRAM-RECORD.
               05 PROGRAM-CODE   PIC X(6).
               05 PROGRAM-NAME   PIC X(20).
               05 FILLER         PIC X(9).
               05 PROGRAM-CAMPUS PIC X(4).

           FD CENSUS-FILE.
           COPY "CENSUS-RECORD.cpy".

       WORKING-STORAGE SECTION.

           01 CALENDAR-STATUS PIC X(2).
           01 COURSE-STATUS   PIC X(2).
           01 CENSUS-STATUS   PIC X(2).
           01 PROGRAM-STATUS  PIC X(2).

           01 CENSUS-FILENAME-WS PIC X(20) VALUE SPACES.
           01 RUN-TERM-CODE PIC X(6) VALUE SPACES.
           01 COURSE-TABLE-CAPACITY PIC 999 VALUE 300.
           01 DEFAULT-CREDIT-HOURS PIC 9(2) VALUE 3.

           01 PROGRAM-TABLE.
           COPY "PROGRAM-TABLE.cpy".
           01 PROG-ENTRY-COUNT PIC 999 VALUE 0.
           01 PROGRAM-TABLE-CAPACITY PIC 999 VALUE 200.

      *    Students frozen per campus, for the closing display.
           01 CAMPUS-COUNTS.
               05 CAMPUS-COUNT-ENTRY OCCURS 50 TIMES.
                   10 CCT-CAMPUS-CODE PIC X(4).
                   10 CCT-STUDENTS    PIC 9(6).
           01 CAMPUS-COUNT-ROWS PIC 99 VALUE 0.
           01 CAMPUS-COUNT-MAX  PIC 99 VALUE 50.
           01 CAMPUS-IDX        PIC 99 VALUE 0.
           01 CAMPUS-FOUND-IDX  PIC 99 VALUE 0.
           01 STUDENT-CAMPUS    PIC X(4) VALUE SPACES.

           01 CREDIT-LOOKUP.
               05 CREDIT-LOOKUP-CODE  PIC X(7).
               05 CREDIT-LOOKUP-HOURS PIC 9(2).

           01 CENSUS-WORK-AREA.
               05 TERM-CREDIT-HOURS PIC 9(3).
               05 FUNDABLE-HOURS    PIC 9(3).
               05 CRS-IDX-WS        PIC 9(2).

       PROCEDURE DIVISION.
               PERFORM 250-REFUSE-IF-ALREADY-FROZEN
               IF RETURN-CODE = 0
                   PERFORM 270-LOAD-COURSE-TABLE
                   PERFORM 280-LOAD-PROGRAM-TABLE
                   OPEN OUTPUT CENSUS-FILE
                   OPEN INPUT STUDENT-DATA-FILE
                   PERFORM 300-SNAPSHOT-TERM
                   CLOSE CENSUS-FILE
                   DISPLAY SNAPSHOT-COUNTER " STUDENTS FROZEN INTO "
                       CENSUS-FILENAME-WS
                   PERFORM 400-DISPLAY-CAMPUS-COUNTS
                       VARYING CAMPUS-IDX FROM 1 BY 1
                       UNTIL CAMPUS-IDX > CAMPUS-COUNT-ROWS
               END-IF
           END-IF.
           GOBACK.
                   ADD 1 TO C-ENTRY
           END-READ.

       280-LOAD-PROGRAM-TABLE.
           SET T-ENTRY TO 1.
           OPEN INPUT PROGRAM-FILE.
           IF PROGRAM-STATUS = "00" OR PROGRAM-STATUS = "05"
               PERFORM 285-LOAD-ONE-PROGRAM UNTIL EOF-FLAG = "Y"
                   OR T-ENTRY > PROGRAM-TABLE-CAPACITY
               CLOSE PROGRAM-FILE
           END-IF.
           MOVE "N" TO EOF-FLAG.
           COMPUTE PROG-ENTRY-COUNT = T-ENTRY - 1.

       285-LOAD-ONE-PROGRAM.
           READ PROGRAM-FILE
               AT END
                   MOVE "Y" TO EOF-FLAG
               NOT AT END
                   MOVE PROGRAM-RECORD TO PROGRAM-TABLE-ENTRY(T-ENTRY)
                   ADD 1 TO T-ENTRY
           END-READ.

       300-SNAPSHOT-TERM.
           PERFORM UNTIL EOF-FLAG = "Y"
               READ STUDENT-DATA-FILE NEXT RECORD

       310-FREEZE-ONE-STUDENT.
           MOVE 0 TO TERM-CREDIT-HOURS.
           MOVE 0 TO FUNDABLE-HOURS.
           PERFORM VARYING CRS-IDX-WS FROM 1 BY 1
                   UNTIL CRS-IDX-WS > COURSE-COUNT
               IF COURSE-CODE(CRS-IDX-WS) NOT = SPACES
                       TO CREDIT-LOOKUP-CODE
                   PERFORM 600-LOOKUP-COURSE-CREDIT-HOURS
                   ADD CREDIT-LOOKUP-HOURS TO TERM-CREDIT-HOURS
                   IF COURSE-GRADE-STATUS(CRS-IDX-WS) NOT = "A"
                       ADD CREDIT-LOOKUP-HOURS TO FUNDABLE-HOURS
                   END-IF
               END-IF
           END-PERFORM.
           MOVE SPACES TO CENSUS-RECORD.
           MOVE STATUS-CODE      TO CEN-STATUS-CODE.
           MOVE TERM-CREDIT-HOURS TO CEN-CREDIT-HOURS.
           MOVE CENSUS-DATE-WS   TO CEN-CENSUS-DATE.
           MOVE FUNDABLE-HOURS   TO CEN-FUNDABLE-HOURS.
           PERFORM 320-FIND-STUDENT-CAMPUS.
           MOVE STUDENT-CAMPUS   TO CEN-CAMPUS.
           WRITE CENSUS-RECORD.
           ADD 1 TO SNAPSHOT-COUNTER.

      *    The campus of the student's program, MAIN when it has none
      *    or is not on PROGRAM.txt, counted for the closing display.
       320-FIND-STUDENT-CAMPUS.
           MOVE "MAIN" TO STUDENT-CAMPUS.
           PERFORM VARYING T-ENTRY FROM 1 BY 1
                   UNTIL T-ENTRY > PROG-ENTRY-COUNT
               IF PROGRAM-TABLE-CODE(T-ENTRY) = PROGRAM-OF-STUDY
                       AND PROGRAM-TABLE-CAMPUS(T-ENTRY) NOT = SPACES
                   MOVE PROGRAM-TABLE-CAMPUS(T-ENTRY) TO STUDENT-CAMPUS
               END-IF
           END-PERFORM.
           MOVE 0 TO CAMPUS-FOUND-IDX.
           PERFORM VARYING CAMPUS-IDX FROM 1 BY 1
                   UNTIL CAMPUS-IDX > CAMPUS-COUNT-ROWS
                   OR CAMPUS-FOUND-IDX > 0
               IF CCT-CAMPUS-CODE(CAMPUS-IDX) = STUDENT-CAMPUS
                   MOVE CAMPUS-IDX TO CAMPUS-FOUND-IDX
               END-IF
           END-PERFORM.
           IF CAMPUS-FOUND-IDX = 0
                   AND CAMPUS-COUNT-ROWS < CAMPUS-COUNT-MAX
               ADD 1 TO CAMPUS-COUNT-ROWS
               MOVE CAMPUS-COUNT-ROWS TO CAMPUS-FOUND-IDX
               MOVE STUDENT-CAMPUS TO CCT-CAMPUS-CODE(CAMPUS-FOUND-IDX)
               MOVE 0 TO CCT-STUDENTS(CAMPUS-FOUND-IDX)
           END-IF.
           IF CAMPUS-FOUND-IDX > 0
               ADD 1 TO CCT-STUDENTS(CAMPUS-FOUND-IDX)
           END-IF.

       400-DISPLAY-CAMPUS-COUNTS.
           DISPLAY "  CAMPUS " CCT-CAMPUS-CODE(CAMPUS-IDX) ": "
               CCT-STUDENTS(CAMPUS-IDX) " STUDENTS".

       600-LOOKUP-COURSE-CREDIT-HOURS.
           MOVE "N" TO CREDIT-LOOKUP-FOUND.
           MOVE DEFAULT-CREDIT-HOURS TO CREDIT-LOOKUP-HOURS.
