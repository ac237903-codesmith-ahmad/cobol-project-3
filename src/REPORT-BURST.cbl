      * header, detail lines (name, weighted average, balance),
      * subtotals and record count - then BURST-MANIFEST.txt listing
      * every file produced, for the distribution run.
      * Each campus director gets the same cut for their campus:
      * CAMPUS-<campus code>.txt holds, one after another, the
      * program sections of every program taught there (the
      * program's campus on PROGRAM.txt, MAIN when blank) and then a
      * campus total.  Campus names come from CAMPUS.txt; each
      * campus file with students on it gets a manifest row too.
      ******************************************************************
       IDENTIFICATION DIVISION.
       PROGRAM-ID. REPORT-BURST.
      *    run time the way the dated backups are named.
           SELECT BURST-FILE ASSIGN BURST-FILENAME-WS
               ORGANIZATION IS LINE SEQUENTIAL.
           SELECT OPTIONAL CAMPUS-FILE ASSIGN "CAMPUS.txt"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS CAMPUS-STATUS.
           SELECT MANIFEST-FILE ASSIGN "BURST-MANIFEST.txt"
               ORGANIZATION IS LINE SEQUENTIAL.

           01 PROGRAM-RECORD.
               05 PROGRAM-CODE PIC X(6).
               05 PROGRAM-NAME PIC X(20).
               05 FILLER       PIC X(9).
               05 PROGRAM-CAMPUS PIC X(4).

           FD COURSE-FILE.
           01 COURSE-RECORD.
           FD BURST-FILE.
           01 BURST-RECORD PIC X(90).

           FD CAMPUS-FILE.
           COPY "CAMPUS-RECORD.cpy".

           FD MANIFEST-FILE.
           01 MANIFEST-RECORD.
               05 MAN-FILE-NAME     PIC X(20).
           01 FILE-STATUS    PIC X(2).
           01 PROGRAM-STATUS PIC X(2).
           01 COURSE-STATUS  PIC X(2).
           01 CAMPUS-STATUS  PIC X(2).

           01 BURST-FILENAME-WS PIC X(20) VALUE SPACES.
           01 RUN-TERM-CODE     PIC X(6) VALUE SPACES.
           01 COURSE-TABLE-CAPACITY PIC 999 VALUE 300.
           01 DEFAULT-CREDIT-HOURS PIC 9(2) VALUE 3.

      *    Every campus a program is taught at, first seen first,
      *    with its name off CAMPUS.txt (the code when it has none).
           01 CAMPUS-TABLE.
               05 CAMPUS-ENTRY OCCURS 50 TIMES.
                   10 CTB-CAMPUS-CODE PIC X(4).
                   10 CTB-CAMPUS-NAME PIC X(30).
           01 CAMPUS-COUNT  PIC 99 VALUE 0.
           01 CAMPUS-MAX    PIC 99 VALUE 50.
           01 CAMPUS-IDX    PIC 99 VALUE 0.
           01 CAMPUS-FOUND  PIC X VALUE "N".

           01 CALC-AVERAGE-LINKAGE.
               05 CAL-COURSE-AVERAGES.
                   10 CAL-COURSE-AVG PIC 9(3) OCCURS 10 TIMES.
               05 EOF-PROG   PIC X VALUE "N".
               05 EOF-COURSE PIC X VALUE "N".
               05 EOF-STU    PIC X VALUE "N".
               05 EOF-CAMPUS PIC X VALUE "N".

           01 BURST-WORK-AREA.
               05 BURST-PROGRAM-CODE PIC X(6).
               05 FILE-COUNTER       PIC 9(3) VALUE 0.
               05 CRS-IDX-WS         PIC 9(2).
               05 PGM-IDX            PIC 9(3).
               05 BURST-CAMPUS-CODE  PIC X(4).
               05 PROGRAM-CAMPUS-WS  PIC X(4).
               05 CAMPUS-STU-COUNT   PIC 9(5) VALUE 0.
               05 CAMPUS-TUITION-SUM PIC S9(9)V99 VALUE 0.
               05 CAMPUS-AVG-SUM     PIC 9(7)V9 VALUE 0.
               05 CAMPUS-FILE-COUNTER PIC 9(3) VALUE 0.

           01 BURST-HEADER-LINE.
               05 FILLER          PIC X(8) VALUE "PROGRAM ".
               05 FILLER           PIC X(6) VALUE "  AVG ".
               05 BTL-AVERAGE      PIC ZZ9.9.

           01 CAMPUS-HEADER-LINE.
               05 FILLER          PIC X(7) VALUE "CAMPUS ".
               05 CHD-CAMPUS      PIC X(4).
               05 FILLER          PIC X(2) VALUE SPACES.
               05 CHD-NAME        PIC X(30).
               05 FILLER          PIC X(7) VALUE "  TERM ".
               05 CHD-TERM        PIC X(6).

           01 CAMPUS-TOTAL-LINE.
               05 FILLER           PIC X(7) VALUE "CAMPUS ".
               05 CTL-CAMPUS       PIC X(4).
               05 FILLER           PIC X(9) VALUE " TOTAL - ".
               05 FILLER           PIC X(10) VALUE "STUDENTS: ".
               05 CTL-COUNT        PIC ZZZZ9.
               05 FILLER           PIC X(11) VALUE "  BALANCES ".
               05 CTL-TUITION      PIC -ZZZ,ZZZ,ZZ9.99.
               05 FILLER           PIC X(6) VALUE "  AVG ".
               05 CTL-AVERAGE      PIC ZZ9.9.

       PROCEDURE DIVISION.
       100-MAIN.
           DISPLAY "ENTER THE TERM CODE TO BURST (CCYYTT): ".
               PERFORM 300-BURST-ONE-PROGRAM
                   VARYING PGM-IDX FROM 1 BY 1
                   UNTIL PGM-IDX > PROG-ENTRY-COUNT
               PERFORM 220-LOAD-CAMPUS-TABLE
               PERFORM 400-BURST-ONE-CAMPUS
                   VARYING CAMPUS-IDX FROM 1 BY 1
                   UNTIL CAMPUS-IDX > CAMPUS-COUNT
               CLOSE MANIFEST-FILE
               DISPLAY FILE-COUNTER " PROGRAM FILES PRODUCED. "
                   "MANIFEST IN BURST-MANIFEST.txt"
               DISPLAY CAMPUS-FILE-COUNTER " CAMPUS FILES PRODUCED."
           END-IF.
           GOBACK.

                   ADD 1 TO C-ENTRY
           END-READ.

      *****************************************************************
      * The campuses to burst: each program's campus, in the order
      * PROGRAM.txt first names them, then the names off CAMPUS.txt.
      *****************************************************************
       220-LOAD-CAMPUS-TABLE.
           PERFORM 225-NOTE-PROGRAM-CAMPUS
               VARYING PGM-IDX FROM 1 BY 1
               UNTIL PGM-IDX > PROG-ENTRY-COUNT.
           OPEN INPUT CAMPUS-FILE.
           IF CAMPUS-STATUS = "00" OR CAMPUS-STATUS = "05"
               PERFORM 230-NAME-ONE-CAMPUS UNTIL EOF-CAMPUS = "Y"
               CLOSE CAMPUS-FILE
           END-IF.

       225-NOTE-PROGRAM-CAMPUS.
           PERFORM 240-PROGRAM-CAMPUS.
           MOVE "N" TO CAMPUS-FOUND.
           PERFORM VARYING CAMPUS-IDX FROM 1 BY 1
                   UNTIL CAMPUS-IDX > CAMPUS-COUNT
                   OR CAMPUS-FOUND = "Y"
               IF CTB-CAMPUS-CODE(CAMPUS-IDX) = PROGRAM-CAMPUS-WS
                   MOVE "Y" TO CAMPUS-FOUND
               END-IF
           END-PERFORM.
           IF CAMPUS-FOUND = "N"
               IF CAMPUS-COUNT >= CAMPUS-MAX
                   DISPLAY "MORE THAN " CAMPUS-MAX " CAMPUSES - "
                       PROGRAM-CAMPUS-WS " NOT BURST"
               ELSE
                   ADD 1 TO CAMPUS-COUNT
                   MOVE PROGRAM-CAMPUS-WS
                       TO CTB-CAMPUS-CODE(CAMPUS-COUNT)
                   MOVE PROGRAM-CAMPUS-WS
                       TO CTB-CAMPUS-NAME(CAMPUS-COUNT)
               END-IF
           END-IF.

       230-NAME-ONE-CAMPUS.
           READ CAMPUS-FILE
               AT END
                   MOVE "Y" TO EOF-CAMPUS
               NOT AT END
                   PERFORM VARYING CAMPUS-IDX FROM 1 BY 1
                           UNTIL CAMPUS-IDX > CAMPUS-COUNT
                       IF CTB-CAMPUS-CODE(CAMPUS-IDX) = CMP-CAMPUS-CODE
                           MOVE CMP-CAMPUS-NAME
                               TO CTB-CAMPUS-NAME(CAMPUS-IDX)
                       END-IF
                   END-PERFORM
           END-READ.

      *    A program with no campus on PROGRAM.txt is taught at MAIN.
       240-PROGRAM-CAMPUS.
           IF PROGRAM-TABLE-CAMPUS(PGM-IDX) = SPACES
               MOVE "MAIN" TO PROGRAM-CAMPUS-WS
           ELSE
               MOVE PROGRAM-TABLE-CAMPUS(PGM-IDX) TO PROGRAM-CAMPUS-WS
           END-IF.

      *****************************************************************
      * One program's burst: a full pass over the term's records for
      * that program (one scan per program keeps a single output
      * nothing to read gets nothing to shred.
      *****************************************************************
       300-BURST-ONE-PROGRAM.
           MOVE SPACES TO BURST-FILENAME-WS.
           STRING "REPORT-" PROGRAM-TABLE-CODE(PGM-IDX) ".txt"
               DELIMITED BY SIZE INTO BURST-FILENAME-WS
           END-STRING.
           OPEN OUTPUT BURST-FILE.
           PERFORM 305-WRITE-PROGRAM-SECTION.
           CLOSE BURST-FILE.
           IF BURST-COUNT > 0
               ADD 1 TO FILE-COUNTER
               MOVE SPACES TO MANIFEST-RECORD
               MOVE BURST-FILENAME-WS TO MAN-FILE-NAME
               MOVE BURST-PROGRAM-NAME TO MAN-PROGRAM-NAME
               MOVE BURST-COUNT TO MAN-STUDENT-COUNT
               WRITE MANIFEST-RECORD
           END-IF.

      *    The program's header, detail lines and subtotals onto
      *    whichever burst file is open - its own or its campus's.
       305-WRITE-PROGRAM-SECTION.
           MOVE PROGRAM-TABLE-CODE(PGM-IDX) TO BURST-PROGRAM-CODE.
           MOVE PROGRAM-TABLE-NAME(PGM-IDX) TO BURST-PROGRAM-NAME.
           MOVE 0 TO BURST-COUNT BURST-TUITION-SUM BURST-AVG-SUM.
           MOVE SPACES TO BURST-RECORD.
           MOVE BURST-PROGRAM-CODE TO BHD-PROGRAM.
           MOVE BURST-PROGRAM-NAME TO BHD-NAME.
           PERFORM 310-SCAN-ONE-RECORD UNTIL EOF-STU = "Y".
           CLOSE STUDENT-DATA-FILE.
           PERFORM 340-WRITE-SUBTOTALS.

       310-SCAN-ONE-RECORD.
           READ STUDENT-DATA-FILE
           END-IF.
           WRITE BURST-RECORD FROM BURST-TOTAL-LINE.

      *****************************************************************
      * One campus's burst: the section of every program taught there
      * in PROGRAM.txt order, then the campus total.  As with the
      * programs, no students means no manifest row.
      *****************************************************************
       400-BURST-ONE-CAMPUS.
           MOVE CTB-CAMPUS-CODE(CAMPUS-IDX) TO BURST-CAMPUS-CODE.
           MOVE 0 TO CAMPUS-STU-COUNT CAMPUS-TUITION-SUM
               CAMPUS-AVG-SUM.
           MOVE SPACES TO BURST-FILENAME-WS.
           STRING "CAMPUS-" BURST-CAMPUS-CODE DELIMITED BY SPACE
                  ".txt" DELIMITED BY SIZE
               INTO BURST-FILENAME-WS
           END-STRING.
           OPEN OUTPUT BURST-FILE.
           MOVE BURST-CAMPUS-CODE TO CHD-CAMPUS.
           MOVE CTB-CAMPUS-NAME(CAMPUS-IDX) TO CHD-NAME.
           MOVE RUN-TERM-CODE TO CHD-TERM.
           WRITE BURST-RECORD FROM CAMPUS-HEADER-LINE.
           PERFORM 410-BURST-CAMPUS-PROGRAM
               VARYING PGM-IDX FROM 1 BY 1
               UNTIL PGM-IDX > PROG-ENTRY-COUNT.
           MOVE SPACES TO BURST-RECORD.
           WRITE BURST-RECORD.
           MOVE BURST-CAMPUS-CODE TO CTL-CAMPUS.
           MOVE CAMPUS-STU-COUNT TO CTL-COUNT.
           MOVE CAMPUS-TUITION-SUM TO CTL-TUITION.
           IF CAMPUS-STU-COUNT > 0
               DIVIDE CAMPUS-AVG-SUM BY CAMPUS-STU-COUNT
                   GIVING CTL-AVERAGE ROUNDED
           ELSE
               MOVE 0 TO CTL-AVERAGE
           END-IF.
           WRITE BURST-RECORD FROM CAMPUS-TOTAL-LINE.
           CLOSE BURST-FILE.
           IF CAMPUS-STU-COUNT > 0
               ADD 1 TO CAMPUS-FILE-COUNTER
               MOVE SPACES TO MANIFEST-RECORD
               MOVE BURST-FILENAME-WS TO MAN-FILE-NAME
               MOVE CTB-CAMPUS-NAME(CAMPUS-IDX) TO MAN-PROGRAM-NAME
               MOVE CAMPUS-STU-COUNT TO MAN-STUDENT-COUNT
               WRITE MANIFEST-RECORD
           END-IF.

       410-BURST-CAMPUS-PROGRAM.
           PERFORM 240-PROGRAM-CAMPUS.
           IF PROGRAM-CAMPUS-WS = BURST-CAMPUS-CODE
               MOVE SPACES TO BURST-RECORD
               WRITE BURST-RECORD
               PERFORM 305-WRITE-PROGRAM-SECTION
               ADD BURST-COUNT TO CAMPUS-STU-COUNT
               ADD BURST-TUITION-SUM TO CAMPUS-TUITION-SUM
               ADD BURST-AVG-SUM TO CAMPUS-AVG-SUM
           END-IF.

       END PROGRAM REPORT-BURST.
