      ******************************************************************
      * Tectonics: Section demand planning.  Whether to open another
      * section or fold two thin ones together was decided by gut
      * feel at the deans' table.  Run nightly through registration,
      * this batch puts the numbers in front of them every morning:
      * for every course section the term carries on SECTION.txt,
      * SEC-ENROLLED against SEC-CAPACITY and how deep its
      * WAITLIST.txt queue runs, and for the course the active
      * enrollment on the prior comparable term (same term one year
      * earlier unless another is keyed) from the nightly
      * STUFILE-SNAPSHOT.txt.  Each course carries a recommendation
      * on SECTION-DEMAND.txt:
      *    - OPEN SECTION when its waitlist is DEMAND-OPEN-WAITLIST
      *      deep or more (default 10),
      *    - CONSIDER MERGING when two or more of its sections are
      *      filled under DEMAND-MERGE-PCT percent (default 50),
      *    - AT RISK OF CANCELLATION when any section holds fewer
      *      than DEMAND-CANCEL-MIN students (default 8) - the
      *      section is marked on its own line,
      * thresholds from POLICY-PARMS.txt for the term.  The report
      * closes with seats held, seats a year ago and seats waited
      * for by the students of each program of study.  RETURN-CODE
      * 0 clean, 4 a table filled and the report is short, 8 no
      * term given.  Each run writes its JOB-LOG.txt row, the
      * thresholds and prior term it used on it; the program
      * summary's figures sit right-aligned under their headings.
      ******************************************************************
       IDENTIFICATION DIVISION.
       PROGRAM-ID. SECTION-DEMAND.

       ENVIRONMENT DIVISION.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
           SELECT OPTIONAL SECTION-FILE ASSIGN "SECTION.txt"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS SECTION-STATUS.
           SELECT OPTIONAL WAITLIST-FILE ASSIGN "WAITLIST.txt"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WAITLIST-STATUS.
      *    The nightly reporting snapshot SNAPSHOT-RUN unloads from
      *    STUFILE.dat, already in student/term order - reporters
      *    read this flat copy so the report block stops contending
      *    with the master file and its locks.
           SELECT STUDENT-DATA-FILE ASSIGN "STUFILE-SNAPSHOT.txt"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS FILE-STATUS.
           SELECT DEMAND-FILE ASSIGN "SECTION-DEMAND.txt"
               ORGANIZATION IS LINE SEQUENTIAL.
           SELECT OPTIONAL JOB-LOG-FILE ASSIGN "JOB-LOG.txt"
               ORGANIZATION IS LINE SEQUENTIAL.

       DATA DIVISION.
       FILE SECTION.
           FD SECTION-FILE.
           COPY "SECTION-RECORD.cpy".

           FD WAITLIST-FILE.
           COPY "WAITLIST-RECORD.cpy".

           FD STUDENT-DATA-FILE.
           01 SNAPSHOT-IMAGE PIC X(181).

           FD DEMAND-FILE.
           01 DEMAND-RECORD PIC X(100).

           FD JOB-LOG-FILE.
           COPY "JOB-LOG.cpy".

       WORKING-STORAGE SECTION.

      *    The snapshot image unpacked into the fixed-width mirror
      *    of the student record - one group MOVE per READ.
           COPY "SNAPSHOT-RECORD.cpy".
           01 FILE-STATUS     PIC X(2).
           01 SECTION-STATUS  PIC X(2).
           01 WAITLIST-STATUS PIC X(2).

           01 RUN-TERM-CODE   PIC X(6) VALUE SPACES.
           01 PRIOR-TERM-CODE PIC X(6) VALUE SPACES.
           01 PRIOR-YEAR-WS   PIC 9(4) VALUE 0.
           01 RUN-DATE-WS     PIC 9(8) VALUE 0.
           01 RUN-START-STAMP PIC X(26) VALUE SPACES.

      *    The defaults only - the term's DEMAND-OPEN-WAITLIST,
      *    DEMAND-MERGE-PCT and DEMAND-CANCEL-MIN on
      *    POLICY-PARMS.txt replace them.
           01 DEMAND-THRESHOLDS.
               05 OPEN-WAITLIST-DEPTH PIC 9(4) VALUE 10.
               05 MERGE-FILL-PCT      PIC 9(3) VALUE 50.
               05 CANCEL-MINIMUM      PIC 9(4) VALUE 8.

           COPY "POLICY-LOOKUP.cpy".

      *    The term's sections, in SECTION.txt order.
           01 SECTION-TABLE.
               05 SECTION-TABLE-ENTRY OCCURS 500 TIMES
                       INDEXED S-ENTRY.
                   10 SECTION-TABLE-COURSE   PIC X(7).
                   10 SECTION-TABLE-SECTION  PIC 9(2).
                   10 SECTION-TABLE-CAPACITY PIC 9(4).
                   10 SECTION-TABLE-ENROLLED PIC 9(4).
                   10 SECTION-TABLE-WAITING  PIC 9(4).
           01 SECTION-ENTRY-COUNT PIC 999 VALUE 0.
           01 SECTION-TABLE-MAX   PIC 999 VALUE 500.

      *    The term's waitlist rows - depth per section, and whose
      *    program is waiting.
           01 WAITLIST-TABLE.
               05 WAITLIST-TABLE-ENTRY OCCURS 2000 TIMES
                       INDEXED W-ENTRY.
                   10 WTBL-STUDENT-NUMBER PIC 9(6).
                   10 WTBL-COURSE-CODE    PIC X(7).
                   10 WTBL-SECTION-NUMBER PIC 9(2).
           01 WAITLIST-ENTRY-COUNT PIC 9(4) VALUE 0.
           01 WAITLIST-TABLE-MAX   PIC 9(4) VALUE 2000.

      *    One entry per course with a section on the term.
           01 DEMAND-COURSE-TABLE.
               05 DEMAND-COURSE-ENTRY OCCURS 300 TIMES
                       INDEXED DC-ENTRY.
                   10 DCT-COURSE    PIC X(7).
                   10 DCT-SECTIONS  PIC 9(3).
                   10 DCT-CAPACITY  PIC 9(5).
                   10 DCT-ENROLLED  PIC 9(5).
                   10 DCT-WAITING   PIC 9(5).
                   10 DCT-PRIOR     PIC 9(5).
                   10 DCT-THIN      PIC 9(3).
                   10 DCT-AT-RISK   PIC 9(3).
           01 DEMAND-COURSE-COUNT PIC 9(3) VALUE 0.
           01 DEMAND-COURSE-MAX   PIC 9(3) VALUE 300.

           01 PROGRAM-TOTAL-TABLE.
               05 PROGRAM-TOTAL-ENTRY OCCURS 100 TIMES
                       INDEXED PT-ENTRY.
                   10 PTT-PROGRAM  PIC X(6).
                   10 PTT-SEATS    PIC 9(6).
                   10 PTT-PRIOR    PIC 9(6).
                   10 PTT-WAITING  PIC 9(6).
           01 PROGRAM-TOTAL-COUNT PIC 9(3) VALUE 0.
           01 PROGRAM-TOTAL-MAX   PIC 9(3) VALUE 100.

           01 COUNTERS.
               05 OPEN-COUNTER     PIC 9(4) VALUE 0.
               05 MERGE-COUNTER    PIC 9(4) VALUE 0.
               05 AT-RISK-COUNTER  PIC 9(4) VALUE 0.
               05 OVERFLOW-COUNTER PIC 9(5) VALUE 0.

           01 FLAGS.
               05 EOF-SECTION  PIC X VALUE "N".
               05 EOF-WAITLIST PIC X VALUE "N".
               05 EOF-STU      PIC X VALUE "N".

           01 DEMAND-WORK-AREA.
               05 CRS-IDX-WS     PIC 9(2).
               05 FOUND-COURSE   PIC 9(3).
               05 FOUND-PROGRAM  PIC 9(3).
               05 FILL-PCT-WS    PIC 9(3).
               05 COURSE-WS      PIC X(7).
               05 PROGRAM-WS     PIC X(6).

           01 DEMAND-HEADER-LINE.
               05 FILLER        PIC X(22)
                   VALUE "SECTION DEMAND - TERM ".
               05 DMH-TERM-CODE PIC X(6).
               05 FILLER        PIC X(13) VALUE "  PRIOR TERM ".
               05 DMH-PRIOR     PIC X(6).
               05 FILLER        PIC X(6) VALUE "  RUN ".
               05 DMH-RUN-DATE  PIC 9(8).

           01 DEMAND-COURSE-LINE.
               05 FILLER        PIC X(7) VALUE "COURSE ".
               05 DMC-COURSE    PIC X(7).
               05 FILLER        PIC X(11) VALUE "  ENROLLED ".
               05 DMC-ENROLLED  PIC ZZZZ9.
               05 FILLER        PIC X(3) VALUE " / ".
               05 DMC-CAPACITY  PIC ZZZZ9.
               05 FILLER        PIC X(11) VALUE "  WAITLIST ".
               05 DMC-WAITING   PIC ZZZZ9.
               05 FILLER        PIC X(8) VALUE "  PRIOR ".
               05 DMC-PRIOR     PIC ZZZZ9.
               05 FILLER        PIC X(2) VALUE SPACES.
               05 DMC-ADVICE    PIC X(24).

           01 DEMAND-SECTION-LINE.
               05 FILLER        PIC X(10) VALUE "  SECTION ".
               05 DMS-SECTION   PIC 9(2).
               05 FILLER        PIC X(11) VALUE "  ENROLLED ".
               05 DMS-ENROLLED  PIC ZZZ9.
               05 FILLER        PIC X(3) VALUE " / ".
               05 DMS-CAPACITY  PIC ZZZ9.
               05 FILLER        PIC X(2) VALUE SPACES.
               05 DMS-FILL-PCT  PIC ZZ9.
               05 FILLER        PIC X(12) VALUE "%  WAITLIST ".
               05 DMS-WAITING   PIC ZZZ9.
               05 FILLER        PIC X(2) VALUE SPACES.
               05 DMS-ADVICE    PIC X(24).

           01 DEMAND-PROGRAM-HEADER.
               05 FILLER PIC X(41)
                   VALUE "PROGRAM   SEATS HELD  PRIOR TERM  WAITING".

           01 DEMAND-PROGRAM-LINE.
               05 DMP-PROGRAM   PIC X(6).
               05 FILLER        PIC X(8) VALUE SPACES.
               05 DMP-SEATS     PIC ZZZZZ9.
               05 FILLER        PIC X(6) VALUE SPACES.
               05 DMP-PRIOR     PIC ZZZZZ9.
               05 FILLER        PIC X(3) VALUE SPACES.
               05 DMP-WAITING   PIC ZZZZZ9.

           01 DEMAND-TOTAL-LINE.
               05 FILLER        PIC X(14) VALUE "OPEN SECTION: ".
               05 DMT-OPEN      PIC ZZZ9.
               05 FILLER        PIC X(20)
                   VALUE "  CONSIDER MERGING: ".
               05 DMT-MERGE     PIC ZZZ9.
               05 FILLER        PIC X(11) VALUE "  AT RISK: ".
               05 DMT-AT-RISK   PIC ZZZ9.

           01 BLANK-LINE PIC X(100) VALUE SPACES.

       PROCEDURE DIVISION.
       100-MAIN.
           DISPLAY "SECTION DEMAND PLANNING - TERM CODE (CCYYTT): ".
           ACCEPT RUN-TERM-CODE.
           IF RUN-TERM-CODE = SPACES
               DISPLAY "TERM CODE CANNOT BE BLANK."
               MOVE 8 TO RETURN-CODE
           ELSE
               DISPLAY "PRIOR COMPARABLE TERM (CCYYTT, BLANK = SAME "
                   "TERM LAST YEAR): "
               ACCEPT PRIOR-TERM-CODE
               IF PRIOR-TERM-CODE = SPACES
                   PERFORM 120-DERIVE-PRIOR-TERM
               END-IF
               MOVE FUNCTION CURRENT-DATE TO RUN-START-STAMP
               CALL "BUSINESS-DATE" USING RUN-DATE-WS
               PERFORM 150-LOAD-POLICY-PARMS
               PERFORM 200-LOAD-SECTION-TABLE
               PERFORM 220-LOAD-WAITLIST-TABLE
               PERFORM 240-BUILD-COURSE-TABLE
               PERFORM 300-SCAN-THE-SNAPSHOT
               PERFORM 400-WRITE-THE-REPORT
               PERFORM 950-DISPLAY-STATS
               IF OVERFLOW-COUNTER > 0
                   MOVE 4 TO RETURN-CODE
               END-IF
               PERFORM 960-LOG-RUN-PARAMETERS
           END-IF.
      *    GOBACK, not STOP RUN, so the job-stream controller can
      *    CALL this program as one step of the night's stream.
           GOBACK.

      *    Same term suffix, year before; a term code without a
      *    numeric year has no comparable term.
       120-DERIVE-PRIOR-TERM.
           IF RUN-TERM-CODE(1:4) IS NUMERIC
               MOVE RUN-TERM-CODE(1:4) TO PRIOR-YEAR-WS
               SUBTRACT 1 FROM PRIOR-YEAR-WS
               MOVE PRIOR-YEAR-WS TO PRIOR-TERM-CODE(1:4)
               MOVE RUN-TERM-CODE(5:2) TO PRIOR-TERM-CODE(5:2)
           END-IF.

       150-LOAD-POLICY-PARMS.
           MOVE RUN-TERM-CODE TO POL-TERM-CODE.
           MOVE "DEMAND-OPEN-WAITLIST" TO POL-PARM-NAME.
           MOVE OPEN-WAITLIST-DEPTH TO POL-PARM-VALUE.
           CALL "POLICY-PARM" USING POLICY-LOOKUP.
           MOVE POL-PARM-VALUE TO OPEN-WAITLIST-DEPTH.
           MOVE "DEMAND-MERGE-PCT" TO POL-PARM-NAME.
           MOVE MERGE-FILL-PCT TO POL-PARM-VALUE.
           CALL "POLICY-PARM" USING POLICY-LOOKUP.
           MOVE POL-PARM-VALUE TO MERGE-FILL-PCT.
           MOVE "DEMAND-CANCEL-MIN" TO POL-PARM-NAME.
           MOVE CANCEL-MINIMUM TO POL-PARM-VALUE.
           CALL "POLICY-PARM" USING POLICY-LOOKUP.
           MOVE POL-PARM-VALUE TO CANCEL-MINIMUM.

       200-LOAD-SECTION-TABLE.
           SET S-ENTRY TO 1.
           OPEN INPUT SECTION-FILE.
           IF SECTION-STATUS = "00" OR SECTION-STATUS = "05"
               PERFORM 210-LOAD-ONE-SECTION UNTIL EOF-SECTION = "Y"
                   OR S-ENTRY > SECTION-TABLE-MAX
               CLOSE SECTION-FILE
           END-IF.
           COMPUTE SECTION-ENTRY-COUNT = S-ENTRY - 1.

       210-LOAD-ONE-SECTION.
           READ SECTION-FILE
               AT END
                   MOVE "Y" TO EOF-SECTION
               NOT AT END
                   IF SEC-TERM-CODE = RUN-TERM-CODE
                       MOVE SEC-COURSE-CODE
                           TO SECTION-TABLE-COURSE(S-ENTRY)
                       IF SEC-SECTION-NUMBER IS NUMERIC
                           MOVE SEC-SECTION-NUMBER
                               TO SECTION-TABLE-SECTION(S-ENTRY)
                       ELSE
                           MOVE 1 TO SECTION-TABLE-SECTION(S-ENTRY)
                       END-IF
                       MOVE SEC-CAPACITY
                           TO SECTION-TABLE-CAPACITY(S-ENTRY)
                       MOVE SEC-ENROLLED
                           TO SECTION-TABLE-ENROLLED(S-ENTRY)
                       MOVE 0 TO SECTION-TABLE-WAITING(S-ENTRY)
                       ADD 1 TO S-ENTRY
                   END-IF
           END-READ.

       220-LOAD-WAITLIST-TABLE.
           SET W-ENTRY TO 1.
           OPEN INPUT WAITLIST-FILE.
           IF WAITLIST-STATUS = "00" OR WAITLIST-STATUS = "05"
               PERFORM 230-LOAD-ONE-WAITING UNTIL EOF-WAITLIST = "Y"
                   OR W-ENTRY > WAITLIST-TABLE-MAX
               CLOSE WAITLIST-FILE
           END-IF.
           COMPUTE WAITLIST-ENTRY-COUNT = W-ENTRY - 1.

       230-LOAD-ONE-WAITING.
           READ WAITLIST-FILE
               AT END
                   MOVE "Y" TO EOF-WAITLIST
               NOT AT END
                   IF WTL-TERM-CODE = RUN-TERM-CODE
                       MOVE WTL-STUDENT-NUMBER
                           TO WTBL-STUDENT-NUMBER(W-ENTRY)
                       MOVE WTL-COURSE-CODE
                           TO WTBL-COURSE-CODE(W-ENTRY)
                       IF WTL-SECTION-NUMBER IS NUMERIC
                           MOVE WTL-SECTION-NUMBER
                               TO WTBL-SECTION-NUMBER(W-ENTRY)
                       ELSE
                           MOVE 1 TO WTBL-SECTION-NUMBER(W-ENTRY)
                       END-IF
                       PERFORM 235-COUNT-ONE-WAITING
                           VARYING S-ENTRY FROM 1 BY 1
                           UNTIL S-ENTRY > SECTION-ENTRY-COUNT
                       ADD 1 TO W-ENTRY
                   END-IF
           END-READ.

       235-COUNT-ONE-WAITING.
           IF SECTION-TABLE-COURSE(S-ENTRY) = WTBL-COURSE-CODE(W-ENTRY)
                   AND SECTION-TABLE-SECTION(S-ENTRY)
                       = WTBL-SECTION-NUMBER(W-ENTRY)
               ADD 1 TO SECTION-TABLE-WAITING(S-ENTRY)
           END-IF.

      *****************************************************************
      * Roll the sections up by course: seats, heads, queue depth,
      * how many sections sit under the merge fill and how many
      * under the cancellation minimum.
      *****************************************************************
       240-BUILD-COURSE-TABLE.
           PERFORM 250-ROLL-UP-ONE-SECTION
               VARYING S-ENTRY FROM 1 BY 1
               UNTIL S-ENTRY > SECTION-ENTRY-COUNT.

       250-ROLL-UP-ONE-SECTION.
           MOVE SECTION-TABLE-COURSE(S-ENTRY) TO COURSE-WS.
           PERFORM 260-FIND-DEMAND-COURSE.
           IF FOUND-COURSE = 0
               IF DEMAND-COURSE-COUNT < DEMAND-COURSE-MAX
                   ADD 1 TO DEMAND-COURSE-COUNT
                   MOVE DEMAND-COURSE-COUNT TO FOUND-COURSE
                   MOVE COURSE-WS TO DCT-COURSE(FOUND-COURSE)
                   MOVE 0 TO DCT-SECTIONS(FOUND-COURSE)
                   MOVE 0 TO DCT-CAPACITY(FOUND-COURSE)
                   MOVE 0 TO DCT-ENROLLED(FOUND-COURSE)
                   MOVE 0 TO DCT-WAITING(FOUND-COURSE)
                   MOVE 0 TO DCT-PRIOR(FOUND-COURSE)
                   MOVE 0 TO DCT-THIN(FOUND-COURSE)
                   MOVE 0 TO DCT-AT-RISK(FOUND-COURSE)
               ELSE
                   ADD 1 TO OVERFLOW-COUNTER
               END-IF
           END-IF.
           IF FOUND-COURSE > 0
               ADD 1 TO DCT-SECTIONS(FOUND-COURSE)
               ADD SECTION-TABLE-CAPACITY(S-ENTRY)
                   TO DCT-CAPACITY(FOUND-COURSE)
               ADD SECTION-TABLE-ENROLLED(S-ENTRY)
                   TO DCT-ENROLLED(FOUND-COURSE)
               ADD SECTION-TABLE-WAITING(S-ENTRY)
                   TO DCT-WAITING(FOUND-COURSE)
               PERFORM 270-MEASURE-FILL
               IF FILL-PCT-WS < MERGE-FILL-PCT
                   ADD 1 TO DCT-THIN(FOUND-COURSE)
               END-IF
               IF SECTION-TABLE-ENROLLED(S-ENTRY) < CANCEL-MINIMUM
                   ADD 1 TO DCT-AT-RISK(FOUND-COURSE)
               END-IF
           END-IF.

       260-FIND-DEMAND-COURSE.
           MOVE 0 TO FOUND-COURSE.
           PERFORM 265-CHECK-ONE-COURSE
               VARYING DC-ENTRY FROM 1 BY 1
               UNTIL DC-ENTRY > DEMAND-COURSE-COUNT
               OR FOUND-COURSE > 0.

       265-CHECK-ONE-COURSE.
           IF DCT-COURSE(DC-ENTRY) = COURSE-WS
               SET FOUND-COURSE TO DC-ENTRY
           END-IF.

      *    A section with no seat count reads as full - there is
      *    nothing to merge into.
       270-MEASURE-FILL.
           IF SECTION-TABLE-CAPACITY(S-ENTRY) = 0
               MOVE 100 TO FILL-PCT-WS
           ELSE
               IF SECTION-TABLE-ENROLLED(S-ENTRY)
                       >= SECTION-TABLE-CAPACITY(S-ENTRY)
                   MOVE 100 TO FILL-PCT-WS
               ELSE
                   COMPUTE FILL-PCT-WS =
                       SECTION-TABLE-ENROLLED(S-ENTRY) * 100
                       / SECTION-TABLE-CAPACITY(S-ENTRY)
               END-IF
           END-IF.

      *****************************************************************
      * One pass of the snapshot: the prior comparable term's active
      * records give each course its enrollment a year ago; both
      * terms' active records give each program its seats, and the
      * run term's records place the waitlisted students in their
      * programs.  A course dropped ('W') holds no seat.
      *****************************************************************
       300-SCAN-THE-SNAPSHOT.
           OPEN INPUT STUDENT-DATA-FILE.
           IF FILE-STATUS = "00"
               PERFORM 310-SCAN-ONE-RECORD UNTIL EOF-STU = "Y"
               CLOSE STUDENT-DATA-FILE
           ELSE
               DISPLAY "STUFILE-SNAPSHOT.txt NOT AVAILABLE - PRIOR "
                   "TERM AND PROGRAM TOTALS NOT REPORTED."
           END-IF.

       310-SCAN-ONE-RECORD.
           READ STUDENT-DATA-FILE
               AT END
                   MOVE "Y" TO EOF-STU
               NOT AT END
                   MOVE SNAPSHOT-IMAGE TO STUDENT-RECORD
                   IF STATUS-CODE = "A"
                       AND (TERM-CODE = RUN-TERM-CODE
                           OR TERM-CODE = PRIOR-TERM-CODE)
                       MOVE PROGRAM-OF-STUDY TO PROGRAM-WS
                       PERFORM 330-FIND-PROGRAM-TOTAL
                       PERFORM 320-TALLY-ONE-COURSE
                           VARYING CRS-IDX-WS FROM 1 BY 1
                           UNTIL CRS-IDX-WS > COURSE-COUNT
                       IF TERM-CODE = RUN-TERM-CODE
                               AND FOUND-PROGRAM > 0
                           PERFORM 340-COUNT-ONE-WAITER
                               VARYING W-ENTRY FROM 1 BY 1
                               UNTIL W-ENTRY > WAITLIST-ENTRY-COUNT
                       END-IF
                   END-IF
           END-READ.

       320-TALLY-ONE-COURSE.
           IF COURSE-CODE(CRS-IDX-WS) NOT = SPACES
                   AND COURSE-GRADE-STATUS(CRS-IDX-WS) NOT = "W"
               IF TERM-CODE = RUN-TERM-CODE
                   IF FOUND-PROGRAM > 0
                       ADD 1 TO PTT-SEATS(FOUND-PROGRAM)
                   END-IF
               ELSE
                   IF FOUND-PROGRAM > 0
                       ADD 1 TO PTT-PRIOR(FOUND-PROGRAM)
                   END-IF
                   MOVE COURSE-CODE(CRS-IDX-WS) TO COURSE-WS
                   PERFORM 260-FIND-DEMAND-COURSE
                   IF FOUND-COURSE > 0
                       ADD 1 TO DCT-PRIOR(FOUND-COURSE)
                   END-IF
               END-IF
           END-IF.

       330-FIND-PROGRAM-TOTAL.
           MOVE 0 TO FOUND-PROGRAM.
           PERFORM 335-CHECK-ONE-PROGRAM
               VARYING PT-ENTRY FROM 1 BY 1
               UNTIL PT-ENTRY > PROGRAM-TOTAL-COUNT
               OR FOUND-PROGRAM > 0.
           IF FOUND-PROGRAM = 0
               IF PROGRAM-TOTAL-COUNT < PROGRAM-TOTAL-MAX
                   ADD 1 TO PROGRAM-TOTAL-COUNT
                   MOVE PROGRAM-TOTAL-COUNT TO FOUND-PROGRAM
                   MOVE PROGRAM-WS TO PTT-PROGRAM(FOUND-PROGRAM)
                   MOVE 0 TO PTT-SEATS(FOUND-PROGRAM)
                   MOVE 0 TO PTT-PRIOR(FOUND-PROGRAM)
                   MOVE 0 TO PTT-WAITING(FOUND-PROGRAM)
               ELSE
                   ADD 1 TO OVERFLOW-COUNTER
               END-IF
           END-IF.

       335-CHECK-ONE-PROGRAM.
           IF PTT-PROGRAM(PT-ENTRY) = PROGRAM-WS
               SET FOUND-PROGRAM TO PT-ENTRY
           END-IF.

       340-COUNT-ONE-WAITER.
           IF WTBL-STUDENT-NUMBER(W-ENTRY) = STUDENT-NUMBER
               ADD 1 TO PTT-WAITING(FOUND-PROGRAM)
           END-IF.

      *****************************************************************
      * Course line, then its sections, in SECTION.txt order; the
      * program totals close the report.
      *****************************************************************
       400-WRITE-THE-REPORT.
           OPEN OUTPUT DEMAND-FILE.
           MOVE RUN-TERM-CODE   TO DMH-TERM-CODE.
           MOVE PRIOR-TERM-CODE TO DMH-PRIOR.
           MOVE RUN-DATE-WS     TO DMH-RUN-DATE.
           WRITE DEMAND-RECORD FROM DEMAND-HEADER-LINE.
           WRITE DEMAND-RECORD FROM BLANK-LINE.
           PERFORM 410-WRITE-ONE-COURSE
               VARYING DC-ENTRY FROM 1 BY 1
               UNTIL DC-ENTRY > DEMAND-COURSE-COUNT.
           MOVE OPEN-COUNTER    TO DMT-OPEN.
           MOVE MERGE-COUNTER   TO DMT-MERGE.
           MOVE AT-RISK-COUNTER TO DMT-AT-RISK.
           WRITE DEMAND-RECORD FROM DEMAND-TOTAL-LINE.
           WRITE DEMAND-RECORD FROM BLANK-LINE.
           WRITE DEMAND-RECORD FROM DEMAND-PROGRAM-HEADER.
           PERFORM 430-WRITE-ONE-PROGRAM
               VARYING PT-ENTRY FROM 1 BY 1
               UNTIL PT-ENTRY > PROGRAM-TOTAL-COUNT.
           CLOSE DEMAND-FILE.

      *    A long queue outranks thin sections - a course with both
      *    needs seats moved, not sections closed.
       410-WRITE-ONE-COURSE.
           MOVE DCT-COURSE(DC-ENTRY)   TO DMC-COURSE.
           MOVE DCT-ENROLLED(DC-ENTRY) TO DMC-ENROLLED.
           MOVE DCT-CAPACITY(DC-ENTRY) TO DMC-CAPACITY.
           MOVE DCT-WAITING(DC-ENTRY)  TO DMC-WAITING.
           MOVE DCT-PRIOR(DC-ENTRY)    TO DMC-PRIOR.
           MOVE SPACES TO DMC-ADVICE.
           IF DCT-WAITING(DC-ENTRY) >= OPEN-WAITLIST-DEPTH
                   AND DCT-WAITING(DC-ENTRY) > 0
               MOVE "OPEN SECTION" TO DMC-ADVICE
               ADD 1 TO OPEN-COUNTER
           ELSE
               IF DCT-THIN(DC-ENTRY) >= 2
                   MOVE "CONSIDER MERGING" TO DMC-ADVICE
                   ADD 1 TO MERGE-COUNTER
               ELSE
                   IF DCT-AT-RISK(DC-ENTRY) > 0
                       MOVE "AT RISK OF CANCELLATION" TO DMC-ADVICE
                   END-IF
               END-IF
           END-IF.
           WRITE DEMAND-RECORD FROM DEMAND-COURSE-LINE.
           PERFORM 420-WRITE-ONE-SECTION
               VARYING S-ENTRY FROM 1 BY 1
               UNTIL S-ENTRY > SECTION-ENTRY-COUNT.
           WRITE DEMAND-RECORD FROM BLANK-LINE.

       420-WRITE-ONE-SECTION.
           IF SECTION-TABLE-COURSE(S-ENTRY) = DCT-COURSE(DC-ENTRY)
               MOVE SECTION-TABLE-SECTION(S-ENTRY)  TO DMS-SECTION
               MOVE SECTION-TABLE-ENROLLED(S-ENTRY) TO DMS-ENROLLED
               MOVE SECTION-TABLE-CAPACITY(S-ENTRY) TO DMS-CAPACITY
               MOVE SECTION-TABLE-WAITING(S-ENTRY)  TO DMS-WAITING
               PERFORM 270-MEASURE-FILL
               MOVE FILL-PCT-WS TO DMS-FILL-PCT
               IF SECTION-TABLE-ENROLLED(S-ENTRY) < CANCEL-MINIMUM
                   MOVE "AT RISK OF CANCELLATION" TO DMS-ADVICE
                   ADD 1 TO AT-RISK-COUNTER
               ELSE
                   MOVE SPACES TO DMS-ADVICE
               END-IF
               WRITE DEMAND-RECORD FROM DEMAND-SECTION-LINE
           END-IF.

       430-WRITE-ONE-PROGRAM.
           MOVE PTT-PROGRAM(PT-ENTRY) TO DMP-PROGRAM.
           MOVE PTT-SEATS(PT-ENTRY)   TO DMP-SEATS.
           MOVE PTT-PRIOR(PT-ENTRY)   TO DMP-PRIOR.
           MOVE PTT-WAITING(PT-ENTRY) TO DMP-WAITING.
           WRITE DEMAND-RECORD FROM DEMAND-PROGRAM-LINE.

       950-DISPLAY-STATS.
           DISPLAY "COURSES PLANNED:     " DEMAND-COURSE-COUNT.
           DISPLAY "SECTIONS PLANNED:    " SECTION-ENTRY-COUNT.
           DISPLAY "OPEN A SECTION:      " OPEN-COUNTER.
           DISPLAY "CONSIDER MERGING:    " MERGE-COUNTER.
           DISPLAY "SECTIONS AT RISK:    " AT-RISK-COUNTER.
           DISPLAY "DETAIL IN SECTION-DEMAND.txt".
           IF OVERFLOW-COUNTER > 0
               DISPLAY "TABLE FULL - " OVERFLOW-COUNTER
                   " COURSES/PROGRAMS NOT REPORTED."
           END-IF.

       960-LOG-RUN-PARAMETERS.
           OPEN EXTEND JOB-LOG-FILE.
           MOVE SPACES TO JOB-LOG-RECORD.
           MOVE RUN-START-STAMP TO JOB-START-TIMESTAMP.
           MOVE FUNCTION CURRENT-DATE TO JOB-END-TIMESTAMP.
           MOVE "SECTDEMAND" TO JOB-OPERATOR-ID.
           MOVE RUN-TERM-CODE TO JOB-TERM-CODE.
           MOVE "Y" TO JOB-BATCH-MODE.
           MOVE SECTION-ENTRY-COUNT TO JOB-STUDENTS-READ.
           MOVE DEMAND-COURSE-COUNT TO JOB-STUDENTS-WRITTEN.
           MOVE OVERFLOW-COUNTER TO JOB-STUDENTS-REJECTED.
           MOVE RETURN-CODE TO JOB-RETURN-CODE.
           STRING "OPEN=" OPEN-WAITLIST-DEPTH " MERGE=" MERGE-FILL-PCT
                  " CANCEL=" CANCEL-MINIMUM " PRIOR=" PRIOR-TERM-CODE
               DELIMITED BY SIZE INTO JOB-PARM-VALUES
           END-STRING.
           WRITE JOB-LOG-RECORD.
           CLOSE JOB-LOG-FILE.

       END PROGRAM SECTION-DEMAND.
