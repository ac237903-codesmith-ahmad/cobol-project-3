      * TERM-CALENDAR.txt so the student knows exactly how long they
      * have.  Letters land in WARNING-LETTERS.txt; a student with
      * no midterm grades on file gets no letter (nothing to warn
      * from) and is counted instead.  Nor does a student on
      * DECEASED.txt, whatever the grades say.  A student due a
      * letter whose address has come back undeliverable
      * (ADDRESS-CHECK) is skipped and listed on the run log - the
      * advising office phones instead.
      ******************************************************************
       IDENTIFICATION DIVISION.
       PROGRAM-ID. MIDTERM-WARNING.
               FILE STATUS IS CALENDAR-STATUS.
           SELECT LETTERS-FILE ASSIGN "WARNING-LETTERS.txt"
               ORGANIZATION IS LINE SEQUENTIAL.
           SELECT OPTIONAL JOB-LOG-FILE ASSIGN "JOB-LOG.txt"
               ORGANIZATION IS LINE SEQUENTIAL.

       DATA DIVISION.
       FILE SECTION.
           FD LETTERS-FILE.
           01 LETTER-RECORD PIC X(80).

           FD JOB-LOG-FILE.
           COPY "JOB-LOG.cpy".

       WORKING-STORAGE SECTION.
           01 FILE-STATUS     PIC X(2).
           01 MIDTERM-STATUS  PIC X(2).
      *    Same thresholds ACADEMIC-STANDING rates with - a warning
      *    letter goes to anyone who would NOT be in good standing
      *    if the midterms were finals.
      *    The default only - the STANDING-GOOD-CUTOFF in force on
      *    POLICY-PARMS.txt for the term replaces it, so a council
      *    move of the line moves the warnings with it.
           01 STANDING-THRESHOLDS.
               05 GOOD-STANDING-CUTOFF PIC 9(3) VALUE 60.

           COPY "POLICY-LOOKUP.cpy".
           01 RUN-START-STAMP PIC X(26) VALUE SPACES.

           01 CALC-AVERAGE-LINKAGE.
               05 CAL-COURSE-AVERAGES.
                   10 CAL-COURSE-AVG PIC 9(3) OCCURS 10 TIMES.
               05 READ-COUNTER    PIC 9(5) VALUE 0.
               05 LETTER-COUNTER  PIC 9(5) VALUE 0.
               05 NO-GRADE-COUNTER PIC 9(5) VALUE 0.
               05 DECEASED-COUNTER PIC 9(5) VALUE 0.
               05 BAD-ADDRESS-COUNTER PIC 9(5) VALUE 0.

           01 FLAGS.
               05 EOF-STU     PIC X VALUE "N".

           01 BLANK-LINE PIC X(80) VALUE SPACES.

           COPY "DECEASED-CHECK.cpy".
           COPY "ADDRESS-CHECK.cpy".

       PROCEDURE DIVISION.
       100-MAIN.
           DISPLAY "MIDTERM WARNINGS - TERM CODE (CCYYTT): ".
               MOVE 8 TO RETURN-CODE
           ELSE
               ACCEPT WRN-RUN-DATE FROM DATE YYYYMMDD
               MOVE FUNCTION CURRENT-DATE TO RUN-START-STAMP
               PERFORM 150-LOAD-POLICY-PARMS
               PERFORM 200-LOAD-COURSE-TABLE
               PERFORM 220-LOAD-MIDTERM-TABLE
               PERFORM 240-FIND-ADD-DROP-DEADLINE
                   CLOSE LETTERS-FILE
                   PERFORM 950-DISPLAY-STATS
               END-IF
               PERFORM 960-LOG-RUN-PARAMETERS
           END-IF.
      *    GOBACK, not STOP RUN, so the job-stream controller can
      *    CALL this program as one step of the night's stream.
           GOBACK.

       150-LOAD-POLICY-PARMS.
           MOVE "STANDING-GOOD-CUTOFF" TO POL-PARM-NAME.
           MOVE RUN-TERM-CODE TO POL-TERM-CODE.
           MOVE GOOD-STANDING-CUTOFF TO POL-PARM-VALUE.
           CALL "POLICY-PARM" USING POLICY-LOOKUP.
           MOVE POL-PARM-VALUE TO GOOD-STANDING-CUTOFF.

       200-LOAD-COURSE-TABLE.
           SET C-ENTRY TO 1.
           OPEN INPUT COURSE-FILE.
                       ADD 1 TO READ-COUNTER
                       IF TERM-CODE = RUN-TERM-CODE
                               AND STATUS-CODE = "A"
                           MOVE STUDENT-NUMBER TO DCK-STUDENT-NUMBER
                           CALL "DECEASED-CHECK" USING DECEASED-CHECK
                           IF DCK-FOUND-FLAG = "Y"
                               ADD 1 TO DECEASED-COUNTER
                           ELSE
                               PERFORM 310-RATE-ONE-STUDENT
                           END-IF
                       END-IF
               END-READ
           END-PERFORM.
               CALL "CALC-AVERAGE" USING CAL-COURSE-AVERAGES
                   CAL-CREDIT-HOURS CAL-STUDENT-AVG
               IF CAL-STUDENT-AVG < GOOD-STANDING-CUTOFF
                   PERFORM 315-WARN-IF-DELIVERABLE
               END-IF
           END-IF.

       315-WARN-IF-DELIVERABLE.
           MOVE STUDENT-NUMBER TO ADC-STUDENT-NUMBER.
           CALL "ADDRESS-CHECK" USING ADDRESS-CHECK.
           IF ADC-BAD-FLAG = "Y"
               ADD 1 TO BAD-ADDRESS-COUNTER
               DISPLAY "SKIPPED " STUDENT-NUMBER
                   " - ADDRESS RETURNED UNDELIVERABLE "
                   ADC-RETURNED-DATE " (" ADC-DOCUMENT-TYPE ")"
           ELSE
               PERFORM 400-WRITE-WARNING-LETTER
           END-IF.

       320-CLEAR-ONE-CAL-SLOT.
           MOVE 0 TO CAL-COURSE-AVG(CRS-IDX-WS).
           MOVE 0 TO CAL-CREDIT-HOUR(CRS-IDX-WS).
           DISPLAY "RECORDS READ:        " READ-COUNTER.
           DISPLAY "LETTERS WRITTEN:     " LETTER-COUNTER.
           DISPLAY "NO MIDTERMS ON FILE: " NO-GRADE-COUNTER.
           DISPLAY "DECEASED-SUPPRESSED: " DECEASED-COUNTER.
           DISPLAY "BAD-ADDRESS-SKIPPED: " BAD-ADDRESS-COUNTER.
           DISPLAY "LETTERS IN WARNING-LETTERS.txt".

       960-LOG-RUN-PARAMETERS.
           OPEN EXTEND JOB-LOG-FILE.
           MOVE SPACES TO JOB-LOG-RECORD.
           MOVE RUN-START-STAMP TO JOB-START-TIMESTAMP.
           MOVE FUNCTION CURRENT-DATE TO JOB-END-TIMESTAMP.
           MOVE "MIDTERMWRN" TO JOB-OPERATOR-ID.
           MOVE RUN-TERM-CODE TO JOB-TERM-CODE.
           MOVE "Y" TO JOB-BATCH-MODE.
           MOVE READ-COUNTER TO JOB-STUDENTS-READ.
           MOVE LETTER-COUNTER TO JOB-STUDENTS-WRITTEN.
           MOVE 0 TO JOB-STUDENTS-REJECTED.
           MOVE RETURN-CODE TO JOB-RETURN-CODE.
           STRING "GOOD=" GOOD-STANDING-CUTOFF
               DELIMITED BY SIZE INTO JOB-PARM-VALUES
           END-STRING.
           WRITE JOB-LOG-RECORD.
           CLOSE JOB-LOG-FILE.

       END PROGRAM MIDTERM-WARNING.
