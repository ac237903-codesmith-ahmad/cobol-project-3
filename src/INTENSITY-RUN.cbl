      * against what was stored last time and reports every student
      * whose classification FLIPPED to INTENSITY-CHANGES.txt -
      * the flip that can invalidate their aid.
      * The 12 and 18 hour lines are defaults: FULL-TIME-HOURS and
      * OVERLOAD-HOURS in force on POLICY-PARMS.txt for the term
      * replace them (through POLICY-PARM), and the run's
      * JOB-LOG.txt row records the lines it classified against.
      ******************************************************************
       IDENTIFICATION DIVISION.
       PROGRAM-ID. INTENSITY-RUN.
               FILE STATUS IS PLACEMENT-STATUS.
           SELECT CHANGES-FILE ASSIGN "INTENSITY-CHANGES.txt"
               ORGANIZATION IS LINE SEQUENTIAL.
           SELECT OPTIONAL JOB-LOG-FILE ASSIGN "JOB-LOG.txt"
               ORGANIZATION IS LINE SEQUENTIAL.

       DATA DIVISION.
       FILE SECTION.
               05 FILLER             PIC X(2) VALUE SPACES.
               05 CHG-CREDIT-HOURS   PIC ZZ9.

           FD JOB-LOG-FILE.
           COPY "JOB-LOG.cpy".

       WORKING-STORAGE SECTION.
           01 FILE-STATUS      PIC X(2).
           01 INTENSITY-STATUS PIC X(2).

      *    The registrar's lines: 12 hours makes full-time, past 18
      *    is overload (the same ceiling COURSE-REG registers to).
      *    Defaults only - see 150-LOAD-POLICY-PARMS.
           01 INTENSITY-THRESHOLDS.
               05 FULL-TIME-HOURS PIC 9(2) VALUE 12.
               05 OVERLOAD-HOURS  PIC 9(2) VALUE 18.

           COPY "POLICY-LOOKUP.cpy".
           01 RUN-START-STAMP PIC X(26) VALUE SPACES.

           01 COURSE-TABLE.
           COPY "COURSE-TABLE.cpy".

               MOVE 8 TO RETURN-CODE
           ELSE
               ACCEPT RUN-DATE-WS FROM DATE YYYYMMDD
               MOVE FUNCTION CURRENT-DATE TO RUN-START-STAMP
               PERFORM 150-LOAD-POLICY-PARMS
               PERFORM 200-LOAD-COURSE-TABLE
               PERFORM 220-LOAD-INTENSITY-TABLE
               IF RETURN-CODE NOT = 8
                   CLOSE CHANGES-FILE
                   PERFORM 800-SAVE-INTENSITY-TABLE
                   PERFORM 950-DISPLAY-STATS
                   PERFORM 960-LOG-RUN-PARAMETERS
               END-IF
           END-IF.
      *    GOBACK, not STOP RUN, so the job-stream controller can
      *    CALL this program as one step of the night's stream.
           GOBACK.

       150-LOAD-POLICY-PARMS.
           MOVE RUN-TERM-CODE TO POL-TERM-CODE.
           MOVE "FULL-TIME-HOURS" TO POL-PARM-NAME.
           MOVE FULL-TIME-HOURS TO POL-PARM-VALUE.
           CALL "POLICY-PARM" USING POLICY-LOOKUP.
           MOVE POL-PARM-VALUE TO FULL-TIME-HOURS.
           MOVE "OVERLOAD-HOURS" TO POL-PARM-NAME.
           MOVE OVERLOAD-HOURS TO POL-PARM-VALUE.
           CALL "POLICY-PARM" USING POLICY-LOOKUP.
           MOVE POL-PARM-VALUE TO OVERLOAD-HOURS.

       200-LOAD-COURSE-TABLE.
           SET C-ENTRY TO 1.
           OPEN INPUT COURSE-FILE.
               MOVE 4 TO RETURN-CODE
           END-IF.

       960-LOG-RUN-PARAMETERS.
           OPEN EXTEND JOB-LOG-FILE.
           MOVE SPACES TO JOB-LOG-RECORD.
           MOVE RUN-START-STAMP TO JOB-START-TIMESTAMP.
           MOVE FUNCTION CURRENT-DATE TO JOB-END-TIMESTAMP.
           MOVE "INTENSITY" TO JOB-OPERATOR-ID.
           MOVE RUN-TERM-CODE TO JOB-TERM-CODE.
           MOVE "Y" TO JOB-BATCH-MODE.
           MOVE READ-COUNTER TO JOB-STUDENTS-READ.
           MOVE CLASSED-COUNTER TO JOB-STUDENTS-WRITTEN.
           MOVE 0 TO JOB-STUDENTS-REJECTED.
           MOVE RETURN-CODE TO JOB-RETURN-CODE.
           STRING "FULL=" FULL-TIME-HOURS " OVER=" OVERLOAD-HOURS
               DELIMITED BY SIZE INTO JOB-PARM-VALUES
           END-STRING.
           WRITE JOB-LOG-RECORD.
           CLOSE JOB-LOG-FILE.

       END PROGRAM INTENSITY-RUN.
