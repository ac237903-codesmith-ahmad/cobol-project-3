      * Every change is written to AUDIT-LOG.txt the same way
      * BATCH-PAYMENT's 330-LOG-TUITION-CHANGE records a balance
      * change.
      * The 60 and 50 lines are only the defaults: the values in
      * force for the term being rated come from POLICY-PARMS.txt
      * (STANDING-GOOD-CUTOFF, STANDING-SUSP-CUTOFF) through
      * POLICY-PARM, and the run's JOB-LOG.txt row records which
      * values it rated with.
      ******************************************************************
       IDENTIFICATION DIVISION.
       PROGRAM-ID. ACADEMIC-STANDING.
           SELECT OPTIONAL AMNESTY-FILE ASSIGN "AMNESTY-TERMS.txt"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS AMNESTY-STATUS.
      *    The run record, carrying the policy values used.
           SELECT OPTIONAL JOB-LOG-FILE ASSIGN "JOB-LOG.txt"
               ORGANIZATION IS LINE SEQUENTIAL.

       DATA DIVISION.
       FILE SECTION.
           FD AMNESTY-FILE.
           COPY "AMNESTY-RECORD.cpy".

           FD JOB-LOG-FILE.
           COPY "JOB-LOG.cpy".

       WORKING-STORAGE SECTION.
           01 FILE-STATUS PIC X(2).

           01 COURSE-TABLE-CAPACITY PIC 999 VALUE 300.
           01 DEFAULT-CREDIT-HOURS PIC 9(2) VALUE 3.

      *    Defaults only - overridden at start-up by the values in
      *    force on POLICY-PARMS.txt for the term being rated.
           01 STANDING-THRESHOLDS.
               05 GOOD-STANDING-CUTOFF PIC 9(3) VALUE 60.
               05 SUSPENSION-CUTOFF    PIC 9(3) VALUE 50.

           COPY "POLICY-LOOKUP.cpy".
           01 RUN-START-STAMP PIC X(26) VALUE SPACES.

           01 CALC-AVERAGE-LINKAGE.
               05 CAL-COURSE-AVERAGES.
                   10 CAL-COURSE-AVG PIC 9(3) OCCURS 10 TIMES.
               DISPLAY "TERM CODE CANNOT BE BLANK."
               MOVE 8 TO RETURN-CODE
           ELSE
               MOVE FUNCTION CURRENT-DATE TO RUN-START-STAMP
               PERFORM 150-LOAD-POLICY-PARMS
               PERFORM 200-OPEN-FILES
               PERFORM 210-READ-COURSE-TABLE
               PERFORM 300-RATE-TERM
               PERFORM 900-CLOSE-FILES
               PERFORM 400-DISPLAY-STATS
               PERFORM 960-LOG-RUN-PARAMETERS
           END-IF.
      *    GOBACK, not STOP RUN, so the job-stream controller can
      *    CALL this program as one step of the night's stream.
           GOBACK.

      *****************************************************************
      * The standing lines in force for the term being rated - a
      * parameter not on POLICY-PARMS.txt keeps its default.
      *****************************************************************
       150-LOAD-POLICY-PARMS.
           MOVE RUN-TERM-CODE TO POL-TERM-CODE.
           MOVE "STANDING-GOOD-CUTOFF" TO POL-PARM-NAME.
           MOVE GOOD-STANDING-CUTOFF TO POL-PARM-VALUE.
           CALL "POLICY-PARM" USING POLICY-LOOKUP.
           MOVE POL-PARM-VALUE TO GOOD-STANDING-CUTOFF.
           MOVE "STANDING-SUSP-CUTOFF" TO POL-PARM-NAME.
           MOVE SUSPENSION-CUTOFF TO POL-PARM-VALUE.
           CALL "POLICY-PARM" USING POLICY-LOOKUP.
           MOVE POL-PARM-VALUE TO SUSPENSION-CUTOFF.
           DISPLAY "GOOD STANDING AT " GOOD-STANDING-CUTOFF
               ", SUSPENSION BELOW " SUSPENSION-CUTOFF.

       200-OPEN-FILES.
           OPEN I-O    STUDENT-DATA-FILE.
           OPEN INPUT  COURSE-FILE.
           MOVE NEW-STANDING-WS TO AUD-NEW-VALUE.
           MOVE OPERATOR-ID-WS TO AUD-OPERATOR-ID.
           MOVE FUNCTION CURRENT-DATE TO AUD-TIMESTAMP.
           CALL "AUDIT-CHAIN" USING AUDIT-LOG-RECORD.
           WRITE AUDIT-LOG-RECORD.

       360-LOOKUP-COURSE-CREDIT-HOURS.
               MOVE 4 TO RETURN-CODE
           END-IF.

      *****************************************************************
      * The run's own JOB-LOG.txt row, with the standing lines it
      * rated against in the parameter column.
      *****************************************************************
       960-LOG-RUN-PARAMETERS.
           OPEN EXTEND JOB-LOG-FILE.
           MOVE SPACES TO JOB-LOG-RECORD.
           MOVE RUN-START-STAMP TO JOB-START-TIMESTAMP.
           MOVE FUNCTION CURRENT-DATE TO JOB-END-TIMESTAMP.
           MOVE OPERATOR-ID-WS TO JOB-OPERATOR-ID.
           MOVE RUN-TERM-CODE TO JOB-TERM-CODE.
           MOVE "Y" TO JOB-BATCH-MODE.
           MOVE READ-COUNTER TO JOB-STUDENTS-READ.
           MOVE CHANGED-COUNTER TO JOB-STUDENTS-WRITTEN.
           MOVE REJECT-COUNTER TO JOB-STUDENTS-REJECTED.
           MOVE RETURN-CODE TO JOB-RETURN-CODE.
           STRING "GOOD=" GOOD-STANDING-CUTOFF
                  " SUSP=" SUSPENSION-CUTOFF
               DELIMITED BY SIZE INTO JOB-PARM-VALUES
           END-STRING.
           WRITE JOB-LOG-RECORD.
           CLOSE JOB-LOG-FILE.

       900-CLOSE-FILES.
           CLOSE STUDENT-DATA-FILE.
           CLOSE COURSE-FILE.
