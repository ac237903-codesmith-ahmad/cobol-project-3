      * highest score first, for a supervisor to review before
      * anything goes near STUDENT-MERGE - this program never
      * changes a record, it only points.
      * The 50 cut-off is the default; the DUP-SCORE-THRESHOLD on
      * POLICY-PARMS.txt (newest row - the scan isn't for a term)
      * replaces it through POLICY-PARM, and the run's JOB-LOG.txt
      * row records the threshold used.
      ******************************************************************
       IDENTIFICATION DIVISION.
       PROGRAM-ID. DUP-DETECT.
               FILE STATUS IS DEMO-STATUS.
           SELECT CANDIDATES-FILE ASSIGN "DUP-CANDIDATES.txt"
               ORGANIZATION IS LINE SEQUENTIAL.
           SELECT OPTIONAL JOB-LOG-FILE ASSIGN "JOB-LOG.txt"
               ORGANIZATION IS LINE SEQUENTIAL.

       DATA DIVISION.
       FILE SECTION.
               05 FILLER          PIC X(2) VALUE SPACES.
               05 CND-GIVEN-NAME  PIC X(20).

           FD JOB-LOG-FILE.
           COPY "JOB-LOG.cpy".

       WORKING-STORAGE SECTION.
           01 FILE-STATUS PIC X(2).
           01 DEMO-STATUS PIC X(2).
           01 PAIR-COUNT PIC 9(3) VALUE 0.
           01 PAIR-MAX   PIC 9(3) VALUE 500.

      *    Default only - see 150-LOAD-POLICY-PARMS.
           01 SCORE-THRESHOLD PIC 9(3) VALUE 50.

           COPY "POLICY-LOOKUP.cpy".
           01 RUN-START-STAMP PIC X(26) VALUE SPACES.

           01 COUNTERS.
               05 READ-COUNTER PIC 9(5) VALUE 0.


       PROCEDURE DIVISION.
       100-MAIN.
           MOVE FUNCTION CURRENT-DATE TO RUN-START-STAMP.
           PERFORM 150-LOAD-POLICY-PARMS.
           PERFORM 200-BUILD-PERSON-TABLE.
           IF PERSON-COUNT < 2
               DISPLAY "FEWER THAN TWO STUDENTS ON FILE. "
               PERFORM 500-SORT-PAIRS-BY-SCORE
               PERFORM 600-WRITE-CANDIDATES
           END-IF.
           PERFORM 960-LOG-RUN-PARAMETERS.
      *    GOBACK, not STOP RUN, so the job-stream controller can
      *    CALL this program as one step of the night's stream.
           GOBACK.

       150-LOAD-POLICY-PARMS.
           MOVE "DUP-SCORE-THRESHOLD" TO POL-PARM-NAME.
           MOVE SPACES TO POL-TERM-CODE.
           MOVE SCORE-THRESHOLD TO POL-PARM-VALUE.
           CALL "POLICY-PARM" USING POLICY-LOOKUP.
           MOVE POL-PARM-VALUE TO SCORE-THRESHOLD.
           DISPLAY "CANDIDATE SCORE THRESHOLD: " SCORE-THRESHOLD.

       200-BUILD-PERSON-TABLE.
           OPEN INPUT STUDENT-DATA-FILE.
           OPEN INPUT DEMO-FILE.
           MOVE PER-GIVEN-NAME(FOUND-IDX) TO CND-GIVEN-NAME.
           WRITE CANDIDATE-RECORD.

       960-LOG-RUN-PARAMETERS.
           OPEN EXTEND JOB-LOG-FILE.
           MOVE SPACES TO JOB-LOG-RECORD.
           MOVE RUN-START-STAMP TO JOB-START-TIMESTAMP.
           MOVE FUNCTION CURRENT-DATE TO JOB-END-TIMESTAMP.
           MOVE "DUPDETECT" TO JOB-OPERATOR-ID.
           MOVE SPACES TO JOB-TERM-CODE.
           MOVE "Y" TO JOB-BATCH-MODE.
           MOVE READ-COUNTER TO JOB-STUDENTS-READ.
           MOVE PAIR-COUNT TO JOB-STUDENTS-WRITTEN.
           MOVE 0 TO JOB-STUDENTS-REJECTED.
           MOVE RETURN-CODE TO JOB-RETURN-CODE.
           STRING "SCORE=" SCORE-THRESHOLD
               DELIMITED BY SIZE INTO JOB-PARM-VALUES
           END-STRING.
           WRITE JOB-LOG-RECORD.
           CLOSE JOB-LOG-FILE.

       END PROGRAM DUP-DETECT.
