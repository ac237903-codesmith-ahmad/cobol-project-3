      ******************************************************************
      * Tectonics: Early-alert risk scores.  The signs of a student
      * in trouble are spread across six files and no advisor sees
      * them together - this weekly batch brings them together for
      * every active student on the run term and scores each one.
      * The indicators, and what each adds to the score:
      *   MID - midterm average (the CALC-AVERAGE weighting
      *         MIDTERM-WARNING uses) below STANDING-GOOD-CUTOFF;
      *   ATT - a confirmed never-attended ('N') row on
      *         ATTENDANCE.txt for the term;
      *   PRB - STANDING-CODE on probation ('P') or suspended ('S');
      *   BAL - TUITION-OWED higher than at the student's previous
      *         scoring for the term;
      *   HLD - any active hold on HOLDS.txt;
      *   PRM - a broken promise-to-pay on COLLECTIONS.txt.
      * Each weight is a POLICY-PARMS.txt parameter (RISK-WT-...)
      * with the compiled default below, so the advising council
      * re-weights through POLICY-MAINT, not a recompile.  Every
      * score is appended to RISK-SCORES.txt (see
      * RISK-SCORE-RECORD.cpy) - the history - and compared with
      * the latest earlier score for the term, so the list shows
      * whether the student is getting BETTER or WORSE.
      * EARLY-ALERT.txt lists, per program of study, the highest
      * scores (RISK-LIST-SIZE of them, none below RISK-LIST-MINIMUM)
      * with the indicators that fired and the date of the latest
      * ADVISING-NOTES.txt entry - flagged RECENT when it is within
      * RISK-NOTE-DAYS, so the advisor can see who nobody has spoken
      * to.  A student on DECEASED.txt is not scored.
      ******************************************************************
       IDENTIFICATION DIVISION.
       PROGRAM-ID. EARLY-ALERT.

       ENVIRONMENT DIVISION.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
           SELECT STUDENT-DATA-FILE
               ASSIGN "STUFILE.dat"
               ORGANIZATION IS INDEXED
               ACCESS MODE IS DYNAMIC
               RECORD KEY IS STUDENT-KEY
               ALTERNATE KEY IS STUDENT-NUMBER WITH DUPLICATES
               ALTERNATE KEY IS STUDENT-SURNAME WITH DUPLICATES
               FILE STATUS IS FILE-STATUS.
           SELECT OPTIONAL MIDTERM-FILE ASSIGN "MIDTERM-GRADES.txt"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS MIDTERM-STATUS.
           SELECT COURSE-FILE ASSIGN "COURSE.txt"
               ORGANIZATION IS LINE SEQUENTIAL.
           SELECT OPTIONAL ATTENDANCE-FILE ASSIGN "ATTENDANCE.txt"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS ATTENDANCE-STATUS.
           SELECT OPTIONAL HOLDS-FILE ASSIGN "HOLDS.txt"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS HOLDS-STATUS.
           SELECT OPTIONAL COLLECT-FILE ASSIGN "COLLECTIONS.txt"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS COLLECT-STATUS.
           SELECT OPTIONAL NOTES-FILE ASSIGN "ADVISING-NOTES.txt"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS NOTES-STATUS.
           SELECT OPTIONAL RISK-FILE ASSIGN "RISK-SCORES.txt"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS RISK-STATUS.
           SELECT REPORT-FILE ASSIGN "EARLY-ALERT.txt"
               ORGANIZATION IS LINE SEQUENTIAL.
           SELECT OPTIONAL JOB-LOG-FILE ASSIGN "JOB-LOG.txt"
               ORGANIZATION IS LINE SEQUENTIAL.

       DATA DIVISION.
       FILE SECTION.
           FD STUDENT-DATA-FILE
               RECORD IS VARYING IN SIZE FROM 82 TO 181 CHARACTERS
               DEPENDING ON COURSE-COUNT.
           COPY "STUDENT-RECORD.cpy".

           FD MIDTERM-FILE.
           COPY "MIDTERM-RECORD.cpy".

           FD COURSE-FILE.
           01 COURSE-RECORD.
               05 COURSE-REC-CODE          PIC X(7).
               05 COURSE-REC-TITLE         PIC X(20).
               05 COURSE-REC-CREDIT-HOURS  PIC 9(2).

           FD ATTENDANCE-FILE.
           COPY "ATTENDANCE-RECORD.cpy".

           FD HOLDS-FILE.
           COPY "HOLD-RECORD.cpy".

           FD COLLECT-FILE.
           COPY "COLLECT-RECORD.cpy".

           FD NOTES-FILE.
           COPY "ADVNOTE-RECORD.cpy".

           FD RISK-FILE.
           COPY "RISK-SCORE-RECORD.cpy".

           FD REPORT-FILE.
           01 REPORT-RECORD PIC X(110).

           FD JOB-LOG-FILE.
           COPY "JOB-LOG.cpy".

       WORKING-STORAGE SECTION.
           01 FILE-STATUS       PIC X(2).
           01 MIDTERM-STATUS    PIC X(2).
           01 ATTENDANCE-STATUS PIC X(2).
           01 HOLDS-STATUS      PIC X(2).
           01 COLLECT-STATUS    PIC X(2).
           01 NOTES-STATUS      PIC X(2).
           01 RISK-STATUS       PIC X(2).

           01 RUN-TERM-CODE PIC X(6) VALUE SPACES.
           01 RUN-DATE-WS   PIC 9(8) VALUE 0.
           01 RUN-OK        PIC X VALUE "Y".

           01 COURSE-TABLE.
           COPY "COURSE-TABLE.cpy".

           01 COURSE-ENTRY-COUNT PIC 999 VALUE 0.
           01 COURSE-TABLE-CAPACITY PIC 999 VALUE 300.
           01 DEFAULT-CREDIT-HOURS PIC 9(2) VALUE 3.

      *    MIDTERM-GRADES.txt rows for the run term, loaded once -
      *    the last submission for a student/course wins, as in
      *    MIDTERM-WARNING.
           01 MIDTERM-TABLE.
               05 MIDTERM-TABLE-ENTRY OCCURS 2000 TIMES
                       INDEXED M-ENTRY.
                   10 MTBL-STUDENT-NUMBER PIC 9(6).
                   10 MTBL-COURSE-CODE    PIC X(7).
                   10 MTBL-GRADE          PIC 9(3).
           01 MIDTERM-ENTRY-COUNT PIC 9(4) VALUE 0.
           01 MIDTERM-TABLE-MAX   PIC 9(4) VALUE 2000.

      *    One row per active student scored this run.  The other
      *    files are each read once, start to finish, and marked
      *    against this table.
           01 RISK-TABLE.
               05 RISK-TABLE-ENTRY OCCURS 5000 TIMES
                       INDEXED R-ENTRY.
                   10 RKT-STUDENT-NUMBER PIC 9(6).
                   10 RKT-SURNAME        PIC X(20).
                   10 RKT-PROGRAM        PIC X(6).
                   10 RKT-OWED           PIC S9(7)V99.
                   10 RKT-MID-AVG        PIC 9(3)V9.
                   10 RKT-MID-RATED      PIC X.
                   10 RKT-INDICATORS.
                       15 RKT-FLAG-MIDTERM   PIC X.
                       15 RKT-FLAG-ATTEND    PIC X.
                       15 RKT-FLAG-PROBATION PIC X.
                       15 RKT-FLAG-BALANCE   PIC X.
                       15 RKT-FLAG-HOLD      PIC X.
                       15 RKT-FLAG-PROMISE   PIC X.
                   10 RKT-SCORE          PIC 9(3).
      *                Latest RISK-SCORES.txt row for the term dated
      *                before today - a re-run the same day compares
      *                with last week, not with itself.
                   10 RKT-PRIOR-DATE     PIC 9(8).
                   10 RKT-PRIOR-SCORE    PIC 9(3).
                   10 RKT-PRIOR-OWED     PIC S9(7)V99.
                   10 RKT-LAST-NOTE-DATE PIC 9(8).
                   10 RKT-PROGRAM-DONE   PIC X.
                   10 RKT-LISTED         PIC X.
           01 RISK-COUNT PIC 9(5) VALUE 0.
           01 RISK-MAX   PIC 9(5) VALUE 5000.

      *    Indicator weights and list limits - the defaults only;
      *    the values in force on POLICY-PARMS.txt for the term
      *    replace them.
           01 RISK-WEIGHTS.
               05 WT-MIDTERM      PIC 9(3) VALUE 30.
               05 WT-ATTEND       PIC 9(3) VALUE 20.
               05 WT-PROBATION    PIC 9(3) VALUE 20.
               05 WT-BALANCE      PIC 9(3) VALUE 10.
               05 WT-HOLD         PIC 9(3) VALUE 10.
               05 WT-PROMISE      PIC 9(3) VALUE 10.
           01 LIST-MINIMUM        PIC 9(3) VALUE 30.
           01 LIST-SIZE           PIC 9(3) VALUE 10.
           01 NOTE-DAYS           PIC 9(3) VALUE 30.
           01 GOOD-STANDING-CUTOFF PIC 9(3) VALUE 60.

           COPY "POLICY-LOOKUP.cpy".
           01 RUN-START-STAMP PIC X(26) VALUE SPACES.

           01 CALC-AVERAGE-LINKAGE.
               05 CAL-COURSE-AVERAGES.
                   10 CAL-COURSE-AVG PIC 9(3) OCCURS 10 TIMES.
               05 CAL-CREDIT-HOURS.
                   10 CAL-CREDIT-HOUR PIC 9(2) OCCURS 10 TIMES.
               05 CAL-STUDENT-AVG PIC 9(3)V9.

           01 COUNTERS.
               05 READ-COUNTER     PIC 9(5) VALUE 0.
               05 DECEASED-COUNTER PIC 9(5) VALUE 0.
               05 LISTED-COUNTER   PIC 9(5) VALUE 0.
               05 BETTER-COUNTER   PIC 9(5) VALUE 0.
               05 WORSE-COUNTER    PIC 9(5) VALUE 0.
               05 NO-NOTE-COUNTER  PIC 9(5) VALUE 0.

           01 FLAGS.
               05 EOF-STU        PIC X VALUE "N".
               05 EOF-MIDTERM    PIC X VALUE "N".
               05 EOF-COURSE     PIC X VALUE "N".
               05 EOF-ATTENDANCE PIC X VALUE "N".
               05 EOF-HOLDS      PIC X VALUE "N".
               05 EOF-COLLECT    PIC X VALUE "N".
               05 EOF-NOTES      PIC X VALUE "N".
               05 EOF-RISK       PIC X VALUE "N".

           01 RISK-WORK-AREA.
               05 RSW-RATED-COUNT   PIC 9(2).
               05 RSW-FOUND-ENTRY   PIC 9(5).
               05 RSW-SEARCH-NUMBER PIC 9(6).
               05 CRS-IDX-WS        PIC 9(2).
               05 RSW-SCORE-SUM     PIC 9(5).
               05 RSW-NOTE-DATE     PIC 9(8).
               05 RSW-NOTE-AGE      PIC S9(7).
               05 RSW-PROGRAM       PIC X(6).
               05 RSW-PROGRAM-COUNT PIC 9(5).
               05 RSW-PICKED        PIC 9(3).
               05 RSW-BEST-ENTRY    PIC 9(5).
               05 RSW-BEST-SCORE    PIC 9(3).

           01 CREDIT-LOOKUP.
               05 CREDIT-LOOKUP-CODE  PIC X(7).
               05 CREDIT-LOOKUP-HOURS PIC 9(2).
               05 CREDIT-LOOKUP-FOUND PIC X VALUE "N".

           01 PROGRAM-HEADING-LINE.
               05 FILLER          PIC X(8) VALUE "PROGRAM ".
               05 PHL-PROGRAM     PIC X(6).
               05 FILLER          PIC X(3) VALUE " - ".
               05 PHL-COUNT       PIC ZZZZ9.
               05 FILLER          PIC X(30)
                   VALUE " STUDENT(S) AT OR ABOVE SCORE ".
               05 PHL-MINIMUM     PIC ZZ9.

           01 COLUMN-HEADING-LINE.
               05 FILLER PIC X(2)  VALUE SPACES.
               05 FILLER PIC X(6)  VALUE "NUMBER".
               05 FILLER PIC X(1)  VALUE SPACE.
               05 FILLER PIC X(20) VALUE "SURNAME".
               05 FILLER PIC X(1)  VALUE SPACE.
               05 FILLER PIC X(3)  VALUE "SCR".
               05 FILLER PIC X(3)  VALUE SPACES.
               05 FILLER PIC X(6)  VALUE "TREND".
               05 FILLER PIC X(1)  VALUE SPACE.
               05 FILLER PIC X(3)  VALUE "WAS".
               05 FILLER PIC X(2)  VALUE SPACES.
               05 FILLER PIC X(24) VALUE "INDICATORS".
               05 FILLER PIC X(1)  VALUE SPACE.
               05 FILLER PIC X(5)  VALUE "MTAVG".
               05 FILLER PIC X(2)  VALUE SPACES.
               05 FILLER PIC X(15) VALUE "LAST NOTE".

           01 RISK-DETAIL-LINE.
               05 FILLER          PIC X(2) VALUE SPACES.
               05 RDL-STUDENT     PIC 9(6).
               05 FILLER          PIC X(1) VALUE SPACE.
               05 RDL-SURNAME     PIC X(20).
               05 FILLER          PIC X(1) VALUE SPACE.
               05 RDL-SCORE       PIC ZZ9.
               05 FILLER          PIC X(3) VALUE SPACES.
               05 RDL-TREND       PIC X(6).
               05 FILLER          PIC X(1) VALUE SPACE.
               05 RDL-PRIOR       PIC X(3).
               05 FILLER          PIC X(2) VALUE SPACES.
               05 RDL-MIDTERM     PIC X(4).
               05 RDL-ATTEND      PIC X(4).
               05 RDL-PROBATION   PIC X(4).
               05 RDL-BALANCE     PIC X(4).
               05 RDL-HOLD        PIC X(4).
               05 RDL-PROMISE     PIC X(4).
               05 FILLER          PIC X(1) VALUE SPACE.
               05 RDL-MID-AVG     PIC X(5).
               05 FILLER          PIC X(2) VALUE SPACES.
               05 RDL-NOTE-DATE   PIC X(8).
               05 FILLER          PIC X(1) VALUE SPACE.
               05 RDL-NOTE-FLAG   PIC X(6).
           01 RDL-PRIOR-EDIT   PIC ZZ9.
           01 RDL-AVG-EDIT     PIC ZZ9.9.

           01 BLANK-LINE PIC X(110) VALUE SPACES.

           COPY "DECEASED-CHECK.cpy".

       PROCEDURE DIVISION.
       100-MAIN.
           DISPLAY "EARLY-ALERT SCORES - TERM CODE (CCYYTT): ".
           ACCEPT RUN-TERM-CODE.
           IF RUN-TERM-CODE = SPACES
               DISPLAY "TERM CODE CANNOT BE BLANK."
               MOVE 8 TO RETURN-CODE
           ELSE
               ACCEPT RUN-DATE-WS FROM DATE YYYYMMDD
               MOVE FUNCTION CURRENT-DATE TO RUN-START-STAMP
               PERFORM 150-LOAD-POLICY-PARMS
               PERFORM 200-LOAD-COURSE-TABLE
               PERFORM 220-LOAD-MIDTERM-TABLE
               IF RUN-OK = "Y"
                   PERFORM 300-SCORE-EVERY-STUDENT
               END-IF
               IF RUN-OK = "Y"
                   PERFORM 400-MARK-ATTENDANCE
                   PERFORM 420-MARK-HOLDS
                   PERFORM 440-MARK-BROKEN-PROMISES
                   PERFORM 460-FIND-LATEST-NOTES
                   PERFORM 480-FIND-PRIOR-SCORES
                   PERFORM 500-TOTAL-ONE-SCORE
                       VARYING R-ENTRY FROM 1 BY 1
                       UNTIL R-ENTRY > RISK-COUNT
                   PERFORM 600-APPEND-SCORE-HISTORY
                   PERFORM 700-WRITE-ALERT-LIST
                   PERFORM 950-DISPLAY-STATS
                   IF LISTED-COUNTER > 0
                       MOVE 4 TO RETURN-CODE
                   END-IF
               ELSE
                   MOVE 8 TO RETURN-CODE
               END-IF
               PERFORM 960-LOG-RUN-PARAMETERS
           END-IF.
      *    GOBACK, not STOP RUN, so the job-stream controller can
      *    CALL this program as one step of the week's stream.
           GOBACK.

       150-LOAD-POLICY-PARMS.
           MOVE RUN-TERM-CODE TO POL-TERM-CODE.
           MOVE "STANDING-GOOD-CUTOFF" TO POL-PARM-NAME.
           MOVE GOOD-STANDING-CUTOFF TO POL-PARM-VALUE.
           CALL "POLICY-PARM" USING POLICY-LOOKUP.
           MOVE POL-PARM-VALUE TO GOOD-STANDING-CUTOFF.
           MOVE "RISK-WT-MIDTERM" TO POL-PARM-NAME.
           MOVE WT-MIDTERM TO POL-PARM-VALUE.
           CALL "POLICY-PARM" USING POLICY-LOOKUP.
           MOVE POL-PARM-VALUE TO WT-MIDTERM.
           MOVE "RISK-WT-ATTEND" TO POL-PARM-NAME.
           MOVE WT-ATTEND TO POL-PARM-VALUE.
           CALL "POLICY-PARM" USING POLICY-LOOKUP.
           MOVE POL-PARM-VALUE TO WT-ATTEND.
           MOVE "RISK-WT-PROBATION" TO POL-PARM-NAME.
           MOVE WT-PROBATION TO POL-PARM-VALUE.
           CALL "POLICY-PARM" USING POLICY-LOOKUP.
           MOVE POL-PARM-VALUE TO WT-PROBATION.
           MOVE "RISK-WT-BALANCE" TO POL-PARM-NAME.
           MOVE WT-BALANCE TO POL-PARM-VALUE.
           CALL "POLICY-PARM" USING POLICY-LOOKUP.
           MOVE POL-PARM-VALUE TO WT-BALANCE.
           MOVE "RISK-WT-HOLD" TO POL-PARM-NAME.
           MOVE WT-HOLD TO POL-PARM-VALUE.
           CALL "POLICY-PARM" USING POLICY-LOOKUP.
           MOVE POL-PARM-VALUE TO WT-HOLD.
           MOVE "RISK-WT-PROMISE" TO POL-PARM-NAME.
           MOVE WT-PROMISE TO POL-PARM-VALUE.
           CALL "POLICY-PARM" USING POLICY-LOOKUP.
           MOVE POL-PARM-VALUE TO WT-PROMISE.
           MOVE "RISK-LIST-MINIMUM" TO POL-PARM-NAME.
           MOVE LIST-MINIMUM TO POL-PARM-VALUE.
           CALL "POLICY-PARM" USING POLICY-LOOKUP.
           MOVE POL-PARM-VALUE TO LIST-MINIMUM.
           MOVE "RISK-LIST-SIZE" TO POL-PARM-NAME.
           MOVE LIST-SIZE TO POL-PARM-VALUE.
           CALL "POLICY-PARM" USING POLICY-LOOKUP.
           MOVE POL-PARM-VALUE TO LIST-SIZE.
           MOVE "RISK-NOTE-DAYS" TO POL-PARM-NAME.
           MOVE NOTE-DAYS TO POL-PARM-VALUE.
           CALL "POLICY-PARM" USING POLICY-LOOKUP.
           MOVE POL-PARM-VALUE TO NOTE-DAYS.

       200-LOAD-COURSE-TABLE.
           SET C-ENTRY TO 1.
           OPEN INPUT COURSE-FILE.
           PERFORM 210-LOAD-ONE-COURSE UNTIL EOF-COURSE = "Y"
               OR C-ENTRY > COURSE-TABLE-CAPACITY.
           CLOSE COURSE-FILE.
           COMPUTE COURSE-ENTRY-COUNT = C-ENTRY - 1.

       210-LOAD-ONE-COURSE.
           READ COURSE-FILE
               AT END
                   MOVE "Y" TO EOF-COURSE
               NOT AT END
                   MOVE COURSE-RECORD TO COURSE-TABLE-ENTRY(C-ENTRY)
                   ADD 1 TO C-ENTRY
           END-READ.

       220-LOAD-MIDTERM-TABLE.
           SET M-ENTRY TO 1.
           OPEN INPUT MIDTERM-FILE.
           IF MIDTERM-STATUS = "00" OR MIDTERM-STATUS = "05"
               PERFORM 230-LOAD-ONE-MIDTERM UNTIL EOF-MIDTERM = "Y"
                   OR M-ENTRY > MIDTERM-TABLE-MAX
               CLOSE MIDTERM-FILE
           END-IF.
           COMPUTE MIDTERM-ENTRY-COUNT = M-ENTRY - 1.
           IF EOF-MIDTERM NOT = "Y"
                   AND MIDTERM-ENTRY-COUNT >= MIDTERM-TABLE-MAX
               DISPLAY "MIDTERM-GRADES.txt EXCEEDS " MIDTERM-TABLE-MAX
                   " ROWS FOR THE TERM. RUN ABORTED."
               MOVE "N" TO RUN-OK
           END-IF.

       230-LOAD-ONE-MIDTERM.
           READ MIDTERM-FILE
               AT END
                   MOVE "Y" TO EOF-MIDTERM
               NOT AT END
                   IF MID-TERM-CODE = RUN-TERM-CODE
                       MOVE MID-STUDENT-NUMBER
                           TO MTBL-STUDENT-NUMBER(M-ENTRY)
                       MOVE MID-COURSE-CODE
                           TO MTBL-COURSE-CODE(M-ENTRY)
                       MOVE MID-GRADE TO MTBL-GRADE(M-ENTRY)
                       ADD 1 TO M-ENTRY
                   END-IF
           END-READ.

      *****************************************************************
      * Every active, living student on the run term gets a table
      * row; the indicators STUFILE.dat itself answers (midterm
      * average, standing) are marked as the row goes in.
      *****************************************************************
       300-SCORE-EVERY-STUDENT.
           SET R-ENTRY TO 1.
           OPEN INPUT STUDENT-DATA-FILE.
           PERFORM 310-READ-ONE-STUDENT
               UNTIL EOF-STU = "Y" OR RUN-OK = "N".
           CLOSE STUDENT-DATA-FILE.
           COMPUTE RISK-COUNT = R-ENTRY - 1.

       310-READ-ONE-STUDENT.
           READ STUDENT-DATA-FILE NEXT RECORD
               AT END
                   MOVE "Y" TO EOF-STU
               NOT AT END
                   ADD 1 TO READ-COUNTER
                   IF TERM-CODE = RUN-TERM-CODE
                           AND STATUS-CODE = "A"
                       MOVE STUDENT-NUMBER TO DCK-STUDENT-NUMBER
                       CALL "DECEASED-CHECK" USING DECEASED-CHECK
                       IF DCK-FOUND-FLAG = "Y"
                           ADD 1 TO DECEASED-COUNTER
                       ELSE
                           PERFORM 320-ADD-ONE-STUDENT
                       END-IF
                   END-IF
           END-READ.

       320-ADD-ONE-STUDENT.
           IF R-ENTRY > RISK-MAX
               DISPLAY "MORE THAN " RISK-MAX " ACTIVE STUDENTS ON "
                   RUN-TERM-CODE ". RUN ABORTED."
               MOVE "N" TO RUN-OK
           ELSE
               MOVE STUDENT-NUMBER TO RKT-STUDENT-NUMBER(R-ENTRY)
               MOVE STUDENT-SURNAME TO RKT-SURNAME(R-ENTRY)
               MOVE PROGRAM-OF-STUDY TO RKT-PROGRAM(R-ENTRY)
               MOVE TUITION-OWED TO RKT-OWED(R-ENTRY)
               MOVE ALL "N" TO RKT-INDICATORS(R-ENTRY)
               MOVE 0 TO RKT-SCORE(R-ENTRY)
               MOVE 0 TO RKT-PRIOR-DATE(R-ENTRY)
               MOVE 0 TO RKT-PRIOR-SCORE(R-ENTRY)
               MOVE 0 TO RKT-PRIOR-OWED(R-ENTRY)
               MOVE 0 TO RKT-LAST-NOTE-DATE(R-ENTRY)
               MOVE "N" TO RKT-PROGRAM-DONE(R-ENTRY)
               MOVE "N" TO RKT-LISTED(R-ENTRY)
               PERFORM 330-RATE-MIDTERMS
               IF STANDING-CODE = "P" OR STANDING-CODE = "S"
                   MOVE "Y" TO RKT-FLAG-PROBATION(R-ENTRY)
               END-IF
               SET R-ENTRY UP BY 1
           END-IF.

      *    The midterm average exactly as MIDTERM-WARNING works it:
      *    each ungraded course slot's latest midterm, weighted by
      *    catalog credit hours through CALC-AVERAGE.
       330-RATE-MIDTERMS.
           MOVE 0 TO RSW-RATED-COUNT.
           MOVE 0 TO RKT-MID-AVG(R-ENTRY).
           MOVE "N" TO RKT-MID-RATED(R-ENTRY).
           PERFORM 340-CLEAR-ONE-CAL-SLOT
               VARYING CRS-IDX-WS FROM 1 BY 1
               UNTIL CRS-IDX-WS > 10.
           PERFORM 350-LOAD-ONE-CAL-SLOT
               VARYING CRS-IDX-WS FROM 1 BY 1
               UNTIL CRS-IDX-WS > COURSE-COUNT.
           IF RSW-RATED-COUNT > 0
               CALL "CALC-AVERAGE" USING CAL-COURSE-AVERAGES
                   CAL-CREDIT-HOURS CAL-STUDENT-AVG
               MOVE CAL-STUDENT-AVG TO RKT-MID-AVG(R-ENTRY)
               MOVE "Y" TO RKT-MID-RATED(R-ENTRY)
               IF CAL-STUDENT-AVG < GOOD-STANDING-CUTOFF
                   MOVE "Y" TO RKT-FLAG-MIDTERM(R-ENTRY)
               END-IF
           END-IF.

       340-CLEAR-ONE-CAL-SLOT.
           MOVE 0 TO CAL-COURSE-AVG(CRS-IDX-WS).
           MOVE 0 TO CAL-CREDIT-HOUR(CRS-IDX-WS).

       350-LOAD-ONE-CAL-SLOT.
           IF COURSE-CODE(CRS-IDX-WS) NOT = SPACES
                   AND COURSE-GRADE-STATUS(CRS-IDX-WS) = SPACE
               PERFORM 360-FIND-MIDTERM-GRADE
               IF RSW-FOUND-ENTRY > 0
                   MOVE MTBL-GRADE(RSW-FOUND-ENTRY)
                       TO CAL-COURSE-AVG(CRS-IDX-WS)
                   MOVE COURSE-CODE(CRS-IDX-WS)
                       TO CREDIT-LOOKUP-CODE
                   PERFORM 800-LOOKUP-COURSE-CREDIT-HOURS
                   MOVE CREDIT-LOOKUP-HOURS
                       TO CAL-CREDIT-HOUR(CRS-IDX-WS)
                   ADD 1 TO RSW-RATED-COUNT
               END-IF
           END-IF.

       360-FIND-MIDTERM-GRADE.
           MOVE 0 TO RSW-FOUND-ENTRY.
           PERFORM VARYING M-ENTRY FROM 1 BY 1
                   UNTIL M-ENTRY > MIDTERM-ENTRY-COUNT
               IF MTBL-STUDENT-NUMBER(M-ENTRY) = STUDENT-NUMBER
                       AND MTBL-COURSE-CODE(M-ENTRY)
                           = COURSE-CODE(CRS-IDX-WS)
                   SET RSW-FOUND-ENTRY TO M-ENTRY
               END-IF
           END-PERFORM.

       400-MARK-ATTENDANCE.
           OPEN INPUT ATTENDANCE-FILE.
           IF ATTENDANCE-STATUS = "00" OR ATTENDANCE-STATUS = "05"
               PERFORM 410-MARK-ONE-ATTENDANCE
                   UNTIL EOF-ATTENDANCE = "Y"
               CLOSE ATTENDANCE-FILE
           END-IF.

       410-MARK-ONE-ATTENDANCE.
           READ ATTENDANCE-FILE
               AT END
                   MOVE "Y" TO EOF-ATTENDANCE
               NOT AT END
                   IF ATT-TERM-CODE = RUN-TERM-CODE
                           AND ATT-CONFIRMED-FLAG = "N"
                       MOVE ATT-STUDENT-NUMBER TO RSW-SEARCH-NUMBER
                       PERFORM 850-FIND-RISK-ENTRY
                       IF RSW-FOUND-ENTRY > 0
                           MOVE "Y"
                               TO RKT-FLAG-ATTEND(RSW-FOUND-ENTRY)
                       END-IF
                   END-IF
           END-READ.

       420-MARK-HOLDS.
           OPEN INPUT HOLDS-FILE.
           IF HOLDS-STATUS = "00" OR HOLDS-STATUS = "05"
               PERFORM 430-MARK-ONE-HOLD UNTIL EOF-HOLDS = "Y"
               CLOSE HOLDS-FILE
           END-IF.

       430-MARK-ONE-HOLD.
           READ HOLDS-FILE
               AT END
                   MOVE "Y" TO EOF-HOLDS
               NOT AT END
                   MOVE HLD-STUDENT-NUMBER TO RSW-SEARCH-NUMBER
                   PERFORM 850-FIND-RISK-ENTRY
                   IF RSW-FOUND-ENTRY > 0
                       MOVE "Y" TO RKT-FLAG-HOLD(RSW-FOUND-ENTRY)
                   END-IF
           END-READ.

      *    A broken promise counts whatever term the debt is from -
      *    the student has the same money trouble this term.
       440-MARK-BROKEN-PROMISES.
           OPEN INPUT COLLECT-FILE.
           IF COLLECT-STATUS = "00" OR COLLECT-STATUS = "05"
               PERFORM 450-MARK-ONE-PROMISE UNTIL EOF-COLLECT = "Y"
               CLOSE COLLECT-FILE
           END-IF.

       450-MARK-ONE-PROMISE.
           READ COLLECT-FILE
               AT END
                   MOVE "Y" TO EOF-COLLECT
               NOT AT END
                   IF CLW-PROMISE-STATUS = "B"
                       MOVE CLW-STUDENT-NUMBER TO RSW-SEARCH-NUMBER
                       PERFORM 850-FIND-RISK-ENTRY
                       IF RSW-FOUND-ENTRY > 0
                           MOVE "Y"
                               TO RKT-FLAG-PROMISE(RSW-FOUND-ENTRY)
                       END-IF
                   END-IF
           END-READ.

       460-FIND-LATEST-NOTES.
           OPEN INPUT NOTES-FILE.
           IF NOTES-STATUS = "00" OR NOTES-STATUS = "05"
               PERFORM 470-CHECK-ONE-NOTE UNTIL EOF-NOTES = "Y"
               CLOSE NOTES-FILE
           END-IF.

       470-CHECK-ONE-NOTE.
           READ NOTES-FILE
               AT END
                   MOVE "Y" TO EOF-NOTES
               NOT AT END
                   IF ANT-TIMESTAMP(1:8) IS NUMERIC
                       MOVE ANT-TIMESTAMP(1:8) TO RSW-NOTE-DATE
                       MOVE ANT-STUDENT-NUMBER TO RSW-SEARCH-NUMBER
                       PERFORM 850-FIND-RISK-ENTRY
                       IF RSW-FOUND-ENTRY > 0
                           IF RSW-NOTE-DATE
                                   > RKT-LAST-NOTE-DATE(RSW-FOUND-ENTRY)
                               MOVE RSW-NOTE-DATE
                                 TO RKT-LAST-NOTE-DATE(RSW-FOUND-ENTRY)
                           END-IF
                       END-IF
                   END-IF
           END-READ.

       480-FIND-PRIOR-SCORES.
           OPEN INPUT RISK-FILE.
           IF RISK-STATUS = "00" OR RISK-STATUS = "05"
               PERFORM 490-CHECK-ONE-PRIOR UNTIL EOF-RISK = "Y"
               CLOSE RISK-FILE
           END-IF.

       490-CHECK-ONE-PRIOR.
           READ RISK-FILE
               AT END
                   MOVE "Y" TO EOF-RISK
               NOT AT END
                   IF RSK-TERM-CODE = RUN-TERM-CODE
                           AND RSK-RUN-DATE < RUN-DATE-WS
                       MOVE RSK-STUDENT-NUMBER TO RSW-SEARCH-NUMBER
                       PERFORM 850-FIND-RISK-ENTRY
                       IF RSW-FOUND-ENTRY > 0
                           IF RSK-RUN-DATE
                                   >= RKT-PRIOR-DATE(RSW-FOUND-ENTRY)
                               MOVE RSK-RUN-DATE
                                   TO RKT-PRIOR-DATE(RSW-FOUND-ENTRY)
                               MOVE RSK-SCORE
                                   TO RKT-PRIOR-SCORE(RSW-FOUND-ENTRY)
                               MOVE RSK-TUITION-OWED
                                   TO RKT-PRIOR-OWED(RSW-FOUND-ENTRY)
                           END-IF
                       END-IF
                   END-IF
           END-READ.

      *    The balance indicator needs the previous scoring to grow
      *    from, so it can only fire from a student's second run on.
       500-TOTAL-ONE-SCORE.
           IF RKT-PRIOR-DATE(R-ENTRY) > 0
                   AND RKT-OWED(R-ENTRY) > 0
                   AND RKT-OWED(R-ENTRY) > RKT-PRIOR-OWED(R-ENTRY)
               MOVE "Y" TO RKT-FLAG-BALANCE(R-ENTRY)
           END-IF.
           MOVE 0 TO RSW-SCORE-SUM.
           IF RKT-FLAG-MIDTERM(R-ENTRY) = "Y"
               ADD WT-MIDTERM TO RSW-SCORE-SUM
           END-IF.
           IF RKT-FLAG-ATTEND(R-ENTRY) = "Y"
               ADD WT-ATTEND TO RSW-SCORE-SUM
           END-IF.
           IF RKT-FLAG-PROBATION(R-ENTRY) = "Y"
               ADD WT-PROBATION TO RSW-SCORE-SUM
           END-IF.
           IF RKT-FLAG-BALANCE(R-ENTRY) = "Y"
               ADD WT-BALANCE TO RSW-SCORE-SUM
           END-IF.
           IF RKT-FLAG-HOLD(R-ENTRY) = "Y"
               ADD WT-HOLD TO RSW-SCORE-SUM
           END-IF.
           IF RKT-FLAG-PROMISE(R-ENTRY) = "Y"
               ADD WT-PROMISE TO RSW-SCORE-SUM
           END-IF.
           IF RSW-SCORE-SUM > 999
               MOVE 999 TO RSW-SCORE-SUM
           END-IF.
           MOVE RSW-SCORE-SUM TO RKT-SCORE(R-ENTRY).

       600-APPEND-SCORE-HISTORY.
           OPEN EXTEND RISK-FILE.
           PERFORM 610-APPEND-ONE-SCORE
               VARYING R-ENTRY FROM 1 BY 1
               UNTIL R-ENTRY > RISK-COUNT.
           CLOSE RISK-FILE.

       610-APPEND-ONE-SCORE.
           MOVE SPACES TO RISK-SCORE-RECORD.
           MOVE RKT-STUDENT-NUMBER(R-ENTRY) TO RSK-STUDENT-NUMBER.
           MOVE RUN-TERM-CODE TO RSK-TERM-CODE.
           MOVE RUN-DATE-WS TO RSK-RUN-DATE.
           MOVE RKT-PROGRAM(R-ENTRY) TO RSK-PROGRAM.
           MOVE RKT-SCORE(R-ENTRY) TO RSK-SCORE.
           MOVE RKT-INDICATORS(R-ENTRY) TO RSK-INDICATORS.
           MOVE RKT-OWED(R-ENTRY) TO RSK-TUITION-OWED.
           WRITE RISK-SCORE-RECORD.

      *****************************************************************
      * The advisors' list: one section per program of study, in the
      * order the programs first turn up on STUFILE.dat, each listing
      * its highest scores first - at most RISK-LIST-SIZE students,
      * none below RISK-LIST-MINIMUM.  A program with nobody at or
      * above the minimum gets no section.
      *****************************************************************
       700-WRITE-ALERT-LIST.
           OPEN OUTPUT REPORT-FILE.
           MOVE SPACES TO REPORT-RECORD.
           STRING "EARLY-ALERT RISK LIST - TERM " RUN-TERM-CODE
                  "  RUN " RUN-DATE-WS
               DELIMITED BY SIZE INTO REPORT-RECORD
           END-STRING.
           WRITE REPORT-RECORD.
           MOVE SPACES TO REPORT-RECORD.
           STRING "WEIGHTS MID=" WT-MIDTERM " ATT=" WT-ATTEND
                  " PRB=" WT-PROBATION " BAL=" WT-BALANCE
                  " HLD=" WT-HOLD " PRM=" WT-PROMISE
                  "  NOTE RECENT WITHIN " NOTE-DAYS " DAYS"
               DELIMITED BY SIZE INTO REPORT-RECORD
           END-STRING.
           WRITE REPORT-RECORD.
           WRITE REPORT-RECORD FROM BLANK-LINE.
           PERFORM 710-WRITE-ONE-PROGRAM
               VARYING R-ENTRY FROM 1 BY 1
               UNTIL R-ENTRY > RISK-COUNT.
           IF LISTED-COUNTER = 0
               MOVE SPACES TO REPORT-RECORD
               MOVE "NO STUDENT AT OR ABOVE THE LIST MINIMUM."
                   TO REPORT-RECORD
               WRITE REPORT-RECORD
           END-IF.
           CLOSE REPORT-FILE.

       710-WRITE-ONE-PROGRAM.
           IF RKT-PROGRAM-DONE(R-ENTRY) = "N"
               MOVE RKT-PROGRAM(R-ENTRY) TO RSW-PROGRAM
               MOVE 0 TO RSW-PROGRAM-COUNT
               PERFORM 720-COUNT-ONE-PROGRAM-ENTRY
                   VARYING RSW-FOUND-ENTRY FROM R-ENTRY BY 1
                   UNTIL RSW-FOUND-ENTRY > RISK-COUNT
               IF RSW-PROGRAM-COUNT > 0
                   MOVE RSW-PROGRAM TO PHL-PROGRAM
                   MOVE RSW-PROGRAM-COUNT TO PHL-COUNT
                   MOVE LIST-MINIMUM TO PHL-MINIMUM
                   WRITE REPORT-RECORD FROM PROGRAM-HEADING-LINE
                   WRITE REPORT-RECORD FROM COLUMN-HEADING-LINE
                   MOVE 0 TO RSW-PICKED
                   MOVE 1 TO RSW-BEST-ENTRY
                   PERFORM 730-LIST-NEXT-HIGHEST
                       UNTIL RSW-PICKED >= LIST-SIZE
                       OR RSW-BEST-ENTRY = 0
                   WRITE REPORT-RECORD FROM BLANK-LINE
               END-IF
           END-IF.

       720-COUNT-ONE-PROGRAM-ENTRY.
           IF RKT-PROGRAM(RSW-FOUND-ENTRY) = RSW-PROGRAM
               MOVE "Y" TO RKT-PROGRAM-DONE(RSW-FOUND-ENTRY)
               IF RKT-SCORE(RSW-FOUND-ENTRY) >= LIST-MINIMUM
                   ADD 1 TO RSW-PROGRAM-COUNT
               END-IF
           END-IF.

       730-LIST-NEXT-HIGHEST.
           MOVE 0 TO RSW-BEST-ENTRY.
           MOVE 0 TO RSW-BEST-SCORE.
           PERFORM VARYING RSW-FOUND-ENTRY FROM R-ENTRY BY 1
                   UNTIL RSW-FOUND-ENTRY > RISK-COUNT
               IF RKT-PROGRAM(RSW-FOUND-ENTRY) = RSW-PROGRAM
                       AND RKT-LISTED(RSW-FOUND-ENTRY) = "N"
                       AND RKT-SCORE(RSW-FOUND-ENTRY) >= LIST-MINIMUM
                       AND (RSW-BEST-ENTRY = 0
                           OR RKT-SCORE(RSW-FOUND-ENTRY)
                               > RSW-BEST-SCORE)
                   MOVE RSW-FOUND-ENTRY TO RSW-BEST-ENTRY
                   MOVE RKT-SCORE(RSW-FOUND-ENTRY) TO RSW-BEST-SCORE
               END-IF
           END-PERFORM.
           IF RSW-BEST-ENTRY > 0
               MOVE "Y" TO RKT-LISTED(RSW-BEST-ENTRY)
               PERFORM 740-WRITE-RISK-LINE
               ADD 1 TO RSW-PICKED
           END-IF.

       740-WRITE-RISK-LINE.
           MOVE SPACES TO RISK-DETAIL-LINE.
           MOVE RKT-STUDENT-NUMBER(RSW-BEST-ENTRY) TO RDL-STUDENT.
           MOVE RKT-SURNAME(RSW-BEST-ENTRY) TO RDL-SURNAME.
           MOVE RKT-SCORE(RSW-BEST-ENTRY) TO RDL-SCORE.
           IF RKT-PRIOR-DATE(RSW-BEST-ENTRY) = 0
               MOVE "NEW" TO RDL-TREND
           ELSE
               MOVE RKT-PRIOR-SCORE(RSW-BEST-ENTRY) TO RDL-PRIOR-EDIT
               MOVE RDL-PRIOR-EDIT TO RDL-PRIOR
               EVALUATE TRUE
                   WHEN RKT-SCORE(RSW-BEST-ENTRY)
                           < RKT-PRIOR-SCORE(RSW-BEST-ENTRY)
                       MOVE "BETTER" TO RDL-TREND
                       ADD 1 TO BETTER-COUNTER
                   WHEN RKT-SCORE(RSW-BEST-ENTRY)
                           > RKT-PRIOR-SCORE(RSW-BEST-ENTRY)
                       MOVE "WORSE" TO RDL-TREND
                       ADD 1 TO WORSE-COUNTER
                   WHEN OTHER
                       MOVE "SAME" TO RDL-TREND
               END-EVALUATE
           END-IF.
           MOVE "  - " TO RDL-MIDTERM RDL-ATTEND RDL-PROBATION
               RDL-BALANCE RDL-HOLD RDL-PROMISE.
           IF RKT-FLAG-MIDTERM(RSW-BEST-ENTRY) = "Y"
               MOVE "MID " TO RDL-MIDTERM
           END-IF.
           IF RKT-FLAG-ATTEND(RSW-BEST-ENTRY) = "Y"
               MOVE "ATT " TO RDL-ATTEND
           END-IF.
           IF RKT-FLAG-PROBATION(RSW-BEST-ENTRY) = "Y"
               MOVE "PRB " TO RDL-PROBATION
           END-IF.
           IF RKT-FLAG-BALANCE(RSW-BEST-ENTRY) = "Y"
               MOVE "BAL " TO RDL-BALANCE
           END-IF.
           IF RKT-FLAG-HOLD(RSW-BEST-ENTRY) = "Y"
               MOVE "HLD " TO RDL-HOLD
           END-IF.
           IF RKT-FLAG-PROMISE(RSW-BEST-ENTRY) = "Y"
               MOVE "PRM " TO RDL-PROMISE
           END-IF.
           IF RKT-MID-RATED(RSW-BEST-ENTRY) = "Y"
               MOVE RKT-MID-AVG(RSW-BEST-ENTRY) TO RDL-AVG-EDIT
               MOVE RDL-AVG-EDIT TO RDL-MID-AVG
           ELSE
               MOVE "  N/A" TO RDL-MID-AVG
           END-IF.
           IF RKT-LAST-NOTE-DATE(RSW-BEST-ENTRY) = 0
               MOVE "NONE" TO RDL-NOTE-DATE
               ADD 1 TO NO-NOTE-COUNTER
           ELSE
               MOVE RKT-LAST-NOTE-DATE(RSW-BEST-ENTRY)
                   TO RDL-NOTE-DATE
               COMPUTE RSW-NOTE-AGE =
                   FUNCTION INTEGER-OF-DATE(RUN-DATE-WS)
                   - FUNCTION INTEGER-OF-DATE(
                       RKT-LAST-NOTE-DATE(RSW-BEST-ENTRY))
               IF RSW-NOTE-AGE <= NOTE-DAYS
                   MOVE "RECENT" TO RDL-NOTE-FLAG
               ELSE
                   ADD 1 TO NO-NOTE-COUNTER
               END-IF
           END-IF.
           WRITE REPORT-RECORD FROM RISK-DETAIL-LINE.
           ADD 1 TO LISTED-COUNTER.

       800-LOOKUP-COURSE-CREDIT-HOURS.
           MOVE "N" TO CREDIT-LOOKUP-FOUND.
           MOVE DEFAULT-CREDIT-HOURS TO CREDIT-LOOKUP-HOURS.
           PERFORM VARYING C-ENTRY FROM 1 BY 1
                   UNTIL CREDIT-LOOKUP-FOUND = "Y"
                   OR C-ENTRY > COURSE-ENTRY-COUNT
               IF CREDIT-LOOKUP-CODE = COURSE-TABLE-CODE(C-ENTRY)
                   MOVE COURSE-TABLE-CREDIT-HOURS(C-ENTRY)
                       TO CREDIT-LOOKUP-HOURS
                   MOVE "Y" TO CREDIT-LOOKUP-FOUND
               END-IF
           END-PERFORM.

       850-FIND-RISK-ENTRY.
           MOVE 0 TO RSW-FOUND-ENTRY.
           PERFORM VARYING R-ENTRY FROM 1 BY 1
                   UNTIL RSW-FOUND-ENTRY > 0
                   OR R-ENTRY > RISK-COUNT
               IF RKT-STUDENT-NUMBER(R-ENTRY) = RSW-SEARCH-NUMBER
                   SET RSW-FOUND-ENTRY TO R-ENTRY
               END-IF
           END-PERFORM.

       950-DISPLAY-STATS.
           DISPLAY "RECORDS READ:          " READ-COUNTER.
           DISPLAY "STUDENTS SCORED:       " RISK-COUNT.
           DISPLAY "DECEASED-SUPPRESSED:   " DECEASED-COUNTER.
           DISPLAY "STUDENTS LISTED:       " LISTED-COUNTER.
           DISPLAY "  GETTING BETTER:      " BETTER-COUNTER.
           DISPLAY "  GETTING WORSE:       " WORSE-COUNTER.
           DISPLAY "  NO RECENT NOTE:      " NO-NOTE-COUNTER.
           DISPLAY "LIST IN EARLY-ALERT.txt, SCORES ADDED TO "
               "RISK-SCORES.txt".

       960-LOG-RUN-PARAMETERS.
           OPEN EXTEND JOB-LOG-FILE.
           MOVE SPACES TO JOB-LOG-RECORD.
           MOVE RUN-START-STAMP TO JOB-START-TIMESTAMP.
           MOVE FUNCTION CURRENT-DATE TO JOB-END-TIMESTAMP.
           MOVE "EARLYALERT" TO JOB-OPERATOR-ID.
           MOVE RUN-TERM-CODE TO JOB-TERM-CODE.
           MOVE "Y" TO JOB-BATCH-MODE.
           MOVE READ-COUNTER TO JOB-STUDENTS-READ.
           MOVE RISK-COUNT TO JOB-STUDENTS-WRITTEN.
           MOVE 0 TO JOB-STUDENTS-REJECTED.
           MOVE RETURN-CODE TO JOB-RETURN-CODE.
           STRING "MID=" WT-MIDTERM " ATT=" WT-ATTEND
                  " PRB=" WT-PROBATION " BAL=" WT-BALANCE
                  " HLD=" WT-HOLD " PRM=" WT-PROMISE
                  " MIN=" LIST-MINIMUM
               DELIMITED BY SIZE INTO JOB-PARM-VALUES
           END-STRING.
           WRITE JOB-LOG-RECORD.
           CLOSE JOB-LOG-FILE.

       END PROGRAM EARLY-ALERT.
