      ******************************************************************
      * Tectonics: Work-study pay period run.  Students in on-campus
      * work-study jobs used to hand in paper timesheets, and the
      * earnings some wanted on their fees were keyed onto the
      * balance by hand.  Each biweekly WORKSTUDY-HOURS.txt load is
      * now priced here at the job's WORKSTUDY-JOBS.txt hourly rate
      * and paid against the student's WORKSTUDY-PLACEMENTS.txt
      * placement, never past the placement's annual earnings cap -
      * hours beyond the cap are listed for the department to pay
      * from its own budget.  The student's election decides where
      * the money goes:
      *    payroll - one row on WORKSTUDY-PAYROLL.txt for HR (detail
      *              rows plus a TRL count/amount row, the
      *              REFUND-DEPOSITS.txt way);
      *    tuition - a non-cash credit off TUITION-OWED on the
      *              placement's term, kept out of PAYMENTS.dat the
      *              same way AWARD-POST keeps awards out: an
      *              AWARDS-POSTED.txt row under source 'WORKSTUDY'
      *              and the usual AUDIT-LOG.txt balance row.  A
      *              closed term, or no record for the term, sends
      *              the earnings to payroll instead - the student
      *              is paid either way.
      * A run dated into a closed fiscal period posts its credits as
      * of the next open period, each flagged through PERIOD-CHECK.
      * A student whose earnings reach WS-CAP-WARN-PCT percent of
      * their cap (POLICY-PARMS.txt, 90 by default) is warned on
      * WORKSTUDY-EXCEPTIONS.txt with what is left, alongside the
      * rejected and part-paid rows; any of those ends the run
      * severity 4.  A run that pays writes its JOB-LOG.txt row, with
      * the warning percent and posting date it used.
      ******************************************************************
       IDENTIFICATION DIVISION.
       PROGRAM-ID. WORKSTUDY-PAY.

       ENVIRONMENT DIVISION.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
           SELECT OPTIONAL HOURS-FILE ASSIGN "WORKSTUDY-HOURS.txt"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS HOURS-STATUS.
           SELECT OPTIONAL JOBS-FILE ASSIGN "WORKSTUDY-JOBS.txt"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS JOBS-STATUS.
           SELECT OPTIONAL PLACEMENT-FILE
               ASSIGN "WORKSTUDY-PLACEMENTS.txt"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS PLACEMENT-STATUS.
           SELECT STUDENT-DATA-FILE
               ASSIGN "STUFILE.dat"
               ORGANIZATION IS INDEXED
               ACCESS MODE IS RANDOM
               RECORD KEY IS STUDENT-KEY
               FILE STATUS IS FILE-STATUS.
      *    Tuition credits, beside the awards - never PAYMENTS.dat.
           SELECT OPTIONAL AWARDS-POSTED-FILE ASSIGN "AWARDS-POSTED.txt"
               ORGANIZATION IS LINE SEQUENTIAL.
      *    Same audit trail every other STUFILE.dat writer uses.
           SELECT OPTIONAL AUDIT-LOG-FILE ASSIGN "AUDIT-LOG.txt"
               ORGANIZATION IS LINE SEQUENTIAL.
      *    Finalized terms - no batch posting may touch them.
           SELECT OPTIONAL CLOSED-TERMS-FILE ASSIGN "CLOSED-TERMS.txt"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS CLOSED-TERMS-STATUS.
      *    One row per student paid through payroll, for HR.
           SELECT PAYROLL-FILE ASSIGN "WORKSTUDY-PAYROLL.txt"
               ORGANIZATION IS LINE SEQUENTIAL.
           SELECT EXCEPTIONS-FILE ASSIGN "WORKSTUDY-EXCEPTIONS.txt"
               ORGANIZATION IS LINE SEQUENTIAL.
           SELECT OPTIONAL JOB-LOG-FILE ASSIGN "JOB-LOG.txt"
               ORGANIZATION IS LINE SEQUENTIAL.

       DATA DIVISION.
       FILE SECTION.
           FD HOURS-FILE.
           COPY "WORKSTUDY-HOURS-RECORD.cpy".

           FD JOBS-FILE.
           COPY "WORKSTUDY-JOB-RECORD.cpy".

           FD PLACEMENT-FILE.
           COPY "WORKSTUDY-PLACEMENT-RECORD.cpy".

           FD STUDENT-DATA-FILE
               RECORD IS VARYING IN SIZE FROM 82 TO 181 CHARACTERS
               DEPENDING ON COURSE-COUNT.
           COPY "STUDENT-RECORD.cpy".

           FD AWARDS-POSTED-FILE.
           01 AWARD-POSTED-RECORD.
               05 AWP-STUDENT-NUMBER PIC 9(6).
               05 FILLER             PIC X VALUE SPACE.
               05 AWP-TERM-CODE      PIC X(6).
               05 FILLER             PIC X VALUE SPACE.
               05 AWP-SOURCE         PIC X(10).
               05 FILLER             PIC X VALUE SPACE.
               05 AWP-AMOUNT         PIC 9(5)V99.
               05 FILLER             PIC X VALUE SPACE.
               05 AWP-DATE           PIC X(8).

           FD AUDIT-LOG-FILE.
           COPY "AUDIT-LOG.cpy".

           FD CLOSED-TERMS-FILE.
           COPY "CLOSED-TERM-RECORD.cpy".

      *    HR's payroll layout: one detail row per student and job,
      *    then a TRL row carrying count and total.
           FD PAYROLL-FILE.
           01 PAYROLL-RECORD.
               05 PAY-STUDENT-NUMBER PIC 9(6).
               05 FILLER             PIC X VALUE SPACE.
               05 PAY-STUDENT-NAME   PIC X(40).
               05 FILLER             PIC X VALUE SPACE.
               05 PAY-DEPARTMENT     PIC X(10).
               05 FILLER             PIC X VALUE SPACE.
               05 PAY-JOB-ID         PIC X(6).
               05 FILLER             PIC X VALUE SPACE.
               05 PAY-PERIOD-END     PIC 9(8).
               05 FILLER             PIC X VALUE SPACE.
               05 PAY-HOURS          PIC 9(3)V99.
               05 FILLER             PIC X VALUE SPACE.
               05 PAY-RATE           PIC 9(3)V99.
               05 FILLER             PIC X VALUE SPACE.
               05 PAY-GROSS          PIC 9(5)V99.
           01 PAYROLL-TRAILER-RECORD.
               05 PAY-TRL-TYPE       PIC X(3).
               05 FILLER             PIC X.
               05 PAY-TRL-COUNT      PIC 9(6).
               05 FILLER             PIC X.
               05 PAY-TRL-AMOUNT     PIC 9(9)V99.

           FD EXCEPTIONS-FILE.
           01 EXCEPTION-RECORD.
               05 EXC-STUDENT-NUMBER PIC 9(6).
               05 FILLER             PIC X(2).
               05 EXC-JOB-ID         PIC X(6).
               05 FILLER             PIC X(2).
               05 EXC-TYPE           PIC X(6).
               05 FILLER             PIC X(2).
               05 EXC-REASON         PIC X(30).
               05 FILLER             PIC X(2).
               05 EXC-AMOUNT         PIC ZZ,ZZ9.99.

           FD JOB-LOG-FILE.
           COPY "JOB-LOG.cpy".

       WORKING-STORAGE SECTION.
           01 HOURS-STATUS        PIC X(2).
           01 JOBS-STATUS         PIC X(2).
           01 PLACEMENT-STATUS    PIC X(2).
           01 FILE-STATUS         PIC X(2).
           01 CLOSED-TERMS-STATUS PIC X(2) VALUE SPACES.

           01 COUNTERS.
               05 READ-COUNTER    PIC 9(5) VALUE 0.
               05 PAID-COUNTER    PIC 9(5) VALUE 0.
               05 PAYROLL-COUNTER PIC 9(6) VALUE 0.
               05 TUITION-COUNTER PIC 9(5) VALUE 0.
               05 REJECT-COUNTER  PIC 9(5) VALUE 0.
               05 CAPPED-COUNTER  PIC 9(5) VALUE 0.
               05 WARN-COUNTER    PIC 9(5) VALUE 0.
               05 ADJUST-COUNTER  PIC 9(5) VALUE 0.

           01 FLAGS.
               05 EOF-HOURS      PIC X VALUE "N".
               05 EOF-LOAD       PIC X VALUE "N".
               05 ABORT-FLAG     PIC X VALUE "N".
               05 TO-PAYROLL-FLAG PIC X VALUE "N".

           01 OPERATOR-ID-WS PIC X(10) VALUE "WORKSTUDY".
           01 RUN-START-STAMP PIC X(26) VALUE SPACES.

           01 JOB-TABLE.
               05 JOB-ENTRY OCCURS 500 TIMES INDEXED J-ENTRY.
                   10 JTB-JOB-ID      PIC X(6).
                   10 JTB-DEPARTMENT  PIC X(10).
                   10 JTB-HOURLY-RATE PIC 9(3)V99.
           01 JOB-COUNT PIC 9(3) VALUE 0.
           01 JOB-MAX   PIC 9(3) VALUE 500.
           01 JOB-FOUND PIC 9(3) VALUE 0.

      *    The whole placement file - written back at the end with
      *    each paid placement's earnings moved on.
           01 PLACEMENT-TABLE.
               05 PLACEMENT-ENTRY OCCURS 2000 TIMES INDEXED P-ENTRY.
                   10 PTB-STUDENT-NUMBER PIC 9(6).
                   10 PTB-JOB-ID         PIC X(6).
                   10 PTB-AWARD-YEAR     PIC 9(4).
                   10 PTB-TERM-CODE      PIC X(6).
                   10 PTB-EARNINGS-CAP   PIC 9(5)V99.
                   10 PTB-EARNED         PIC 9(5)V99.
                   10 PTB-ELECTION       PIC X(1).
                   10 PTB-STATUS         PIC X(1).
           01 PLACEMENT-COUNT PIC 9(4) VALUE 0.
           01 PLACEMENT-MAX   PIC 9(4) VALUE 2000.
           01 PLACEMENT-FOUND PIC 9(4) VALUE 0.

      *    CLOSED-TERMS.txt loaded at startup.
           01 CLOSED-TERM-TABLE.
               05 CLOSED-TERM-ENTRY OCCURS 100 TIMES
                       INDEXED CT-ENTRY.
                   10 CLOSED-TERM-CODE PIC X(6).
           01 CLOSED-TERM-COUNT PIC 9(3) VALUE 0.
           01 CLOSED-TERM-MAX   PIC 9(3) VALUE 100.
           01 EOF-CLOSED-TERMS PIC X VALUE "N".
           01 TERM-CLOSED-FLAG PIC X VALUE "N".
           01 TERM-CHECK-WS    PIC X(6) VALUE SPACES.

           01 PAY-WORK-AREA.
               05 GROSS-WS         PIC 9(5)V99 VALUE 0.
               05 PAID-WS          PIC 9(5)V99 VALUE 0.
               05 CAP-LEFT-WS      PIC 9(5)V99 VALUE 0.
               05 WARN-LINE-WS     PIC 9(5)V99 VALUE 0.
               05 WARN-PCT-WS      PIC 9(3) VALUE 90.
               05 STUDENT-NAME-WS  PIC X(40) VALUE SPACES.
               05 REASON-WS        PIC X(30) VALUE SPACES.
               05 EXC-TYPE-WS      PIC X(6) VALUE SPACES.
               05 TOTAL-PAYROLL    PIC 9(9)V99 VALUE 0.
               05 TOTAL-TUITION    PIC 9(9)V99 VALUE 0.
               05 TOTAL-DISPLAY    PIC ZZZ,ZZZ,ZZ9.99.

           01 AUDIT-WORK-AREA.
               05 AUD-TUITION-BEFORE-WS   PIC S9(7)V99.
               05 AUD-OLD-TUITION-DISPLAY PIC -ZZZZZZ9.99.
               05 AUD-NEW-TUITION-DISPLAY PIC -ZZZZZZ9.99.

           COPY "POLICY-LOOKUP.cpy".

      *    PERIOD-CHECK parameter block - the date every
      *    AWARDS-POSTED.txt row from this run carries.
           COPY "PERIOD-CHECK.cpy".
           01 POSTING-DATE-WS PIC 9(8) VALUE 0.

       PROCEDURE DIVISION.
       100-MAIN.
           MOVE FUNCTION CURRENT-DATE TO RUN-START-STAMP.
           PERFORM 150-LOAD-JOB-TABLE.
           PERFORM 160-LOAD-PLACEMENT-TABLE.
           IF ABORT-FLAG = "Y"
               MOVE 8 TO RETURN-CODE
           ELSE
               PERFORM 170-LOAD-CLOSED-TERMS
               PERFORM 180-CHECK-FISCAL-PERIOD
               PERFORM 190-LOOK-UP-WARN-LINE
               PERFORM 200-OPEN-FILES
               PERFORM 300-PAY-HOURS-FILE
               PERFORM 700-WRITE-PAYROLL-TRAILER
               PERFORM 900-CLOSE-FILES
               PERFORM 800-SAVE-PLACEMENT-TABLE
               PERFORM 950-DISPLAY-STATS
               PERFORM 960-LOG-RUN-PARAMETERS
           END-IF.
      *    GOBACK, not STOP RUN, so the job-stream controller can
      *    CALL this program as one step of the night's stream.
           GOBACK.

       150-LOAD-JOB-TABLE.
           MOVE "N" TO EOF-LOAD.
           OPEN INPUT JOBS-FILE.
           IF JOBS-STATUS = "00" OR JOBS-STATUS = "05"
               PERFORM 155-LOAD-ONE-JOB UNTIL EOF-LOAD = "Y"
                   OR JOB-COUNT > JOB-MAX
               CLOSE JOBS-FILE
           END-IF.
           IF JOB-COUNT > JOB-MAX
               DISPLAY "WORKSTUDY-JOBS.txt EXCEEDS " JOB-MAX
                   " ROWS. RUN ABORTED - NOTHING PAID."
               MOVE "Y" TO ABORT-FLAG
           END-IF.

       155-LOAD-ONE-JOB.
           READ JOBS-FILE
               AT END
                   MOVE "Y" TO EOF-LOAD
               NOT AT END
                   ADD 1 TO JOB-COUNT
                   IF JOB-COUNT NOT > JOB-MAX
                       SET J-ENTRY TO JOB-COUNT
                       MOVE WSJ-JOB-ID      TO JTB-JOB-ID(J-ENTRY)
                       MOVE WSJ-DEPARTMENT  TO JTB-DEPARTMENT(J-ENTRY)
                       MOVE WSJ-HOURLY-RATE
                           TO JTB-HOURLY-RATE(J-ENTRY)
                   END-IF
           END-READ.

       160-LOAD-PLACEMENT-TABLE.
           MOVE "N" TO EOF-LOAD.
           OPEN INPUT PLACEMENT-FILE.
           IF PLACEMENT-STATUS = "00" OR PLACEMENT-STATUS = "05"
               PERFORM 165-LOAD-ONE-PLACEMENT UNTIL EOF-LOAD = "Y"
                   OR PLACEMENT-COUNT > PLACEMENT-MAX
               CLOSE PLACEMENT-FILE
           END-IF.
           IF PLACEMENT-COUNT > PLACEMENT-MAX
               DISPLAY "WORKSTUDY-PLACEMENTS.txt EXCEEDS "
                   PLACEMENT-MAX " ROWS. RUN ABORTED - NOTHING PAID."
               MOVE "Y" TO ABORT-FLAG
           END-IF.

       165-LOAD-ONE-PLACEMENT.
           READ PLACEMENT-FILE
               AT END
                   MOVE "Y" TO EOF-LOAD
               NOT AT END
                   ADD 1 TO PLACEMENT-COUNT
                   IF PLACEMENT-COUNT NOT > PLACEMENT-MAX
                       SET P-ENTRY TO PLACEMENT-COUNT
                       MOVE WSP-STUDENT-NUMBER
                           TO PTB-STUDENT-NUMBER(P-ENTRY)
                       MOVE WSP-JOB-ID       TO PTB-JOB-ID(P-ENTRY)
                       MOVE WSP-AWARD-YEAR   TO PTB-AWARD-YEAR(P-ENTRY)
                       MOVE WSP-TERM-CODE    TO PTB-TERM-CODE(P-ENTRY)
                       MOVE WSP-EARNINGS-CAP
                           TO PTB-EARNINGS-CAP(P-ENTRY)
                       MOVE WSP-EARNED       TO PTB-EARNED(P-ENTRY)
                       MOVE WSP-ELECTION     TO PTB-ELECTION(P-ENTRY)
                       MOVE WSP-STATUS       TO PTB-STATUS(P-ENTRY)
                   END-IF
           END-READ.

       170-LOAD-CLOSED-TERMS.
           SET CT-ENTRY TO 1.
           OPEN INPUT CLOSED-TERMS-FILE.
           IF CLOSED-TERMS-STATUS = "00" OR CLOSED-TERMS-STATUS = "05"
               PERFORM 175-LOAD-ONE-CLOSED-TERM
                   UNTIL EOF-CLOSED-TERMS = "Y"
                   OR CT-ENTRY > CLOSED-TERM-MAX
               CLOSE CLOSED-TERMS-FILE
           END-IF.
           COMPUTE CLOSED-TERM-COUNT = CT-ENTRY - 1.

       175-LOAD-ONE-CLOSED-TERM.
           READ CLOSED-TERMS-FILE
               AT END
                   MOVE "Y" TO EOF-CLOSED-TERMS
               NOT AT END
                   MOVE CLT-TERM-CODE TO CLOSED-TERM-CODE(CT-ENTRY)
                   ADD 1 TO CT-ENTRY
           END-READ.

      *    Sets TERM-CLOSED-FLAG for the term in TERM-CHECK-WS.
       178-CHECK-TERM-CLOSED.
           MOVE "N" TO TERM-CLOSED-FLAG.
           PERFORM VARYING CT-ENTRY FROM 1 BY 1
                   UNTIL CT-ENTRY > CLOSED-TERM-COUNT
                   OR TERM-CLOSED-FLAG = "Y"
               IF CLOSED-TERM-CODE(CT-ENTRY) = TERM-CHECK-WS
                   MOVE "Y" TO TERM-CLOSED-FLAG
               END-IF
           END-PERFORM.

      *    Today's date, or the first open day after it when its
      *    fiscal period is already closed.
       180-CHECK-FISCAL-PERIOD.
           MOVE "CK" TO PCK-ACTION.
           CALL "BUSINESS-DATE" USING PCK-POSTING-DATE.
           CALL "PERIOD-CHECK" USING PERIOD-CHECK.
           MOVE PCK-OPEN-DATE TO POSTING-DATE-WS.
           IF PCK-RESULT NOT = "00"
               DISPLAY "FISCAL PERIOD " PCK-PERIOD " IS CLOSED - "
                   "POSTING AS OF " POSTING-DATE-WS
           END-IF.

       190-LOOK-UP-WARN-LINE.
           MOVE "WS-CAP-WARN-PCT" TO POL-PARM-NAME.
           MOVE SPACES TO POL-TERM-CODE.
           MOVE WARN-PCT-WS TO POL-PARM-VALUE.
           CALL "POLICY-PARM" USING POLICY-LOOKUP.
           MOVE POL-PARM-VALUE TO WARN-PCT-WS.

       200-OPEN-FILES.
           OPEN INPUT  HOURS-FILE.
           OPEN I-O    STUDENT-DATA-FILE.
           OPEN EXTEND AWARDS-POSTED-FILE.
           OPEN EXTEND AUDIT-LOG-FILE.
           OPEN OUTPUT PAYROLL-FILE.
           OPEN OUTPUT EXCEPTIONS-FILE.

       300-PAY-HOURS-FILE.
           IF HOURS-STATUS = "00" OR HOURS-STATUS = "05"
               PERFORM 305-PAY-ONE-HOURS-ROW UNTIL EOF-HOURS = "Y"
           ELSE
               DISPLAY "NO WORKSTUDY-HOURS.txt LOAD FOR THE PERIOD."
           END-IF.

       305-PAY-ONE-HOURS-ROW.
           READ HOURS-FILE
               AT END
                   MOVE "Y" TO EOF-HOURS
               NOT AT END
                   ADD 1 TO READ-COUNTER
                   PERFORM 310-PAY-ONE-ROW
           END-READ.

      *****************************************************************
      * One student's hours on one job: the placement and the job
      * must be on file, the hours real, and the cap not yet met.
      * Only what still fits under the cap is paid.
      *****************************************************************
       310-PAY-ONE-ROW.
           PERFORM 320-FIND-PLACEMENT.
           MOVE 0 TO JOB-FOUND.
           PERFORM VARYING J-ENTRY FROM 1 BY 1
                   UNTIL J-ENTRY > JOB-COUNT OR JOB-FOUND > 0
               IF JTB-JOB-ID(J-ENTRY) = WSH-JOB-ID
                   SET JOB-FOUND TO J-ENTRY
               END-IF
           END-PERFORM.
           EVALUATE TRUE
               WHEN WSH-HOURS IS NOT NUMERIC OR WSH-HOURS = 0
                   MOVE "NO HOURS ON ROW" TO REASON-WS
                   MOVE 0 TO GROSS-WS
                   PERFORM 600-WRITE-REJECT
               WHEN PLACEMENT-FOUND = 0
                   MOVE "NO ACTIVE PLACEMENT IN JOB" TO REASON-WS
                   MOVE 0 TO GROSS-WS
                   PERFORM 600-WRITE-REJECT
               WHEN JOB-FOUND = 0
                   MOVE "JOB NOT ON FILE" TO REASON-WS
                   MOVE 0 TO GROSS-WS
                   PERFORM 600-WRITE-REJECT
               WHEN OTHER
                   COMPUTE GROSS-WS ROUNDED =
                       WSH-HOURS * JTB-HOURLY-RATE(JOB-FOUND)
                   COMPUTE CAP-LEFT-WS =
                       PTB-EARNINGS-CAP(PLACEMENT-FOUND)
                       - PTB-EARNED(PLACEMENT-FOUND)
                   IF CAP-LEFT-WS = 0
                       MOVE "EARNINGS CAP ALREADY REACHED"
                           TO REASON-WS
                       PERFORM 600-WRITE-REJECT
                   ELSE
                       PERFORM 330-PAY-THE-EARNINGS
                   END-IF
           END-EVALUATE.

       320-FIND-PLACEMENT.
           MOVE 0 TO PLACEMENT-FOUND.
           PERFORM VARYING P-ENTRY FROM 1 BY 1
                   UNTIL P-ENTRY > PLACEMENT-COUNT
                   OR PLACEMENT-FOUND > 0
               IF PTB-STUDENT-NUMBER(P-ENTRY) = WSH-STUDENT-NUMBER
                       AND PTB-JOB-ID(P-ENTRY) = WSH-JOB-ID
                       AND PTB-STATUS(P-ENTRY) = "A"
                   SET PLACEMENT-FOUND TO P-ENTRY
               END-IF
           END-PERFORM.

       330-PAY-THE-EARNINGS.
           IF GROSS-WS > CAP-LEFT-WS
               MOVE CAP-LEFT-WS TO PAID-WS
               ADD 1 TO CAPPED-COUNTER
               MOVE "PAID TO CAP - DEPT PAYS REST" TO REASON-WS
               MOVE "CAPPED" TO EXC-TYPE-WS
               COMPUTE GROSS-WS = GROSS-WS - CAP-LEFT-WS
               PERFORM 610-WRITE-EXCEPTION
           ELSE
               MOVE GROSS-WS TO PAID-WS
           END-IF.
           ADD 1 TO PAID-COUNTER.
           ADD PAID-WS TO PTB-EARNED(PLACEMENT-FOUND).
           MOVE "Y" TO TO-PAYROLL-FLAG.
           IF PTB-ELECTION(PLACEMENT-FOUND) = "T"
               PERFORM 400-APPLY-TO-TUITION
           ELSE
               PERFORM 340-READ-STUDENT-NAME
           END-IF.
           IF TO-PAYROLL-FLAG = "Y"
               PERFORM 500-WRITE-PAYROLL-ROW
           END-IF.
           PERFORM 350-CHECK-CAP-WARNING.

      *    The term record gives HR the name to pay; none on file
      *    still pays the student under their number.
       340-READ-STUDENT-NAME.
           MOVE WSH-STUDENT-NUMBER TO STUDENT-NUMBER.
           MOVE PTB-TERM-CODE(PLACEMENT-FOUND) TO TERM-CODE.
           READ STUDENT-DATA-FILE
               INVALID KEY
                   MOVE SPACES TO STUDENT-NAME-WS
               NOT INVALID KEY
                   MOVE STUDENT-NAME TO STUDENT-NAME-WS
           END-READ.

       350-CHECK-CAP-WARNING.
           COMPUTE WARN-LINE-WS ROUNDED =
               PTB-EARNINGS-CAP(PLACEMENT-FOUND) * WARN-PCT-WS / 100.
           IF PTB-EARNED(PLACEMENT-FOUND) NOT < WARN-LINE-WS
               COMPUTE GROSS-WS =
                   PTB-EARNINGS-CAP(PLACEMENT-FOUND)
                   - PTB-EARNED(PLACEMENT-FOUND)
               IF GROSS-WS = 0
                   MOVE "EARNINGS CAP REACHED" TO REASON-WS
               ELSE
                   MOVE "NEARING EARNINGS CAP - LEFT:" TO REASON-WS
               END-IF
               MOVE "WARN" TO EXC-TYPE-WS
               ADD 1 TO WARN-COUNTER
               PERFORM 610-WRITE-EXCEPTION
           END-IF.

      *****************************************************************
      * The tuition election: the earnings come off the placement
      * term's balance as a non-cash credit.  A closed term or a
      * missing record leaves TO-PAYROLL-FLAG set, so the student is
      * paid through payroll instead.
      *****************************************************************
       400-APPLY-TO-TUITION.
           MOVE PTB-TERM-CODE(PLACEMENT-FOUND) TO TERM-CHECK-WS.
           PERFORM 178-CHECK-TERM-CLOSED.
           MOVE WSH-STUDENT-NUMBER TO STUDENT-NUMBER.
           MOVE PTB-TERM-CODE(PLACEMENT-FOUND) TO TERM-CODE.
           MOVE SPACES TO STUDENT-NAME-WS.
           READ STUDENT-DATA-FILE
               INVALID KEY
                   MOVE "NO TERM RECORD - TO PAYROLL" TO REASON-WS
               NOT INVALID KEY
                   MOVE STUDENT-NAME TO STUDENT-NAME-WS
                   IF TERM-CLOSED-FLAG = "Y"
                       MOVE "TERM CLOSED - TO PAYROLL" TO REASON-WS
                   ELSE
                       PERFORM 410-CREDIT-THE-BALANCE
                   END-IF
           END-READ.
           IF TO-PAYROLL-FLAG = "Y"
               MOVE "PAYROL" TO EXC-TYPE-WS
               MOVE PAID-WS TO GROSS-WS
               PERFORM 610-WRITE-EXCEPTION
           END-IF.

       410-CREDIT-THE-BALANCE.
           MOVE TUITION-OWED TO AUD-TUITION-BEFORE-WS.
           COMPUTE TUITION-OWED = TUITION-OWED - PAID-WS.
           REWRITE STUDENT-RECORD
               INVALID KEY
                   DISPLAY "REWRITE FAILED FOR STUDENT "
                       STUDENT-NUMBER ". STATUS: " FILE-STATUS
                   MOVE "REWRITE FAILED - TO PAYROLL" TO REASON-WS
               NOT INVALID KEY
                   MOVE "N" TO TO-PAYROLL-FLAG
                   ADD 1 TO TUITION-COUNTER
                   ADD PAID-WS TO TOTAL-TUITION
                   PERFORM 420-LOG-TUITION-CHANGE
                   PERFORM 430-LOG-CREDIT-POSTED
           END-REWRITE.

       420-LOG-TUITION-CHANGE.
           MOVE SPACES TO AUDIT-LOG-RECORD.
           MOVE AUD-TUITION-BEFORE-WS TO AUD-OLD-TUITION-DISPLAY.
           MOVE TUITION-OWED TO AUD-NEW-TUITION-DISPLAY.
           MOVE STUDENT-NUMBER TO AUD-STUDENT-NUMBER.
           MOVE TERM-CODE      TO AUD-TERM-CODE.
           MOVE "TUITION-OWED" TO AUD-FIELD-NAME.
           MOVE AUD-OLD-TUITION-DISPLAY TO AUD-OLD-VALUE.
           MOVE AUD-NEW-TUITION-DISPLAY TO AUD-NEW-VALUE.
           MOVE OPERATOR-ID-WS TO AUD-OPERATOR-ID.
           MOVE FUNCTION CURRENT-DATE TO AUD-TIMESTAMP.
           CALL "AUDIT-CHAIN" USING AUDIT-LOG-RECORD.
           WRITE AUDIT-LOG-RECORD.

      *    Deliberately NOT a PAYMENTS.dat row - earnings applied are
      *    not cash received, any more than an award is.
       430-LOG-CREDIT-POSTED.
           MOVE SPACES TO AWARD-POSTED-RECORD.
           MOVE STUDENT-NUMBER  TO AWP-STUDENT-NUMBER.
           MOVE TERM-CODE       TO AWP-TERM-CODE.
           MOVE "WORKSTUDY"     TO AWP-SOURCE.
           MOVE PAID-WS         TO AWP-AMOUNT.
           MOVE POSTING-DATE-WS TO AWP-DATE.
           WRITE AWARD-POSTED-RECORD.
           IF PCK-RESULT = "CL"
               MOVE "AWARD   " TO PCK-EVENT-TYPE
               MOVE STUDENT-NUMBER TO PCK-STUDENT-NUMBER
               MOVE TERM-CODE TO PCK-TERM-CODE
               MOVE PAID-WS TO PCK-AMOUNT
               MOVE "WORKSTUDY-PAY" TO PCK-SOURCE
               MOVE "AJ" TO PCK-ACTION
               CALL "PERIOD-CHECK" USING PERIOD-CHECK
               ADD 1 TO ADJUST-COUNTER
           END-IF.

       500-WRITE-PAYROLL-ROW.
           MOVE SPACES TO PAYROLL-RECORD.
           MOVE WSH-STUDENT-NUMBER TO PAY-STUDENT-NUMBER.
           MOVE STUDENT-NAME-WS    TO PAY-STUDENT-NAME.
           MOVE JTB-DEPARTMENT(JOB-FOUND) TO PAY-DEPARTMENT.
           MOVE WSH-JOB-ID         TO PAY-JOB-ID.
           MOVE WSH-PERIOD-END     TO PAY-PERIOD-END.
           MOVE WSH-HOURS          TO PAY-HOURS.
           MOVE JTB-HOURLY-RATE(JOB-FOUND) TO PAY-RATE.
           MOVE PAID-WS            TO PAY-GROSS.
           WRITE PAYROLL-RECORD.
           ADD 1 TO PAYROLL-COUNTER.
           ADD PAID-WS TO TOTAL-PAYROLL.

       600-WRITE-REJECT.
           MOVE "REJECT" TO EXC-TYPE-WS.
           ADD 1 TO REJECT-COUNTER.
           PERFORM 610-WRITE-EXCEPTION.

      *    The caller sets EXC-TYPE-WS, REASON-WS and GROSS-WS (the
      *    amount the row is about) first.
       610-WRITE-EXCEPTION.
           MOVE SPACES TO EXCEPTION-RECORD.
           MOVE EXC-TYPE-WS        TO EXC-TYPE.
           MOVE WSH-STUDENT-NUMBER TO EXC-STUDENT-NUMBER.
           MOVE WSH-JOB-ID         TO EXC-JOB-ID.
           MOVE REASON-WS          TO EXC-REASON.
           MOVE GROSS-WS           TO EXC-AMOUNT.
           WRITE EXCEPTION-RECORD.

       700-WRITE-PAYROLL-TRAILER.
           MOVE SPACES TO PAYROLL-TRAILER-RECORD.
           MOVE "TRL" TO PAY-TRL-TYPE.
           MOVE PAYROLL-COUNTER TO PAY-TRL-COUNT.
           MOVE TOTAL-PAYROLL TO PAY-TRL-AMOUNT.
           WRITE PAYROLL-TRAILER-RECORD.

       800-SAVE-PLACEMENT-TABLE.
           OPEN OUTPUT PLACEMENT-FILE.
           PERFORM 810-WRITE-ONE-PLACEMENT
               VARYING P-ENTRY FROM 1 BY 1
               UNTIL P-ENTRY > PLACEMENT-COUNT.
           CLOSE PLACEMENT-FILE.

       810-WRITE-ONE-PLACEMENT.
           MOVE SPACES TO WORKSTUDY-PLACEMENT-RECORD.
           MOVE PTB-STUDENT-NUMBER(P-ENTRY) TO WSP-STUDENT-NUMBER.
           MOVE PTB-JOB-ID(P-ENTRY)         TO WSP-JOB-ID.
           MOVE PTB-AWARD-YEAR(P-ENTRY)     TO WSP-AWARD-YEAR.
           MOVE PTB-TERM-CODE(P-ENTRY)      TO WSP-TERM-CODE.
           MOVE PTB-EARNINGS-CAP(P-ENTRY)   TO WSP-EARNINGS-CAP.
           MOVE PTB-EARNED(P-ENTRY)         TO WSP-EARNED.
           MOVE PTB-ELECTION(P-ENTRY)       TO WSP-ELECTION.
           MOVE PTB-STATUS(P-ENTRY)         TO WSP-STATUS.
           WRITE WORKSTUDY-PLACEMENT-RECORD.

       900-CLOSE-FILES.
           CLOSE HOURS-FILE.
           CLOSE STUDENT-DATA-FILE.
           CLOSE AWARDS-POSTED-FILE.
           CLOSE AUDIT-LOG-FILE.
           CLOSE PAYROLL-FILE.
           CLOSE EXCEPTIONS-FILE.

       950-DISPLAY-STATS.
           DISPLAY "HOURS ROWS READ:     " READ-COUNTER.
           DISPLAY "ROWS PAID:           " PAID-COUNTER.
           MOVE TOTAL-PAYROLL TO TOTAL-DISPLAY.
           DISPLAY "  TO PAYROLL:        " PAYROLL-COUNTER
               "  " TOTAL-DISPLAY.
           MOVE TOTAL-TUITION TO TOTAL-DISPLAY.
           DISPLAY "  TO TUITION:        " TUITION-COUNTER
               "  " TOTAL-DISPLAY.
           DISPLAY "ROWS REJECTED:       " REJECT-COUNTER.
           DISPLAY "PAID ONLY TO CAP:    " CAPPED-COUNTER.
           DISPLAY "NEARING/AT CAP:      " WARN-COUNTER.
           IF ADJUST-COUNTER > 0
               DISPLAY "MOVED OUT OF CLOSED PERIOD: " ADJUST-COUNTER
                   " - SEE PERIOD-ADJUSTMENTS.txt"
           END-IF.
           IF REJECT-COUNTER > 0 OR CAPPED-COUNTER > 0
                   OR WARN-COUNTER > 0
               DISPLAY "SEE WORKSTUDY-EXCEPTIONS.txt"
               MOVE 4 TO RETURN-CODE
           END-IF.

       960-LOG-RUN-PARAMETERS.
           OPEN EXTEND JOB-LOG-FILE.
           MOVE SPACES TO JOB-LOG-RECORD.
           MOVE RUN-START-STAMP TO JOB-START-TIMESTAMP.
           MOVE FUNCTION CURRENT-DATE TO JOB-END-TIMESTAMP.
           MOVE OPERATOR-ID-WS TO JOB-OPERATOR-ID.
           MOVE "Y" TO JOB-BATCH-MODE.
           MOVE READ-COUNTER TO JOB-STUDENTS-READ.
           MOVE PAID-COUNTER TO JOB-STUDENTS-WRITTEN.
           MOVE REJECT-COUNTER TO JOB-STUDENTS-REJECTED.
           MOVE RETURN-CODE TO JOB-RETURN-CODE.
           STRING "WARN-PCT=" WARN-PCT-WS
                  " POSTING-DATE=" POSTING-DATE-WS
               DELIMITED BY SIZE INTO JOB-PARM-VALUES
           END-STRING.
           WRITE JOB-LOG-RECORD.
           CLOSE JOB-LOG-FILE.

       END PROGRAM WORKSTUDY-PAY.
