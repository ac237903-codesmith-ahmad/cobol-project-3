      ******************************************************************
      * Tectonics: Leave of absence return check, monthly.  Every
      * leave LEAVE-MAINT recorded on LEAVES.txt (see
      * LEAVE-RECORD.cpy) whose expected return term has started -
      * its TERM-CALENDAR.txt start date on or before the business
      * date - is checked against STUFILE.dat: a return-term record
      * that is active with at least one course on it means the
      * student came back, and the leave is closed as returned
      * ('R').  Otherwise the leave is flagged overdue ('O') and
      * listed on LEAVE-OVERDUE.txt for the registrar's supervisor.
      * A flag changes nothing on the student's record - an overdue
      * leave becomes a withdrawal only when a supervisor says so
      * in LEAVE-REVIEW.  A leave already flagged is checked again
      * each run (a late registration still closes it as returned)
      * and listed again until it is reviewed.  A return term not
      * on the calendar yet has not arrived.
      * RETURN-CODE 0 clean, 4 leaves overdue, 8 a leave or
      * calendar file too big to load (nothing changed).
      ******************************************************************
       IDENTIFICATION DIVISION.
       PROGRAM-ID. LEAVE-MONITOR.

       ENVIRONMENT DIVISION.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
           SELECT OPTIONAL LEAVE-FILE ASSIGN "LEAVES.txt"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS LEAVE-STATUS.
      *    DYNAMIC: keyed reads for the return term, and a walk of
      *    the student's group for a name when there is none.
           SELECT STUDENT-DATA-FILE
               ASSIGN "STUFILE.dat"
               ORGANIZATION IS INDEXED
               ACCESS MODE IS DYNAMIC
               RECORD KEY IS STUDENT-KEY
               ALTERNATE KEY IS STUDENT-NUMBER WITH DUPLICATES
               ALTERNATE KEY IS STUDENT-SURNAME WITH DUPLICATES
               FILE STATUS IS FILE-STATUS.
           SELECT OPTIONAL TERM-CALENDAR-FILE
               ASSIGN "TERM-CALENDAR.txt"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS CALENDAR-STATUS.
           SELECT REPORT-FILE ASSIGN "LEAVE-OVERDUE.txt"
               ORGANIZATION IS LINE SEQUENTIAL.

       DATA DIVISION.
       FILE SECTION.
           FD LEAVE-FILE.
           COPY "LEAVE-RECORD.cpy".

           FD STUDENT-DATA-FILE
               RECORD IS VARYING IN SIZE FROM 82 TO 181 CHARACTERS
               DEPENDING ON COURSE-COUNT.
           COPY "STUDENT-RECORD.cpy".

           FD TERM-CALENDAR-FILE.
           COPY "TERM-CALENDAR.cpy".

           FD REPORT-FILE.
           01 REPORT-RECORD PIC X(100).

       WORKING-STORAGE SECTION.
           01 LEAVE-STATUS    PIC X(2).
           01 FILE-STATUS     PIC X(2).
           01 CALENDAR-STATUS PIC X(2).

           01 RUN-DATE-WS PIC 9(8) VALUE 0.

      *    The whole of LEAVES.txt - it is written back in full.
           01 LEAVE-TABLE.
               05 LEAVE-ENTRY OCCURS 2000 TIMES INDEXED L-ENTRY.
                   10 LVT-LEAVE-ID       PIC 9(6).
                   10 LVT-STUDENT-NUMBER PIC 9(6).
                   10 LVT-START-TERM     PIC X(6).
                   10 LVT-RETURN-TERM    PIC X(6).
                   10 LVT-TYPE           PIC X(1).
                   10 LVT-APPROVED-BY    PIC X(10).
                   10 LVT-RECORDED-BY    PIC X(10).
                   10 LVT-RECORDED-DATE  PIC 9(8).
                   10 LVT-STATUS         PIC X(1).
                   10 LVT-REVIEWED-BY    PIC X(10).
                   10 LVT-REVIEWED-DATE  PIC 9(8).
           01 LEAVE-COUNT PIC 9(4) VALUE 0.
           01 LEAVE-MAX   PIC 9(4) VALUE 2000.

           01 CALENDAR-TABLE.
               05 CALENDAR-ENTRY OCCURS 200 TIMES INDEXED C-ENTRY.
                   10 CLT-TERM-CODE  PIC X(6).
                   10 CLT-TERM-START PIC 9(8).
           01 CALENDAR-COUNT PIC 9(3) VALUE 0.
           01 CALENDAR-MAX   PIC 9(3) VALUE 200.

           01 COUNTERS.
               05 CHECKED-COUNTER  PIC 9(5) VALUE 0.
               05 RETURNED-COUNTER PIC 9(5) VALUE 0.
               05 FLAGGED-COUNTER  PIC 9(5) VALUE 0.
               05 WAITING-COUNTER  PIC 9(5) VALUE 0.

           01 FLAGS.
               05 EOF-LEAVE     PIC X VALUE "N".
               05 EOF-CALENDAR  PIC X VALUE "N".
               05 EOF-STU       PIC X VALUE "N".
               05 ABORT-FLAG    PIC X VALUE "N".
               05 RETURN-ARRIVED PIC X VALUE "N".
               05 REGISTERED    PIC X VALUE "N".

           01 MONITOR-WORK-AREA.
               05 LMW-STUDENT-NAME PIC X(40) VALUE SPACES.
               05 LMW-FLAG-TEXT    PIC X(15) VALUE SPACES.
               05 IDX-WS           PIC 9(3).

           01 REPORT-TITLE-LINE.
               05 FILLER PIC X(41)
                   VALUE "LEAVES OF ABSENCE OVERDUE FOR RETURN".
               05 FILLER PIC X(4) VALUE "RUN ".
               05 RTL-RUN-DATE  PIC 9(8).

           01 REPORT-HEADER-LINE.
               05 FILLER PIC X(36) VALUE "STUDENT NAME".
               05 FILLER PIC X(8)  VALUE "LEAVE".
               05 FILLER PIC X(5)  VALUE "TYPE".
               05 FILLER PIC X(7)  VALUE "FROM".
               05 FILLER PIC X(7)  VALUE "RETURN".
               05 FILLER PIC X(11) VALUE "APPROVED BY".
               05 FILLER PIC X(15) VALUE "FLAG".

           01 REPORT-DETAIL-LINE.
               05 RDT-STUDENT-NUMBER PIC 9(6).
               05 FILLER             PIC X(2) VALUE SPACES.
               05 RDT-STUDENT-NAME   PIC X(25).
               05 FILLER             PIC X(3) VALUE SPACES.
               05 RDT-LEAVE-ID       PIC 9(6).
               05 FILLER             PIC X(2) VALUE SPACES.
               05 RDT-TYPE           PIC X(1).
               05 FILLER             PIC X(4) VALUE SPACES.
               05 RDT-START-TERM     PIC X(6).
               05 FILLER             PIC X(1) VALUE SPACE.
               05 RDT-RETURN-TERM    PIC X(6).
               05 FILLER             PIC X(1) VALUE SPACE.
               05 RDT-APPROVED-BY    PIC X(10).
               05 FILLER             PIC X(1) VALUE SPACE.
               05 RDT-FLAG-TEXT      PIC X(15).

           01 REPORT-COUNT-LINE.
               05 RCL-LABEL PIC X(40).
               05 RCL-COUNT PIC ZZZZZ9.

           01 BLANK-LINE PIC X(100) VALUE SPACES.

       PROCEDURE DIVISION.
       100-MAIN.
           CALL "BUSINESS-DATE" USING RUN-DATE-WS.
           PERFORM 150-LOAD-CALENDAR-TABLE.
           PERFORM 200-LOAD-LEAVE-TABLE.
           IF ABORT-FLAG = "N"
               OPEN INPUT STUDENT-DATA-FILE
               OPEN OUTPUT REPORT-FILE
               PERFORM 250-WRITE-HEADING
               PERFORM 300-CHECK-ONE-LEAVE
                   VARYING L-ENTRY FROM 1 BY 1
                   UNTIL L-ENTRY > LEAVE-COUNT
               PERFORM 700-WRITE-TOTALS
               CLOSE REPORT-FILE
               CLOSE STUDENT-DATA-FILE
               IF RETURNED-COUNTER > 0 OR FLAGGED-COUNTER > 0
                   PERFORM 800-SAVE-LEAVE-TABLE
               END-IF
               PERFORM 950-DISPLAY-STATS
           END-IF.
      *    GOBACK, not STOP RUN, so the job-stream controller can
      *    CALL this program as one step of the night's stream.
           GOBACK.

       150-LOAD-CALENDAR-TABLE.
           SET C-ENTRY TO 1.
           OPEN INPUT TERM-CALENDAR-FILE.
           IF CALENDAR-STATUS = "00" OR CALENDAR-STATUS = "05"
               PERFORM 160-LOAD-ONE-TERM UNTIL EOF-CALENDAR = "Y"
                   OR C-ENTRY > CALENDAR-MAX
               CLOSE TERM-CALENDAR-FILE
           END-IF.
           COMPUTE CALENDAR-COUNT = C-ENTRY - 1.
           IF EOF-CALENDAR NOT = "Y" AND CALENDAR-COUNT >= CALENDAR-MAX
               DISPLAY "TERM-CALENDAR.txt EXCEEDS " CALENDAR-MAX
                   " TERMS. RUN ABORTED - NOTHING CHANGED."
               MOVE 8 TO RETURN-CODE
               MOVE "Y" TO ABORT-FLAG
           END-IF.

       160-LOAD-ONE-TERM.
           READ TERM-CALENDAR-FILE
               AT END
                   MOVE "Y" TO EOF-CALENDAR
               NOT AT END
                   MOVE TCA-TERM-CODE  TO CLT-TERM-CODE(C-ENTRY)
                   MOVE TCA-TERM-START TO CLT-TERM-START(C-ENTRY)
                   SET C-ENTRY UP BY 1
           END-READ.

       200-LOAD-LEAVE-TABLE.
           SET L-ENTRY TO 1.
           OPEN INPUT LEAVE-FILE.
           IF LEAVE-STATUS = "00" OR LEAVE-STATUS = "05"
               PERFORM 210-LOAD-ONE-LEAVE UNTIL EOF-LEAVE = "Y"
                   OR L-ENTRY > LEAVE-MAX
               CLOSE LEAVE-FILE
           END-IF.
           COMPUTE LEAVE-COUNT = L-ENTRY - 1.
           IF EOF-LEAVE NOT = "Y" AND LEAVE-COUNT >= LEAVE-MAX
               DISPLAY "LEAVES.txt EXCEEDS " LEAVE-MAX
                   " ROWS. RUN ABORTED - NOTHING CHANGED."
               MOVE 8 TO RETURN-CODE
               MOVE "Y" TO ABORT-FLAG
           END-IF.

       210-LOAD-ONE-LEAVE.
           READ LEAVE-FILE
               AT END
                   MOVE "Y" TO EOF-LEAVE
               NOT AT END
                   MOVE LVE-LEAVE-ID      TO LVT-LEAVE-ID(L-ENTRY)
                   MOVE LVE-STUDENT-NUMBER
                       TO LVT-STUDENT-NUMBER(L-ENTRY)
                   MOVE LVE-START-TERM    TO LVT-START-TERM(L-ENTRY)
                   MOVE LVE-RETURN-TERM   TO LVT-RETURN-TERM(L-ENTRY)
                   MOVE LVE-TYPE          TO LVT-TYPE(L-ENTRY)
                   MOVE LVE-APPROVED-BY   TO LVT-APPROVED-BY(L-ENTRY)
                   MOVE LVE-RECORDED-BY   TO LVT-RECORDED-BY(L-ENTRY)
                   MOVE LVE-RECORDED-DATE
                       TO LVT-RECORDED-DATE(L-ENTRY)
                   MOVE LVE-STATUS        TO LVT-STATUS(L-ENTRY)
                   MOVE LVE-REVIEWED-BY   TO LVT-REVIEWED-BY(L-ENTRY)
                   MOVE LVE-REVIEWED-DATE
                       TO LVT-REVIEWED-DATE(L-ENTRY)
                   SET L-ENTRY UP BY 1
           END-READ.

       250-WRITE-HEADING.
           MOVE RUN-DATE-WS TO RTL-RUN-DATE.
           WRITE REPORT-RECORD FROM REPORT-TITLE-LINE.
           WRITE REPORT-RECORD FROM BLANK-LINE.
           WRITE REPORT-RECORD FROM REPORT-HEADER-LINE.

      *****************************************************************
      * Only leaves still open - in force, or flagged and not yet
      * reviewed - are looked at.  Returned and withdrawn leaves are
      * history.
      *****************************************************************
       300-CHECK-ONE-LEAVE.
           IF LVT-STATUS(L-ENTRY) = SPACE OR LVT-STATUS(L-ENTRY) = "O"
               PERFORM 310-CHECK-RETURN-ARRIVED
               IF RETURN-ARRIVED = "Y"
                   ADD 1 TO CHECKED-COUNTER
                   PERFORM 320-CHECK-REGISTERED
                   IF REGISTERED = "Y"
                       MOVE "R" TO LVT-STATUS(L-ENTRY)
                       ADD 1 TO RETURNED-COUNTER
                   ELSE
                       IF LVT-STATUS(L-ENTRY) = "O"
                           MOVE "AWAITING REVIEW" TO LMW-FLAG-TEXT
                           ADD 1 TO WAITING-COUNTER
                       ELSE
                           MOVE "O" TO LVT-STATUS(L-ENTRY)
                           MOVE "NEWLY FLAGGED" TO LMW-FLAG-TEXT
                           ADD 1 TO FLAGGED-COUNTER
                       END-IF
                       PERFORM 400-LIST-THE-LEAVE
                   END-IF
               END-IF
           END-IF.

       310-CHECK-RETURN-ARRIVED.
           MOVE "N" TO RETURN-ARRIVED.
           PERFORM VARYING C-ENTRY FROM 1 BY 1
                   UNTIL C-ENTRY > CALENDAR-COUNT
               IF CLT-TERM-CODE(C-ENTRY) = LVT-RETURN-TERM(L-ENTRY)
                       AND CLT-TERM-START(C-ENTRY) NOT > RUN-DATE-WS
                   MOVE "Y" TO RETURN-ARRIVED
               END-IF
           END-PERFORM.

      *    Registered: the return term's record is active and has
      *    at least one course on it.  The name is kept for the
      *    list either way.
       320-CHECK-REGISTERED.
           MOVE "N" TO REGISTERED.
           MOVE SPACES TO LMW-STUDENT-NAME.
           MOVE LVT-STUDENT-NUMBER(L-ENTRY) TO STUDENT-NUMBER.
           MOVE LVT-RETURN-TERM(L-ENTRY)    TO TERM-CODE.
           READ STUDENT-DATA-FILE KEY IS STUDENT-KEY
               INVALID KEY
                   PERFORM 330-FIND-ANY-NAME
               NOT INVALID KEY
                   MOVE STUDENT-NAME TO LMW-STUDENT-NAME
                   IF STATUS-CODE = "A"
                       PERFORM VARYING IDX-WS FROM 1 BY 1
                               UNTIL IDX-WS > COURSE-COUNT
                           IF COURSE-CODE(IDX-WS) NOT = SPACES
                               MOVE "Y" TO REGISTERED
                           END-IF
                       END-PERFORM
                   END-IF
           END-READ.

       330-FIND-ANY-NAME.
           MOVE LVT-STUDENT-NUMBER(L-ENTRY) TO STUDENT-NUMBER.
           START STUDENT-DATA-FILE
               KEY IS EQUAL STUDENT-NUMBER
               INVALID KEY
                   MOVE "Y" TO EOF-STU
               NOT INVALID KEY
                   MOVE "N" TO EOF-STU
           END-START.
           IF EOF-STU = "N"
               READ STUDENT-DATA-FILE NEXT RECORD
                   AT END
                       CONTINUE
                   NOT AT END
                       MOVE STUDENT-NAME TO LMW-STUDENT-NAME
               END-READ
           END-IF.

       400-LIST-THE-LEAVE.
           MOVE SPACES TO REPORT-DETAIL-LINE.
           MOVE LVT-STUDENT-NUMBER(L-ENTRY) TO RDT-STUDENT-NUMBER.
           MOVE LMW-STUDENT-NAME            TO RDT-STUDENT-NAME.
           MOVE LVT-LEAVE-ID(L-ENTRY)       TO RDT-LEAVE-ID.
           MOVE LVT-TYPE(L-ENTRY)           TO RDT-TYPE.
           MOVE LVT-START-TERM(L-ENTRY)     TO RDT-START-TERM.
           MOVE LVT-RETURN-TERM(L-ENTRY)    TO RDT-RETURN-TERM.
           MOVE LVT-APPROVED-BY(L-ENTRY)    TO RDT-APPROVED-BY.
           MOVE LMW-FLAG-TEXT               TO RDT-FLAG-TEXT.
           WRITE REPORT-RECORD FROM REPORT-DETAIL-LINE.

       700-WRITE-TOTALS.
           WRITE REPORT-RECORD FROM BLANK-LINE.
           MOVE "LEAVES WITH RETURN TERM ARRIVED:" TO RCL-LABEL.
           MOVE CHECKED-COUNTER TO RCL-COUNT.
           WRITE REPORT-RECORD FROM REPORT-COUNT-LINE.
           MOVE "RETURNED - REGISTERED AND CLOSED:" TO RCL-LABEL.
           MOVE RETURNED-COUNTER TO RCL-COUNT.
           WRITE REPORT-RECORD FROM REPORT-COUNT-LINE.
           MOVE "NEWLY FLAGGED OVERDUE:" TO RCL-LABEL.
           MOVE FLAGGED-COUNTER TO RCL-COUNT.
           WRITE REPORT-RECORD FROM REPORT-COUNT-LINE.
           MOVE "STILL AWAITING SUPERVISOR REVIEW:" TO RCL-LABEL.
           MOVE WAITING-COUNTER TO RCL-COUNT.
           WRITE REPORT-RECORD FROM REPORT-COUNT-LINE.

       800-SAVE-LEAVE-TABLE.
           OPEN OUTPUT LEAVE-FILE.
           PERFORM 810-SAVE-ONE-LEAVE
               VARYING L-ENTRY FROM 1 BY 1
               UNTIL L-ENTRY > LEAVE-COUNT.
           CLOSE LEAVE-FILE.

       810-SAVE-ONE-LEAVE.
           MOVE SPACES TO LEAVE-RECORD.
           MOVE LVT-LEAVE-ID(L-ENTRY)       TO LVE-LEAVE-ID.
           MOVE LVT-STUDENT-NUMBER(L-ENTRY) TO LVE-STUDENT-NUMBER.
           MOVE LVT-START-TERM(L-ENTRY)     TO LVE-START-TERM.
           MOVE LVT-RETURN-TERM(L-ENTRY)    TO LVE-RETURN-TERM.
           MOVE LVT-TYPE(L-ENTRY)           TO LVE-TYPE.
           MOVE LVT-APPROVED-BY(L-ENTRY)    TO LVE-APPROVED-BY.
           MOVE LVT-RECORDED-BY(L-ENTRY)    TO LVE-RECORDED-BY.
           MOVE LVT-RECORDED-DATE(L-ENTRY)  TO LVE-RECORDED-DATE.
           MOVE LVT-STATUS(L-ENTRY)         TO LVE-STATUS.
           MOVE LVT-REVIEWED-BY(L-ENTRY)    TO LVE-REVIEWED-BY.
           MOVE LVT-REVIEWED-DATE(L-ENTRY)  TO LVE-REVIEWED-DATE.
           WRITE LEAVE-RECORD.

      *****************************************************************
      * RETURN-CODE follows the standard severity scale: 0 clean, 4
      * when leaves are waiting on a supervisor.
      *****************************************************************
       950-DISPLAY-STATS.
           DISPLAY "RETURN TERMS ARRIVED: " CHECKED-COUNTER.
           DISPLAY "RETURNED AND CLOSED:  " RETURNED-COUNTER.
           DISPLAY "NEWLY FLAGGED:        " FLAGGED-COUNTER.
           DISPLAY "AWAITING REVIEW:      " WAITING-COUNTER.
           IF FLAGGED-COUNTER > 0 OR WAITING-COUNTER > 0
               MOVE 4 TO RETURN-CODE
           END-IF.

       END PROGRAM LEAVE-MONITOR.
