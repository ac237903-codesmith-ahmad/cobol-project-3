      ******************************************************************
      * Tectonics: Instructor teaching load and sessional pay.  HR
      * used to total every instructor's term by hand from the
      * assignment printout and price the sessionals' contracts on a
      * spreadsheet.  For the given term this batch gives each
      * instructor of record on SECTION-ASSIGN.txt (the latest row
      * for a course wins, as everywhere else) every section of the
      * course on SECTION.txt - a course with no SECTION.txt row is
      * untracked and runs as section 01 - and totals sections and
      * credit hours (COURSE.txt, default 3 per section) against the
      * load limit for the instructor's category, MAX-LOAD-HOURS-F,
      * -P and -S on POLICY-PARMS.txt.  TEACHING-LOAD.txt lists the
      * load, flagging anyone over the limit.  Sessionals
      * (INS-CATEGORY 'S') are paid INS-PAY-RATE per credit hour of
      * each section: SESSIONAL-PAY.txt is HR's payroll extract -
      * one PAY row per section not already paid, and one ADJ row
      * reversing the pay of a section SECTION-CANCEL has since
      * logged to SECTION-CANCELLED.txt.  Everything sent is kept
      * on SESSIONAL-PAID.txt, so a section is paid once and
      * reversed once however often the run is repeated.
      * RETURN-CODE 0 clean, 4 someone over the limit, a sessional
      * with no rate or an instructor not on INSTRUCTORS.txt, 8 no
      * term given.  Each run writes its JOB-LOG.txt row, with the
      * three load limits it used.
      ******************************************************************
       IDENTIFICATION DIVISION.
       PROGRAM-ID. TEACHING-LOAD.

       ENVIRONMENT DIVISION.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
           SELECT OPTIONAL COURSE-FILE ASSIGN "COURSE.txt"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS COURSE-STATUS.
           SELECT OPTIONAL INSTRUCTOR-FILE ASSIGN "INSTRUCTORS.txt"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS INSTRUCTOR-STATUS.
           SELECT OPTIONAL ASSIGN-FILE ASSIGN "SECTION-ASSIGN.txt"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS ASSIGN-STATUS.
           SELECT OPTIONAL SECTION-FILE ASSIGN "SECTION.txt"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS SECTION-STATUS.
           SELECT OPTIONAL SECTCANC-FILE
               ASSIGN "SECTION-CANCELLED.txt"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS SECTCANC-STATUS.
           SELECT OPTIONAL PAID-FILE ASSIGN "SESSIONAL-PAID.txt"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS PAID-STATUS.
           SELECT LOAD-FILE ASSIGN "TEACHING-LOAD.txt"
               ORGANIZATION IS LINE SEQUENTIAL.
           SELECT PAY-FILE ASSIGN "SESSIONAL-PAY.txt"
               ORGANIZATION IS LINE SEQUENTIAL.
           SELECT OPTIONAL JOB-LOG-FILE ASSIGN "JOB-LOG.txt"
               ORGANIZATION IS LINE SEQUENTIAL.

       DATA DIVISION.
       FILE SECTION.
           FD COURSE-FILE.
           01 COURSE-RECORD.
               05 COURSE-REC-CODE          PIC X(7).
               05 COURSE-REC-TITLE         PIC X(20).
               05 COURSE-REC-CREDIT-HOURS  PIC 9(2).

           FD INSTRUCTOR-FILE.
           COPY "INSTRUCTOR-RECORD.cpy".

           FD ASSIGN-FILE.
           COPY "ASSIGN-RECORD.cpy".

           FD SECTION-FILE.
           COPY "SECTION-RECORD.cpy".

           FD SECTCANC-FILE.
           COPY "SECTCANC-RECORD.cpy".

      *    Every pay and reversal ever sent to HR - the paid-once
      *    guard and the proof of what the contract cost.
           FD PAID-FILE.
           01 PAID-RECORD.
               05 SPD-TERM-CODE      PIC X(6).
               05 FILLER             PIC X VALUE SPACE.
               05 SPD-INSTRUCTOR-ID  PIC X(8).
               05 FILLER             PIC X VALUE SPACE.
               05 SPD-COURSE-CODE    PIC X(7).
               05 FILLER             PIC X VALUE SPACE.
               05 SPD-SECTION-NUMBER PIC 9(2).
               05 FILLER             PIC X VALUE SPACE.
      *            'P' paid, 'A' adjusted back out (cancelled).
               05 SPD-ENTRY-TYPE     PIC X(1).
               05 FILLER             PIC X VALUE SPACE.
               05 SPD-CREDIT-HOURS   PIC 9(2).
               05 FILLER             PIC X VALUE SPACE.
               05 SPD-PAY-RATE       PIC 9(5)V99.
               05 FILLER             PIC X VALUE SPACE.
               05 SPD-AMOUNT         PIC S9(7)V99.
               05 FILLER             PIC X VALUE SPACE.
               05 SPD-PAY-DATE       PIC 9(8).

      *    HR's payroll extract layout - one row per section paid
      *    or reversed; the amount is negative on an ADJ row.
           FD PAY-FILE.
           01 PAY-RECORD.
               05 PYX-RECORD-TYPE    PIC X(3).
               05 FILLER             PIC X VALUE SPACE.
               05 PYX-TERM-CODE      PIC X(6).
               05 FILLER             PIC X VALUE SPACE.
               05 PYX-INSTRUCTOR-ID  PIC X(8).
               05 FILLER             PIC X VALUE SPACE.
               05 PYX-COURSE-CODE    PIC X(7).
               05 FILLER             PIC X VALUE SPACE.
               05 PYX-SECTION-NUMBER PIC 9(2).
               05 FILLER             PIC X VALUE SPACE.
               05 PYX-CREDIT-HOURS   PIC 9(2).
               05 FILLER             PIC X VALUE SPACE.
               05 PYX-PAY-RATE       PIC 9(5)V99.
               05 FILLER             PIC X VALUE SPACE.
               05 PYX-AMOUNT         PIC S9(7)V99.
               05 FILLER             PIC X VALUE SPACE.
               05 PYX-PAY-DATE       PIC 9(8).

           FD LOAD-FILE.
           01 LOAD-RECORD PIC X(100).

           FD JOB-LOG-FILE.
           COPY "JOB-LOG.cpy".

       WORKING-STORAGE SECTION.
           01 COURSE-STATUS     PIC X(2).
           01 INSTRUCTOR-STATUS PIC X(2).
           01 ASSIGN-STATUS     PIC X(2).
           01 SECTION-STATUS    PIC X(2).
           01 SECTCANC-STATUS   PIC X(2).
           01 PAID-STATUS       PIC X(2).

           01 RUN-TERM-CODE PIC X(6) VALUE SPACES.
           01 RUN-DATE-WS   PIC 9(8) VALUE 0.
           01 RUN-START-STAMP PIC X(26) VALUE SPACES.

      *    The defaults only - MAX-LOAD-HOURS-F/-P/-S on
      *    POLICY-PARMS.txt for the term replace them.
           01 LOAD-LIMITS.
               05 LIMIT-FULL-TIME PIC 9(3) VALUE 12.
               05 LIMIT-PART-TIME PIC 9(3) VALUE 9.
               05 LIMIT-SESSIONAL PIC 9(3) VALUE 6.

           COPY "POLICY-LOOKUP.cpy".

           01 COURSE-TABLE.
           COPY "COURSE-TABLE.cpy".
           01 COURSE-ENTRY-COUNT    PIC 999 VALUE 0.
           01 COURSE-TABLE-CAPACITY PIC 999 VALUE 300.
           01 DEFAULT-CREDIT-HOURS  PIC 9(2) VALUE 3.

           01 INSTRUCTOR-TABLE.
               05 INSTRUCTOR-ENTRY OCCURS 200 TIMES
                       INDEXED I-ENTRY.
                   10 ITB-ID       PIC X(8).
                   10 ITB-NAME     PIC X(30).
                   10 ITB-CATEGORY PIC X(1).
                   10 ITB-PAY-RATE PIC 9(5)V99.
                   10 ITB-SECTIONS PIC 9(3).
                   10 ITB-HOURS    PIC 9(3).
           01 INSTRUCTOR-COUNT PIC 9(3) VALUE 0.
           01 INSTRUCTOR-MAX   PIC 9(3) VALUE 200.

           01 ASSIGN-TABLE.
               05 ASSIGN-ENTRY OCCURS 500 TIMES INDEXED AS-ENTRY.
                   10 ATB-COURSE     PIC X(7).
                   10 ATB-INSTRUCTOR PIC X(8).
           01 ASSIGN-COUNT PIC 9(3) VALUE 0.
           01 ASSIGN-MAX   PIC 9(3) VALUE 500.

      *    The term's sections still running.
           01 LIVE-SECTION-TABLE.
               05 LIVE-ENTRY OCCURS 500 TIMES INDEXED LV-ENTRY.
                   10 LVT-COURSE  PIC X(7).
                   10 LVT-SECTION PIC 9(2).
           01 LIVE-COUNT PIC 9(3) VALUE 0.
           01 LIVE-MAX   PIC 9(3) VALUE 500.

      *    The term's sections SECTION-CANCEL has torn down.
           01 CANCELLED-TABLE.
               05 CANCELLED-ENTRY OCCURS 500 TIMES INDEXED CX-ENTRY.
                   10 CXT-COURSE  PIC X(7).
                   10 CXT-SECTION PIC 9(2).
           01 CANCELLED-COUNT PIC 9(3) VALUE 0.
           01 CANCELLED-MAX   PIC 9(3) VALUE 500.

      *    The term's SESSIONAL-PAID.txt rows in the order sent -
      *    the latest row for an instructor/course/section says
      *    whether it stands paid.
           01 PAID-TABLE.
               05 PAID-ENTRY OCCURS 2000 TIMES INDEXED PD-ENTRY.
                   10 PDT-INSTRUCTOR PIC X(8).
                   10 PDT-COURSE     PIC X(7).
                   10 PDT-SECTION    PIC 9(2).
                   10 PDT-TYPE       PIC X(1).
                   10 PDT-HOURS      PIC 9(2).
                   10 PDT-RATE       PIC 9(5)V99.
                   10 PDT-AMOUNT     PIC S9(7)V99.
           01 PAID-COUNT PIC 9(4) VALUE 0.
           01 PAID-MAX   PIC 9(4) VALUE 2000.

      *    One entry per section taught this term: who teaches it
      *    and what it is worth in credit hours.
           01 TEACH-TABLE.
               05 TEACH-ENTRY OCCURS 1000 TIMES.
                   10 TCH-INSTRUCTOR PIC X(8).
                   10 TCH-INS-ENTRY  PIC 9(3).
                   10 TCH-COURSE     PIC X(7).
                   10 TCH-SECTION    PIC 9(2).
                   10 TCH-HOURS      PIC 9(2).
           01 TEACH-COUNT PIC 9(4) VALUE 0.
           01 TEACH-MAX   PIC 9(4) VALUE 1000.

           01 COUNTERS.
               05 SECTION-COUNTER    PIC 9(5) VALUE 0.
               05 INSTRUCTOR-COUNTER PIC 9(4) VALUE 0.
               05 OVERLOAD-COUNTER   PIC 9(4) VALUE 0.
               05 UNKNOWN-COUNTER    PIC 9(4) VALUE 0.
               05 NO-RATE-COUNTER    PIC 9(4) VALUE 0.
               05 PAY-COUNTER        PIC 9(5) VALUE 0.
               05 ADJUST-COUNTER     PIC 9(5) VALUE 0.
               05 UNTAUGHT-COUNTER   PIC 9(5) VALUE 0.

           01 FLAGS.
               05 EOF-COURSE     PIC X VALUE "N".
               05 EOF-INSTRUCTOR PIC X VALUE "N".
               05 EOF-ASSIGN     PIC X VALUE "N".
               05 EOF-SECTION    PIC X VALUE "N".
               05 EOF-SECTCANC   PIC X VALUE "N".
               05 EOF-PAID       PIC X VALUE "N".
               05 SUPERSEDED     PIC X VALUE "N".
               05 SECTION-LIVE   PIC X VALUE "N".
               05 STANDS-PAID    PIC X VALUE "N".

           01 LOAD-WORK-AREA.
               05 TCH-IDX-WS       PIC 9(4).
               05 LATER-IDX-WS     PIC 9(3).
               05 COURSE-SECTIONS  PIC 9(3).
               05 COURSE-CANCELS   PIC 9(3).
               05 COURSE-HOURS-WS  PIC 9(2).
               05 SECTION-WS       PIC 9(2).
               05 INSTRUCTOR-WS    PIC X(8).
               05 COURSE-WS        PIC X(7).
               05 LIMIT-WS         PIC 9(3).
               05 PAID-BEFORE-RUN  PIC 9(4).
               05 PAID-IDX-WS      PIC 9(4).
               05 PAID-ROW-WS      PIC 9(4).
               05 LATEST-ROW-WS    PIC 9(4).
               05 PAY-TYPE-WS      PIC X(3).
               05 ENTRY-TYPE-WS    PIC X(1).
               05 RATE-WS          PIC 9(5)V99.
               05 AMOUNT-WS        PIC S9(7)V99.
               05 CONTRACT-WS      PIC S9(7)V99.
               05 PAY-TOTAL-WS     PIC S9(9)V99 VALUE 0.
               05 PAY-TOTAL-DISPLAY PIC -ZZZZZZZZ9.99.

           01 LOAD-HEADER-LINE.
               05 FILLER        PIC X(21)
                   VALUE "TEACHING LOAD - TERM ".
               05 LDH-TERM-CODE PIC X(6).
               05 FILLER        PIC X(6) VALUE "  RUN ".
               05 LDH-RUN-DATE  PIC 9(8).

           01 LOAD-INSTRUCTOR-LINE.
               05 FILLER       PIC X(11) VALUE "INSTRUCTOR ".
               05 LDI-ID       PIC X(8).
               05 FILLER       PIC X(2) VALUE SPACES.
               05 LDI-NAME     PIC X(30).
               05 FILLER       PIC X(11) VALUE "  CATEGORY ".
               05 LDI-CATEGORY PIC X(1).

           01 LOAD-SECTION-LINE.
               05 FILLER       PIC X(2) VALUE SPACES.
               05 LDS-COURSE   PIC X(7).
               05 FILLER       PIC X(9) VALUE " SECTION ".
               05 LDS-SECTION  PIC 9(2).
               05 FILLER       PIC X(15) VALUE "  CREDIT HOURS ".
               05 LDS-HOURS    PIC Z9.

           01 LOAD-TOTAL-LINE.
               05 FILLER       PIC X(11) VALUE "  SECTIONS ".
               05 LDT-SECTIONS PIC ZZ9.
               05 FILLER       PIC X(15) VALUE "  CREDIT HOURS ".
               05 LDT-HOURS    PIC ZZ9.
               05 FILLER       PIC X(8) VALUE "  LIMIT ".
               05 LDT-LIMIT    PIC ZZ9.
               05 FILLER       PIC X(2) VALUE SPACES.
               05 LDT-FLAG     PIC X(20).

           01 LOAD-CONTRACT-LINE.
               05 FILLER       PIC X(17) VALUE "  CONTRACT PAY   ".
               05 LDC-AMOUNT   PIC ZZZZZZ9.99.
               05 FILLER       PIC X(4) VALUE " AT ".
               05 LDC-RATE     PIC ZZZZ9.99.
               05 FILLER       PIC X(16) VALUE " PER CREDIT HOUR".
               05 FILLER       PIC X(2) VALUE SPACES.
               05 LDC-FLAG     PIC X(20).

           01 LOAD-UNKNOWN-LINE.
               05 FILLER       PIC X(2) VALUE SPACES.
               05 LDU-COURSE   PIC X(7).
               05 FILLER       PIC X(9) VALUE " SECTION ".
               05 LDU-SECTION  PIC 9(2).
               05 FILLER       PIC X(13) VALUE "  INSTRUCTOR ".
               05 LDU-ID       PIC X(8).
               05 FILLER       PIC X(24)
                   VALUE " NOT ON INSTRUCTORS.txt".

           01 BLANK-LINE PIC X(100) VALUE SPACES.

       PROCEDURE DIVISION.
       100-MAIN.
           DISPLAY "TEACHING LOAD AND SESSIONAL PAY - TERM CODE "
               "(CCYYTT): ".
           ACCEPT RUN-TERM-CODE.
           IF RUN-TERM-CODE = SPACES
               DISPLAY "TERM CODE CANNOT BE BLANK."
               MOVE 8 TO RETURN-CODE
           ELSE
               MOVE FUNCTION CURRENT-DATE TO RUN-START-STAMP
               CALL "BUSINESS-DATE" USING RUN-DATE-WS
               PERFORM 150-LOAD-POLICY-PARMS
               PERFORM 160-LOAD-COURSE-TABLE
               PERFORM 200-LOAD-INSTRUCTOR-TABLE
               PERFORM 220-LOAD-ASSIGN-TABLE
               PERFORM 240-LOAD-LIVE-SECTIONS
               PERFORM 260-LOAD-CANCELLED-SECTIONS
               PERFORM 280-LOAD-PAID-TABLE
               PERFORM 300-BUILD-TEACH-TABLE
               PERFORM 400-WRITE-LOAD-REPORT
               PERFORM 500-WRITE-PAY-EXTRACT
               PERFORM 950-DISPLAY-STATS
               IF OVERLOAD-COUNTER > 0 OR UNKNOWN-COUNTER > 0
                       OR NO-RATE-COUNTER > 0
                       OR UNTAUGHT-COUNTER > 0
                   MOVE 4 TO RETURN-CODE
               END-IF
               PERFORM 960-LOG-RUN-PARAMETERS
           END-IF.
      *    GOBACK, not STOP RUN, so the job-stream controller can
      *    CALL this program as one step of the night's stream.
           GOBACK.

       150-LOAD-POLICY-PARMS.
           MOVE RUN-TERM-CODE TO POL-TERM-CODE.
           MOVE "MAX-LOAD-HOURS-F" TO POL-PARM-NAME.
           MOVE LIMIT-FULL-TIME TO POL-PARM-VALUE.
           CALL "POLICY-PARM" USING POLICY-LOOKUP.
           MOVE POL-PARM-VALUE TO LIMIT-FULL-TIME.
           MOVE "MAX-LOAD-HOURS-P" TO POL-PARM-NAME.
           MOVE LIMIT-PART-TIME TO POL-PARM-VALUE.
           CALL "POLICY-PARM" USING POLICY-LOOKUP.
           MOVE POL-PARM-VALUE TO LIMIT-PART-TIME.
           MOVE "MAX-LOAD-HOURS-S" TO POL-PARM-NAME.
           MOVE LIMIT-SESSIONAL TO POL-PARM-VALUE.
           CALL "POLICY-PARM" USING POLICY-LOOKUP.
           MOVE POL-PARM-VALUE TO LIMIT-SESSIONAL.

       160-LOAD-COURSE-TABLE.
           SET C-ENTRY TO 1.
           OPEN INPUT COURSE-FILE.
           IF COURSE-STATUS = "00" OR COURSE-STATUS = "05"
               PERFORM 170-LOAD-ONE-COURSE UNTIL EOF-COURSE = "Y"
                   OR C-ENTRY > COURSE-TABLE-CAPACITY
               CLOSE COURSE-FILE
           END-IF.
           COMPUTE COURSE-ENTRY-COUNT = C-ENTRY - 1.

       170-LOAD-ONE-COURSE.
           READ COURSE-FILE
               AT END
                   MOVE "Y" TO EOF-COURSE
               NOT AT END
                   MOVE COURSE-RECORD TO COURSE-TABLE-ENTRY(C-ENTRY)
                   ADD 1 TO C-ENTRY
           END-READ.

       200-LOAD-INSTRUCTOR-TABLE.
           SET I-ENTRY TO 1.
           OPEN INPUT INSTRUCTOR-FILE.
           IF INSTRUCTOR-STATUS = "00" OR INSTRUCTOR-STATUS = "05"
               PERFORM 210-LOAD-ONE-INSTRUCTOR
                   UNTIL EOF-INSTRUCTOR = "Y"
                   OR I-ENTRY > INSTRUCTOR-MAX
               CLOSE INSTRUCTOR-FILE
           END-IF.
           COMPUTE INSTRUCTOR-COUNT = I-ENTRY - 1.

       210-LOAD-ONE-INSTRUCTOR.
           READ INSTRUCTOR-FILE
               AT END
                   MOVE "Y" TO EOF-INSTRUCTOR
               NOT AT END
                   MOVE INS-ID   TO ITB-ID(I-ENTRY)
                   MOVE INS-NAME TO ITB-NAME(I-ENTRY)
                   IF INS-CATEGORY = "P" OR INS-CATEGORY = "S"
                       MOVE INS-CATEGORY TO ITB-CATEGORY(I-ENTRY)
                   ELSE
                       MOVE "F" TO ITB-CATEGORY(I-ENTRY)
                   END-IF
                   IF INS-PAY-RATE IS NUMERIC
                       MOVE INS-PAY-RATE TO ITB-PAY-RATE(I-ENTRY)
                   ELSE
                       MOVE 0 TO ITB-PAY-RATE(I-ENTRY)
                   END-IF
                   MOVE 0 TO ITB-SECTIONS(I-ENTRY)
                   MOVE 0 TO ITB-HOURS(I-ENTRY)
                   ADD 1 TO I-ENTRY
           END-READ.

       220-LOAD-ASSIGN-TABLE.
           SET AS-ENTRY TO 1.
           OPEN INPUT ASSIGN-FILE.
           IF ASSIGN-STATUS = "00" OR ASSIGN-STATUS = "05"
               PERFORM 230-LOAD-ONE-ASSIGN UNTIL EOF-ASSIGN = "Y"
                   OR AS-ENTRY > ASSIGN-MAX
               CLOSE ASSIGN-FILE
           END-IF.
           COMPUTE ASSIGN-COUNT = AS-ENTRY - 1.

       230-LOAD-ONE-ASSIGN.
           READ ASSIGN-FILE
               AT END
                   MOVE "Y" TO EOF-ASSIGN
               NOT AT END
                   IF ASG-TERM-CODE = RUN-TERM-CODE
                       MOVE ASG-COURSE-CODE TO ATB-COURSE(AS-ENTRY)
                       MOVE ASG-INSTRUCTOR-ID
                           TO ATB-INSTRUCTOR(AS-ENTRY)
                       ADD 1 TO AS-ENTRY
                   END-IF
           END-READ.

       240-LOAD-LIVE-SECTIONS.
           SET LV-ENTRY TO 1.
           OPEN INPUT SECTION-FILE.
           IF SECTION-STATUS = "00" OR SECTION-STATUS = "05"
               PERFORM 250-LOAD-ONE-SECTION UNTIL EOF-SECTION = "Y"
                   OR LV-ENTRY > LIVE-MAX
               CLOSE SECTION-FILE
           END-IF.
           COMPUTE LIVE-COUNT = LV-ENTRY - 1.

       250-LOAD-ONE-SECTION.
           READ SECTION-FILE
               AT END
                   MOVE "Y" TO EOF-SECTION
               NOT AT END
                   IF SEC-TERM-CODE = RUN-TERM-CODE
                       MOVE SEC-COURSE-CODE TO LVT-COURSE(LV-ENTRY)
                       IF SEC-SECTION-NUMBER IS NUMERIC
                           MOVE SEC-SECTION-NUMBER
                               TO LVT-SECTION(LV-ENTRY)
                       ELSE
                           MOVE 1 TO LVT-SECTION(LV-ENTRY)
                       END-IF
                       ADD 1 TO LV-ENTRY
                   END-IF
           END-READ.

       260-LOAD-CANCELLED-SECTIONS.
           SET CX-ENTRY TO 1.
           OPEN INPUT SECTCANC-FILE.
           IF SECTCANC-STATUS = "00" OR SECTCANC-STATUS = "05"
               PERFORM 270-LOAD-ONE-CANCELLED
                   UNTIL EOF-SECTCANC = "Y"
                   OR CX-ENTRY > CANCELLED-MAX
               CLOSE SECTCANC-FILE
           END-IF.
           COMPUTE CANCELLED-COUNT = CX-ENTRY - 1.

       270-LOAD-ONE-CANCELLED.
           READ SECTCANC-FILE
               AT END
                   MOVE "Y" TO EOF-SECTCANC
               NOT AT END
                   IF SCX-TERM-CODE = RUN-TERM-CODE
                       MOVE SCX-COURSE-CODE TO CXT-COURSE(CX-ENTRY)
                       IF SCX-SECTION-NUMBER IS NUMERIC
                           MOVE SCX-SECTION-NUMBER
                               TO CXT-SECTION(CX-ENTRY)
                       ELSE
                           MOVE 1 TO CXT-SECTION(CX-ENTRY)
                       END-IF
                       ADD 1 TO CX-ENTRY
                   END-IF
           END-READ.

       280-LOAD-PAID-TABLE.
           SET PD-ENTRY TO 1.
           OPEN INPUT PAID-FILE.
           IF PAID-STATUS = "00" OR PAID-STATUS = "05"
               PERFORM 290-LOAD-ONE-PAID UNTIL EOF-PAID = "Y"
                   OR PD-ENTRY > PAID-MAX
               CLOSE PAID-FILE
           END-IF.
           COMPUTE PAID-COUNT = PD-ENTRY - 1.

       290-LOAD-ONE-PAID.
           READ PAID-FILE
               AT END
                   MOVE "Y" TO EOF-PAID
               NOT AT END
                   IF SPD-TERM-CODE = RUN-TERM-CODE
                       MOVE SPD-INSTRUCTOR-ID
                           TO PDT-INSTRUCTOR(PD-ENTRY)
                       MOVE SPD-COURSE-CODE TO PDT-COURSE(PD-ENTRY)
                       MOVE SPD-SECTION-NUMBER
                           TO PDT-SECTION(PD-ENTRY)
                       MOVE SPD-ENTRY-TYPE  TO PDT-TYPE(PD-ENTRY)
                       MOVE SPD-CREDIT-HOURS TO PDT-HOURS(PD-ENTRY)
                       MOVE SPD-PAY-RATE    TO PDT-RATE(PD-ENTRY)
                       MOVE SPD-AMOUNT      TO PDT-AMOUNT(PD-ENTRY)
                       ADD 1 TO PD-ENTRY
                   END-IF
           END-READ.

      *****************************************************************
      * Every course with an instructor of record contributes its
      * live sections to that instructor.  A course with neither a
      * SECTION.txt row nor a cancellation is untracked and runs as
      * section 01; one whose every section was cancelled has
      * nothing left to teach.
      *****************************************************************
       300-BUILD-TEACH-TABLE.
           PERFORM 310-BUILD-ONE-COURSE
               VARYING AS-ENTRY FROM 1 BY 1
               UNTIL AS-ENTRY > ASSIGN-COUNT.

       310-BUILD-ONE-COURSE.
           MOVE "N" TO SUPERSEDED.
           PERFORM 315-CHECK-ONE-LATER-ASSIGN
               VARYING LATER-IDX-WS FROM AS-ENTRY BY 1
               UNTIL LATER-IDX-WS >= ASSIGN-COUNT.
           IF SUPERSEDED = "N"
               MOVE ATB-COURSE(AS-ENTRY)     TO COURSE-WS
               MOVE ATB-INSTRUCTOR(AS-ENTRY) TO INSTRUCTOR-WS
               PERFORM 320-LOOKUP-CREDIT-HOURS
               MOVE 0 TO COURSE-SECTIONS
               PERFORM 330-ADD-ONE-LIVE-SECTION
                   VARYING LV-ENTRY FROM 1 BY 1
                   UNTIL LV-ENTRY > LIVE-COUNT
               IF COURSE-SECTIONS = 0
                   MOVE 0 TO COURSE-CANCELS
                   PERFORM 335-COUNT-ONE-CANCEL
                       VARYING CX-ENTRY FROM 1 BY 1
                       UNTIL CX-ENTRY > CANCELLED-COUNT
                   IF COURSE-CANCELS = 0
                       MOVE 1 TO SECTION-WS
                       PERFORM 340-ADD-ONE-TEACH-ENTRY
                   END-IF
               END-IF
           END-IF.

      *    LATER-IDX-WS + 1 is the row after the one being built.
       315-CHECK-ONE-LATER-ASSIGN.
           IF ATB-COURSE(LATER-IDX-WS + 1) = ATB-COURSE(AS-ENTRY)
               MOVE "Y" TO SUPERSEDED
           END-IF.

       320-LOOKUP-CREDIT-HOURS.
           MOVE DEFAULT-CREDIT-HOURS TO COURSE-HOURS-WS.
           PERFORM 325-CHECK-ONE-COURSE
               VARYING C-ENTRY FROM 1 BY 1
               UNTIL C-ENTRY > COURSE-ENTRY-COUNT.

       325-CHECK-ONE-COURSE.
           IF COURSE-TABLE-CODE(C-ENTRY) = COURSE-WS
                   AND COURSE-TABLE-CREDIT-HOURS(C-ENTRY) IS NUMERIC
               MOVE COURSE-TABLE-CREDIT-HOURS(C-ENTRY)
                   TO COURSE-HOURS-WS
           END-IF.

       330-ADD-ONE-LIVE-SECTION.
           IF LVT-COURSE(LV-ENTRY) = COURSE-WS
               ADD 1 TO COURSE-SECTIONS
               MOVE LVT-SECTION(LV-ENTRY) TO SECTION-WS
               PERFORM 340-ADD-ONE-TEACH-ENTRY
           END-IF.

       335-COUNT-ONE-CANCEL.
           IF CXT-COURSE(CX-ENTRY) = COURSE-WS
               ADD 1 TO COURSE-CANCELS
           END-IF.

       340-ADD-ONE-TEACH-ENTRY.
           IF TEACH-COUNT >= TEACH-MAX
               ADD 1 TO UNTAUGHT-COUNTER
           ELSE
               ADD 1 TO TEACH-COUNT
               MOVE INSTRUCTOR-WS   TO TCH-INSTRUCTOR(TEACH-COUNT)
               MOVE COURSE-WS       TO TCH-COURSE(TEACH-COUNT)
               MOVE SECTION-WS      TO TCH-SECTION(TEACH-COUNT)
               MOVE COURSE-HOURS-WS TO TCH-HOURS(TEACH-COUNT)
               MOVE 0 TO TCH-INS-ENTRY(TEACH-COUNT)
               PERFORM 345-FIND-ONE-INSTRUCTOR
                   VARYING I-ENTRY FROM 1 BY 1
                   UNTIL I-ENTRY > INSTRUCTOR-COUNT
               ADD 1 TO SECTION-COUNTER
           END-IF.

       345-FIND-ONE-INSTRUCTOR.
           IF ITB-ID(I-ENTRY) = INSTRUCTOR-WS
               SET TCH-INS-ENTRY(TEACH-COUNT) TO I-ENTRY
               ADD 1 TO ITB-SECTIONS(I-ENTRY)
               ADD COURSE-HOURS-WS TO ITB-HOURS(I-ENTRY)
           END-IF.

      *****************************************************************
      * One block per instructor teaching this term, in
      * INSTRUCTORS.txt order, then the sections whose instructor
      * of record is not on the master at all.
      *****************************************************************
       400-WRITE-LOAD-REPORT.
           OPEN OUTPUT LOAD-FILE.
           MOVE RUN-TERM-CODE TO LDH-TERM-CODE.
           MOVE RUN-DATE-WS   TO LDH-RUN-DATE.
           WRITE LOAD-RECORD FROM LOAD-HEADER-LINE.
           WRITE LOAD-RECORD FROM BLANK-LINE.
           PERFORM 410-WRITE-ONE-INSTRUCTOR
               VARYING I-ENTRY FROM 1 BY 1
               UNTIL I-ENTRY > INSTRUCTOR-COUNT.
           PERFORM 440-WRITE-ONE-UNKNOWN
               VARYING TCH-IDX-WS FROM 1 BY 1
               UNTIL TCH-IDX-WS > TEACH-COUNT.
           CLOSE LOAD-FILE.

       410-WRITE-ONE-INSTRUCTOR.
           IF ITB-SECTIONS(I-ENTRY) > 0
               ADD 1 TO INSTRUCTOR-COUNTER
               MOVE ITB-ID(I-ENTRY)       TO LDI-ID
               MOVE ITB-NAME(I-ENTRY)     TO LDI-NAME
               MOVE ITB-CATEGORY(I-ENTRY) TO LDI-CATEGORY
               WRITE LOAD-RECORD FROM LOAD-INSTRUCTOR-LINE
               PERFORM 420-WRITE-ONE-SECTION
                   VARYING TCH-IDX-WS FROM 1 BY 1
                   UNTIL TCH-IDX-WS > TEACH-COUNT
               EVALUATE ITB-CATEGORY(I-ENTRY)
                   WHEN "P" MOVE LIMIT-PART-TIME TO LIMIT-WS
                   WHEN "S" MOVE LIMIT-SESSIONAL TO LIMIT-WS
                   WHEN OTHER MOVE LIMIT-FULL-TIME TO LIMIT-WS
               END-EVALUATE
               MOVE ITB-SECTIONS(I-ENTRY) TO LDT-SECTIONS
               MOVE ITB-HOURS(I-ENTRY)    TO LDT-HOURS
               MOVE LIMIT-WS              TO LDT-LIMIT
               IF ITB-HOURS(I-ENTRY) > LIMIT-WS
                   MOVE "OVER LOAD LIMIT" TO LDT-FLAG
                   ADD 1 TO OVERLOAD-COUNTER
               ELSE
                   MOVE SPACES TO LDT-FLAG
               END-IF
               WRITE LOAD-RECORD FROM LOAD-TOTAL-LINE
               IF ITB-CATEGORY(I-ENTRY) = "S"
                   PERFORM 430-WRITE-CONTRACT-LINE
               END-IF
               WRITE LOAD-RECORD FROM BLANK-LINE
           END-IF.

       420-WRITE-ONE-SECTION.
           IF TCH-INS-ENTRY(TCH-IDX-WS) = I-ENTRY
               MOVE TCH-COURSE(TCH-IDX-WS)  TO LDS-COURSE
               MOVE TCH-SECTION(TCH-IDX-WS) TO LDS-SECTION
               MOVE TCH-HOURS(TCH-IDX-WS)   TO LDS-HOURS
               WRITE LOAD-RECORD FROM LOAD-SECTION-LINE
           END-IF.

      *    The whole term's contract at today's rate - what HR has
      *    been sent for it is on SESSIONAL-PAID.txt.
       430-WRITE-CONTRACT-LINE.
           COMPUTE CONTRACT-WS ROUNDED =
               ITB-HOURS(I-ENTRY) * ITB-PAY-RATE(I-ENTRY).
           MOVE CONTRACT-WS           TO LDC-AMOUNT.
           MOVE ITB-PAY-RATE(I-ENTRY) TO LDC-RATE.
           IF ITB-PAY-RATE(I-ENTRY) = 0
               MOVE "NO PAY RATE - UNPAID" TO LDC-FLAG
               ADD 1 TO NO-RATE-COUNTER
           ELSE
               MOVE SPACES TO LDC-FLAG
           END-IF.
           WRITE LOAD-RECORD FROM LOAD-CONTRACT-LINE.

       440-WRITE-ONE-UNKNOWN.
           IF TCH-INS-ENTRY(TCH-IDX-WS) = 0
               MOVE TCH-COURSE(TCH-IDX-WS)     TO LDU-COURSE
               MOVE TCH-SECTION(TCH-IDX-WS)    TO LDU-SECTION
               MOVE TCH-INSTRUCTOR(TCH-IDX-WS) TO LDU-ID
               WRITE LOAD-RECORD FROM LOAD-UNKNOWN-LINE
               ADD 1 TO UNKNOWN-COUNTER
           END-IF.

      *****************************************************************
      * Reversals first, then new pay: a paid section SECTION-CANCEL
      * has logged, and that is not running again, goes back out at
      * exactly what was paid; then every sessional section not
      * standing paid is paid at the instructor's current rate.
      *****************************************************************
       500-WRITE-PAY-EXTRACT.
           OPEN OUTPUT PAY-FILE.
           OPEN EXTEND PAID-FILE.
           MOVE PAID-COUNT TO PAID-BEFORE-RUN.
           PERFORM 510-ADJUST-ONE-PAID
               VARYING PD-ENTRY FROM 1 BY 1
               UNTIL PD-ENTRY > PAID-BEFORE-RUN.
           PERFORM 540-PAY-ONE-SECTION
               VARYING TCH-IDX-WS FROM 1 BY 1
               UNTIL TCH-IDX-WS > TEACH-COUNT.
           CLOSE PAID-FILE.
           CLOSE PAY-FILE.

       510-ADJUST-ONE-PAID.
           MOVE PDT-INSTRUCTOR(PD-ENTRY) TO INSTRUCTOR-WS.
           MOVE PDT-COURSE(PD-ENTRY)     TO COURSE-WS.
           MOVE PDT-SECTION(PD-ENTRY)    TO SECTION-WS.
           PERFORM 560-FIND-STANDING-PAY.
           SET PAID-ROW-WS TO PD-ENTRY.
      *    Only from the row that stands - an old pay already
      *    reversed, or paid again since, is left alone.
           IF STANDS-PAID = "Y" AND LATEST-ROW-WS = PAID-ROW-WS
               PERFORM 520-CHECK-SECTION-CANCELLED
               IF SECTION-LIVE = "N"
                   COMPUTE AMOUNT-WS = 0 - PDT-AMOUNT(PD-ENTRY)
                   MOVE "ADJ" TO PAY-TYPE-WS
                   MOVE "A"   TO ENTRY-TYPE-WS
                   MOVE PDT-HOURS(PD-ENTRY) TO COURSE-HOURS-WS
                   MOVE PDT-RATE(PD-ENTRY)  TO RATE-WS
                   PERFORM 580-SEND-ONE-PAY-ROW
                   ADD 1 TO ADJUST-COUNTER
               END-IF
           END-IF.

      *    SECTION-LIVE comes back 'N' only for a section on the
      *    cancellation log with no SECTION.txt row since.
       520-CHECK-SECTION-CANCELLED.
           MOVE "Y" TO SECTION-LIVE.
           MOVE 0 TO COURSE-CANCELS.
           PERFORM 525-MATCH-ONE-CANCEL
               VARYING CX-ENTRY FROM 1 BY 1
               UNTIL CX-ENTRY > CANCELLED-COUNT.
           IF COURSE-CANCELS > 0
               MOVE 0 TO COURSE-SECTIONS
               PERFORM 530-MATCH-ONE-LIVE
                   VARYING LV-ENTRY FROM 1 BY 1
                   UNTIL LV-ENTRY > LIVE-COUNT
               IF COURSE-SECTIONS = 0
                   MOVE "N" TO SECTION-LIVE
               END-IF
           END-IF.

       525-MATCH-ONE-CANCEL.
           IF CXT-COURSE(CX-ENTRY) = COURSE-WS
                   AND CXT-SECTION(CX-ENTRY) = SECTION-WS
               ADD 1 TO COURSE-CANCELS
           END-IF.

       530-MATCH-ONE-LIVE.
           IF LVT-COURSE(LV-ENTRY) = COURSE-WS
                   AND LVT-SECTION(LV-ENTRY) = SECTION-WS
               ADD 1 TO COURSE-SECTIONS
           END-IF.

       540-PAY-ONE-SECTION.
           IF TCH-INS-ENTRY(TCH-IDX-WS) > 0
               SET I-ENTRY TO TCH-INS-ENTRY(TCH-IDX-WS)
               IF ITB-CATEGORY(I-ENTRY) = "S"
                       AND ITB-PAY-RATE(I-ENTRY) > 0
                   MOVE TCH-INSTRUCTOR(TCH-IDX-WS) TO INSTRUCTOR-WS
                   MOVE TCH-COURSE(TCH-IDX-WS)     TO COURSE-WS
                   MOVE TCH-SECTION(TCH-IDX-WS)    TO SECTION-WS
                   PERFORM 560-FIND-STANDING-PAY
                   IF STANDS-PAID = "N"
                       MOVE TCH-HOURS(TCH-IDX-WS) TO COURSE-HOURS-WS
                       MOVE ITB-PAY-RATE(I-ENTRY) TO RATE-WS
                       COMPUTE AMOUNT-WS ROUNDED =
                           COURSE-HOURS-WS * RATE-WS
                       MOVE "PAY" TO PAY-TYPE-WS
                       MOVE "P"   TO ENTRY-TYPE-WS
                       PERFORM 580-SEND-ONE-PAY-ROW
                       ADD 1 TO PAY-COUNTER
                   END-IF
               END-IF
           END-IF.

      *    The latest SESSIONAL-PAID.txt row for INSTRUCTOR-WS /
      *    COURSE-WS / SECTION-WS decides whether it stands paid.
       560-FIND-STANDING-PAY.
           MOVE "N" TO STANDS-PAID.
           MOVE 0 TO LATEST-ROW-WS.
           PERFORM 565-CHECK-ONE-PAID-ROW
               VARYING PAID-IDX-WS FROM 1 BY 1
               UNTIL PAID-IDX-WS > PAID-COUNT.
           IF LATEST-ROW-WS > 0
               IF PDT-TYPE(LATEST-ROW-WS) = "P"
                   MOVE "Y" TO STANDS-PAID
               END-IF
           END-IF.

       565-CHECK-ONE-PAID-ROW.
           IF PDT-INSTRUCTOR(PAID-IDX-WS) = INSTRUCTOR-WS
                   AND PDT-COURSE(PAID-IDX-WS) = COURSE-WS
                   AND PDT-SECTION(PAID-IDX-WS) = SECTION-WS
               MOVE PAID-IDX-WS TO LATEST-ROW-WS
           END-IF.

      *    Same row to HR and to the ledger; the ledger table keeps
      *    up so the rest of the run sees what was just sent.
       580-SEND-ONE-PAY-ROW.
           MOVE SPACES TO PAY-RECORD.
           MOVE PAY-TYPE-WS     TO PYX-RECORD-TYPE.
           MOVE RUN-TERM-CODE   TO PYX-TERM-CODE.
           MOVE INSTRUCTOR-WS   TO PYX-INSTRUCTOR-ID.
           MOVE COURSE-WS       TO PYX-COURSE-CODE.
           MOVE SECTION-WS      TO PYX-SECTION-NUMBER.
           MOVE COURSE-HOURS-WS TO PYX-CREDIT-HOURS.
           MOVE RATE-WS         TO PYX-PAY-RATE.
           MOVE AMOUNT-WS       TO PYX-AMOUNT.
           MOVE RUN-DATE-WS     TO PYX-PAY-DATE.
           WRITE PAY-RECORD.
           MOVE SPACES TO PAID-RECORD.
           MOVE RUN-TERM-CODE   TO SPD-TERM-CODE.
           MOVE INSTRUCTOR-WS   TO SPD-INSTRUCTOR-ID.
           MOVE COURSE-WS       TO SPD-COURSE-CODE.
           MOVE SECTION-WS      TO SPD-SECTION-NUMBER.
           MOVE ENTRY-TYPE-WS   TO SPD-ENTRY-TYPE.
           MOVE COURSE-HOURS-WS TO SPD-CREDIT-HOURS.
           MOVE RATE-WS         TO SPD-PAY-RATE.
           MOVE AMOUNT-WS       TO SPD-AMOUNT.
           MOVE RUN-DATE-WS     TO SPD-PAY-DATE.
           WRITE PAID-RECORD.
           ADD AMOUNT-WS TO PAY-TOTAL-WS.
           IF PAID-COUNT < PAID-MAX
               ADD 1 TO PAID-COUNT
               MOVE INSTRUCTOR-WS   TO PDT-INSTRUCTOR(PAID-COUNT)
               MOVE COURSE-WS       TO PDT-COURSE(PAID-COUNT)
               MOVE SECTION-WS      TO PDT-SECTION(PAID-COUNT)
               MOVE ENTRY-TYPE-WS   TO PDT-TYPE(PAID-COUNT)
               MOVE COURSE-HOURS-WS TO PDT-HOURS(PAID-COUNT)
               MOVE RATE-WS         TO PDT-RATE(PAID-COUNT)
               MOVE AMOUNT-WS       TO PDT-AMOUNT(PAID-COUNT)
           END-IF.

       950-DISPLAY-STATS.
           MOVE PAY-TOTAL-WS TO PAY-TOTAL-DISPLAY.
           DISPLAY "INSTRUCTORS TEACHING: " INSTRUCTOR-COUNTER.
           DISPLAY "SECTIONS TAUGHT:      " SECTION-COUNTER.
           DISPLAY "OVER LOAD LIMIT:      " OVERLOAD-COUNTER.
           DISPLAY "NOT ON INSTRUCTORS:   " UNKNOWN-COUNTER.
           DISPLAY "SESSIONALS NO RATE:   " NO-RATE-COUNTER.
           DISPLAY "SECTIONS PAID:        " PAY-COUNTER.
           DISPLAY "PAY ADJUSTMENTS:      " ADJUST-COUNTER.
           DISPLAY "NET PAY SENT:         " PAY-TOTAL-DISPLAY.
           DISPLAY "LOAD IN TEACHING-LOAD.txt, PAY IN "
               "SESSIONAL-PAY.txt".
           IF UNTAUGHT-COUNTER > 0
               DISPLAY "SECTION TABLE FULL - " UNTAUGHT-COUNTER
                   " SECTIONS NOT COUNTED."
           END-IF.

       960-LOG-RUN-PARAMETERS.
           OPEN EXTEND JOB-LOG-FILE.
           MOVE SPACES TO JOB-LOG-RECORD.
           MOVE RUN-START-STAMP TO JOB-START-TIMESTAMP.
           MOVE FUNCTION CURRENT-DATE TO JOB-END-TIMESTAMP.
           MOVE "TEACHLOAD" TO JOB-OPERATOR-ID.
           MOVE RUN-TERM-CODE TO JOB-TERM-CODE.
           MOVE "Y" TO JOB-BATCH-MODE.
           MOVE SECTION-COUNTER TO JOB-STUDENTS-READ.
           COMPUTE JOB-STUDENTS-WRITTEN = PAY-COUNTER + ADJUST-COUNTER.
           COMPUTE JOB-STUDENTS-REJECTED = UNKNOWN-COUNTER
               + NO-RATE-COUNTER + UNTAUGHT-COUNTER.
           MOVE RETURN-CODE TO JOB-RETURN-CODE.
           STRING "MAX-LOAD F=" LIMIT-FULL-TIME
                  " P=" LIMIT-PART-TIME
                  " S=" LIMIT-SESSIONAL
               DELIMITED BY SIZE INTO JOB-PARM-VALUES
           END-STRING.
           WRITE JOB-LOG-RECORD.
           CLOSE JOB-LOG-FILE.

       END PROGRAM TEACHING-LOAD.
