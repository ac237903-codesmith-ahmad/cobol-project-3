      ******************************************************************
      * Tectonics: Diploma parchment print file and convocation
      * roster.  CONFERRAL-RUN writes the permanent CREDENTIALS.txt
      * row, but the parchments themselves used to be typed by hand
      * from it.  This batch builds the print vendor's file instead:
      *    - every credential on CREDENTIALS.txt not yet on the
      *      DIPLOMA-PRINTED.txt ledger (see DIPPRINT-RECORD.cpy) goes
      *      to DIPLOMA-PRINT.txt as an original parchment - the
      *      graduate's name off the newest STUFILE.dat/STUHIST.dat
      *      record (given name first, the way it prints), the
      *      credential name from PROGRAM.txt, the conferral date,
      *      the honours designation earned, and up to two minors
      *      the graduate completed (PROGRAM-DECLARATIONS.txt rows
      *      CONFERRAL-RUN marked completed, named from PROGRAM.txt);
      *    - the honours designation comes from the cumulative
      *      credit-hour-weighted average across STUHIST.dat and
      *      STUFILE.dat, by the same rules the official transcript
      *      prints it by in TRANSCRIPT-GEN: graded courses only,
      *      the best attempt of a repeated course, amnestied terms
      *      left out.  HONOURS-DISTINCTION and HONOURS-MIN on
      *      POLICY-PARMS.txt are the cut-offs for 'WITH
      *      DISTINCTION' and 'WITH HONOURS';
      *    - every pending replacement request on
      *      DIPLOMA-REPRINTS.txt (taken at the desk in
      *      GRAD-APP-MAINT, see DIPREQ-RECORD.cpy) prints again as
      *      a replacement with the original's conferral date and
      *      honours, bumps the ledger's reprint count, and charges
      *      DIPLOMA-REPRINT-FEE LATE-FEE-RUN style: onto the
      *      newest term's TUITION-OWED with the FEES.txt row and
      *      the audit trail.  A request with no printed original to
      *      replace is refused; one whose fee cannot post stays
      *      pending.
      * CONVOCATION-ROSTER.txt lists the given term's graduates for
      * the ceremony in program order, by name within program, with
      * their honours.  DIPLOMA-PRINT.txt is replaced each run - it
      * is the one batch going to the vendor; the ledger is what
      * stops a parchment from ever going twice.
      * RETURN-CODE 0 clean, 4 a credential held back (no student
      * record, program not on PROGRAM.txt) or a request refused or
      * unpaid, 8 no term given or a file too big for its table.
      * The parchment carries the legal name (STUDENT-NAME), never
      * a preferred name.  Every run with a term writes its
      * JOB-LOG.txt row, the honours cut-offs and reprint fee it
      * used on it.
      ******************************************************************
       IDENTIFICATION DIVISION.
       PROGRAM-ID. DIPLOMA-PRINT.

       ENVIRONMENT DIVISION.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
           SELECT OPTIONAL CREDENTIALS-FILE ASSIGN "CREDENTIALS.txt"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS CREDENTIALS-STATUS.
           SELECT OPTIONAL PRINTED-FILE ASSIGN "DIPLOMA-PRINTED.txt"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS PRINTED-STATUS.
           SELECT OPTIONAL REPRINTS-FILE
               ASSIGN "DIPLOMA-REPRINTS.txt"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS REPRINTS-STATUS.
           SELECT STUDENT-DATA-FILE
               ASSIGN "STUFILE.dat"
               ORGANIZATION IS INDEXED
               ACCESS MODE IS DYNAMIC
               RECORD KEY IS STUDENT-KEY
               ALTERNATE KEY IS STUDENT-NUMBER WITH DUPLICATES
               ALTERNATE KEY IS STUDENT-SURNAME WITH DUPLICATES
               FILE STATUS IS FILE-STATUS.
           SELECT OPTIONAL STUHIST-FILE
               ASSIGN "STUHIST.dat"
               ORGANIZATION IS INDEXED
               ACCESS MODE IS DYNAMIC
               RECORD KEY IS HST-STUDENT-KEY
               ALTERNATE KEY IS HST-STUDENT-NUMBER WITH DUPLICATES
               ALTERNATE KEY IS HST-STUDENT-SURNAME WITH DUPLICATES
               FILE STATUS IS HIST-STATUS.
           SELECT OPTIONAL PROGRAM-FILE ASSIGN "PROGRAM.txt"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS PROGRAM-STATUS.
           SELECT OPTIONAL COURSE-FILE ASSIGN "COURSE.txt"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS COURSE-STATUS.
           SELECT OPTIONAL AMNESTY-FILE ASSIGN "AMNESTY-TERMS.txt"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS AMNESTY-STATUS.
           SELECT OPTIONAL DECLARATION-FILE
               ASSIGN "PROGRAM-DECLARATIONS.txt"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS DECLARATION-STATUS.
           SELECT OPTIONAL FEES-FILE ASSIGN "FEES.txt"
               ORGANIZATION IS LINE SEQUENTIAL.
           SELECT OPTIONAL AUDIT-LOG-FILE ASSIGN "AUDIT-LOG.txt"
               ORGANIZATION IS LINE SEQUENTIAL.
           SELECT PRINT-FILE ASSIGN "DIPLOMA-PRINT.txt"
               ORGANIZATION IS LINE SEQUENTIAL.
           SELECT ROSTER-FILE ASSIGN "CONVOCATION-ROSTER.txt"
               ORGANIZATION IS LINE SEQUENTIAL.
           SELECT OPTIONAL JOB-LOG-FILE ASSIGN "JOB-LOG.txt"
               ORGANIZATION IS LINE SEQUENTIAL.

       DATA DIVISION.
       FILE SECTION.
           FD CREDENTIALS-FILE.
           COPY "CREDENTIAL-RECORD.cpy".

           FD PRINTED-FILE.
           COPY "DIPPRINT-RECORD.cpy".

           FD REPRINTS-FILE.
           COPY "DIPREQ-RECORD.cpy".

           FD STUDENT-DATA-FILE
               RECORD IS VARYING IN SIZE FROM 82 TO 181 CHARACTERS
               DEPENDING ON COURSE-COUNT.
           COPY "STUDENT-RECORD.cpy".

           FD STUHIST-FILE
               RECORD IS VARYING IN SIZE FROM 82 TO 181 CHARACTERS
               DEPENDING ON HST-COURSE-COUNT.
           COPY "STUDENT-RECORD.cpy"
               REPLACING STUDENT-RECORD   BY STUHIST-RECORD
                         STUDENT-KEY      BY HST-STUDENT-KEY
                         STUDENT-NUMBER   BY HST-STUDENT-NUMBER
                         TERM-CODE        BY HST-TERM-CODE
                         TUITION-OWED     BY HST-TUITION-OWED
                         STUDENT-NAME     BY HST-STUDENT-NAME
                         STUDENT-SURNAME  BY HST-STUDENT-SURNAME
                         STUDENT-GIVEN-NAME
                             BY HST-STUDENT-GIVEN-NAME
                         PROGRAM-OF-STUDY BY HST-PROGRAM-OF-STUDY
                         STATUS-CODE      BY HST-STATUS-CODE
                         STANDING-CODE    BY HST-STANDING-CODE
                         COURSE-COUNT     BY HST-COURSE-COUNT
                         COURSE-ENTRY     BY HST-COURSE-ENTRY
                         COURSE-CODE      BY HST-COURSE-CODE
                         COURSE-AVG       BY HST-COURSE-AVG
                         COURSE-GRADE-STATUS
                             BY HST-COURSE-GRADE-STATUS.

           FD PROGRAM-FILE.
           01 PROGRAM-RECORD.
               05 PROGRAM-CODE PIC X(6).
               05 PROGRAM-NAME PIC X(20).
               05 FILLER       PIC X(13).

           FD COURSE-FILE.
           01 COURSE-RECORD.
               05 COURSE-REC-CODE          PIC X(7).
               05 COURSE-REC-TITLE         PIC X(20).
               05 COURSE-REC-CREDIT-HOURS  PIC 9(2).

           FD AMNESTY-FILE.
           COPY "AMNESTY-RECORD.cpy".

           FD DECLARATION-FILE.
           COPY "PROGDECL-RECORD.cpy".

           FD FEES-FILE.
           COPY "FEE-RECORD.cpy".

           FD AUDIT-LOG-FILE.
           COPY "AUDIT-LOG.cpy".

      *    The vendor's print file - one row per parchment to print.
           FD PRINT-FILE.
           01 DIPLOMA-PRINT-RECORD.
      *        'O' = original parchment, 'R' = replacement.
               05 DPR-PRINT-TYPE       PIC X(1).
               05 FILLER               PIC X(1).
      *        0 on an original, the reprint count on a replacement.
               05 DPR-COPY-NUMBER      PIC 9(2).
               05 FILLER               PIC X(1).
               05 DPR-STUDENT-NUMBER   PIC 9(6).
               05 FILLER               PIC X(1).
               05 DPR-PRINTED-NAME     PIC X(41).
               05 FILLER               PIC X(1).
               05 DPR-CREDENTIAL-NAME  PIC X(20).
               05 FILLER               PIC X(1).
               05 DPR-CONFER-DATE      PIC 9(8).
               05 FILLER               PIC X(1).
      *        The conferral date as it reads on the parchment.
               05 DPR-CONFER-DATE-TEXT PIC X(18).
               05 FILLER               PIC X(1).
               05 DPR-HONOURS          PIC X(20).
               05 FILLER               PIC X(1).
      *        Completed minors, by name - blank when none.
               05 DPR-MINOR-NAME-1     PIC X(20).
               05 FILLER               PIC X(1).
               05 DPR-MINOR-NAME-2     PIC X(20).

           FD ROSTER-FILE.
           01 ROSTER-RECORD PIC X(80).

           FD JOB-LOG-FILE.
           COPY "JOB-LOG.cpy".

       WORKING-STORAGE SECTION.
           01 FILE-STATUS        PIC X(2).
           01 HIST-STATUS        PIC X(2).
           01 CREDENTIALS-STATUS PIC X(2).
           01 PRINTED-STATUS     PIC X(2).
           01 REPRINTS-STATUS    PIC X(2).
           01 PROGRAM-STATUS     PIC X(2).
           01 COURSE-STATUS      PIC X(2).
           01 AMNESTY-STATUS     PIC X(2).
           01 DECLARATION-STATUS PIC X(2).

           01 OPERATOR-ID-WS PIC X(10) VALUE SPACES.
           01 RUN-TERM-CODE  PIC X(6)  VALUE SPACES.
           01 RUN-DATE-WS    PIC 9(8)  VALUE 0.
           01 RUN-START-STAMP PIC X(26) VALUE SPACES.

           COPY "POLICY-LOOKUP.cpy".

      *    Compiled-in defaults, used until the council's values are
      *    keyed on POLICY-PARMS.txt.
           01 HONOURS-DISTINCTION-MIN PIC 9(3)V99 VALUE 85.00.
           01 HONOURS-MIN             PIC 9(3)V99 VALUE 80.00.
           01 REPRINT-FEE-AMOUNT      PIC 9(5)V99 VALUE 25.00.
      *    The same three as the JOB-LOG.txt row shows them.
           01 PARM-DISPLAY-WS.
               05 LOG-DISTINCTION-MIN PIC 999.99.
               05 LOG-HONOURS-MIN     PIC 999.99.
               05 LOG-REPRINT-FEE     PIC 99999.99.

           01 PROGRAM-TABLE.
           COPY "PROGRAM-TABLE.cpy".
           01 PROG-ENTRY-COUNT PIC 999 VALUE 0.
           01 PROGRAM-TABLE-CAPACITY PIC 999 VALUE 200.

           01 COURSE-TABLE.
           COPY "COURSE-TABLE.cpy".
           01 COURSE-ENTRY-COUNT PIC 999 VALUE 0.
           01 COURSE-TABLE-CAPACITY PIC 999 VALUE 300.
      *        Fallback credit hours for a course code not found in
      *        the catalog, same as TRANSCRIPT-GEN's weighting.
           01 DEFAULT-CREDIT-HOURS PIC 9(2) VALUE 3.

      *    Every amnestied student/term, loaded once - an amnestied
      *    term stays out of the honours average.
           01 AMNESTY-TABLE.
               05 AMNESTY-ENTRY OCCURS 500 TIMES INDEXED AM-ENTRY.
                   10 AMT-STUDENT-NUMBER PIC 9(6).
                   10 AMT-TERM-CODE      PIC X(6).
           01 AMNESTY-COUNT PIC 9(3) VALUE 0.
           01 AMNESTY-MAX   PIC 9(3) VALUE 500.

      *    Every completed minor on PROGRAM-DECLARATIONS.txt, loaded
      *    once - the parchment names them under the credential.
           01 MINOR-TABLE.
               05 MINOR-ENTRY OCCURS 2000 TIMES INDEXED MN-ENTRY.
                   10 MNT-STUDENT-NUMBER PIC 9(6).
                   10 MNT-PROGRAM-CODE   PIC X(6).
           01 MINOR-COUNT PIC 9(4) VALUE 0.
           01 MINOR-MAX   PIC 9(4) VALUE 2000.
           01 MINOR-SLOT  PIC 9(1) VALUE 0.

      *    CREDENTIALS.txt, with the graduate's name and honours
      *    filled in the first time a credential needs them.
           01 CREDENTIAL-TABLE.
               05 CREDENTIAL-ENTRY OCCURS 1000 TIMES
                       INDEXED CR-ENTRY.
                   10 CRT-STUDENT-NUMBER PIC 9(6).
                   10 CRT-TERM-CODE      PIC X(6).
                   10 CRT-PROGRAM-CODE   PIC X(6).
                   10 CRT-CONFER-DATE    PIC 9(8).
      *                Space = not looked up yet, 'Y' = name and
      *                honours filled in, 'M' = no student record.
                   10 CRT-LOOKED-UP      PIC X(1).
                   10 CRT-SURNAME        PIC X(20).
                   10 CRT-GIVEN-NAME     PIC X(20).
                   10 CRT-PRINTED-NAME   PIC X(41).
                   10 CRT-HONOURS        PIC X(20).
           01 CREDENTIAL-COUNT PIC 9(4) VALUE 0.
           01 CREDENTIAL-MAX   PIC 9(4) VALUE 1000.

           01 PRINTED-TABLE.
               05 PRINTED-ENTRY OCCURS 1000 TIMES INDEXED PP-ENTRY.
                   10 PPT-STUDENT-NUMBER  PIC 9(6).
                   10 PPT-PROGRAM-CODE    PIC X(6).
                   10 PPT-TERM-CODE       PIC X(6).
                   10 PPT-CONFER-DATE     PIC 9(8).
                   10 PPT-HONOURS         PIC X(20).
                   10 PPT-REPRINT-COUNT   PIC 9(2).
                   10 PPT-LAST-PRINT-DATE PIC 9(8).
           01 PRINTED-COUNT PIC 9(4) VALUE 0.
           01 PRINTED-MAX   PIC 9(4) VALUE 1000.
           01 PRINTED-FOUND PIC 9(4) VALUE 0.

           01 REQUEST-TABLE.
               05 REQUEST-ENTRY OCCURS 500 TIMES INDEXED RQ-ENTRY.
                   10 RQT-STUDENT-NUMBER PIC 9(6).
                   10 RQT-PROGRAM-CODE   PIC X(6).
                   10 RQT-REQUEST-DATE   PIC 9(8).
                   10 RQT-REQUESTED-BY   PIC X(10).
                   10 RQT-STATUS         PIC X(1).
                   10 RQT-DONE-DATE      PIC 9(8).
           01 REQUEST-COUNT PIC 9(3) VALUE 0.
           01 REQUEST-MAX   PIC 9(3) VALUE 500.

      *    Repeat policy, exactly as TRANSCRIPT-GEN applies it: one
      *    entry per course with the best graded attempt and the term
      *    that earned it (ties to the later term).  Only that
      *    attempt counts toward the average.
           01 REPEAT-TABLE.
               05 REPEAT-ENTRY OCCURS 100 TIMES INDEXED RP-ENTRY.
                   10 RPT-COURSE-CODE   PIC X(7).
                   10 RPT-BEST-AVG      PIC 9(3).
                   10 RPT-BEST-TERM     PIC X(6).
           01 REPEAT-COUNT PIC 9(3) VALUE 0.
           01 REPEAT-MAX   PIC 9(3) VALUE 100.
           01 RPT-FOUND-ENTRY PIC 9(3) VALUE 0.

           01 CUMULATIVE-TOTALS.
               05 CUM-WEIGHTED-SUM  PIC 9(7)V9 VALUE 0.
               05 CUM-CREDIT-HOURS  PIC 9(4)   VALUE 0.
               05 CUM-AVERAGE       PIC 9(3)V9 VALUE 0.

      *    The student in hand while the average is worked out - the
      *    name is taken off each record read, so the newest term's
      *    spelling is the one left standing.
           01 STANDING-WORK-AREA.
               05 STW-STUDENT-NUMBER PIC 9(6)  VALUE 0.
               05 STW-FOUND          PIC X(1)  VALUE "N".
               05 STW-SURNAME        PIC X(20) VALUE SPACES.
               05 STW-GIVEN-NAME     PIC X(20) VALUE SPACES.
               05 STW-PRINTED-NAME   PIC X(41) VALUE SPACES.
               05 STW-TERM-WS        PIC X(6)  VALUE SPACES.
               05 STW-AMNESTY-FLAG   PIC X(1)  VALUE "N".

           01 CREDIT-LOOKUP.
               05 CREDIT-LOOKUP-CODE  PIC X(7).
               05 CREDIT-LOOKUP-HOURS PIC 9(2).
               05 CREDIT-LOOKUP-FOUND PIC X VALUE "N".

           01 PROGRAM-LOOKUP.
               05 PRG-LOOKUP-CODE  PIC X(6).
               05 PRG-LOOKUP-NAME  PIC X(20).
               05 PRG-LOOKUP-FOUND PIC X VALUE "N".

      *    The convocation roster - this term's graduates, sorted by
      *    program, then surname and given name.
           01 ROSTER-TABLE.
               05 ROSTER-ENTRY OCCURS 1000 TIMES INDEXED RS-ENTRY.
                   10 ROS-SORT-KEY.
                       15 ROS-PROGRAM-CODE PIC X(6).
                       15 ROS-SURNAME      PIC X(20).
                       15 ROS-GIVEN-NAME   PIC X(20).
                   10 ROS-STUDENT-NUMBER   PIC 9(6).
                   10 ROS-PRINTED-NAME     PIC X(41).
                   10 ROS-HONOURS          PIC X(20).
           01 ROSTER-COUNT PIC 9(4) VALUE 0.
           01 ROSTER-SWAP-HOLD PIC X(113).

           01 SORT-WORK-AREA.
               05 SORT-IDX  PIC 9(4).
               05 SORT-SCAN PIC 9(4).
               05 SORT-BEST PIC 9(4).
               05 PROGRAM-GRADUATES PIC 9(4) VALUE 0.
               05 PREV-PROGRAM-WS   PIC X(6) VALUE SPACES.

      *    Conferral date spelled out for the parchment.
           01 MONTH-NAMES-WS.
               05 FILLER PIC X(36)
                   VALUE "JANUARY  FEBRUARY MARCH    APRIL    ".
               05 FILLER PIC X(36)
                   VALUE "MAY      JUNE     JULY     AUGUST   ".
               05 FILLER PIC X(36)
                   VALUE "SEPTEMBEROCTOBER  NOVEMBER DECEMBER ".
           01 MONTH-NAME-TABLE REDEFINES MONTH-NAMES-WS.
               05 MONTH-NAME PIC X(9) OCCURS 12 TIMES.
           01 DATE-SPLIT-WS.
               05 DTS-YEAR  PIC 9(4).
               05 DTS-MONTH PIC 9(2).
               05 DTS-DAY   PIC 9(2).
           01 DATE-SPLIT-NUM REDEFINES DATE-SPLIT-WS PIC 9(8).
           01 DAY-EDIT-WS PIC Z9.

           01 PRINT-WORK-AREA.
               05 PRW-PRINT-TYPE   PIC X(1).
               05 PRW-COPY-NUMBER  PIC 9(2).
               05 PRW-STUDENT      PIC 9(6).
               05 PRW-PROGRAM-CODE PIC X(6).
               05 PRW-CONFER-DATE  PIC 9(8).
               05 PRW-HONOURS      PIC X(20).

           01 COUNTERS.
               05 NEW-PRINT-COUNTER   PIC 9(5) VALUE 0.
               05 HELD-COUNTER        PIC 9(5) VALUE 0.
               05 DISTINCTION-COUNTER PIC 9(5) VALUE 0.
               05 HONOURS-COUNTER     PIC 9(5) VALUE 0.
               05 PENDING-COUNTER     PIC 9(5) VALUE 0.
               05 REPRINT-COUNTER     PIC 9(5) VALUE 0.
               05 REFUSED-COUNTER     PIC 9(5) VALUE 0.
               05 UNPAID-COUNTER      PIC 9(5) VALUE 0.

           01 FLAGS.
               05 EOF-CREDENTIALS PIC X VALUE "N".
               05 EOF-PRINTED     PIC X VALUE "N".
               05 EOF-REPRINTS    PIC X VALUE "N".
               05 EOF-PROGRAM     PIC X VALUE "N".
               05 EOF-COURSE      PIC X VALUE "N".
               05 EOF-AMNESTY     PIC X VALUE "N".
               05 EOF-DECLARATION PIC X VALUE "N".
               05 EOF-GROUP       PIC X VALUE "N".
               05 EOF-HIST-GROUP  PIC X VALUE "N".
               05 ABORT-FLAG      PIC X VALUE "N".
               05 FEE-POSTED-FLAG PIC X VALUE "N".

           01 IDX-WS     PIC 9(4).
           01 CRS-IDX-WS PIC 9(2).

           01 FEE-WORK-AREA.
               05 FEE-NEWEST-TERM PIC X(6) VALUE SPACES.

           01 AUDIT-WORK-AREA.
               05 AUD-TUITION-BEFORE-WS   PIC S9(7)V99.
               05 AUD-OLD-TUITION-DISPLAY PIC -ZZZZZZ9.99.
               05 AUD-NEW-TUITION-DISPLAY PIC -ZZZZZZ9.99.

           01 ROSTER-TITLE-LINE.
               05 FILLER PIC X(26)
                   VALUE "CONVOCATION ROSTER - TERM ".
               05 RTL-TERM-CODE PIC X(6).
               05 FILLER PIC X(8) VALUE "    RUN ".
               05 RTL-RUN-DATE  PIC 9(8).

           01 ROSTER-PROGRAM-LINE.
               05 FILLER PIC X(8) VALUE "PROGRAM ".
               05 RPL-PROGRAM-CODE PIC X(6).
               05 FILLER PIC X(2) VALUE SPACES.
               05 RPL-PROGRAM-NAME PIC X(20).

           01 ROSTER-DETAIL-LINE.
               05 FILLER PIC X(4) VALUE SPACES.
               05 RDL-STUDENT-NUMBER PIC 9(6).
               05 FILLER PIC X(2) VALUE SPACES.
               05 RDL-PRINTED-NAME PIC X(41).
               05 FILLER PIC X(2) VALUE SPACES.
               05 RDL-HONOURS PIC X(20).

           01 ROSTER-COUNT-LINE.
               05 FILLER PIC X(4) VALUE SPACES.
               05 RCL-COUNT PIC ZZZ9.
               05 FILLER PIC X(12) VALUE " GRADUATE(S)".

           01 ROSTER-TOTAL-LINE.
               05 FILLER PIC X(17) VALUE "TOTAL GRADUATES: ".
               05 RTT-COUNT PIC ZZZ9.

           01 BLANK-LINE PIC X(80) VALUE SPACES.

       PROCEDURE DIVISION.
       100-MAIN.
           DISPLAY "DIPLOMA PRINT - ENTER YOUR OPERATOR ID: ".
           ACCEPT OPERATOR-ID-WS.
           DISPLAY "CONVOCATION TERM (CCYYTT): ".
           ACCEPT RUN-TERM-CODE.
           IF RUN-TERM-CODE = SPACES
               DISPLAY "TERM CODE CANNOT BE BLANK."
               MOVE 8 TO RETURN-CODE
           ELSE
               MOVE FUNCTION CURRENT-DATE TO RUN-START-STAMP
               CALL "BUSINESS-DATE" USING RUN-DATE-WS
               PERFORM 150-LOAD-POLICY-PARMS
               PERFORM 160-LOAD-PROGRAM-TABLE
               PERFORM 170-LOAD-COURSE-TABLE
               PERFORM 180-LOAD-AMNESTY-TABLE
               PERFORM 190-LOAD-MINOR-TABLE
               PERFORM 200-LOAD-CREDENTIALS
               PERFORM 220-LOAD-PRINTED-LEDGER
               PERFORM 240-LOAD-REPRINT-QUEUE
               IF ABORT-FLAG = "Y"
                   MOVE 8 TO RETURN-CODE
               ELSE
                   OPEN INPUT STUDENT-DATA-FILE
                   OPEN INPUT STUHIST-FILE
                   OPEN OUTPUT PRINT-FILE
                   PERFORM 300-PRINT-ONE-NEW
                       VARYING IDX-WS FROM 1 BY 1
                       UNTIL IDX-WS > CREDENTIAL-COUNT
                   PERFORM 500-WRITE-ROSTER
                   CLOSE STUDENT-DATA-FILE
                   CLOSE STUHIST-FILE
                   PERFORM 600-WORK-ONE-REQUEST
                       VARYING IDX-WS FROM 1 BY 1
                       UNTIL IDX-WS > REQUEST-COUNT
                   CLOSE PRINT-FILE
                   PERFORM 800-SAVE-PRINTED-LEDGER
                   PERFORM 820-SAVE-REPRINT-QUEUE
                   PERFORM 950-DISPLAY-STATS
                   IF HELD-COUNTER > 0 OR REFUSED-COUNTER > 0
                           OR UNPAID-COUNTER > 0
                       MOVE 4 TO RETURN-CODE
                   END-IF
               END-IF
               PERFORM 960-LOG-RUN-PARAMETERS
           END-IF.
      *    GOBACK, not STOP RUN, so the job-stream controller can
      *    CALL this program as one step of the night's stream.
           GOBACK.

       150-LOAD-POLICY-PARMS.
           MOVE RUN-TERM-CODE TO POL-TERM-CODE.
           MOVE "HONOURS-DISTINCTION" TO POL-PARM-NAME.
           MOVE HONOURS-DISTINCTION-MIN TO POL-PARM-VALUE.
           CALL "POLICY-PARM" USING POLICY-LOOKUP.
           MOVE POL-PARM-VALUE TO HONOURS-DISTINCTION-MIN.
           MOVE "HONOURS-MIN" TO POL-PARM-NAME.
           MOVE HONOURS-MIN TO POL-PARM-VALUE.
           CALL "POLICY-PARM" USING POLICY-LOOKUP.
           MOVE POL-PARM-VALUE TO HONOURS-MIN.
           MOVE "DIPLOMA-REPRINT-FEE" TO POL-PARM-NAME.
           MOVE REPRINT-FEE-AMOUNT TO POL-PARM-VALUE.
           CALL "POLICY-PARM" USING POLICY-LOOKUP.
           MOVE POL-PARM-VALUE TO REPRINT-FEE-AMOUNT.

       160-LOAD-PROGRAM-TABLE.
           SET T-ENTRY TO 1.
           OPEN INPUT PROGRAM-FILE.
           IF PROGRAM-STATUS = "00" OR PROGRAM-STATUS = "05"
               PERFORM 165-LOAD-ONE-PROGRAM UNTIL EOF-PROGRAM = "Y"
                   OR T-ENTRY > PROGRAM-TABLE-CAPACITY
               CLOSE PROGRAM-FILE
           END-IF.
           COMPUTE PROG-ENTRY-COUNT = T-ENTRY - 1.

       165-LOAD-ONE-PROGRAM.
           READ PROGRAM-FILE
               AT END
                   MOVE "Y" TO EOF-PROGRAM
               NOT AT END
                   MOVE PROGRAM-RECORD TO PROGRAM-TABLE-ENTRY(T-ENTRY)
                   ADD 1 TO T-ENTRY
           END-READ.

       170-LOAD-COURSE-TABLE.
           SET C-ENTRY TO 1.
           OPEN INPUT COURSE-FILE.
           IF COURSE-STATUS = "00" OR COURSE-STATUS = "05"
               PERFORM 175-LOAD-ONE-COURSE UNTIL EOF-COURSE = "Y"
                   OR C-ENTRY > COURSE-TABLE-CAPACITY
               CLOSE COURSE-FILE
           END-IF.
           COMPUTE COURSE-ENTRY-COUNT = C-ENTRY - 1.

       175-LOAD-ONE-COURSE.
           READ COURSE-FILE
               AT END
                   MOVE "Y" TO EOF-COURSE
               NOT AT END
                   MOVE COURSE-RECORD TO COURSE-TABLE-ENTRY(C-ENTRY)
                   ADD 1 TO C-ENTRY
           END-READ.

       180-LOAD-AMNESTY-TABLE.
           SET AM-ENTRY TO 1.
           OPEN INPUT AMNESTY-FILE.
           IF AMNESTY-STATUS = "00" OR AMNESTY-STATUS = "05"
               PERFORM 185-LOAD-ONE-AMNESTY UNTIL EOF-AMNESTY = "Y"
                   OR AM-ENTRY > AMNESTY-MAX
               CLOSE AMNESTY-FILE
           END-IF.
           COMPUTE AMNESTY-COUNT = AM-ENTRY - 1.
      *    A short amnesty table would quietly print honours the
      *    graduate did not earn - better no run at all.
           IF EOF-AMNESTY NOT = "Y" AND AMNESTY-COUNT >= AMNESTY-MAX
               DISPLAY "AMNESTY-TERMS.txt EXCEEDS " AMNESTY-MAX
                   " ROWS. RUN ABORTED - NOTHING PRINTED."
               MOVE "Y" TO ABORT-FLAG
           END-IF.

       185-LOAD-ONE-AMNESTY.
           READ AMNESTY-FILE
               AT END
                   MOVE "Y" TO EOF-AMNESTY
               NOT AT END
                   MOVE AMN-STUDENT-NUMBER
                       TO AMT-STUDENT-NUMBER(AM-ENTRY)
                   MOVE AMN-TERM-CODE TO AMT-TERM-CODE(AM-ENTRY)
                   ADD 1 TO AM-ENTRY
           END-READ.

       190-LOAD-MINOR-TABLE.
           OPEN INPUT DECLARATION-FILE.
           IF DECLARATION-STATUS = "00" OR DECLARATION-STATUS = "05"
               PERFORM 195-LOAD-ONE-DECLARATION
                   UNTIL EOF-DECLARATION = "Y"
                   OR MINOR-COUNT > MINOR-MAX
               CLOSE DECLARATION-FILE
           END-IF.
           IF MINOR-COUNT > MINOR-MAX
               DISPLAY "PROGRAM-DECLARATIONS.txt EXCEEDS " MINOR-MAX
                   " COMPLETED MINORS. RUN ABORTED - NOTHING PRINTED."
               MOVE "Y" TO ABORT-FLAG
           END-IF.

       195-LOAD-ONE-DECLARATION.
           READ DECLARATION-FILE
               AT END
                   MOVE "Y" TO EOF-DECLARATION
               NOT AT END
                   IF PDC-DECLARATION-TYPE = "N" AND PDC-STATUS = "C"
                       ADD 1 TO MINOR-COUNT
                       IF MINOR-COUNT NOT > MINOR-MAX
                           SET MN-ENTRY TO MINOR-COUNT
                           MOVE PDC-STUDENT-NUMBER
                               TO MNT-STUDENT-NUMBER(MN-ENTRY)
                           MOVE PDC-PROGRAM-CODE
                               TO MNT-PROGRAM-CODE(MN-ENTRY)
                       END-IF
                   END-IF
           END-READ.

       200-LOAD-CREDENTIALS.
           SET CR-ENTRY TO 1.
           OPEN INPUT CREDENTIALS-FILE.
           IF CREDENTIALS-STATUS = "00" OR CREDENTIALS-STATUS = "05"
               PERFORM 210-LOAD-ONE-CREDENTIAL
                   UNTIL EOF-CREDENTIALS = "Y"
                   OR CR-ENTRY > CREDENTIAL-MAX
               CLOSE CREDENTIALS-FILE
           END-IF.
           COMPUTE CREDENTIAL-COUNT = CR-ENTRY - 1.
           IF EOF-CREDENTIALS NOT = "Y"
                   AND CREDENTIAL-COUNT >= CREDENTIAL-MAX
               DISPLAY "CREDENTIALS.txt EXCEEDS " CREDENTIAL-MAX
                   " ROWS. RUN ABORTED - NOTHING PRINTED."
               MOVE "Y" TO ABORT-FLAG
           END-IF.

       210-LOAD-ONE-CREDENTIAL.
           READ CREDENTIALS-FILE
               AT END
                   MOVE "Y" TO EOF-CREDENTIALS
               NOT AT END
                   MOVE CRD-STUDENT-NUMBER
                       TO CRT-STUDENT-NUMBER(CR-ENTRY)
                   MOVE CRD-TERM-CODE    TO CRT-TERM-CODE(CR-ENTRY)
                   MOVE CRD-PROGRAM-CODE
                       TO CRT-PROGRAM-CODE(CR-ENTRY)
                   MOVE CRD-CONFER-DATE  TO CRT-CONFER-DATE(CR-ENTRY)
                   MOVE SPACE            TO CRT-LOOKED-UP(CR-ENTRY)
                   MOVE SPACES           TO CRT-SURNAME(CR-ENTRY)
                   MOVE SPACES           TO CRT-GIVEN-NAME(CR-ENTRY)
                   MOVE SPACES TO CRT-PRINTED-NAME(CR-ENTRY)
                   MOVE SPACES           TO CRT-HONOURS(CR-ENTRY)
                   ADD 1 TO CR-ENTRY
           END-READ.

       220-LOAD-PRINTED-LEDGER.
           SET PP-ENTRY TO 1.
           OPEN INPUT PRINTED-FILE.
           IF PRINTED-STATUS = "00" OR PRINTED-STATUS = "05"
               PERFORM 230-LOAD-ONE-PRINTED UNTIL EOF-PRINTED = "Y"
                   OR PP-ENTRY > PRINTED-MAX
               CLOSE PRINTED-FILE
           END-IF.
           COMPUTE PRINTED-COUNT = PP-ENTRY - 1.
           IF EOF-PRINTED NOT = "Y" AND PRINTED-COUNT >= PRINTED-MAX
               DISPLAY "DIPLOMA-PRINTED.txt EXCEEDS " PRINTED-MAX
                   " ROWS. RUN ABORTED - NOTHING PRINTED."
               MOVE "Y" TO ABORT-FLAG
           END-IF.

       230-LOAD-ONE-PRINTED.
           READ PRINTED-FILE
               AT END
                   MOVE "Y" TO EOF-PRINTED
               NOT AT END
                   MOVE DPP-STUDENT-NUMBER
                       TO PPT-STUDENT-NUMBER(PP-ENTRY)
                   MOVE DPP-PROGRAM-CODE TO PPT-PROGRAM-CODE(PP-ENTRY)
                   MOVE DPP-TERM-CODE    TO PPT-TERM-CODE(PP-ENTRY)
                   MOVE DPP-CONFER-DATE  TO PPT-CONFER-DATE(PP-ENTRY)
                   MOVE DPP-HONOURS      TO PPT-HONOURS(PP-ENTRY)
                   IF DPP-REPRINT-COUNT IS NUMERIC
                       MOVE DPP-REPRINT-COUNT
                           TO PPT-REPRINT-COUNT(PP-ENTRY)
                   ELSE
                       MOVE 0 TO PPT-REPRINT-COUNT(PP-ENTRY)
                   END-IF
                   MOVE DPP-LAST-PRINT-DATE
                       TO PPT-LAST-PRINT-DATE(PP-ENTRY)
                   ADD 1 TO PP-ENTRY
           END-READ.

       240-LOAD-REPRINT-QUEUE.
           SET RQ-ENTRY TO 1.
           OPEN INPUT REPRINTS-FILE.
           IF REPRINTS-STATUS = "00" OR REPRINTS-STATUS = "05"
               PERFORM 250-LOAD-ONE-REQUEST UNTIL EOF-REPRINTS = "Y"
                   OR RQ-ENTRY > REQUEST-MAX
               CLOSE REPRINTS-FILE
           END-IF.
           COMPUTE REQUEST-COUNT = RQ-ENTRY - 1.
           IF EOF-REPRINTS NOT = "Y" AND REQUEST-COUNT >= REQUEST-MAX
               DISPLAY "DIPLOMA-REPRINTS.txt EXCEEDS " REQUEST-MAX
                   " ROWS. RUN ABORTED - NOTHING PRINTED."
               MOVE "Y" TO ABORT-FLAG
           END-IF.

       250-LOAD-ONE-REQUEST.
           READ REPRINTS-FILE
               AT END
                   MOVE "Y" TO EOF-REPRINTS
               NOT AT END
                   MOVE DRQ-STUDENT-NUMBER
                       TO RQT-STUDENT-NUMBER(RQ-ENTRY)
                   MOVE DRQ-PROGRAM-CODE TO RQT-PROGRAM-CODE(RQ-ENTRY)
                   MOVE DRQ-REQUEST-DATE TO RQT-REQUEST-DATE(RQ-ENTRY)
                   MOVE DRQ-REQUESTED-BY TO RQT-REQUESTED-BY(RQ-ENTRY)
                   MOVE DRQ-STATUS       TO RQT-STATUS(RQ-ENTRY)
                   MOVE DRQ-DONE-DATE    TO RQT-DONE-DATE(RQ-ENTRY)
                   ADD 1 TO RQ-ENTRY
           END-READ.

      *****************************************************************
      * A credential with no ledger row has never been printed: it
      * goes to the vendor as an original, and the ledger row is
      * what keeps the next run from sending it again.  A credential
      * the parchment cannot be filled in for is held back for the
      * next run rather than printed wrong.
      *****************************************************************
       300-PRINT-ONE-NEW.
           MOVE CRT-STUDENT-NUMBER(IDX-WS) TO PRW-STUDENT.
           MOVE CRT-PROGRAM-CODE(IDX-WS)   TO PRW-PROGRAM-CODE.
           PERFORM 320-FIND-PRINTED-ROW.
           IF PRINTED-FOUND = 0
               PERFORM 400-GET-STUDENT-STANDING
               MOVE CRT-PROGRAM-CODE(IDX-WS) TO PRG-LOOKUP-CODE
               PERFORM 460-LOOKUP-PROGRAM-NAME
               IF CRT-LOOKED-UP(IDX-WS) = "M"
                   ADD 1 TO HELD-COUNTER
                   DISPLAY "CREDENTIAL " PRW-STUDENT " "
                       PRW-PROGRAM-CODE " - NO STUDENT RECORD, "
                       "NOT PRINTED."
               ELSE
                   IF PRG-LOOKUP-FOUND = "N"
                       ADD 1 TO HELD-COUNTER
                       DISPLAY "CREDENTIAL " PRW-STUDENT " "
                           PRW-PROGRAM-CODE " - PROGRAM NOT ON "
                           "PROGRAM.txt, NOT PRINTED."
                   ELSE
                       IF PRINTED-COUNT >= PRINTED-MAX
                           ADD 1 TO HELD-COUNTER
                           DISPLAY "CREDENTIAL " PRW-STUDENT " "
                               PRW-PROGRAM-CODE " - LEDGER FULL, "
                               "NOT PRINTED."
                       ELSE
                           PERFORM 310-PRINT-ORIGINAL
                       END-IF
                   END-IF
               END-IF
           END-IF.

       310-PRINT-ORIGINAL.
           ADD 1 TO PRINTED-COUNT.
           MOVE PRW-STUDENT TO PPT-STUDENT-NUMBER(PRINTED-COUNT).
           MOVE PRW-PROGRAM-CODE TO PPT-PROGRAM-CODE(PRINTED-COUNT).
           MOVE CRT-TERM-CODE(IDX-WS)
               TO PPT-TERM-CODE(PRINTED-COUNT).
           MOVE CRT-CONFER-DATE(IDX-WS)
               TO PPT-CONFER-DATE(PRINTED-COUNT).
           MOVE CRT-HONOURS(IDX-WS) TO PPT-HONOURS(PRINTED-COUNT).
           MOVE 0 TO PPT-REPRINT-COUNT(PRINTED-COUNT).
           MOVE RUN-DATE-WS TO PPT-LAST-PRINT-DATE(PRINTED-COUNT).
           MOVE "O" TO PRW-PRINT-TYPE.
           MOVE 0 TO PRW-COPY-NUMBER.
           MOVE CRT-PRINTED-NAME(IDX-WS) TO STW-PRINTED-NAME.
           MOVE CRT-CONFER-DATE(IDX-WS) TO PRW-CONFER-DATE.
           MOVE CRT-HONOURS(IDX-WS) TO PRW-HONOURS.
           PERFORM 450-WRITE-PRINT-LINE.
           ADD 1 TO NEW-PRINT-COUNTER.
           IF CRT-HONOURS(IDX-WS) = "WITH DISTINCTION"
               ADD 1 TO DISTINCTION-COUNTER
           END-IF.
           IF CRT-HONOURS(IDX-WS) = "WITH HONOURS"
               ADD 1 TO HONOURS-COUNTER
           END-IF.

       320-FIND-PRINTED-ROW.
           MOVE 0 TO PRINTED-FOUND.
           PERFORM VARYING PP-ENTRY FROM 1 BY 1
                   UNTIL PP-ENTRY > PRINTED-COUNT
                   OR PRINTED-FOUND > 0
               IF PPT-STUDENT-NUMBER(PP-ENTRY) = PRW-STUDENT
                       AND PPT-PROGRAM-CODE(PP-ENTRY)
                           = PRW-PROGRAM-CODE
                   SET PRINTED-FOUND TO PP-ENTRY
               END-IF
           END-PERFORM.

      *****************************************************************
      * Name and honours for credential IDX-WS, worked out once and
      * kept on the table - the roster and the print file then agree
      * without reading the student's terms twice.
      *****************************************************************
       400-GET-STUDENT-STANDING.
           IF CRT-LOOKED-UP(IDX-WS) = SPACE
               MOVE CRT-STUDENT-NUMBER(IDX-WS) TO STW-STUDENT-NUMBER
               PERFORM 410-COMPUTE-CUMULATIVE
               IF STW-FOUND = "N"
                   MOVE "M" TO CRT-LOOKED-UP(IDX-WS)
                   MOVE "** NO STUDENT RECORD **"
                       TO CRT-PRINTED-NAME(IDX-WS)
               ELSE
                   MOVE "Y" TO CRT-LOOKED-UP(IDX-WS)
                   MOVE STW-SURNAME TO CRT-SURNAME(IDX-WS)
                   MOVE STW-GIVEN-NAME TO CRT-GIVEN-NAME(IDX-WS)
                   PERFORM 440-BUILD-PRINTED-NAME
                   MOVE STW-PRINTED-NAME TO CRT-PRINTED-NAME(IDX-WS)
                   MOVE SPACES TO CRT-HONOURS(IDX-WS)
                   IF CUM-CREDIT-HOURS > 0
                       IF CUM-AVERAGE NOT < HONOURS-DISTINCTION-MIN
                           MOVE "WITH DISTINCTION"
                               TO CRT-HONOURS(IDX-WS)
                       ELSE
                           IF CUM-AVERAGE NOT < HONOURS-MIN
                               MOVE "WITH HONOURS"
                                   TO CRT-HONOURS(IDX-WS)
                           END-IF
                       END-IF
                   END-IF
               END-IF
           END-IF.

      *****************************************************************
      * The cumulative weighted average, history first and then the
      * live file (oldest terms first, so a tied repeat goes to the
      * later attempt), through the STUDENT-NUMBER alternate key the
      * way TRANSCRIPT-GEN walks a student.
      *****************************************************************
       410-COMPUTE-CUMULATIVE.
           MOVE 0 TO REPEAT-COUNT.
           MOVE 0 TO CUM-WEIGHTED-SUM.
           MOVE 0 TO CUM-CREDIT-HOURS.
           MOVE 0 TO CUM-AVERAGE.
           MOVE "N" TO STW-FOUND.
           MOVE SPACES TO STW-SURNAME.
           MOVE SPACES TO STW-GIVEN-NAME.
           IF HIST-STATUS = "00" OR HIST-STATUS = "05"
               MOVE STW-STUDENT-NUMBER TO HST-STUDENT-NUMBER
               MOVE "N" TO EOF-HIST-GROUP
               START STUHIST-FILE
                   KEY IS EQUAL HST-STUDENT-NUMBER
                   INVALID KEY
                       MOVE "Y" TO EOF-HIST-GROUP
               END-START
               PERFORM 412-TALLY-ONE-HISTORY-TERM
                   UNTIL EOF-HIST-GROUP = "Y"
           END-IF.
           MOVE STW-STUDENT-NUMBER TO STUDENT-NUMBER.
           MOVE "N" TO EOF-GROUP.
           START STUDENT-DATA-FILE
               KEY IS EQUAL STUDENT-NUMBER
               INVALID KEY
                   MOVE "Y" TO EOF-GROUP
           END-START.
           PERFORM 414-TALLY-ONE-LIVE-TERM UNTIL EOF-GROUP = "Y".
           PERFORM 430-SUM-ONE-COURSE
               VARYING RP-ENTRY FROM 1 BY 1
               UNTIL RP-ENTRY > REPEAT-COUNT.
           IF CUM-CREDIT-HOURS > 0
               DIVIDE CUM-WEIGHTED-SUM BY CUM-CREDIT-HOURS
                   GIVING CUM-AVERAGE ROUNDED
           END-IF.

      *    An archived record is copied into the live file's record
      *    area (count first, the usual ODO dance) so one tally
      *    paragraph serves both files.
       412-TALLY-ONE-HISTORY-TERM.
           READ STUHIST-FILE NEXT RECORD
               AT END
                   MOVE "Y" TO EOF-HIST-GROUP
               NOT AT END
                   IF HST-STUDENT-NUMBER NOT = STW-STUDENT-NUMBER
                       MOVE "Y" TO EOF-HIST-GROUP
                   ELSE
                       MOVE HST-COURSE-COUNT   TO COURSE-COUNT
                       MOVE HST-STUDENT-NUMBER TO STUDENT-NUMBER
                       MOVE HST-TERM-CODE      TO TERM-CODE
                       MOVE HST-STUDENT-NAME   TO STUDENT-NAME
                       PERFORM 413-COPY-ONE-HISTORY-COURSE
                           VARYING CRS-IDX-WS FROM 1 BY 1
                           UNTIL CRS-IDX-WS > HST-COURSE-COUNT
                       PERFORM 420-TALLY-RECORD-ATTEMPTS
                   END-IF
           END-READ.

       413-COPY-ONE-HISTORY-COURSE.
           MOVE HST-COURSE-CODE(CRS-IDX-WS)
               TO COURSE-CODE(CRS-IDX-WS).
           MOVE HST-COURSE-AVG(CRS-IDX-WS)
               TO COURSE-AVG(CRS-IDX-WS).
           MOVE HST-COURSE-GRADE-STATUS(CRS-IDX-WS)
               TO COURSE-GRADE-STATUS(CRS-IDX-WS).

       414-TALLY-ONE-LIVE-TERM.
           READ STUDENT-DATA-FILE NEXT RECORD
               AT END
                   MOVE "Y" TO EOF-GROUP
               NOT AT END
                   IF STUDENT-NUMBER NOT = STW-STUDENT-NUMBER
                       MOVE "Y" TO EOF-GROUP
                   ELSE
                       PERFORM 420-TALLY-RECORD-ATTEMPTS
                   END-IF
           END-READ.

       420-TALLY-RECORD-ATTEMPTS.
           MOVE "Y" TO STW-FOUND.
           MOVE STUDENT-SURNAME    TO STW-SURNAME.
           MOVE STUDENT-GIVEN-NAME TO STW-GIVEN-NAME.
           PERFORM 425-TALLY-ONE-SLOT
               VARYING CRS-IDX-WS FROM 1 BY 1
               UNTIL CRS-IDX-WS > COURSE-COUNT.

      *    Graded courses only - an I/W/AU or transfer row is not an
      *    attempt that earns honours here.
       425-TALLY-ONE-SLOT.
           IF COURSE-CODE(CRS-IDX-WS) NOT = SPACES
                   AND COURSE-GRADE-STATUS(CRS-IDX-WS) = SPACE
               MOVE 0 TO RPT-FOUND-ENTRY
               PERFORM VARYING RP-ENTRY FROM 1 BY 1
                       UNTIL RP-ENTRY > REPEAT-COUNT
                       OR RPT-FOUND-ENTRY > 0
                   IF RPT-COURSE-CODE(RP-ENTRY)
                           = COURSE-CODE(CRS-IDX-WS)
                       SET RPT-FOUND-ENTRY TO RP-ENTRY
                   END-IF
               END-PERFORM
               IF RPT-FOUND-ENTRY = 0
                   IF REPEAT-COUNT < REPEAT-MAX
                       ADD 1 TO REPEAT-COUNT
                       MOVE COURSE-CODE(CRS-IDX-WS)
                           TO RPT-COURSE-CODE(REPEAT-COUNT)
                       MOVE COURSE-AVG(CRS-IDX-WS)
                           TO RPT-BEST-AVG(REPEAT-COUNT)
                       MOVE TERM-CODE TO RPT-BEST-TERM(REPEAT-COUNT)
                   END-IF
               ELSE
                   IF COURSE-AVG(CRS-IDX-WS)
                           NOT < RPT-BEST-AVG(RPT-FOUND-ENTRY)
                       MOVE COURSE-AVG(CRS-IDX-WS)
                           TO RPT-BEST-AVG(RPT-FOUND-ENTRY)
                       MOVE TERM-CODE
                           TO RPT-BEST-TERM(RPT-FOUND-ENTRY)
                   END-IF
               END-IF
           END-IF.

      *    The counted attempt of one course, weighted by its catalog
      *    credit hours - unless the term that earned it is
      *    amnestied.
       430-SUM-ONE-COURSE.
           MOVE RPT-BEST-TERM(RP-ENTRY) TO STW-TERM-WS.
           PERFORM 435-CHECK-TERM-AMNESTY.
           IF STW-AMNESTY-FLAG = "N"
               MOVE RPT-COURSE-CODE(RP-ENTRY) TO CREDIT-LOOKUP-CODE
               PERFORM 470-LOOKUP-CREDIT-HOURS
               COMPUTE CUM-WEIGHTED-SUM = CUM-WEIGHTED-SUM
                   + (RPT-BEST-AVG(RP-ENTRY) * CREDIT-LOOKUP-HOURS)
               ADD CREDIT-LOOKUP-HOURS TO CUM-CREDIT-HOURS
           END-IF.

       435-CHECK-TERM-AMNESTY.
           MOVE "N" TO STW-AMNESTY-FLAG.
           PERFORM VARYING AM-ENTRY FROM 1 BY 1
                   UNTIL AM-ENTRY > AMNESTY-COUNT
                   OR STW-AMNESTY-FLAG = "Y"
               IF AMT-STUDENT-NUMBER(AM-ENTRY) = STW-STUDENT-NUMBER
                       AND AMT-TERM-CODE(AM-ENTRY) = STW-TERM-WS
                   MOVE "Y" TO STW-AMNESTY-FLAG
               END-IF
           END-PERFORM.

      *    Given name first, the way a parchment reads.  Delimiting
      *    on a double space keeps a two-word given name whole.
       440-BUILD-PRINTED-NAME.
           MOVE SPACES TO STW-PRINTED-NAME.
           IF STW-GIVEN-NAME = SPACES
               MOVE STW-SURNAME TO STW-PRINTED-NAME
           ELSE
               STRING STW-GIVEN-NAME DELIMITED BY "  "
                   " " DELIMITED BY SIZE
                   STW-SURNAME DELIMITED BY "  "
                   INTO STW-PRINTED-NAME
               END-STRING
           END-IF.

      *****************************************************************
      * One parchment to the vendor - PRINT-WORK-AREA and the name in
      * STW-PRINTED-NAME say what goes on it.
      *****************************************************************
       450-WRITE-PRINT-LINE.
           MOVE PRW-PROGRAM-CODE TO PRG-LOOKUP-CODE.
           PERFORM 460-LOOKUP-PROGRAM-NAME.
           MOVE SPACES TO DIPLOMA-PRINT-RECORD.
           MOVE PRW-PRINT-TYPE   TO DPR-PRINT-TYPE.
           MOVE PRW-COPY-NUMBER  TO DPR-COPY-NUMBER.
           MOVE PRW-STUDENT      TO DPR-STUDENT-NUMBER.
           MOVE STW-PRINTED-NAME TO DPR-PRINTED-NAME.
           MOVE PRG-LOOKUP-NAME  TO DPR-CREDENTIAL-NAME.
           MOVE PRW-CONFER-DATE  TO DPR-CONFER-DATE.
           MOVE PRW-CONFER-DATE  TO DATE-SPLIT-NUM.
           IF DTS-MONTH > 0 AND DTS-MONTH < 13
               MOVE DTS-DAY TO DAY-EDIT-WS
               IF DTS-DAY < 10
                   STRING MONTH-NAME(DTS-MONTH) DELIMITED BY SPACE
                       " " DAY-EDIT-WS(2:1) ", " DTS-YEAR
                       DELIMITED BY SIZE
                       INTO DPR-CONFER-DATE-TEXT
                   END-STRING
               ELSE
                   STRING MONTH-NAME(DTS-MONTH) DELIMITED BY SPACE
                       " " DAY-EDIT-WS ", " DTS-YEAR
                       DELIMITED BY SIZE
                       INTO DPR-CONFER-DATE-TEXT
                   END-STRING
               END-IF
           END-IF.
           MOVE PRW-HONOURS TO DPR-HONOURS.
           MOVE 0 TO MINOR-SLOT.
           PERFORM 455-ADD-ONE-MINOR
               VARYING MN-ENTRY FROM 1 BY 1
               UNTIL MN-ENTRY > MINOR-COUNT.
           WRITE DIPLOMA-PRINT-RECORD.

      *    A minor whose program has left PROGRAM.txt prints by code.
       455-ADD-ONE-MINOR.
           IF MNT-STUDENT-NUMBER(MN-ENTRY) = PRW-STUDENT
                   AND MINOR-SLOT < 2
               ADD 1 TO MINOR-SLOT
               MOVE MNT-PROGRAM-CODE(MN-ENTRY) TO PRG-LOOKUP-CODE
               PERFORM 460-LOOKUP-PROGRAM-NAME
               IF PRG-LOOKUP-FOUND = "N"
                   MOVE PRG-LOOKUP-CODE TO PRG-LOOKUP-NAME
               END-IF
               IF MINOR-SLOT = 1
                   MOVE PRG-LOOKUP-NAME TO DPR-MINOR-NAME-1
               ELSE
                   MOVE PRG-LOOKUP-NAME TO DPR-MINOR-NAME-2
               END-IF
           END-IF.

       460-LOOKUP-PROGRAM-NAME.
           MOVE "N" TO PRG-LOOKUP-FOUND.
           MOVE SPACES TO PRG-LOOKUP-NAME.
           PERFORM VARYING T-ENTRY FROM 1 BY 1
                   UNTIL PRG-LOOKUP-FOUND = "Y"
                   OR T-ENTRY > PROG-ENTRY-COUNT
               IF PRG-LOOKUP-CODE = PROGRAM-TABLE-CODE(T-ENTRY)
                   MOVE PROGRAM-TABLE-NAME(T-ENTRY)
                       TO PRG-LOOKUP-NAME
                   MOVE "Y" TO PRG-LOOKUP-FOUND
               END-IF
           END-PERFORM.

       470-LOOKUP-CREDIT-HOURS.
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

      *****************************************************************
      * The ceremony roster: the run term's credentials in program
      * order, by name within program.  The honours shown are the
      * ones on the parchment where one has been printed.
      *****************************************************************
       500-WRITE-ROSTER.
           MOVE 0 TO ROSTER-COUNT.
           PERFORM 510-ADD-ONE-GRADUATE
               VARYING IDX-WS FROM 1 BY 1
               UNTIL IDX-WS > CREDENTIAL-COUNT.
           PERFORM 520-SORT-ONE-PASS
               VARYING SORT-IDX FROM 1 BY 1
               UNTIL SORT-IDX >= ROSTER-COUNT.
           OPEN OUTPUT ROSTER-FILE.
           MOVE RUN-TERM-CODE TO RTL-TERM-CODE.
           MOVE RUN-DATE-WS   TO RTL-RUN-DATE.
           WRITE ROSTER-RECORD FROM ROSTER-TITLE-LINE.
           MOVE SPACES TO PREV-PROGRAM-WS.
           MOVE 0 TO PROGRAM-GRADUATES.
           PERFORM 530-WRITE-ONE-GRADUATE
               VARYING SORT-IDX FROM 1 BY 1
               UNTIL SORT-IDX > ROSTER-COUNT.
           IF ROSTER-COUNT > 0
               MOVE PROGRAM-GRADUATES TO RCL-COUNT
               WRITE ROSTER-RECORD FROM ROSTER-COUNT-LINE
           END-IF.
           WRITE ROSTER-RECORD FROM BLANK-LINE.
           MOVE ROSTER-COUNT TO RTT-COUNT.
           WRITE ROSTER-RECORD FROM ROSTER-TOTAL-LINE.
           CLOSE ROSTER-FILE.

       510-ADD-ONE-GRADUATE.
           IF CRT-TERM-CODE(IDX-WS) = RUN-TERM-CODE
               PERFORM 400-GET-STUDENT-STANDING
               ADD 1 TO ROSTER-COUNT
               MOVE CRT-PROGRAM-CODE(IDX-WS)
                   TO ROS-PROGRAM-CODE(ROSTER-COUNT)
               MOVE CRT-SURNAME(IDX-WS) TO ROS-SURNAME(ROSTER-COUNT)
               MOVE CRT-GIVEN-NAME(IDX-WS)
                   TO ROS-GIVEN-NAME(ROSTER-COUNT)
               MOVE CRT-STUDENT-NUMBER(IDX-WS)
                   TO ROS-STUDENT-NUMBER(ROSTER-COUNT)
               MOVE CRT-PRINTED-NAME(IDX-WS)
                   TO ROS-PRINTED-NAME(ROSTER-COUNT)
               MOVE CRT-HONOURS(IDX-WS) TO ROS-HONOURS(ROSTER-COUNT)
               MOVE CRT-STUDENT-NUMBER(IDX-WS) TO PRW-STUDENT
               MOVE CRT-PROGRAM-CODE(IDX-WS) TO PRW-PROGRAM-CODE
               PERFORM 320-FIND-PRINTED-ROW
               IF PRINTED-FOUND > 0
                   MOVE PPT-HONOURS(PRINTED-FOUND)
                       TO ROS-HONOURS(ROSTER-COUNT)
               END-IF
           END-IF.

      *    Straight selection sort on program/surname/given name.
       520-SORT-ONE-PASS.
           MOVE SORT-IDX TO SORT-BEST.
           PERFORM 525-SCAN-ONE-ENTRY
               VARYING SORT-SCAN FROM SORT-IDX BY 1
               UNTIL SORT-SCAN > ROSTER-COUNT.
           IF SORT-BEST NOT = SORT-IDX
               MOVE ROSTER-ENTRY(SORT-IDX) TO ROSTER-SWAP-HOLD
               MOVE ROSTER-ENTRY(SORT-BEST) TO ROSTER-ENTRY(SORT-IDX)
               MOVE ROSTER-SWAP-HOLD TO ROSTER-ENTRY(SORT-BEST)
           END-IF.

       525-SCAN-ONE-ENTRY.
           IF ROS-SORT-KEY(SORT-SCAN) < ROS-SORT-KEY(SORT-BEST)
               MOVE SORT-SCAN TO SORT-BEST
           END-IF.

       530-WRITE-ONE-GRADUATE.
           IF ROS-PROGRAM-CODE(SORT-IDX) NOT = PREV-PROGRAM-WS
               IF SORT-IDX > 1
                   MOVE PROGRAM-GRADUATES TO RCL-COUNT
                   WRITE ROSTER-RECORD FROM ROSTER-COUNT-LINE
               END-IF
               MOVE 0 TO PROGRAM-GRADUATES
               MOVE ROS-PROGRAM-CODE(SORT-IDX) TO PREV-PROGRAM-WS
               MOVE ROS-PROGRAM-CODE(SORT-IDX) TO RPL-PROGRAM-CODE
               MOVE ROS-PROGRAM-CODE(SORT-IDX) TO PRG-LOOKUP-CODE
               PERFORM 460-LOOKUP-PROGRAM-NAME
               MOVE PRG-LOOKUP-NAME TO RPL-PROGRAM-NAME
               WRITE ROSTER-RECORD FROM BLANK-LINE
               WRITE ROSTER-RECORD FROM ROSTER-PROGRAM-LINE
           END-IF.
           ADD 1 TO PROGRAM-GRADUATES.
           MOVE ROS-STUDENT-NUMBER(SORT-IDX) TO RDL-STUDENT-NUMBER.
           MOVE ROS-PRINTED-NAME(SORT-IDX)   TO RDL-PRINTED-NAME.
           MOVE ROS-HONOURS(SORT-IDX)        TO RDL-HONOURS.
           WRITE ROSTER-RECORD FROM ROSTER-DETAIL-LINE.

      *****************************************************************
      * A pending replacement request.  The fee is charged first; the
      * parchment only goes to the vendor once it has posted, and it
      * carries the original's conferral date and honours.
      *****************************************************************
       600-WORK-ONE-REQUEST.
           IF RQT-STATUS(IDX-WS) = SPACE
               ADD 1 TO PENDING-COUNTER
               MOVE RQT-STUDENT-NUMBER(IDX-WS) TO PRW-STUDENT
               MOVE RQT-PROGRAM-CODE(IDX-WS)   TO PRW-PROGRAM-CODE
               PERFORM 320-FIND-PRINTED-ROW
               IF PRINTED-FOUND = 0
                   MOVE "R" TO RQT-STATUS(IDX-WS)
                   MOVE RUN-DATE-WS TO RQT-DONE-DATE(IDX-WS)
                   ADD 1 TO REFUSED-COUNTER
                   DISPLAY "REPRINT " PRW-STUDENT " "
                       PRW-PROGRAM-CODE " - NO ORIGINAL PARCHMENT "
                       "PRINTED, REFUSED."
               ELSE
                   MOVE PRW-PROGRAM-CODE TO PRG-LOOKUP-CODE
                   PERFORM 460-LOOKUP-PROGRAM-NAME
                   IF PRG-LOOKUP-FOUND = "N"
                       ADD 1 TO HELD-COUNTER
                       DISPLAY "REPRINT " PRW-STUDENT " "
                           PRW-PROGRAM-CODE " - PROGRAM NOT ON "
                           "PROGRAM.txt, LEFT PENDING."
                   ELSE
                       PERFORM 620-POST-REPRINT-FEE
                       IF FEE-POSTED-FLAG = "N"
                           ADD 1 TO UNPAID-COUNTER
                           DISPLAY "REPRINT " PRW-STUDENT " "
                               PRW-PROGRAM-CODE " - FEE NOT "
                               "POSTABLE, LEFT PENDING."
                       ELSE
                           PERFORM 610-PRINT-REPLACEMENT
                       END-IF
                   END-IF
               END-IF
           END-IF.

       610-PRINT-REPLACEMENT.
           ADD 1 TO PPT-REPRINT-COUNT(PRINTED-FOUND).
           MOVE RUN-DATE-WS TO PPT-LAST-PRINT-DATE(PRINTED-FOUND).
           MOVE "R" TO PRW-PRINT-TYPE.
           MOVE PPT-REPRINT-COUNT(PRINTED-FOUND) TO PRW-COPY-NUMBER.
           MOVE PPT-CONFER-DATE(PRINTED-FOUND) TO PRW-CONFER-DATE.
           MOVE PPT-HONOURS(PRINTED-FOUND) TO PRW-HONOURS.
           PERFORM 440-BUILD-PRINTED-NAME.
           PERFORM 450-WRITE-PRINT-LINE.
           MOVE "P" TO RQT-STATUS(IDX-WS).
           MOVE RUN-DATE-WS TO RQT-DONE-DATE(IDX-WS).
           ADD 1 TO REPRINT-COUNTER.

      *****************************************************************
      * The reprint fee, posted the way TRANS-FULFILL posts its
      * transcript fee: onto the newest live term's TUITION-OWED,
      * with the FEES.txt row and the audit trail.  The walk also
      * picks up the graduate's name as it reads today.
      *****************************************************************
       620-POST-REPRINT-FEE.
           MOVE "N" TO FEE-POSTED-FLAG.
           MOVE SPACES TO FEE-NEWEST-TERM.
           OPEN I-O STUDENT-DATA-FILE.
           MOVE PRW-STUDENT TO STUDENT-NUMBER.
           MOVE "N" TO EOF-GROUP.
           START STUDENT-DATA-FILE
               KEY IS EQUAL STUDENT-NUMBER
               INVALID KEY
                   MOVE "Y" TO EOF-GROUP
           END-START.
           PERFORM 625-WALK-ONE-TERM UNTIL EOF-GROUP = "Y".
           IF FEE-NEWEST-TERM NOT = SPACES
               MOVE PRW-STUDENT TO STUDENT-NUMBER
               MOVE FEE-NEWEST-TERM TO TERM-CODE
               READ STUDENT-DATA-FILE
                   INVALID KEY
                       CONTINUE
                   NOT INVALID KEY
                       MOVE STUDENT-SURNAME    TO STW-SURNAME
                       MOVE STUDENT-GIVEN-NAME TO STW-GIVEN-NAME
                       MOVE TUITION-OWED TO AUD-TUITION-BEFORE-WS
                       ADD REPRINT-FEE-AMOUNT TO TUITION-OWED
                       REWRITE STUDENT-RECORD
                           INVALID KEY
                               DISPLAY "REWRITE FAILED. STATUS: "
                                   FILE-STATUS
                           NOT INVALID KEY
                               MOVE "Y" TO FEE-POSTED-FLAG
                               PERFORM 630-WRITE-FEE-ROW
                               PERFORM 640-LOG-FEE
                       END-REWRITE
               END-READ
           END-IF.
           CLOSE STUDENT-DATA-FILE.

       625-WALK-ONE-TERM.
           READ STUDENT-DATA-FILE NEXT RECORD
               AT END
                   MOVE "Y" TO EOF-GROUP
               NOT AT END
                   IF STUDENT-NUMBER NOT = PRW-STUDENT
                       MOVE "Y" TO EOF-GROUP
                   ELSE
                       MOVE TERM-CODE TO FEE-NEWEST-TERM
                   END-IF
           END-READ.

       630-WRITE-FEE-ROW.
           OPEN EXTEND FEES-FILE.
           MOVE SPACES TO FEE-RECORD.
           MOVE PRW-STUDENT TO FEE-STUDENT-NUMBER.
           MOVE FEE-NEWEST-TERM TO FEE-TERM-CODE.
           MOVE "DIPREPR" TO FEE-TYPE.
           MOVE REPRINT-FEE-AMOUNT TO FEE-AMOUNT.
           MOVE RUN-DATE-WS TO FEE-DATE.
           WRITE FEE-RECORD.
           CLOSE FEES-FILE.

       640-LOG-FEE.
           OPEN EXTEND AUDIT-LOG-FILE.
           MOVE SPACES TO AUDIT-LOG-RECORD.
           MOVE AUD-TUITION-BEFORE-WS TO AUD-OLD-TUITION-DISPLAY.
           MOVE TUITION-OWED TO AUD-NEW-TUITION-DISPLAY.
           MOVE PRW-STUDENT TO AUD-STUDENT-NUMBER.
           MOVE FEE-NEWEST-TERM TO AUD-TERM-CODE.
           MOVE "TUITION-OWED" TO AUD-FIELD-NAME.
           MOVE AUD-OLD-TUITION-DISPLAY TO AUD-OLD-VALUE.
           MOVE AUD-NEW-TUITION-DISPLAY TO AUD-NEW-VALUE.
           MOVE OPERATOR-ID-WS TO AUD-OPERATOR-ID.
           MOVE FUNCTION CURRENT-DATE TO AUD-TIMESTAMP.
           CALL "AUDIT-CHAIN" USING AUDIT-LOG-RECORD.
           WRITE AUDIT-LOG-RECORD.
           CLOSE AUDIT-LOG-FILE.

       800-SAVE-PRINTED-LEDGER.
           OPEN OUTPUT PRINTED-FILE.
           PERFORM 810-WRITE-ONE-PRINTED
               VARYING PP-ENTRY FROM 1 BY 1
               UNTIL PP-ENTRY > PRINTED-COUNT.
           CLOSE PRINTED-FILE.

       810-WRITE-ONE-PRINTED.
           MOVE SPACES TO DIPPRINT-RECORD.
           MOVE PPT-STUDENT-NUMBER(PP-ENTRY) TO DPP-STUDENT-NUMBER.
           MOVE PPT-PROGRAM-CODE(PP-ENTRY)   TO DPP-PROGRAM-CODE.
           MOVE PPT-TERM-CODE(PP-ENTRY)      TO DPP-TERM-CODE.
           MOVE PPT-CONFER-DATE(PP-ENTRY)    TO DPP-CONFER-DATE.
           MOVE PPT-HONOURS(PP-ENTRY)        TO DPP-HONOURS.
           MOVE PPT-REPRINT-COUNT(PP-ENTRY)  TO DPP-REPRINT-COUNT.
           MOVE PPT-LAST-PRINT-DATE(PP-ENTRY)
               TO DPP-LAST-PRINT-DATE.
           WRITE DIPPRINT-RECORD.

       820-SAVE-REPRINT-QUEUE.
           OPEN OUTPUT REPRINTS-FILE.
           PERFORM 830-WRITE-ONE-REQUEST
               VARYING RQ-ENTRY FROM 1 BY 1
               UNTIL RQ-ENTRY > REQUEST-COUNT.
           CLOSE REPRINTS-FILE.

       830-WRITE-ONE-REQUEST.
           MOVE SPACES TO DIPREQ-RECORD.
           MOVE RQT-STUDENT-NUMBER(RQ-ENTRY) TO DRQ-STUDENT-NUMBER.
           MOVE RQT-PROGRAM-CODE(RQ-ENTRY)   TO DRQ-PROGRAM-CODE.
           MOVE RQT-REQUEST-DATE(RQ-ENTRY)   TO DRQ-REQUEST-DATE.
           MOVE RQT-REQUESTED-BY(RQ-ENTRY)   TO DRQ-REQUESTED-BY.
           MOVE RQT-STATUS(RQ-ENTRY)         TO DRQ-STATUS.
           MOVE RQT-DONE-DATE(RQ-ENTRY)      TO DRQ-DONE-DATE.
           WRITE DIPREQ-RECORD.

       950-DISPLAY-STATS.
           DISPLAY "DIPLOMA PRINT COMPLETE - TERM " RUN-TERM-CODE.
           DISPLAY "  CREDENTIALS ON FILE:      " CREDENTIAL-COUNT.
           DISPLAY "  ORIGINALS PRINTED:        " NEW-PRINT-COUNTER.
           DISPLAY "    WITH DISTINCTION:       " DISTINCTION-COUNTER.
           DISPLAY "    WITH HONOURS:           " HONOURS-COUNTER.
           DISPLAY "  HELD BACK:                " HELD-COUNTER.
           DISPLAY "  REPRINT REQUESTS PENDING: " PENDING-COUNTER.
           DISPLAY "    REPLACEMENTS PRINTED:   " REPRINT-COUNTER.
           DISPLAY "    REFUSED:                " REFUSED-COUNTER.
           DISPLAY "    FEE NOT POSTABLE:       " UNPAID-COUNTER.
           DISPLAY "  ON CONVOCATION ROSTER:    " ROSTER-COUNT.

       960-LOG-RUN-PARAMETERS.
           OPEN EXTEND JOB-LOG-FILE.
           MOVE SPACES TO JOB-LOG-RECORD.
           MOVE RUN-START-STAMP TO JOB-START-TIMESTAMP.
           MOVE FUNCTION CURRENT-DATE TO JOB-END-TIMESTAMP.
           MOVE OPERATOR-ID-WS TO JOB-OPERATOR-ID.
           MOVE RUN-TERM-CODE TO JOB-TERM-CODE.
           MOVE "Y" TO JOB-BATCH-MODE.
           MOVE CREDENTIAL-COUNT TO JOB-STUDENTS-READ.
           COMPUTE JOB-STUDENTS-WRITTEN =
               NEW-PRINT-COUNTER + REPRINT-COUNTER.
           COMPUTE JOB-STUDENTS-REJECTED = HELD-COUNTER
               + REFUSED-COUNTER + UNPAID-COUNTER.
           MOVE RETURN-CODE TO JOB-RETURN-CODE.
           MOVE HONOURS-DISTINCTION-MIN TO LOG-DISTINCTION-MIN.
           MOVE HONOURS-MIN TO LOG-HONOURS-MIN.
           MOVE REPRINT-FEE-AMOUNT TO LOG-REPRINT-FEE.
           STRING "DIST=" LOG-DISTINCTION-MIN " HON=" LOG-HONOURS-MIN
                  " REPRINT-FEE=" LOG-REPRINT-FEE
               DELIMITED BY SIZE INTO JOB-PARM-VALUES
           END-STRING.
           WRITE JOB-LOG-RECORD.
           CLOSE JOB-LOG-FILE.

       END PROGRAM DIPLOMA-PRINT.
