      ******************************************************************
      * Tectonics: Third-party disclosure report, monthly.  Two
      * lists on CONSENT-REPORT.txt for the registrar:
      *    - every consent on DISCLOSURE-CONSENTS.txt (see
      *      CONSENT-RECORD.cpy) still in force and expiring within
      *      the window (CONSENT-EXPIRY-DAYS on POLICY-PARMS.txt,
      *      default 30), so the student can be asked to renew it
      *      before the parent or sponsor is turned away;
      *    - every disclosure on DISCLOSURE-LOG.txt (see
      *      DISCLOG-RECORD.cpy) not covered by a consent in force
      *      on the day it was made: no consent matched, the
      *      passphrase not given, the consent lapsed, not yet
      *      recorded or already revoked that day, or academic
      *      information given on a financial-only consent.
      * The log is append-only and never trimmed, so a disclosure
      * stays on the list from month to month.  Read-only - the
      * report changes nothing.
      * RETURN-CODE 0 clean, 4 disclosures without consent listed,
      * 8 the consent file too big to load (no report).  Every run
      * writes its JOB-LOG.txt row, the expiry window it used on it.
      ******************************************************************
       IDENTIFICATION DIVISION.
       PROGRAM-ID. CONSENT-REPORT.

       ENVIRONMENT DIVISION.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
           SELECT OPTIONAL CONSENT-FILE
               ASSIGN "DISCLOSURE-CONSENTS.txt"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS CONSENT-STATUS.
           SELECT OPTIONAL DISCLOSURE-LOG-FILE
               ASSIGN "DISCLOSURE-LOG.txt"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS DISCLOG-STATUS.
           SELECT REPORT-FILE ASSIGN "CONSENT-REPORT.txt"
               ORGANIZATION IS LINE SEQUENTIAL.
           SELECT OPTIONAL JOB-LOG-FILE ASSIGN "JOB-LOG.txt"
               ORGANIZATION IS LINE SEQUENTIAL.

       DATA DIVISION.
       FILE SECTION.
           FD CONSENT-FILE.
           COPY "CONSENT-RECORD.cpy".

           FD DISCLOSURE-LOG-FILE.
           COPY "DISCLOG-RECORD.cpy".

           FD REPORT-FILE.
           01 REPORT-RECORD PIC X(100).

           FD JOB-LOG-FILE.
           COPY "JOB-LOG.cpy".

       WORKING-STORAGE SECTION.
           01 CONSENT-STATUS PIC X(2).
           01 DISCLOG-STATUS PIC X(2).

           COPY "POLICY-LOOKUP.cpy".

           01 RUN-DATE-WS        PIC 9(8) VALUE 0.
           01 RUN-DATE-INT       PIC 9(8) VALUE 0.
           01 RUN-START-STAMP    PIC X(26) VALUE SPACES.
           01 WINDOW-END-INT     PIC 9(8) VALUE 0.
      *    Days ahead an expiry is listed - CONSENT-EXPIRY-DAYS on
      *    file replaces it.
           01 EXPIRY-WINDOW-DAYS PIC 9(3) VALUE 30.

           01 CONSENT-TABLE.
               05 CONSENT-ENTRY OCCURS 2000 TIMES INDEXED C-ENTRY.
                   10 CTB-CONSENT-ID     PIC 9(6).
                   10 CTB-STUDENT-NUMBER PIC 9(6).
                   10 CTB-PERSON-NAME    PIC X(30).
                   10 CTB-RELATIONSHIP   PIC X(15).
                   10 CTB-SCOPE          PIC X(1).
                   10 CTB-EXPIRY-DATE    PIC 9(8).
                   10 CTB-RECORDED-DATE  PIC 9(8).
                   10 CTB-STATUS         PIC X(1).
                   10 CTB-REVOKED-DATE   PIC 9(8).
           01 CONSENT-COUNT PIC 9(4) VALUE 0.
           01 CONSENT-MAX   PIC 9(4) VALUE 2000.

           01 COUNTERS.
               05 EXPIRING-COUNTER   PIC 9(5) VALUE 0.
               05 DISCLOSURE-COUNTER PIC 9(5) VALUE 0.
               05 UNCOVERED-COUNTER  PIC 9(5) VALUE 0.

           01 FLAGS.
               05 EOF-CONSENT  PIC X VALUE "N".
               05 EOF-DISCLOG  PIC X VALUE "N".
               05 ABORT-FLAG   PIC X VALUE "N".

           01 REPORT-WORK-AREA.
               05 CRW-FOUND-ENTRY  PIC 9(4) VALUE 0.
               05 CRW-EXPIRY-INT   PIC 9(8) VALUE 0.
               05 CRW-DAYS-LEFT    PIC S9(5) VALUE 0.
               05 CRW-REASON-TEXT  PIC X(16) VALUE SPACES.
               05 IDX-WS           PIC 9(4).

           01 REPORT-TITLE-LINE.
               05 FILLER PIC X(41)
                   VALUE "THIRD-PARTY DISCLOSURE CONSENTS".
               05 FILLER PIC X(4) VALUE "RUN ".
               05 RTL-RUN-DATE  PIC 9(8).

           01 EXPIRY-TITLE-LINE.
               05 FILLER PIC X(28)
                   VALUE "CONSENTS EXPIRING WITHIN".
               05 ETL-DAYS PIC ZZ9.
               05 FILLER PIC X(5) VALUE " DAYS".

           01 EXPIRY-HEADER-LINE.
               05 FILLER PIC X(8)  VALUE "STUDENT".
               05 FILLER PIC X(8)  VALUE "CONSENT".
               05 FILLER PIC X(31) VALUE "AUTHORIZED PERSON".
               05 FILLER PIC X(16) VALUE "RELATIONSHIP".
               05 FILLER PIC X(6)  VALUE "SCOPE".
               05 FILLER PIC X(9)  VALUE "EXPIRES".
               05 FILLER PIC X(9)  VALUE "DAYS LEFT".

           01 EXPIRY-DETAIL-LINE.
               05 EDL-STUDENT-NUMBER PIC 9(6).
               05 FILLER             PIC X(2) VALUE SPACES.
               05 EDL-CONSENT-ID     PIC 9(6).
               05 FILLER             PIC X(2) VALUE SPACES.
               05 EDL-PERSON-NAME    PIC X(30).
               05 FILLER             PIC X(1) VALUE SPACE.
               05 EDL-RELATIONSHIP   PIC X(15).
               05 FILLER             PIC X(1) VALUE SPACE.
               05 EDL-SCOPE          PIC X(1).
               05 FILLER             PIC X(5) VALUE SPACES.
               05 EDL-EXPIRY-DATE    PIC 9(8).
               05 FILLER             PIC X(1) VALUE SPACE.
               05 EDL-DAYS-LEFT      PIC -ZZZZ9.

           01 DISCLOSURE-TITLE-LINE.
               05 FILLER PIC X(50)
                   VALUE "DISCLOSURES MADE WITHOUT A CONSENT IN FORCE".

           01 DISCLOSURE-HEADER-LINE.
               05 FILLER PIC X(8)  VALUE "STUDENT".
               05 FILLER PIC X(9)  VALUE "DATE".
               05 FILLER PIC X(31) VALUE "DISCLOSED TO".
               05 FILLER PIC X(2)  VALUE "S".
               05 FILLER PIC X(8)  VALUE "CONSENT".
               05 FILLER PIC X(11) VALUE "BY".
               05 FILLER PIC X(16) VALUE "REASON".

           01 DISCLOSURE-DETAIL-LINE.
               05 DDL-STUDENT-NUMBER PIC 9(6).
               05 FILLER             PIC X(2) VALUE SPACES.
               05 DDL-DISCLOSED-DATE PIC 9(8).
               05 FILLER             PIC X(1) VALUE SPACE.
               05 DDL-DISCLOSED-TO   PIC X(30).
               05 FILLER             PIC X(1) VALUE SPACE.
               05 DDL-SCOPE          PIC X(1).
               05 FILLER             PIC X(1) VALUE SPACE.
               05 DDL-CONSENT-ID     PIC 9(6).
               05 FILLER             PIC X(2) VALUE SPACES.
               05 DDL-DISCLOSED-BY   PIC X(10).
               05 FILLER             PIC X(1) VALUE SPACE.
               05 DDL-REASON-TEXT    PIC X(16).

           01 REPORT-COUNT-LINE.
               05 RCL-LABEL PIC X(40).
               05 RCL-COUNT PIC ZZZZZ9.

           01 BLANK-LINE PIC X(100) VALUE SPACES.

       PROCEDURE DIVISION.
       100-MAIN.
           MOVE FUNCTION CURRENT-DATE TO RUN-START-STAMP.
           CALL "BUSINESS-DATE" USING RUN-DATE-WS.
           PERFORM 150-LOAD-POLICY-PARMS.
           PERFORM 200-LOAD-CONSENT-TABLE.
           IF ABORT-FLAG = "N"
               OPEN OUTPUT REPORT-FILE
               PERFORM 250-WRITE-HEADING
               PERFORM 300-CHECK-ONE-EXPIRY
                   VARYING C-ENTRY FROM 1 BY 1
                   UNTIL C-ENTRY > CONSENT-COUNT
               PERFORM 400-CHECK-DISCLOSURES
               PERFORM 700-WRITE-TOTALS
               CLOSE REPORT-FILE
               PERFORM 950-DISPLAY-STATS
           END-IF.
           PERFORM 960-LOG-RUN-PARAMETERS.
      *    GOBACK, not STOP RUN, so the job-stream controller can
      *    CALL this program as one step of the night's stream.
           GOBACK.

       150-LOAD-POLICY-PARMS.
           MOVE SPACES TO POL-TERM-CODE.
           MOVE "CONSENT-EXPIRY-DAYS" TO POL-PARM-NAME.
           MOVE EXPIRY-WINDOW-DAYS TO POL-PARM-VALUE.
           CALL "POLICY-PARM" USING POLICY-LOOKUP.
           IF POL-PARM-VALUE > 0
               MOVE POL-PARM-VALUE TO EXPIRY-WINDOW-DAYS
           END-IF.
           COMPUTE RUN-DATE-INT =
               FUNCTION INTEGER-OF-DATE(RUN-DATE-WS).
           COMPUTE WINDOW-END-INT = RUN-DATE-INT + EXPIRY-WINDOW-DAYS.

       200-LOAD-CONSENT-TABLE.
           SET C-ENTRY TO 1.
           OPEN INPUT CONSENT-FILE.
           IF CONSENT-STATUS = "00" OR CONSENT-STATUS = "05"
               PERFORM 210-LOAD-ONE-CONSENT UNTIL EOF-CONSENT = "Y"
                   OR C-ENTRY > CONSENT-MAX
               CLOSE CONSENT-FILE
           END-IF.
           COMPUTE CONSENT-COUNT = C-ENTRY - 1.
           IF EOF-CONSENT NOT = "Y" AND CONSENT-COUNT >= CONSENT-MAX
               DISPLAY "DISCLOSURE-CONSENTS.txt EXCEEDS " CONSENT-MAX
                   " ROWS. RUN ABORTED - NOTHING CHANGED."
               MOVE 8 TO RETURN-CODE
               MOVE "Y" TO ABORT-FLAG
           END-IF.

       210-LOAD-ONE-CONSENT.
           READ CONSENT-FILE
               AT END
                   MOVE "Y" TO EOF-CONSENT
               NOT AT END
                   MOVE CNS-CONSENT-ID   TO CTB-CONSENT-ID(C-ENTRY)
                   MOVE CNS-STUDENT-NUMBER
                       TO CTB-STUDENT-NUMBER(C-ENTRY)
                   MOVE CNS-PERSON-NAME  TO CTB-PERSON-NAME(C-ENTRY)
                   MOVE CNS-RELATIONSHIP
                       TO CTB-RELATIONSHIP(C-ENTRY)
                   MOVE CNS-SCOPE        TO CTB-SCOPE(C-ENTRY)
                   MOVE CNS-EXPIRY-DATE  TO CTB-EXPIRY-DATE(C-ENTRY)
                   MOVE CNS-RECORDED-DATE
                       TO CTB-RECORDED-DATE(C-ENTRY)
                   MOVE CNS-STATUS       TO CTB-STATUS(C-ENTRY)
                   MOVE CNS-REVOKED-DATE
                       TO CTB-REVOKED-DATE(C-ENTRY)
                   SET C-ENTRY UP BY 1
           END-READ.

       250-WRITE-HEADING.
           MOVE RUN-DATE-WS TO RTL-RUN-DATE.
           WRITE REPORT-RECORD FROM REPORT-TITLE-LINE.
           WRITE REPORT-RECORD FROM BLANK-LINE.
           MOVE EXPIRY-WINDOW-DAYS TO ETL-DAYS.
           WRITE REPORT-RECORD FROM EXPIRY-TITLE-LINE.
           WRITE REPORT-RECORD FROM EXPIRY-HEADER-LINE.

      *    Consents in force today whose expiry falls in the window.
       300-CHECK-ONE-EXPIRY.
           IF CTB-STATUS(C-ENTRY) = SPACE
                   AND CTB-EXPIRY-DATE(C-ENTRY) NOT < RUN-DATE-WS
               COMPUTE CRW-EXPIRY-INT =
                   FUNCTION INTEGER-OF-DATE(CTB-EXPIRY-DATE(C-ENTRY))
               IF CRW-EXPIRY-INT NOT > WINDOW-END-INT
                   COMPUTE CRW-DAYS-LEFT =
                       CRW-EXPIRY-INT - RUN-DATE-INT
                   ADD 1 TO EXPIRING-COUNTER
                   MOVE SPACES TO EXPIRY-DETAIL-LINE
                   MOVE CTB-STUDENT-NUMBER(C-ENTRY)
                       TO EDL-STUDENT-NUMBER
                   MOVE CTB-CONSENT-ID(C-ENTRY)   TO EDL-CONSENT-ID
                   MOVE CTB-PERSON-NAME(C-ENTRY)  TO EDL-PERSON-NAME
                   MOVE CTB-RELATIONSHIP(C-ENTRY) TO EDL-RELATIONSHIP
                   MOVE CTB-SCOPE(C-ENTRY)        TO EDL-SCOPE
                   MOVE CTB-EXPIRY-DATE(C-ENTRY)  TO EDL-EXPIRY-DATE
                   MOVE CRW-DAYS-LEFT             TO EDL-DAYS-LEFT
                   WRITE REPORT-RECORD FROM EXPIRY-DETAIL-LINE
               END-IF
           END-IF.

       400-CHECK-DISCLOSURES.
           WRITE REPORT-RECORD FROM BLANK-LINE.
           WRITE REPORT-RECORD FROM DISCLOSURE-TITLE-LINE.
           WRITE REPORT-RECORD FROM DISCLOSURE-HEADER-LINE.
           OPEN INPUT DISCLOSURE-LOG-FILE.
           IF DISCLOG-STATUS = "00" OR DISCLOG-STATUS = "05"
               PERFORM 410-CHECK-ONE-DISCLOSURE
                   UNTIL EOF-DISCLOG = "Y"
               CLOSE DISCLOSURE-LOG-FILE
           END-IF.

      *****************************************************************
      * A disclosure is covered only if the caller was matched to a
      * consent, gave its passphrase, and the consent was in force
      * that day for what was said.  A consent revoked the same day
      * still covers a disclosure logged against it - the desk only
      * offers consents still in force, so the call came first.
      *****************************************************************
       410-CHECK-ONE-DISCLOSURE.
           READ DISCLOSURE-LOG-FILE
               AT END
                   MOVE "Y" TO EOF-DISCLOG
               NOT AT END
                   ADD 1 TO DISCLOSURE-COUNTER
                   PERFORM 420-FIND-THE-CONSENT
                   PERFORM 430-JUDGE-THE-DISCLOSURE
                   IF CRW-REASON-TEXT NOT = SPACES
                       PERFORM 450-LIST-THE-DISCLOSURE
                   END-IF
           END-READ.

       420-FIND-THE-CONSENT.
           MOVE 0 TO CRW-FOUND-ENTRY.
           IF DSL-CONSENT-ID NOT = 0
               PERFORM VARYING IDX-WS FROM 1 BY 1
                       UNTIL IDX-WS > CONSENT-COUNT
                           OR CRW-FOUND-ENTRY > 0
                   IF CTB-CONSENT-ID(IDX-WS) = DSL-CONSENT-ID
                           AND CTB-STUDENT-NUMBER(IDX-WS)
                               = DSL-STUDENT-NUMBER
                       MOVE IDX-WS TO CRW-FOUND-ENTRY
                   END-IF
               END-PERFORM
           END-IF.

       430-JUDGE-THE-DISCLOSURE.
           MOVE SPACES TO CRW-REASON-TEXT.
           EVALUATE TRUE
               WHEN CRW-FOUND-ENTRY = 0
                   MOVE "NO CONSENT" TO CRW-REASON-TEXT
               WHEN DSL-PASSPHRASE-FLAG NOT = "Y"
                   MOVE "NO PASSPHRASE" TO CRW-REASON-TEXT
               WHEN CTB-RECORDED-DATE(CRW-FOUND-ENTRY)
                       > DSL-DISCLOSED-DATE
                   MOVE "NOT YET IN FORCE" TO CRW-REASON-TEXT
               WHEN CTB-EXPIRY-DATE(CRW-FOUND-ENTRY)
                       < DSL-DISCLOSED-DATE
                   MOVE "CONSENT EXPIRED" TO CRW-REASON-TEXT
               WHEN CTB-STATUS(CRW-FOUND-ENTRY) = "R"
                       AND CTB-REVOKED-DATE(CRW-FOUND-ENTRY)
                           < DSL-DISCLOSED-DATE
                   MOVE "CONSENT REVOKED" TO CRW-REASON-TEXT
               WHEN DSL-SCOPE = "A"
                       AND CTB-SCOPE(CRW-FOUND-ENTRY) NOT = "B"
                   MOVE "FINANCIAL ONLY" TO CRW-REASON-TEXT
               WHEN OTHER
                   CONTINUE
           END-EVALUATE.

       450-LIST-THE-DISCLOSURE.
           ADD 1 TO UNCOVERED-COUNTER.
           MOVE SPACES TO DISCLOSURE-DETAIL-LINE.
           MOVE DSL-STUDENT-NUMBER TO DDL-STUDENT-NUMBER.
           MOVE DSL-DISCLOSED-DATE TO DDL-DISCLOSED-DATE.
           MOVE DSL-DISCLOSED-TO   TO DDL-DISCLOSED-TO.
           MOVE DSL-SCOPE          TO DDL-SCOPE.
           MOVE DSL-CONSENT-ID     TO DDL-CONSENT-ID.
           MOVE DSL-DISCLOSED-BY   TO DDL-DISCLOSED-BY.
           MOVE CRW-REASON-TEXT    TO DDL-REASON-TEXT.
           WRITE REPORT-RECORD FROM DISCLOSURE-DETAIL-LINE.

       700-WRITE-TOTALS.
           WRITE REPORT-RECORD FROM BLANK-LINE.
           MOVE "CONSENTS EXPIRING IN THE WINDOW:" TO RCL-LABEL.
           MOVE EXPIRING-COUNTER TO RCL-COUNT.
           WRITE REPORT-RECORD FROM REPORT-COUNT-LINE.
           MOVE "DISCLOSURES ON THE LOG:" TO RCL-LABEL.
           MOVE DISCLOSURE-COUNTER TO RCL-COUNT.
           WRITE REPORT-RECORD FROM REPORT-COUNT-LINE.
           MOVE "DISCLOSURES WITHOUT A CONSENT IN FORCE:"
               TO RCL-LABEL.
           MOVE UNCOVERED-COUNTER TO RCL-COUNT.
           WRITE REPORT-RECORD FROM REPORT-COUNT-LINE.

      *****************************************************************
      * RETURN-CODE follows the standard severity scale: 0 clean, 4
      * when a disclosure was made without a consent in force.
      *****************************************************************
       950-DISPLAY-STATS.
           DISPLAY "CONSENTS EXPIRING:     " EXPIRING-COUNTER.
           DISPLAY "DISCLOSURES LOGGED:    " DISCLOSURE-COUNTER.
           DISPLAY "WITHOUT CONSENT:       " UNCOVERED-COUNTER.
           IF UNCOVERED-COUNTER > 0
               MOVE 4 TO RETURN-CODE
           END-IF.

       960-LOG-RUN-PARAMETERS.
           OPEN EXTEND JOB-LOG-FILE.
           MOVE SPACES TO JOB-LOG-RECORD.
           MOVE RUN-START-STAMP TO JOB-START-TIMESTAMP.
           MOVE FUNCTION CURRENT-DATE TO JOB-END-TIMESTAMP.
           MOVE "CONSENTRPT" TO JOB-OPERATOR-ID.
           MOVE SPACES TO JOB-TERM-CODE.
           MOVE "Y" TO JOB-BATCH-MODE.
           MOVE CONSENT-COUNT TO JOB-STUDENTS-READ.
           MOVE EXPIRING-COUNTER TO JOB-STUDENTS-WRITTEN.
           MOVE UNCOVERED-COUNTER TO JOB-STUDENTS-REJECTED.
           MOVE RETURN-CODE TO JOB-RETURN-CODE.
           STRING "EXPIRY-DAYS=" EXPIRY-WINDOW-DAYS
               DELIMITED BY SIZE INTO JOB-PARM-VALUES
           END-STRING.
           WRITE JOB-LOG-RECORD.
           CLOSE JOB-LOG-FILE.

       END PROGRAM CONSENT-REPORT.
