      ******************************************************************
      * Tectonics: Overdue-documents holds, run once a term after the
      * add/drop deadline on TERM-CALENDAR.txt has passed.  Three
      * steps, in order:
      *  - every new student (first term on STUFILE.dat is the run
      *    term, status active) with no DOCUMENT-CHECKLIST.txt rows
      *    yet gets a checklist built from DOC-REQUIREMENTS.txt
      *    for their program and residency category, due for the
      *    run term - built and listed, but not held this run, since
      *    nobody has told them yet;
      *  - every student holding the "DOCUMENTS OVERDUE" hold who no
      *    longer owes any document has it released
      *    (DOC-HOLD-RELEASE) - DOC-CHECKLIST releases it at once on
      *    save, so this catches anything that slipped by;
      *  - every student with a document still outstanding after
      *    the add/drop deadline of the term it was due for gets an
      *    administrative hold ('A', reason "DOCUMENTS OVERDUE",
      *    placed by DOCHOLD) on HOLDS.txt, unless they already have
      *    one.
      * Everything placed, released and built is listed on
      * DOC-HOLD-REPORT.txt.
      * RETURN-CODE 0 clean, 4 holds placed, 8 the run was refused
      * (no term, term not on the calendar, deadline not yet passed,
      * or a file too big to load) - nothing changed.
      ******************************************************************
       IDENTIFICATION DIVISION.
       PROGRAM-ID. DOC-HOLD-RUN.

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
           SELECT OPTIONAL TERM-CALENDAR-FILE
               ASSIGN "TERM-CALENDAR.txt"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS CALENDAR-STATUS.
           SELECT OPTIONAL DOCREQ-FILE
               ASSIGN "DOC-REQUIREMENTS.txt"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS DOCREQ-STATUS.
           SELECT OPTIONAL DOCCHK-FILE
               ASSIGN "DOCUMENT-CHECKLIST.txt"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS DOCCHK-STATUS.
           SELECT OPTIONAL HOLDS-FILE ASSIGN "HOLDS.txt"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS HOLDS-STATUS.
           SELECT REPORT-FILE ASSIGN "DOC-HOLD-REPORT.txt"
               ORGANIZATION IS LINE SEQUENTIAL.

       DATA DIVISION.
       FILE SECTION.
           FD STUDENT-DATA-FILE
               RECORD IS VARYING IN SIZE FROM 82 TO 181 CHARACTERS
               DEPENDING ON COURSE-COUNT.
           COPY "STUDENT-RECORD.cpy".

           FD TERM-CALENDAR-FILE.
           COPY "TERM-CALENDAR.cpy".

           FD DOCREQ-FILE.
           COPY "DOCREQ-RECORD.cpy".

           FD DOCCHK-FILE.
           COPY "DOCCHK-RECORD.cpy".

           FD HOLDS-FILE.
           COPY "HOLD-RECORD.cpy".

           FD REPORT-FILE.
           01 REPORT-RECORD PIC X(80).

       WORKING-STORAGE SECTION.
           01 FILE-STATUS     PIC X(2).
           01 CALENDAR-STATUS PIC X(2).
           01 DOCREQ-STATUS   PIC X(2).
           01 DOCCHK-STATUS   PIC X(2).
           01 HOLDS-STATUS    PIC X(2).

           01 RUN-TERM-CODE PIC X(6) VALUE SPACES.
           01 RUN-DATE-WS   PIC 9(8) VALUE 0.

           01 CALENDAR-TABLE.
               05 CALENDAR-ENTRY OCCURS 100 TIMES INDEXED T-ENTRY.
                   10 CTB-TERM-CODE     PIC X(6).
                   10 CTB-ADD-DROP-DATE PIC 9(8).
           01 CALENDAR-COUNT PIC 9(3) VALUE 0.
           01 CALENDAR-MAX   PIC 9(3) VALUE 100.

           01 DOCREQ-TABLE.
               05 DOCREQ-ENTRY OCCURS 300 TIMES INDEXED R-ENTRY.
                   10 RTB-PROGRAM-CODE  PIC X(6).
                   10 RTB-RESIDENCY     PIC X(1).
                   10 RTB-DOCUMENT-CODE PIC X(8).
           01 DOCREQ-COUNT PIC 9(3) VALUE 0.
           01 DOCREQ-MAX   PIC 9(3) VALUE 300.

      *    KTB-SEEDED 'Y' = built by this run - owed, but not held
      *    for until the next run.
           01 DOCCHK-TABLE.
               05 DOCCHK-ENTRY OCCURS 5000 TIMES INDEXED K-ENTRY.
                   10 KTB-STUDENT-NUMBER PIC 9(6).
                   10 KTB-DOCUMENT-CODE  PIC X(8).
                   10 KTB-DUE-TERM       PIC X(6).
                   10 KTB-STATUS         PIC X(1).
                   10 KTB-STATUS-DATE    PIC 9(8).
                   10 KTB-STATUS-BY      PIC X(10).
                   10 KTB-NOTE           PIC X(20).
                   10 KTB-SEEDED         PIC X(1).
           01 DOCCHK-COUNT PIC 9(4) VALUE 0.
           01 DOCCHK-MAX   PIC 9(4) VALUE 5000.

      *    Students already carrying the documents hold.
           01 HELD-TABLE.
               05 HELD-STUDENT PIC 9(6) OCCURS 500 TIMES.
           01 HELD-COUNT PIC 9(3) VALUE 0.
           01 HELD-MAX   PIC 9(3) VALUE 500.

      *    Students owing at least one overdue document this run.
           01 OVERDUE-TABLE.
               05 OVERDUE-ENTRY OCCURS 2000 TIMES INDEXED V-ENTRY.
                   10 VTB-STUDENT-NUMBER PIC 9(6).
                   10 VTB-FIRST-DOCUMENT PIC X(8).
                   10 VTB-DOCUMENT-COUNT PIC 9(3).
           01 OVERDUE-COUNT PIC 9(4) VALUE 0.
           01 OVERDUE-MAX   PIC 9(4) VALUE 2000.

           01 COUNTERS.
               05 READ-COUNTER     PIC 9(5) VALUE 0.
               05 SEEDED-COUNTER   PIC 9(5) VALUE 0.
               05 ROWS-ADDED-COUNTER PIC 9(5) VALUE 0.
               05 PLACED-COUNTER   PIC 9(5) VALUE 0.
               05 ALREADY-HELD-COUNTER PIC 9(5) VALUE 0.
               05 RELEASED-COUNTER PIC 9(5) VALUE 0.

           01 FLAGS.
               05 EOF-STU      PIC X VALUE "N".
               05 EOF-CALENDAR PIC X VALUE "N".
               05 EOF-DOCREQ   PIC X VALUE "N".
               05 EOF-DOCCHK   PIC X VALUE "N".
               05 EOF-HOLDS    PIC X VALUE "N".
               05 ABORT-FLAG   PIC X VALUE "N".

           01 DOC-HOLD-WORK-AREA.
               05 DHW-RUN-DEADLINE   PIC 9(8) VALUE 0.
               05 DHW-DUE-DEADLINE   PIC 9(8) VALUE 0.
               05 DHW-PREV-STUDENT   PIC 9(6) VALUE 0.
               05 DHW-FOUND-ENTRY    PIC 9(4) VALUE 0.
               05 DHW-OUTSTANDING    PIC 9(3) VALUE 0.
               05 DHW-ADDED-COUNT    PIC 9(3) VALUE 0.
               05 DHW-SEARCH-TERM    PIC X(6) VALUE SPACES.
               05 IDX-WS             PIC 9(4).

           01 REPORT-TITLE-LINE.
               05 FILLER PIC X(32)
                   VALUE "OVERDUE DOCUMENTS HOLDS - TERM ".
               05 RTL-TERM-CODE PIC X(6).
               05 FILLER PIC X(6) VALUE "  RUN ".
               05 RTL-RUN-DATE  PIC 9(8).

           01 REPORT-DETAIL-LINE.
               05 RDL-STUDENT-NUMBER PIC 9(6).
               05 FILLER             PIC X(2) VALUE SPACES.
               05 RDL-ACTION         PIC X(24).
               05 FILLER             PIC X(2) VALUE SPACES.
               05 RDL-DOCUMENT-CODE  PIC X(8).
               05 FILLER             PIC X(2) VALUE SPACES.
               05 RDL-COUNT          PIC ZZ9.
               05 FILLER             PIC X(1) VALUE SPACE.
               05 RDL-COUNT-LABEL    PIC X(12).

           01 REPORT-COUNT-LINE.
               05 RCL-LABEL PIC X(40).
               05 RCL-COUNT PIC ZZZZZ9.

           01 BLANK-LINE PIC X(80) VALUE SPACES.

           COPY "RESIDENCY-LOOKUP.cpy".
           COPY "DOC-HOLD-RELEASE.cpy".

       PROCEDURE DIVISION.
       100-MAIN.
           DISPLAY "OVERDUE DOCUMENTS HOLDS - TERM CODE (CCYYTT): ".
           ACCEPT RUN-TERM-CODE.
           CALL "BUSINESS-DATE" USING RUN-DATE-WS.
           PERFORM 150-LOAD-CALENDAR-TABLE.
           MOVE RUN-TERM-CODE TO DHW-SEARCH-TERM.
           PERFORM 600-FIND-DEADLINE.
           MOVE DHW-DUE-DEADLINE TO DHW-RUN-DEADLINE.
           EVALUATE TRUE
               WHEN RUN-TERM-CODE = SPACES
                   DISPLAY "TERM CODE CANNOT BE BLANK."
                   MOVE "Y" TO ABORT-FLAG
               WHEN DHW-RUN-DEADLINE = 0
                   DISPLAY "TERM " RUN-TERM-CODE " IS NOT ON "
                       "TERM-CALENDAR.txt. NOTHING DONE."
                   MOVE "Y" TO ABORT-FLAG
               WHEN RUN-DATE-WS NOT > DHW-RUN-DEADLINE
                   DISPLAY "ADD/DROP DEADLINE " DHW-RUN-DEADLINE
                       " HAS NOT PASSED. NOTHING DONE."
                   MOVE "Y" TO ABORT-FLAG
               WHEN OTHER
                   PERFORM 170-LOAD-DOCREQ-TABLE
                   IF ABORT-FLAG = "N"
                       PERFORM 190-LOAD-DOCCHK-TABLE
                   END-IF
                   IF ABORT-FLAG = "N"
                       PERFORM 210-LOAD-HELD-TABLE
                   END-IF
           END-EVALUATE.
           IF ABORT-FLAG = "Y"
               MOVE 8 TO RETURN-CODE
           ELSE
               OPEN OUTPUT REPORT-FILE
               PERFORM 250-WRITE-HEADING
               OPEN INPUT STUDENT-DATA-FILE
               PERFORM 300-SEED-NEW-STUDENTS UNTIL EOF-STU = "Y"
               CLOSE STUDENT-DATA-FILE
               IF SEEDED-COUNTER > 0
                   PERFORM 800-SAVE-DOCCHK-TABLE
               END-IF
               PERFORM 400-RELEASE-IF-CLEAR
                   VARYING IDX-WS FROM 1 BY 1
                   UNTIL IDX-WS > HELD-COUNT
               PERFORM 500-NOTE-IF-OVERDUE
                   VARYING K-ENTRY FROM 1 BY 1
                   UNTIL K-ENTRY > DOCCHK-COUNT
               PERFORM 550-HOLD-ONE-STUDENT
                   VARYING V-ENTRY FROM 1 BY 1
                   UNTIL V-ENTRY > OVERDUE-COUNT
               PERFORM 700-WRITE-TOTALS
               CLOSE REPORT-FILE
               PERFORM 950-DISPLAY-STATS
           END-IF.
      *    GOBACK, not STOP RUN, so the job-stream controller can
      *    CALL this program as one step of the night's stream.
           GOBACK.

       150-LOAD-CALENDAR-TABLE.
           OPEN INPUT TERM-CALENDAR-FILE.
           IF CALENDAR-STATUS = "00" OR CALENDAR-STATUS = "05"
               PERFORM 160-LOAD-ONE-CALENDAR-ROW
                   UNTIL EOF-CALENDAR = "Y"
               CLOSE TERM-CALENDAR-FILE
           END-IF.

       160-LOAD-ONE-CALENDAR-ROW.
           READ TERM-CALENDAR-FILE
               AT END
                   MOVE "Y" TO EOF-CALENDAR
               NOT AT END
                   IF CALENDAR-COUNT < CALENDAR-MAX
                       ADD 1 TO CALENDAR-COUNT
                       MOVE TCA-TERM-CODE
                           TO CTB-TERM-CODE(CALENDAR-COUNT)
                       MOVE TCA-ADD-DROP-DEADLINE
                           TO CTB-ADD-DROP-DATE(CALENDAR-COUNT)
                   END-IF
           END-READ.

       170-LOAD-DOCREQ-TABLE.
           OPEN INPUT DOCREQ-FILE.
           IF DOCREQ-STATUS = "00" OR DOCREQ-STATUS = "05"
               PERFORM 180-LOAD-ONE-REQUIREMENT UNTIL EOF-DOCREQ = "Y"
                   OR ABORT-FLAG = "Y"
               CLOSE DOCREQ-FILE
           END-IF.
           IF ABORT-FLAG = "Y"
               DISPLAY "DOC-REQUIREMENTS.txt EXCEEDS " DOCREQ-MAX
                   " ROWS. RUN ABORTED - NOTHING CHANGED."
           END-IF.

       180-LOAD-ONE-REQUIREMENT.
           READ DOCREQ-FILE
               AT END
                   MOVE "Y" TO EOF-DOCREQ
               NOT AT END
                   IF DOCREQ-COUNT >= DOCREQ-MAX
                       MOVE "Y" TO ABORT-FLAG
                   ELSE
                       ADD 1 TO DOCREQ-COUNT
                       MOVE DOR-PROGRAM-CODE
                           TO RTB-PROGRAM-CODE(DOCREQ-COUNT)
                       MOVE DOR-RESIDENCY
                           TO RTB-RESIDENCY(DOCREQ-COUNT)
                       MOVE DOR-DOCUMENT-CODE
                           TO RTB-DOCUMENT-CODE(DOCREQ-COUNT)
                   END-IF
           END-READ.

       190-LOAD-DOCCHK-TABLE.
           OPEN INPUT DOCCHK-FILE.
           IF DOCCHK-STATUS = "00" OR DOCCHK-STATUS = "05"
               PERFORM 200-LOAD-ONE-CHECKLIST-ROW
                   UNTIL EOF-DOCCHK = "Y" OR ABORT-FLAG = "Y"
               CLOSE DOCCHK-FILE
           END-IF.
           IF ABORT-FLAG = "Y"
               DISPLAY "DOCUMENT-CHECKLIST.txt EXCEEDS " DOCCHK-MAX
                   " ROWS. RUN ABORTED - NOTHING CHANGED."
           END-IF.

       200-LOAD-ONE-CHECKLIST-ROW.
           READ DOCCHK-FILE
               AT END
                   MOVE "Y" TO EOF-DOCCHK
               NOT AT END
                   IF DOCCHK-COUNT >= DOCCHK-MAX
                       MOVE "Y" TO ABORT-FLAG
                   ELSE
                       ADD 1 TO DOCCHK-COUNT
                       SET K-ENTRY TO DOCCHK-COUNT
                       MOVE DCH-STUDENT-NUMBER
                           TO KTB-STUDENT-NUMBER(K-ENTRY)
                       MOVE DCH-DOCUMENT-CODE
                           TO KTB-DOCUMENT-CODE(K-ENTRY)
                       MOVE DCH-DUE-TERM TO KTB-DUE-TERM(K-ENTRY)
                       MOVE DCH-STATUS   TO KTB-STATUS(K-ENTRY)
                       MOVE DCH-STATUS-DATE
                           TO KTB-STATUS-DATE(K-ENTRY)
                       MOVE DCH-STATUS-BY TO KTB-STATUS-BY(K-ENTRY)
                       MOVE DCH-NOTE     TO KTB-NOTE(K-ENTRY)
                       MOVE "N"          TO KTB-SEEDED(K-ENTRY)
                   END-IF
           END-READ.

       210-LOAD-HELD-TABLE.
           OPEN INPUT HOLDS-FILE.
           IF HOLDS-STATUS = "00" OR HOLDS-STATUS = "05"
               PERFORM 220-LOAD-ONE-HOLD
                   UNTIL EOF-HOLDS = "Y" OR ABORT-FLAG = "Y"
               CLOSE HOLDS-FILE
           END-IF.
           IF ABORT-FLAG = "Y"
               DISPLAY "HOLDS.txt CARRIES MORE THAN " HELD-MAX
                   " DOCUMENTS HOLDS. RUN ABORTED - NOTHING CHANGED."
           END-IF.

       220-LOAD-ONE-HOLD.
           READ HOLDS-FILE
               AT END
                   MOVE "Y" TO EOF-HOLDS
               NOT AT END
                   IF HLD-TYPE = "A"
                           AND HLD-REASON = "DOCUMENTS OVERDUE"
                       PERFORM 230-FILE-ONE-HELD-STUDENT
                   END-IF
           END-READ.

       230-FILE-ONE-HELD-STUDENT.
           MOVE HLD-STUDENT-NUMBER TO DHR-STUDENT-NUMBER.
           PERFORM 610-FIND-HELD-STUDENT.
           EVALUATE TRUE
               WHEN DHW-FOUND-ENTRY > 0
                   CONTINUE
               WHEN HELD-COUNT >= HELD-MAX
                   MOVE "Y" TO ABORT-FLAG
               WHEN OTHER
                   ADD 1 TO HELD-COUNT
                   MOVE HLD-STUDENT-NUMBER TO HELD-STUDENT(HELD-COUNT)
           END-EVALUATE.

       250-WRITE-HEADING.
           MOVE RUN-TERM-CODE TO RTL-TERM-CODE.
           MOVE RUN-DATE-WS TO RTL-RUN-DATE.
           WRITE REPORT-RECORD FROM REPORT-TITLE-LINE.
           WRITE REPORT-RECORD FROM BLANK-LINE.

      *****************************************************************
      * STUFILE.dat comes back in STUDENT-KEY order, so a student's
      * first record is their earliest term.  A student whose
      * earliest term is the run term is new this term.
      *****************************************************************
       300-SEED-NEW-STUDENTS.
           READ STUDENT-DATA-FILE NEXT RECORD
               AT END
                   MOVE "Y" TO EOF-STU
               NOT AT END
                   ADD 1 TO READ-COUNTER
                   IF STUDENT-NUMBER NOT = DHW-PREV-STUDENT
                       MOVE STUDENT-NUMBER TO DHW-PREV-STUDENT
                       IF TERM-CODE = RUN-TERM-CODE
                               AND STATUS-CODE = "A"
                           PERFORM 310-SEED-IF-NO-CHECKLIST
                       END-IF
                   END-IF
           END-READ.

       310-SEED-IF-NO-CHECKLIST.
           MOVE 0 TO DHW-FOUND-ENTRY.
           PERFORM VARYING K-ENTRY FROM 1 BY 1
                   UNTIL K-ENTRY > DOCCHK-COUNT OR DHW-FOUND-ENTRY > 0
               IF KTB-STUDENT-NUMBER(K-ENTRY) = STUDENT-NUMBER
                   SET DHW-FOUND-ENTRY TO K-ENTRY
               END-IF
           END-PERFORM.
           IF DHW-FOUND-ENTRY = 0
               MOVE STUDENT-NUMBER TO RSL-STUDENT-NUMBER
               MOVE RUN-TERM-CODE TO RSL-TERM-CODE
               CALL "RESIDENCY-LOOKUP" USING RESIDENCY-LOOKUP
               MOVE 0 TO DHW-ADDED-COUNT
               PERFORM 320-SEED-IF-REQUIRED
                   VARYING R-ENTRY FROM 1 BY 1
                   UNTIL R-ENTRY > DOCREQ-COUNT
               IF DHW-ADDED-COUNT > 0
                   ADD 1 TO SEEDED-COUNTER
                   MOVE SPACES TO REPORT-DETAIL-LINE
                   MOVE STUDENT-NUMBER TO RDL-STUDENT-NUMBER
                   MOVE "CHECKLIST BUILT" TO RDL-ACTION
                   MOVE DHW-ADDED-COUNT TO RDL-COUNT
                   MOVE "DOCUMENT(S)" TO RDL-COUNT-LABEL
                   WRITE REPORT-RECORD FROM REPORT-DETAIL-LINE
               END-IF
           END-IF.

       320-SEED-IF-REQUIRED.
           IF (RTB-PROGRAM-CODE(R-ENTRY) = PROGRAM-OF-STUDY
                   OR RTB-PROGRAM-CODE(R-ENTRY) = "*")
               AND (RTB-RESIDENCY(R-ENTRY) = RSL-STATUS
                   OR RTB-RESIDENCY(R-ENTRY) = "*")
               IF DOCCHK-COUNT >= DOCCHK-MAX
                   DISPLAY "CHECKLIST TABLE FULL. "
                       RTB-DOCUMENT-CODE(R-ENTRY) " NOT ADDED FOR "
                       STUDENT-NUMBER
               ELSE
                   ADD 1 TO DOCCHK-COUNT
                   SET K-ENTRY TO DOCCHK-COUNT
                   MOVE STUDENT-NUMBER TO KTB-STUDENT-NUMBER(K-ENTRY)
                   MOVE RTB-DOCUMENT-CODE(R-ENTRY)
                       TO KTB-DOCUMENT-CODE(K-ENTRY)
                   MOVE RUN-TERM-CODE TO KTB-DUE-TERM(K-ENTRY)
                   MOVE "O"           TO KTB-STATUS(K-ENTRY)
                   MOVE RUN-DATE-WS   TO KTB-STATUS-DATE(K-ENTRY)
                   MOVE "DOCHOLD"     TO KTB-STATUS-BY(K-ENTRY)
                   MOVE SPACES        TO KTB-NOTE(K-ENTRY)
                   MOVE "Y"           TO KTB-SEEDED(K-ENTRY)
                   ADD 1 TO DHW-ADDED-COUNT
                   ADD 1 TO ROWS-ADDED-COUNTER
               END-IF
           END-IF.

       400-RELEASE-IF-CLEAR.
           MOVE 0 TO DHW-OUTSTANDING.
           PERFORM VARYING K-ENTRY FROM 1 BY 1
                   UNTIL K-ENTRY > DOCCHK-COUNT
               IF KTB-STUDENT-NUMBER(K-ENTRY) = HELD-STUDENT(IDX-WS)
                       AND KTB-STATUS(K-ENTRY) = "O"
                   ADD 1 TO DHW-OUTSTANDING
               END-IF
           END-PERFORM.
           IF DHW-OUTSTANDING = 0
               MOVE HELD-STUDENT(IDX-WS) TO DHR-STUDENT-NUMBER
               CALL "DOC-HOLD-RELEASE" USING DOC-HOLD-RELEASE
               IF DHR-RELEASED-COUNT > 0
                   ADD 1 TO RELEASED-COUNTER
                   MOVE SPACES TO REPORT-DETAIL-LINE
                   MOVE HELD-STUDENT(IDX-WS) TO RDL-STUDENT-NUMBER
                   MOVE "HOLD RELEASED" TO RDL-ACTION
                   WRITE REPORT-RECORD FROM REPORT-DETAIL-LINE
               END-IF
           END-IF.

      *****************************************************************
      * Overdue = still outstanding after the add/drop deadline of
      * the term it was due for.  A due term missing from the
      * calendar has no deadline and is never overdue.
      *****************************************************************
       500-NOTE-IF-OVERDUE.
           IF KTB-STATUS(K-ENTRY) = "O" AND KTB-SEEDED(K-ENTRY) = "N"
               MOVE KTB-DUE-TERM(K-ENTRY) TO DHW-SEARCH-TERM
               PERFORM 600-FIND-DEADLINE
               IF DHW-DUE-DEADLINE > 0
                       AND RUN-DATE-WS > DHW-DUE-DEADLINE
                   PERFORM 510-FILE-OVERDUE-STUDENT
               END-IF
           END-IF.

       510-FILE-OVERDUE-STUDENT.
           MOVE 0 TO DHW-FOUND-ENTRY.
           PERFORM VARYING V-ENTRY FROM 1 BY 1
                   UNTIL V-ENTRY > OVERDUE-COUNT OR DHW-FOUND-ENTRY > 0
               IF VTB-STUDENT-NUMBER(V-ENTRY)
                       = KTB-STUDENT-NUMBER(K-ENTRY)
                   SET DHW-FOUND-ENTRY TO V-ENTRY
               END-IF
           END-PERFORM.
           EVALUATE TRUE
               WHEN DHW-FOUND-ENTRY > 0
                   ADD 1 TO VTB-DOCUMENT-COUNT(DHW-FOUND-ENTRY)
               WHEN OVERDUE-COUNT >= OVERDUE-MAX
                   DISPLAY "OVERDUE TABLE FULL. "
                       KTB-STUDENT-NUMBER(K-ENTRY) " NOT HELD."
               WHEN OTHER
                   ADD 1 TO OVERDUE-COUNT
                   MOVE KTB-STUDENT-NUMBER(K-ENTRY)
                       TO VTB-STUDENT-NUMBER(OVERDUE-COUNT)
                   MOVE KTB-DOCUMENT-CODE(K-ENTRY)
                       TO VTB-FIRST-DOCUMENT(OVERDUE-COUNT)
                   MOVE 1 TO VTB-DOCUMENT-COUNT(OVERDUE-COUNT)
           END-EVALUATE.

       550-HOLD-ONE-STUDENT.
           MOVE VTB-STUDENT-NUMBER(V-ENTRY) TO DHR-STUDENT-NUMBER.
           PERFORM 610-FIND-HELD-STUDENT.
           MOVE SPACES TO REPORT-DETAIL-LINE.
           MOVE VTB-STUDENT-NUMBER(V-ENTRY) TO RDL-STUDENT-NUMBER.
           MOVE VTB-FIRST-DOCUMENT(V-ENTRY) TO RDL-DOCUMENT-CODE.
           MOVE VTB-DOCUMENT-COUNT(V-ENTRY) TO RDL-COUNT.
           MOVE "OVERDUE" TO RDL-COUNT-LABEL.
           IF DHW-FOUND-ENTRY > 0
               ADD 1 TO ALREADY-HELD-COUNTER
               MOVE "ALREADY ON HOLD" TO RDL-ACTION
           ELSE
               PERFORM 560-PLACE-THE-HOLD
               MOVE "HOLD PLACED" TO RDL-ACTION
           END-IF.
           WRITE REPORT-RECORD FROM REPORT-DETAIL-LINE.

       560-PLACE-THE-HOLD.
           OPEN EXTEND HOLDS-FILE.
           MOVE SPACES TO HOLD-RECORD.
           MOVE VTB-STUDENT-NUMBER(V-ENTRY) TO HLD-STUDENT-NUMBER.
           MOVE "A" TO HLD-TYPE.
           MOVE "DOCUMENTS OVERDUE" TO HLD-REASON.
           MOVE "DOCHOLD" TO HLD-PLACED-BY.
           MOVE RUN-DATE-WS TO HLD-DATE.
           WRITE HOLD-RECORD.
           CLOSE HOLDS-FILE.
           ADD 1 TO PLACED-COUNTER.

      *    Add/drop deadline of DHW-SEARCH-TERM, zero if the term is
      *    not on the calendar.
       600-FIND-DEADLINE.
           MOVE 0 TO DHW-DUE-DEADLINE.
           PERFORM VARYING T-ENTRY FROM 1 BY 1
                   UNTIL T-ENTRY > CALENDAR-COUNT
               IF CTB-TERM-CODE(T-ENTRY) = DHW-SEARCH-TERM
                   MOVE CTB-ADD-DROP-DATE(T-ENTRY) TO DHW-DUE-DEADLINE
               END-IF
           END-PERFORM.

       610-FIND-HELD-STUDENT.
           MOVE 0 TO DHW-FOUND-ENTRY.
           PERFORM VARYING IDX-WS FROM 1 BY 1
                   UNTIL IDX-WS > HELD-COUNT OR DHW-FOUND-ENTRY > 0
               IF HELD-STUDENT(IDX-WS) = DHR-STUDENT-NUMBER
                   MOVE IDX-WS TO DHW-FOUND-ENTRY
               END-IF
           END-PERFORM.

       700-WRITE-TOTALS.
           WRITE REPORT-RECORD FROM BLANK-LINE.
           MOVE "NEW STUDENTS GIVEN A CHECKLIST:" TO RCL-LABEL.
           MOVE SEEDED-COUNTER TO RCL-COUNT.
           WRITE REPORT-RECORD FROM REPORT-COUNT-LINE.
           MOVE "STUDENTS WITH OVERDUE DOCUMENTS:" TO RCL-LABEL.
           MOVE OVERDUE-COUNT TO RCL-COUNT.
           WRITE REPORT-RECORD FROM REPORT-COUNT-LINE.
           MOVE "  HOLDS PLACED:" TO RCL-LABEL.
           MOVE PLACED-COUNTER TO RCL-COUNT.
           WRITE REPORT-RECORD FROM REPORT-COUNT-LINE.
           MOVE "  ALREADY ON HOLD:" TO RCL-LABEL.
           MOVE ALREADY-HELD-COUNTER TO RCL-COUNT.
           WRITE REPORT-RECORD FROM REPORT-COUNT-LINE.
           MOVE "HOLDS RELEASED (NOTHING OWING):" TO RCL-LABEL.
           MOVE RELEASED-COUNTER TO RCL-COUNT.
           WRITE REPORT-RECORD FROM REPORT-COUNT-LINE.

       800-SAVE-DOCCHK-TABLE.
           OPEN OUTPUT DOCCHK-FILE.
           PERFORM 810-WRITE-ONE-CHECKLIST-ROW
               VARYING K-ENTRY FROM 1 BY 1
               UNTIL K-ENTRY > DOCCHK-COUNT.
           CLOSE DOCCHK-FILE.

       810-WRITE-ONE-CHECKLIST-ROW.
           MOVE SPACES TO DOC-CHECKLIST-RECORD.
           MOVE KTB-STUDENT-NUMBER(K-ENTRY) TO DCH-STUDENT-NUMBER.
           MOVE KTB-DOCUMENT-CODE(K-ENTRY)  TO DCH-DOCUMENT-CODE.
           MOVE KTB-DUE-TERM(K-ENTRY)       TO DCH-DUE-TERM.
           MOVE KTB-STATUS(K-ENTRY)         TO DCH-STATUS.
           MOVE KTB-STATUS-DATE(K-ENTRY)    TO DCH-STATUS-DATE.
           MOVE KTB-STATUS-BY(K-ENTRY)      TO DCH-STATUS-BY.
           MOVE KTB-NOTE(K-ENTRY)           TO DCH-NOTE.
           WRITE DOC-CHECKLIST-RECORD.

      *****************************************************************
      * RETURN-CODE follows the standard severity scale: 0 clean, 4
      * when a student was put on hold.
      *****************************************************************
       950-DISPLAY-STATS.
           DISPLAY "RECORDS READ:          " READ-COUNTER.
           DISPLAY "CHECKLISTS BUILT:      " SEEDED-COUNTER
               " (" ROWS-ADDED-COUNTER " DOCUMENTS)".
           DISPLAY "HOLDS PLACED:          " PLACED-COUNTER.
           DISPLAY "ALREADY ON HOLD:       " ALREADY-HELD-COUNTER.
           DISPLAY "HOLDS RELEASED:        " RELEASED-COUNTER.
           DISPLAY "REPORT IN DOC-HOLD-REPORT.txt".
           IF PLACED-COUNTER > 0
               MOVE 4 TO RETURN-CODE
           END-IF.

       END PROGRAM DOC-HOLD-RUN.
