      ******************************************************************
      * Tectonics: Study permit compliance run, monthly.  Reads every
      * permit PERMIT-MAINT holds on STUDY-PERMITS.txt - for each
      * student the permit with the latest expiry date - and:
      *    - lists the permits expiring within the window
      *      (PERMIT-EXPIRY-DAYS on POLICY-PARMS.txt, default 90)
      *      and those that expired within the same number of days
      *      past, so the international office can chase renewals
      *      before - or as soon as - they lapse;
      *    - cross-checks the holders against the term entered: a
      *      holder on a current permit is flagged withdrawn (STATUS
      *      'W' on the term's STUFILE.dat record), part-time ('P' on
      *      ENROLL-INTENSITY.txt) or not registered (no record for
      *      the term); a holder whose permit has expired is flagged
      *      while a term record still shows them studying or
      *      withdrawn.  A student gone from the books on a long-
      *      lapsed permit is not reported again.
      * Output: PERMIT-EXTRACT-<ccyymm>.txt, the immigration
      * reporting layout - HDR row, one DTL row per flagged holder,
      * TRL row counting them - and PERMIT-COMPLIANCE-REPORT.txt
      * for the office.  Each flagged holder also queues a
      * 'WITHDRAW' event to NOTIFY-QUEUE.txt (detail "STUDY PERMIT
      * - ...") for the international office - once per student
      * per term, however many times the month's run is repeated.
      * RETURN-CODE 0 clean, 4 holders flagged, 8 blank term or a
      * permit file too big to load.
      * The extract is registered on the outbound manifest
      * (OUTBOUND-REGISTRY, file code PERMITEXT) for the business
      * date, with its DTL count and checksum; a second run on a
      * business date already produced is refused before anything
      * is written (RETURN-CODE 8), unless a supervisor authorized
      * the re-run through OUTBOUND-OVERRIDE.  Every run with a term
      * writes its JOB-LOG.txt row, the expiry window it used on it.
      ******************************************************************
       IDENTIFICATION DIVISION.
       PROGRAM-ID. PERMIT-COMPLIANCE.

       ENVIRONMENT DIVISION.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
           SELECT OPTIONAL PERMIT-FILE ASSIGN "STUDY-PERMITS.txt"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS PERMIT-STATUS.
           SELECT STUDENT-DATA-FILE
               ASSIGN "STUFILE.dat"
               ORGANIZATION IS INDEXED
               ACCESS MODE IS DYNAMIC
               RECORD KEY IS STUDENT-KEY
               FILE STATUS IS FILE-STATUS.
           SELECT OPTIONAL INTENSITY-FILE
               ASSIGN "ENROLL-INTENSITY.txt"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS INTENSITY-STATUS.
           SELECT OPTIONAL NOTIFY-QUEUE-FILE ASSIGN "NOTIFY-QUEUE.txt"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS NOTIFY-STATUS.
           SELECT EXTRACT-FILE ASSIGN EXTRACT-FILENAME-WS
               ORGANIZATION IS LINE SEQUENTIAL.
           SELECT REPORT-FILE ASSIGN "PERMIT-COMPLIANCE-REPORT.txt"
               ORGANIZATION IS LINE SEQUENTIAL.
           SELECT OPTIONAL JOB-LOG-FILE ASSIGN "JOB-LOG.txt"
               ORGANIZATION IS LINE SEQUENTIAL.

       DATA DIVISION.
       FILE SECTION.
           FD PERMIT-FILE.
           COPY "PERMIT-RECORD.cpy".

           FD STUDENT-DATA-FILE
               RECORD IS VARYING IN SIZE FROM 82 TO 181 CHARACTERS
               DEPENDING ON COURSE-COUNT.
           COPY "STUDENT-RECORD.cpy".

           FD INTENSITY-FILE.
           COPY "INTENSITY-RECORD.cpy".

           FD NOTIFY-QUEUE-FILE.
           COPY "NOTIFY-RECORD.cpy".

      *    The immigration reporting layout - their spec.
           FD EXTRACT-FILE.
           01 EXTRACT-HEADER-RECORD.
               05 PXH-TYPE           PIC X(3).
               05 FILLER             PIC X.
               05 PXH-INSTITUTION    PIC X(6).
               05 FILLER             PIC X.
               05 PXH-PERIOD         PIC 9(6).
               05 FILLER             PIC X.
               05 PXH-TERM-CODE      PIC X(6).
               05 FILLER             PIC X.
               05 PXH-RUN-DATE       PIC 9(8).
           01 EXTRACT-DETAIL-RECORD.
               05 PXD-TYPE           PIC X(3).
               05 FILLER             PIC X.
               05 PXD-PERMIT-NUMBER  PIC X(12).
               05 FILLER             PIC X.
               05 PXD-STUDENT-NUMBER PIC 9(6).
               05 FILLER             PIC X.
               05 PXD-SURNAME        PIC X(20).
               05 FILLER             PIC X.
               05 PXD-GIVEN-NAME     PIC X(20).
               05 FILLER             PIC X.
               05 PXD-EXPIRY-DATE    PIC 9(8).
               05 FILLER             PIC X.
      *            'WD' withdrawn, 'NR' not registered for the term,
      *            'PT' part-time, 'EX' permit expired.
               05 PXD-REASON         PIC X(2).
           01 EXTRACT-TRAILER-RECORD.
               05 PXT-TYPE           PIC X(3).
               05 FILLER             PIC X.
               05 PXT-DETAIL-COUNT   PIC 9(6).

           FD REPORT-FILE.
           01 REPORT-RECORD PIC X(100).

           FD JOB-LOG-FILE.
           COPY "JOB-LOG.cpy".

       WORKING-STORAGE SECTION.
           01 PERMIT-STATUS    PIC X(2).
           01 FILE-STATUS      PIC X(2).
           01 INTENSITY-STATUS PIC X(2).
           01 NOTIFY-STATUS    PIC X(2).

           COPY "POLICY-LOOKUP.cpy".

      *    Our code on the provincial exchange, the same one the FTE
      *    claim carries.
           01 OUR-INSTITUTION-CODE PIC X(6) VALUE "ONC042".

           01 EXTRACT-FILENAME-WS PIC X(26) VALUE SPACES.
           01 RUN-TERM-CODE      PIC X(6) VALUE SPACES.
           01 RUN-DATE-WS        PIC 9(8) VALUE 0.
           01 RUN-DATE-INT       PIC 9(8) VALUE 0.
           01 RUN-START-STAMP    PIC X(26) VALUE SPACES.
           01 WINDOW-END-INT     PIC 9(8) VALUE 0.
      *    Days ahead an expiry is listed - PERMIT-EXPIRY-DAYS in
      *    force for the term replaces it.
           01 EXPIRY-WINDOW-DAYS PIC 9(3) VALUE 90.

      *    One row per permit holder - the permit with the latest
      *    expiry date - and what the run found for the term.
           01 HOLDER-TABLE.
               05 HOLDER-ENTRY OCCURS 2000 TIMES INDEXED H-ENTRY.
                   10 HLR-STUDENT-NUMBER PIC 9(6).
                   10 HLR-PERMIT-NUMBER  PIC X(12).
                   10 HLR-EXPIRY-DATE    PIC 9(8).
                   10 HLR-INTENSITY      PIC X(1).
      *                'Y' a WITHDRAW permit event is already queued
      *                for the student this term.
                   10 HLR-NOTIFIED       PIC X(1).
           01 HOLDER-COUNT PIC 9(4) VALUE 0.
           01 HOLDER-MAX   PIC 9(4) VALUE 2000.
           01 HOLDER-FOUND PIC 9(4) VALUE 0.

           01 HOLDER-WORK-AREA.
               05 HWK-RECORD-FOUND PIC X(1).
               05 HWK-STATUS-CODE  PIC X(1).
               05 HWK-SURNAME      PIC X(20).
               05 HWK-GIVEN-NAME   PIC X(20).
               05 HWK-REASON       PIC X(2).
               05 HWK-REASON-TEXT  PIC X(16).
               05 HWK-DAYS-LEFT    PIC S9(5).
               05 HWK-EXPIRY-INT   PIC 9(8).

           01 COUNTERS.
               05 PERMIT-READ-COUNTER PIC 9(6) VALUE 0.
               05 EXPIRING-COUNTER    PIC 9(6) VALUE 0.
               05 EXPIRED-COUNTER     PIC 9(6) VALUE 0.
               05 WITHDRAWN-COUNTER   PIC 9(6) VALUE 0.
               05 UNREGISTERED-COUNTER PIC 9(6) VALUE 0.
               05 PART-TIME-COUNTER   PIC 9(6) VALUE 0.
               05 LAPSED-COUNTER      PIC 9(6) VALUE 0.
               05 FLAGGED-COUNTER     PIC 9(6) VALUE 0.
               05 QUEUED-COUNTER      PIC 9(6) VALUE 0.

           01 FLAGS.
               05 EOF-PERMIT    PIC X VALUE "N".
               05 EOF-INTENSITY PIC X VALUE "N".
               05 EOF-NOTIFY    PIC X VALUE "N".
               05 EOF-STU       PIC X VALUE "N".
               05 ABORT-FLAG    PIC X VALUE "N".
               05 OUTBOUND-OK   PIC X VALUE "N".

      *    OUTBOUND-REGISTRY parameter block - the business date's
      *    extract checked before anything is written, registered
      *    once it is closed.
           COPY "OUTBOUND-CHECK.cpy".

           01 REPORT-TITLE-LINE.
               05 FILLER PIC X(33)
                   VALUE "STUDY PERMIT COMPLIANCE - TERM ".
               05 RTL-TERM-CODE PIC X(6).
               05 FILLER PIC X(8) VALUE "   RUN ".
               05 RTL-RUN-DATE  PIC 9(8).

           01 REPORT-WINDOW-LINE.
               05 FILLER PIC X(24)
                   VALUE "PERMITS EXPIRING WITHIN".
               05 RWL-DAYS PIC ZZ9.
               05 FILLER PIC X(40)
                   VALUE " DAYS, OR EXPIRED WITHIN THE SAME PAST".

           01 EXPIRY-HEADER-LINE.
               05 FILLER PIC X(44)
                   VALUE "STUDENT PERMIT       EXPIRES  DAYS LEFT".

           01 EXPIRY-DETAIL-LINE.
               05 EDL-STUDENT-NUMBER PIC 9(6).
               05 FILLER             PIC X(2) VALUE SPACES.
               05 EDL-PERMIT-NUMBER  PIC X(12).
               05 FILLER             PIC X(1) VALUE SPACE.
               05 EDL-EXPIRY-DATE    PIC 9(8).
               05 FILLER             PIC X(1) VALUE SPACE.
               05 EDL-DAYS-LEFT      PIC -ZZZZ9.
               05 FILLER             PIC X(2) VALUE SPACES.
               05 EDL-NOTE           PIC X(10).

           01 FLAG-TITLE-LINE.
               05 FILLER PIC X(38)
                   VALUE "HOLDERS OUT OF COMPLIANCE FOR TERM ".
               05 FTL-TERM-CODE PIC X(6).

           01 FLAG-HEADER-LINE.
               05 FILLER PIC X(44)
                   VALUE "STUDENT PERMIT       REASON           NAME".

           01 FLAG-DETAIL-LINE.
               05 FDL-STUDENT-NUMBER PIC 9(6).
               05 FILLER             PIC X(2) VALUE SPACES.
               05 FDL-PERMIT-NUMBER  PIC X(12).
               05 FILLER             PIC X(1) VALUE SPACE.
               05 FDL-REASON         PIC X(16).
               05 FILLER             PIC X(1) VALUE SPACE.
               05 FDL-SURNAME        PIC X(20).
               05 FILLER             PIC X(1) VALUE SPACE.
               05 FDL-GIVEN-NAME     PIC X(20).

           01 REPORT-COUNT-LINE.
               05 RCL-LABEL PIC X(44).
               05 RCL-COUNT PIC ZZZZZ9.

           01 REPORT-TEXT-LINE PIC X(100).
           01 BLANK-LINE PIC X(100) VALUE SPACES.

       PROCEDURE DIVISION.
       100-MAIN.
           DISPLAY "STUDY PERMIT COMPLIANCE - TERM CODE (CCYYTT): ".
           ACCEPT RUN-TERM-CODE.
           IF RUN-TERM-CODE = SPACES
               DISPLAY "TERM CODE CANNOT BE BLANK."
               MOVE 8 TO RETURN-CODE
           ELSE
               MOVE FUNCTION CURRENT-DATE TO RUN-START-STAMP
               CALL "BUSINESS-DATE" USING RUN-DATE-WS
               MOVE SPACES TO EXTRACT-FILENAME-WS
               STRING "PERMIT-EXTRACT-" RUN-DATE-WS(1:6) ".txt"
                   DELIMITED BY SIZE INTO EXTRACT-FILENAME-WS
               END-STRING
               PERFORM 150-LOAD-POLICY-PARMS
               PERFORM 200-LOAD-HOLDER-TABLE
               IF ABORT-FLAG = "N"
                   PERFORM 290-CHECK-OUTBOUND-FILE
               END-IF
               IF ABORT-FLAG = "N"
                   PERFORM 250-LOAD-TERM-INTENSITY
                   PERFORM 270-LOAD-QUEUED-EVENTS
                   PERFORM 300-CHECK-EVERY-HOLDER
                   PERFORM 950-DISPLAY-STATS
               END-IF
               PERFORM 960-LOG-RUN-PARAMETERS
           END-IF.
      *    GOBACK, not STOP RUN, so the job-stream controller can
      *    CALL this program as one step of the night's stream.
           GOBACK.

       150-LOAD-POLICY-PARMS.
           MOVE RUN-TERM-CODE TO POL-TERM-CODE.
           MOVE "PERMIT-EXPIRY-DAYS" TO POL-PARM-NAME.
           MOVE EXPIRY-WINDOW-DAYS TO POL-PARM-VALUE.
           CALL "POLICY-PARM" USING POLICY-LOOKUP.
           IF POL-PARM-VALUE > 0
               MOVE POL-PARM-VALUE TO EXPIRY-WINDOW-DAYS
           END-IF.
           COMPUTE RUN-DATE-INT =
               FUNCTION INTEGER-OF-DATE(RUN-DATE-WS).
           COMPUTE WINDOW-END-INT = RUN-DATE-INT + EXPIRY-WINDOW-DAYS.

      *****************************************************************
      * One row per student, keeping the permit with the latest
      * expiry date - a renewal supersedes the permit it renews.
      *****************************************************************
       200-LOAD-HOLDER-TABLE.
           OPEN INPUT PERMIT-FILE.
           IF PERMIT-STATUS = "00" OR PERMIT-STATUS = "05"
               PERFORM 210-LOAD-ONE-PERMIT UNTIL EOF-PERMIT = "Y"
                   OR ABORT-FLAG = "Y"
               CLOSE PERMIT-FILE
           END-IF.

       210-LOAD-ONE-PERMIT.
           READ PERMIT-FILE
               AT END
                   MOVE "Y" TO EOF-PERMIT
               NOT AT END
                   ADD 1 TO PERMIT-READ-COUNTER
                   PERFORM 220-KEEP-LATEST-PERMIT
           END-READ.

       220-KEEP-LATEST-PERMIT.
           PERFORM 230-FIND-HOLDER.
           IF HOLDER-FOUND = 0
               IF HOLDER-COUNT < HOLDER-MAX
                   ADD 1 TO HOLDER-COUNT
                   MOVE HOLDER-COUNT TO HOLDER-FOUND
                   MOVE PMT-STUDENT-NUMBER
                       TO HLR-STUDENT-NUMBER(HOLDER-FOUND)
                   MOVE 0 TO HLR-EXPIRY-DATE(HOLDER-FOUND)
                   MOVE SPACE TO HLR-INTENSITY(HOLDER-FOUND)
                   MOVE "N" TO HLR-NOTIFIED(HOLDER-FOUND)
               ELSE
                   DISPLAY "STUDY-PERMITS.txt HAS MORE THAN "
                       HOLDER-MAX " HOLDERS. RUN ABORTED - "
                       "NOTHING WRITTEN."
                   MOVE "Y" TO ABORT-FLAG
                   MOVE 8 TO RETURN-CODE
               END-IF
           END-IF.
           IF HOLDER-FOUND > 0
               IF PMT-EXPIRY-DATE NOT <
                       HLR-EXPIRY-DATE(HOLDER-FOUND)
                   MOVE PMT-PERMIT-NUMBER
                       TO HLR-PERMIT-NUMBER(HOLDER-FOUND)
                   MOVE PMT-EXPIRY-DATE
                       TO HLR-EXPIRY-DATE(HOLDER-FOUND)
               END-IF
           END-IF.

      *    The caller has PMT-STUDENT-NUMBER set.
       230-FIND-HOLDER.
           MOVE 0 TO HOLDER-FOUND.
           PERFORM VARYING H-ENTRY FROM 1 BY 1
                   UNTIL H-ENTRY > HOLDER-COUNT OR HOLDER-FOUND > 0
               IF HLR-STUDENT-NUMBER(H-ENTRY) = PMT-STUDENT-NUMBER
                   SET HOLDER-FOUND TO H-ENTRY
               END-IF
           END-PERFORM.

       250-LOAD-TERM-INTENSITY.
           OPEN INPUT INTENSITY-FILE.
           IF INTENSITY-STATUS = "00" OR INTENSITY-STATUS = "05"
               PERFORM 260-TAKE-ONE-INTENSITY
                   UNTIL EOF-INTENSITY = "Y"
               CLOSE INTENSITY-FILE
           END-IF.

       260-TAKE-ONE-INTENSITY.
           READ INTENSITY-FILE
               AT END
                   MOVE "Y" TO EOF-INTENSITY
               NOT AT END
                   IF ENI-TERM-CODE = RUN-TERM-CODE
                       MOVE ENI-STUDENT-NUMBER TO PMT-STUDENT-NUMBER
                       PERFORM 230-FIND-HOLDER
                       IF HOLDER-FOUND > 0
                           MOVE ENI-INTENSITY
                               TO HLR-INTENSITY(HOLDER-FOUND)
                       END-IF
                   END-IF
           END-READ.

      *    A holder already reported to the international office this
      *    term is not queued again by a repeat of the run.
       270-LOAD-QUEUED-EVENTS.
           OPEN INPUT NOTIFY-QUEUE-FILE.
           IF NOTIFY-STATUS = "00" OR NOTIFY-STATUS = "05"
               PERFORM 280-TAKE-ONE-EVENT UNTIL EOF-NOTIFY = "Y"
               CLOSE NOTIFY-QUEUE-FILE
           END-IF.

       280-TAKE-ONE-EVENT.
           READ NOTIFY-QUEUE-FILE
               AT END
                   MOVE "Y" TO EOF-NOTIFY
               NOT AT END
                   IF NTF-EVENT-CODE = "WITHDRAW"
                           AND NTF-TERM-CODE = RUN-TERM-CODE
                           AND NTF-DETAIL(1:12) = "STUDY PERMIT"
                       MOVE NTF-STUDENT-NUMBER TO PMT-STUDENT-NUMBER
                       PERFORM 230-FIND-HOLDER
                       IF HOLDER-FOUND > 0
                           MOVE "Y" TO HLR-NOTIFIED(HOLDER-FOUND)
                       END-IF
                   END-IF
           END-READ.

      *****************************************************************
      * The business date's extract goes to OUTBOUND-REGISTRY before
      * anything is written: one already produced is refused, unless
      * a supervisor has authorized one re-run of it through
      * OUTBOUND-OVERRIDE.
      *****************************************************************
       290-CHECK-OUTBOUND-FILE.
           MOVE "N" TO OUTBOUND-OK.
           MOVE SPACES TO OUTBOUND-CHECK.
           MOVE "CK" TO OBC-ACTION.
           MOVE "PERMITEXT" TO OBC-FILE-CODE.
           MOVE EXTRACT-FILENAME-WS TO OBC-FILE-NAME.
           MOVE "PERMITEXT" TO OBC-OPERATOR-ID.
           MOVE RUN-DATE-WS TO OBC-BUSINESS-DATE.
           CALL "OUTBOUND-REGISTRY" USING OUTBOUND-CHECK.
           EVALUATE OBC-RESULT
               WHEN "00"
                   MOVE "Y" TO OUTBOUND-OK
               WHEN "OV"
                   DISPLAY "PERMIT EXTRACT FOR " OBC-BUSINESS-DATE
                       " ALREADY PRODUCED - RE-RUN AUTHORIZED BY "
                       OBC-OVERRIDE-BY
                   MOVE "Y" TO OUTBOUND-OK
               WHEN OTHER
                   DISPLAY "PERMIT EXTRACT FOR " OBC-BUSINESS-DATE
                       " WAS ALREADY PRODUCED - DUPLICATE FILE"
                   DISPLAY "A RE-RUN NEEDS A SUPERVISOR'S "
                       "OUTBOUND-OVERRIDE. NOTHING WRITTEN."
                   MOVE "Y" TO ABORT-FLAG
                   MOVE 8 TO RETURN-CODE
           END-EVALUATE.

       300-CHECK-EVERY-HOLDER.
           OPEN INPUT STUDENT-DATA-FILE.
           OPEN OUTPUT EXTRACT-FILE.
           OPEN OUTPUT REPORT-FILE.
           OPEN EXTEND NOTIFY-QUEUE-FILE.
           MOVE SPACES TO EXTRACT-HEADER-RECORD.
           MOVE "HDR" TO PXH-TYPE.
           MOVE OUR-INSTITUTION-CODE TO PXH-INSTITUTION.
           MOVE RUN-DATE-WS(1:6) TO PXH-PERIOD.
           MOVE RUN-TERM-CODE TO PXH-TERM-CODE.
           MOVE RUN-DATE-WS   TO PXH-RUN-DATE.
           WRITE EXTRACT-HEADER-RECORD.
           MOVE RUN-TERM-CODE TO RTL-TERM-CODE.
           MOVE RUN-DATE-WS   TO RTL-RUN-DATE.
           WRITE REPORT-RECORD FROM REPORT-TITLE-LINE.
           WRITE REPORT-RECORD FROM BLANK-LINE.
           MOVE EXPIRY-WINDOW-DAYS TO RWL-DAYS.
           WRITE REPORT-RECORD FROM REPORT-WINDOW-LINE.
           WRITE REPORT-RECORD FROM EXPIRY-HEADER-LINE.
           PERFORM 310-LIST-ONE-EXPIRY
               VARYING H-ENTRY FROM 1 BY 1
               UNTIL H-ENTRY > HOLDER-COUNT.
           IF EXPIRING-COUNTER = 0 AND EXPIRED-COUNTER = 0
               MOVE "  NONE." TO REPORT-TEXT-LINE
               WRITE REPORT-RECORD FROM REPORT-TEXT-LINE
           END-IF.
           WRITE REPORT-RECORD FROM BLANK-LINE.
           MOVE RUN-TERM-CODE TO FTL-TERM-CODE.
           WRITE REPORT-RECORD FROM FLAG-TITLE-LINE.
           WRITE REPORT-RECORD FROM FLAG-HEADER-LINE.
           PERFORM 400-CHECK-ONE-HOLDER
               VARYING H-ENTRY FROM 1 BY 1
               UNTIL H-ENTRY > HOLDER-COUNT.
           IF FLAGGED-COUNTER = 0
               MOVE "  NONE." TO REPORT-TEXT-LINE
               WRITE REPORT-RECORD FROM REPORT-TEXT-LINE
           END-IF.
           MOVE SPACES TO EXTRACT-TRAILER-RECORD.
           MOVE "TRL" TO PXT-TYPE.
           MOVE FLAGGED-COUNTER TO PXT-DETAIL-COUNT.
           WRITE EXTRACT-TRAILER-RECORD.
           PERFORM 700-WRITE-TOTALS.
           CLOSE STUDENT-DATA-FILE.
           CLOSE EXTRACT-FILE.
           CLOSE REPORT-FILE.
           CLOSE NOTIFY-QUEUE-FILE.
           PERFORM 390-REGISTER-OUTBOUND-FILE.
           IF FLAGGED-COUNTER > 0
               MOVE 4 TO RETURN-CODE
           END-IF.

       390-REGISTER-OUTBOUND-FILE.
           MOVE "RG" TO OBC-ACTION.
           MOVE FLAGGED-COUNTER TO OBC-RECORD-COUNT.
           MOVE 0 TO OBC-CONTROL-AMOUNT.
           CALL "OUTBOUND-REGISTRY" USING OUTBOUND-CHECK.

       310-LIST-ONE-EXPIRY.
           COMPUTE HWK-EXPIRY-INT =
               FUNCTION INTEGER-OF-DATE(HLR-EXPIRY-DATE(H-ENTRY)).
           IF HWK-EXPIRY-INT NOT > WINDOW-END-INT
                   AND HWK-EXPIRY-INT + EXPIRY-WINDOW-DAYS
                       NOT < RUN-DATE-INT
               COMPUTE HWK-DAYS-LEFT = HWK-EXPIRY-INT - RUN-DATE-INT
               MOVE HLR-STUDENT-NUMBER(H-ENTRY) TO EDL-STUDENT-NUMBER
               MOVE HLR-PERMIT-NUMBER(H-ENTRY)  TO EDL-PERMIT-NUMBER
               MOVE HLR-EXPIRY-DATE(H-ENTRY)    TO EDL-EXPIRY-DATE
               MOVE HWK-DAYS-LEFT               TO EDL-DAYS-LEFT
               IF HWK-DAYS-LEFT < 0
                   MOVE "EXPIRED" TO EDL-NOTE
                   ADD 1 TO EXPIRED-COUNTER
               ELSE
                   MOVE SPACES TO EDL-NOTE
                   ADD 1 TO EXPIRING-COUNTER
               END-IF
               WRITE REPORT-RECORD FROM EXPIRY-DETAIL-LINE
           END-IF.

      *****************************************************************
      * One reason per holder, the most serious first: withdrawn,
      * then not registered, then expired, then part-time.  A
      * holder whose permit has expired and who has no record for
      * the term has left us and is not reported.
      *****************************************************************
       400-CHECK-ONE-HOLDER.
           PERFORM 410-READ-TERM-RECORD.
           MOVE SPACES TO HWK-REASON.
           EVALUATE TRUE
               WHEN HWK-RECORD-FOUND = "Y" AND HWK-STATUS-CODE = "W"
                   MOVE "WD" TO HWK-REASON
                   MOVE "WITHDRAWN" TO HWK-REASON-TEXT
                   ADD 1 TO WITHDRAWN-COUNTER
               WHEN HLR-EXPIRY-DATE(H-ENTRY) < RUN-DATE-WS
                       AND HWK-RECORD-FOUND = "N"
                   CONTINUE
               WHEN HWK-RECORD-FOUND = "N"
                   MOVE "NR" TO HWK-REASON
                   MOVE "NOT REGISTERED" TO HWK-REASON-TEXT
                   ADD 1 TO UNREGISTERED-COUNTER
               WHEN HLR-EXPIRY-DATE(H-ENTRY) < RUN-DATE-WS
                   MOVE "EX" TO HWK-REASON
                   MOVE "PERMIT EXPIRED" TO HWK-REASON-TEXT
                   ADD 1 TO LAPSED-COUNTER
               WHEN HLR-INTENSITY(H-ENTRY) = "P"
                   MOVE "PT" TO HWK-REASON
                   MOVE "PART-TIME" TO HWK-REASON-TEXT
                   ADD 1 TO PART-TIME-COUNTER
               WHEN OTHER
                   CONTINUE
           END-EVALUATE.
           IF HWK-REASON NOT = SPACES
               PERFORM 420-REPORT-THE-HOLDER
           END-IF.

      *    The term's record gives status; with none for the term,
      *    the student's earliest record on file still gives the
      *    name the extract needs.
       410-READ-TERM-RECORD.
           MOVE "N" TO HWK-RECORD-FOUND.
           MOVE SPACE TO HWK-STATUS-CODE.
           MOVE SPACES TO HWK-SURNAME HWK-GIVEN-NAME.
           MOVE HLR-STUDENT-NUMBER(H-ENTRY) TO STUDENT-NUMBER.
           MOVE RUN-TERM-CODE TO TERM-CODE.
           READ STUDENT-DATA-FILE
               INVALID KEY
                   PERFORM 415-FIND-ANY-RECORD
               NOT INVALID KEY
                   MOVE "Y" TO HWK-RECORD-FOUND
                   MOVE STATUS-CODE        TO HWK-STATUS-CODE
                   MOVE STUDENT-SURNAME    TO HWK-SURNAME
                   MOVE STUDENT-GIVEN-NAME TO HWK-GIVEN-NAME
           END-READ.

       415-FIND-ANY-RECORD.
           MOVE HLR-STUDENT-NUMBER(H-ENTRY) TO STUDENT-NUMBER.
           MOVE LOW-VALUES TO TERM-CODE.
           MOVE "N" TO EOF-STU.
           START STUDENT-DATA-FILE KEY IS NOT LESS THAN STUDENT-KEY
               INVALID KEY
                   MOVE "Y" TO EOF-STU
           END-START.
           IF EOF-STU = "N"
               READ STUDENT-DATA-FILE NEXT RECORD
                   AT END
                       CONTINUE
                   NOT AT END
                       IF STUDENT-NUMBER = HLR-STUDENT-NUMBER(H-ENTRY)
                           MOVE STUDENT-SURNAME    TO HWK-SURNAME
                           MOVE STUDENT-GIVEN-NAME TO HWK-GIVEN-NAME
                       END-IF
               END-READ
           END-IF.

       420-REPORT-THE-HOLDER.
           ADD 1 TO FLAGGED-COUNTER.
           MOVE HLR-STUDENT-NUMBER(H-ENTRY) TO FDL-STUDENT-NUMBER.
           MOVE HLR-PERMIT-NUMBER(H-ENTRY)  TO FDL-PERMIT-NUMBER.
           MOVE HWK-REASON-TEXT             TO FDL-REASON.
           MOVE HWK-SURNAME                 TO FDL-SURNAME.
           MOVE HWK-GIVEN-NAME              TO FDL-GIVEN-NAME.
           WRITE REPORT-RECORD FROM FLAG-DETAIL-LINE.
           MOVE SPACES TO EXTRACT-DETAIL-RECORD.
           MOVE "DTL" TO PXD-TYPE.
           MOVE HLR-PERMIT-NUMBER(H-ENTRY)  TO PXD-PERMIT-NUMBER.
           MOVE HLR-STUDENT-NUMBER(H-ENTRY) TO PXD-STUDENT-NUMBER.
           MOVE HWK-SURNAME                 TO PXD-SURNAME.
           MOVE HWK-GIVEN-NAME              TO PXD-GIVEN-NAME.
           MOVE HLR-EXPIRY-DATE(H-ENTRY)    TO PXD-EXPIRY-DATE.
           MOVE HWK-REASON                  TO PXD-REASON.
           WRITE EXTRACT-DETAIL-RECORD.
           IF HLR-NOTIFIED(H-ENTRY) = "N"
               PERFORM 430-QUEUE-THE-EVENT
           END-IF.

       430-QUEUE-THE-EVENT.
           MOVE SPACES TO NOTIFY-RECORD.
           MOVE "WITHDRAW" TO NTF-EVENT-CODE.
           MOVE HLR-STUDENT-NUMBER(H-ENTRY) TO NTF-STUDENT-NUMBER.
           MOVE RUN-TERM-CODE TO NTF-TERM-CODE.
           STRING "STUDY PERMIT - " HWK-REASON-TEXT
               DELIMITED BY SIZE INTO NTF-DETAIL
           END-STRING.
           MOVE FUNCTION CURRENT-DATE TO NTF-TIMESTAMP.
           MOVE SPACE TO NTF-SENT-FLAG.
           WRITE NOTIFY-RECORD.
           MOVE "Y" TO HLR-NOTIFIED(H-ENTRY).
           ADD 1 TO QUEUED-COUNTER.

       700-WRITE-TOTALS.
           WRITE REPORT-RECORD FROM BLANK-LINE.
           MOVE "PERMIT ROWS READ:" TO RCL-LABEL.
           MOVE PERMIT-READ-COUNTER TO RCL-COUNT.
           WRITE REPORT-RECORD FROM REPORT-COUNT-LINE.
           MOVE "PERMIT HOLDERS:" TO RCL-LABEL.
           MOVE HOLDER-COUNT TO RCL-COUNT.
           WRITE REPORT-RECORD FROM REPORT-COUNT-LINE.
           MOVE "EXPIRING WITHIN THE WINDOW:" TO RCL-LABEL.
           MOVE EXPIRING-COUNTER TO RCL-COUNT.
           WRITE REPORT-RECORD FROM REPORT-COUNT-LINE.
           MOVE "EXPIRED WITHIN THE WINDOW:" TO RCL-LABEL.
           MOVE EXPIRED-COUNTER TO RCL-COUNT.
           WRITE REPORT-RECORD FROM REPORT-COUNT-LINE.
           MOVE "FLAGGED - WITHDRAWN:" TO RCL-LABEL.
           MOVE WITHDRAWN-COUNTER TO RCL-COUNT.
           WRITE REPORT-RECORD FROM REPORT-COUNT-LINE.
           MOVE "FLAGGED - NOT REGISTERED FOR THE TERM:"
               TO RCL-LABEL.
           MOVE UNREGISTERED-COUNTER TO RCL-COUNT.
           WRITE REPORT-RECORD FROM REPORT-COUNT-LINE.
           MOVE "FLAGGED - STUDYING ON AN EXPIRED PERMIT:"
               TO RCL-LABEL.
           MOVE LAPSED-COUNTER TO RCL-COUNT.
           WRITE REPORT-RECORD FROM REPORT-COUNT-LINE.
           MOVE "FLAGGED - PART-TIME:" TO RCL-LABEL.
           MOVE PART-TIME-COUNTER TO RCL-COUNT.
           WRITE REPORT-RECORD FROM REPORT-COUNT-LINE.
           MOVE "ON THE EXTRACT (DTL ROWS):" TO RCL-LABEL.
           MOVE FLAGGED-COUNTER TO RCL-COUNT.
           WRITE REPORT-RECORD FROM REPORT-COUNT-LINE.
           MOVE "NEW EVENTS QUEUED FOR THE INTERNATIONAL OFFICE:"
               TO RCL-LABEL.
           MOVE QUEUED-COUNTER TO RCL-COUNT.
           WRITE REPORT-RECORD FROM REPORT-COUNT-LINE.
           WRITE REPORT-RECORD FROM BLANK-LINE.
           MOVE "REVIEWED BY INTERNATIONAL OFFICE: ______________  "
               & "DATE: __________" TO REPORT-TEXT-LINE.
           WRITE REPORT-RECORD FROM REPORT-TEXT-LINE.

       950-DISPLAY-STATS.
           DISPLAY "STUDY PERMIT COMPLIANCE COMPLETE".
           DISPLAY "  PERMIT HOLDERS:       " HOLDER-COUNT.
           DISPLAY "  EXPIRING / EXPIRED:   " EXPIRING-COUNTER
               " / " EXPIRED-COUNTER.
           DISPLAY "  HOLDERS FLAGGED:      " FLAGGED-COUNTER.
           DISPLAY "  EVENTS QUEUED:        " QUEUED-COUNTER.
           DISPLAY "  EXTRACT IN " EXTRACT-FILENAME-WS
               ", DETAIL IN PERMIT-COMPLIANCE-REPORT.txt".

       960-LOG-RUN-PARAMETERS.
           OPEN EXTEND JOB-LOG-FILE.
           MOVE SPACES TO JOB-LOG-RECORD.
           MOVE RUN-START-STAMP TO JOB-START-TIMESTAMP.
           MOVE FUNCTION CURRENT-DATE TO JOB-END-TIMESTAMP.
           MOVE "PERMITCOMP" TO JOB-OPERATOR-ID.
           MOVE RUN-TERM-CODE TO JOB-TERM-CODE.
           MOVE "Y" TO JOB-BATCH-MODE.
           MOVE HOLDER-COUNT TO JOB-STUDENTS-READ.
           MOVE FLAGGED-COUNTER TO JOB-STUDENTS-WRITTEN.
           MOVE 0 TO JOB-STUDENTS-REJECTED.
           MOVE RETURN-CODE TO JOB-RETURN-CODE.
           STRING "EXPIRY-DAYS=" EXPIRY-WINDOW-DAYS
               DELIMITED BY SIZE INTO JOB-PARM-VALUES
           END-STRING.
           WRITE JOB-LOG-RECORD.
           CLOSE JOB-LOG-FILE.

       END PROGRAM PERMIT-COMPLIANCE.
