      ******************************************************************
      * Tectonics: Readmission decisions for the academic council.
      * For the term asked for, every READMISSIONS.txt row (see
      * READMIT-RECORD.cpy) returning to that term is listed on
      * READMIT-LIST.txt: the approvals first, each with the
      * probation contract READMIT-MAINT filed for it (course cap,
      * minimum average, advising visits) and the other conditions
      * of readmission, then the denials with their reasons.  Each
      * line shows who, on what basis (suspension or withdrawal),
      * who decided and when.  Applications still pending for the
      * term are counted at the foot so the council sees what is
      * still to come.
      ******************************************************************
       IDENTIFICATION DIVISION.
       PROGRAM-ID. READMIT-LIST.

       ENVIRONMENT DIVISION.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
           SELECT OPTIONAL READMIT-FILE ASSIGN "READMISSIONS.txt"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS READMIT-STATUS.
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
           SELECT OPTIONAL CONTRACT-FILE
               ASSIGN "PROBATION-CONTRACTS.txt"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS CONTRACT-STATUS.
           SELECT REPORT-FILE ASSIGN "READMIT-LIST.txt"
               ORGANIZATION IS LINE SEQUENTIAL.

       DATA DIVISION.
       FILE SECTION.
           FD READMIT-FILE.
           COPY "READMIT-RECORD.cpy".

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

           FD CONTRACT-FILE.
           COPY "CONTRACT-RECORD.cpy".

           FD REPORT-FILE.
           01 REPORT-RECORD PIC X(120).

       WORKING-STORAGE SECTION.
           01 FILE-STATUS     PIC X(2).
           01 HIST-STATUS     PIC X(2).
           01 READMIT-STATUS  PIC X(2).
           01 CONTRACT-STATUS PIC X(2).

           01 RUN-TERM-CODE PIC X(6) VALUE SPACES.
           01 RUN-DATE-WS   PIC 9(8) VALUE 0.
      *    'A' on the first pass over the file, 'D' on the second.
           01 PASS-STATUS   PIC X(1) VALUE SPACE.

           01 COUNTERS.
               05 APPROVED-COUNTER PIC 9(6) VALUE 0.
               05 DENIED-COUNTER   PIC 9(6) VALUE 0.
               05 PENDING-COUNTER  PIC 9(6) VALUE 0.

           01 FLAGS.
               05 EOF-READMIT  PIC X VALUE "N".
               05 EOF-CONTRACT PIC X VALUE "N".
               05 HIST-OPEN    PIC X VALUE "N".

           01 LIST-WORK-AREA.
               05 LSW-STUDENT-NAME PIC X(40) VALUE SPACES.
               05 LSW-CONTRACT     PIC X(26) VALUE SPACES.
               05 LSW-MAX-COURSES  PIC Z9.
               05 LSW-MIN-AVERAGE  PIC ZZ9.
               05 LSW-VISITS       PIC Z9.

           01 REPORT-TITLE-LINE.
               05 FILLER PIC X(36)
                   VALUE "READMISSION DECISIONS - RETURN TERM ".
               05 RTL-TERM-CODE PIC X(6).
               05 FILLER PIC X(8) VALUE "   RUN ".
               05 RTL-RUN-DATE  PIC 9(8).

           01 REPORT-HEADER-LINE.
               05 FILLER PIC X(36) VALUE "STUDENT NAME".
               05 FILLER PIC X(6)  VALUE "BASIS".
               05 FILLER PIC X(11) VALUE "DECIDED BY".
               05 FILLER PIC X(9)  VALUE "ON".
               05 FILLER PIC X(27) VALUE "CONTRACT".
               05 FILLER PIC X(19) VALUE "CONDITIONS / REASON".

           01 REPORT-DETAIL-LINE.
               05 RDT-STUDENT-NUMBER PIC 9(6).
               05 FILLER             PIC X(2) VALUE SPACES.
               05 RDT-STUDENT-NAME   PIC X(25).
               05 FILLER             PIC X(3) VALUE SPACES.
               05 RDT-BASIS          PIC X(1).
               05 FILLER             PIC X(5) VALUE SPACES.
               05 RDT-DECIDED-BY     PIC X(10).
               05 FILLER             PIC X(1) VALUE SPACE.
               05 RDT-DECIDED-DATE   PIC 9(8).
               05 FILLER             PIC X(1) VALUE SPACE.
               05 RDT-CONTRACT       PIC X(26).
               05 FILLER             PIC X(1) VALUE SPACE.
               05 RDT-DECISION-TEXT  PIC X(30).

           01 REPORT-COUNT-LINE.
               05 RCL-LABEL PIC X(40).
               05 RCL-COUNT PIC ZZZZZ9.

           01 REPORT-TEXT-LINE PIC X(120).
           01 BLANK-LINE PIC X(120) VALUE SPACES.

       PROCEDURE DIVISION.
       100-MAIN.
           DISPLAY "READMISSION DECISIONS - RETURN TERM (CCYYTT): ".
           ACCEPT RUN-TERM-CODE.
           IF RUN-TERM-CODE = SPACES
               DISPLAY "TERM CODE CANNOT BE BLANK."
               MOVE 8 TO RETURN-CODE
           ELSE
               CALL "BUSINESS-DATE" USING RUN-DATE-WS
               OPEN INPUT STUDENT-DATA-FILE
               OPEN INPUT STUHIST-FILE
               IF HIST-STATUS = "00"
                   MOVE "Y" TO HIST-OPEN
               END-IF
               OPEN OUTPUT REPORT-FILE
               PERFORM 200-WRITE-HEADING
               MOVE "APPROVED" TO REPORT-TEXT-LINE
               WRITE REPORT-RECORD FROM REPORT-TEXT-LINE
               MOVE "A" TO PASS-STATUS
               PERFORM 300-LIST-ONE-PASS
               WRITE REPORT-RECORD FROM BLANK-LINE
               MOVE "DENIED" TO REPORT-TEXT-LINE
               WRITE REPORT-RECORD FROM REPORT-TEXT-LINE
               MOVE "D" TO PASS-STATUS
               PERFORM 300-LIST-ONE-PASS
               PERFORM 700-WRITE-TOTALS
               CLOSE REPORT-FILE
               CLOSE STUHIST-FILE
               CLOSE STUDENT-DATA-FILE
               PERFORM 950-DISPLAY-STATS
           END-IF.
      *    GOBACK, not STOP RUN, so the job-stream controller can
      *    CALL this program as one step of the night's stream.
           GOBACK.

       200-WRITE-HEADING.
           MOVE RUN-TERM-CODE TO RTL-TERM-CODE.
           MOVE RUN-DATE-WS   TO RTL-RUN-DATE.
           WRITE REPORT-RECORD FROM REPORT-TITLE-LINE.
           WRITE REPORT-RECORD FROM BLANK-LINE.
           WRITE REPORT-RECORD FROM REPORT-HEADER-LINE.

      *    One pass over READMISSIONS.txt for the decision in
      *    PASS-STATUS; the pending rows are counted on the first.
       300-LIST-ONE-PASS.
           MOVE "N" TO EOF-READMIT.
           OPEN INPUT READMIT-FILE.
           IF READMIT-STATUS = "00" OR READMIT-STATUS = "05"
               PERFORM 310-LIST-ONE-ROW UNTIL EOF-READMIT = "Y"
               CLOSE READMIT-FILE
           END-IF.

       310-LIST-ONE-ROW.
           READ READMIT-FILE
               AT END
                   MOVE "Y" TO EOF-READMIT
               NOT AT END
                   IF RDM-RETURN-TERM = RUN-TERM-CODE
                       IF RDM-STATUS = PASS-STATUS
                           PERFORM 500-WRITE-DETAIL
                       END-IF
                       IF RDM-STATUS = SPACE AND PASS-STATUS = "A"
                           ADD 1 TO PENDING-COUNTER
                       END-IF
                   END-IF
           END-READ.

      *    The name off any term on file, live first, then archived.
       400-LOOKUP-STUDENT-NAME.
           MOVE "** NOT ON STUFILE **" TO LSW-STUDENT-NAME.
           MOVE RDM-STUDENT-NUMBER TO STUDENT-NUMBER.
           START STUDENT-DATA-FILE
               KEY IS EQUAL STUDENT-NUMBER
               INVALID KEY
                   PERFORM 410-LOOKUP-HIST-NAME
               NOT INVALID KEY
                   READ STUDENT-DATA-FILE NEXT RECORD
                       AT END
                           CONTINUE
                       NOT AT END
                           MOVE STUDENT-NAME TO LSW-STUDENT-NAME
                   END-READ
           END-START.

       410-LOOKUP-HIST-NAME.
           IF HIST-OPEN = "Y"
               MOVE RDM-STUDENT-NUMBER TO HST-STUDENT-NUMBER
               START STUHIST-FILE
                   KEY IS EQUAL HST-STUDENT-NUMBER
                   INVALID KEY
                       CONTINUE
                   NOT INVALID KEY
                       READ STUHIST-FILE NEXT RECORD
                           AT END
                               CONTINUE
                           NOT AT END
                               MOVE HST-STUDENT-NAME
                                   TO LSW-STUDENT-NAME
                       END-READ
               END-START
           END-IF.

      *    The contract READMIT-MAINT filed for the return term.
       420-LOOKUP-CONTRACT.
           MOVE "** NO CONTRACT ON FILE **" TO LSW-CONTRACT.
           MOVE "N" TO EOF-CONTRACT.
           OPEN INPUT CONTRACT-FILE.
           IF CONTRACT-STATUS = "00" OR CONTRACT-STATUS = "05"
               PERFORM 425-CHECK-ONE-CONTRACT
                   UNTIL EOF-CONTRACT = "Y"
               CLOSE CONTRACT-FILE
           END-IF.

       425-CHECK-ONE-CONTRACT.
           READ CONTRACT-FILE
               AT END
                   MOVE "Y" TO EOF-CONTRACT
               NOT AT END
                   IF CTR-STUDENT-NUMBER = RDM-STUDENT-NUMBER
                           AND CTR-TERM-CODE = RDM-RETURN-TERM
                       MOVE CTR-MAX-COURSES     TO LSW-MAX-COURSES
                       MOVE CTR-MIN-AVERAGE     TO LSW-MIN-AVERAGE
                       MOVE CTR-VISITS-REQUIRED TO LSW-VISITS
                       MOVE SPACES TO LSW-CONTRACT
                       STRING "CAP " LSW-MAX-COURSES
                              " AVG " LSW-MIN-AVERAGE
                              " VISITS " LSW-VISITS
                           DELIMITED BY SIZE INTO LSW-CONTRACT
                       END-STRING
                       MOVE "Y" TO EOF-CONTRACT
                   END-IF
           END-READ.

       500-WRITE-DETAIL.
           PERFORM 400-LOOKUP-STUDENT-NAME.
           MOVE SPACES TO REPORT-DETAIL-LINE.
           MOVE RDM-STUDENT-NUMBER TO RDT-STUDENT-NUMBER.
           MOVE LSW-STUDENT-NAME   TO RDT-STUDENT-NAME.
           MOVE RDM-BASIS          TO RDT-BASIS.
           MOVE RDM-DECIDED-BY     TO RDT-DECIDED-BY.
           MOVE RDM-DECIDED-DATE   TO RDT-DECIDED-DATE.
           MOVE RDM-DECISION-TEXT  TO RDT-DECISION-TEXT.
           IF RDM-STATUS = "A"
               PERFORM 420-LOOKUP-CONTRACT
               MOVE LSW-CONTRACT TO RDT-CONTRACT
               ADD 1 TO APPROVED-COUNTER
           ELSE
               ADD 1 TO DENIED-COUNTER
           END-IF.
           WRITE REPORT-RECORD FROM REPORT-DETAIL-LINE.

       700-WRITE-TOTALS.
           WRITE REPORT-RECORD FROM BLANK-LINE.
           MOVE "READMISSIONS APPROVED:" TO RCL-LABEL.
           MOVE APPROVED-COUNTER TO RCL-COUNT.
           WRITE REPORT-RECORD FROM REPORT-COUNT-LINE.
           MOVE "READMISSIONS DENIED:" TO RCL-LABEL.
           MOVE DENIED-COUNTER TO RCL-COUNT.
           WRITE REPORT-RECORD FROM REPORT-COUNT-LINE.
           MOVE "APPLICATIONS STILL PENDING:" TO RCL-LABEL.
           MOVE PENDING-COUNTER TO RCL-COUNT.
           WRITE REPORT-RECORD FROM REPORT-COUNT-LINE.
           WRITE REPORT-RECORD FROM BLANK-LINE.
           MOVE "RECEIVED BY ACADEMIC COUNCIL: ____________________  "
               & "DATE: __________" TO REPORT-TEXT-LINE.
           WRITE REPORT-RECORD FROM REPORT-TEXT-LINE.

       950-DISPLAY-STATS.
           DISPLAY "READMISSIONS APPROVED:  " APPROVED-COUNTER.
           DISPLAY "READMISSIONS DENIED:    " DENIED-COUNTER.
           DISPLAY "STILL PENDING:          " PENDING-COUNTER.
           DISPLAY "DETAIL IN READMIT-LIST.txt".

       END PROGRAM READMIT-LIST.
