      ******************************************************************
      * Tectonics: Mid-program residency changes.  A student whose
      * residency changes part-way through a program (a study permit
      * student granted permanent residence, a domestic student who
      * loses status) is priced from the new RATE.txt row from the
      * change's effective term on - but finance decides whether
      * the terms already assessed are reopened.  For the term asked
      * for, every RESIDENCY.txt row (see RESIDENCY-RECORD.cpy)
      * taking effect in that term whose status differs from the
      * one in force before it (domestic when there was no earlier
      * row) is listed on RESIDENCY-CHANGES.txt - provided the
      * student was already in the same program before that term,
      * on STUFILE.dat or STUHIST.dat.  A first status recorded at
      * admission is not a change.  The listing shows who, which
      * program and since when, the old and new status, the
      * document, and who keyed it, with a review line at the foot.
      ******************************************************************
       IDENTIFICATION DIVISION.
       PROGRAM-ID. RESIDENCY-CHANGE-LIST.

       ENVIRONMENT DIVISION.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
           SELECT OPTIONAL RESIDENCY-FILE ASSIGN "RESIDENCY.txt"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS RESIDENCY-STATUS.
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
           SELECT REPORT-FILE ASSIGN "RESIDENCY-CHANGES.txt"
               ORGANIZATION IS LINE SEQUENTIAL.

       DATA DIVISION.
       FILE SECTION.
           FD RESIDENCY-FILE.
           COPY "RESIDENCY-RECORD.cpy".

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

           FD REPORT-FILE.
           01 REPORT-RECORD PIC X(110).

       WORKING-STORAGE SECTION.
           01 FILE-STATUS      PIC X(2).
           01 HIST-STATUS      PIC X(2).
           01 RESIDENCY-STATUS PIC X(2).

           01 RUN-TERM-CODE PIC X(6) VALUE SPACES.
           01 RUN-DATE-WS   PIC 9(8) VALUE 0.

      *    RESIDENCY.txt loaded whole - each row in the term is
      *    weighed against the student's earlier rows.
           01 RESIDENCY-TABLE.
               05 RESIDENCY-ENTRY OCCURS 2000 TIMES INDEXED RS-ENTRY.
                   10 RST-STUDENT-NUMBER PIC 9(6).
                   10 RST-STATUS         PIC X(1).
                   10 RST-EFFECTIVE-TERM PIC X(6).
                   10 RST-DOCUMENT-REF   PIC X(20).
                   10 RST-CHANGED-BY     PIC X(10).
                   10 RST-CHANGED-DATE   PIC 9(8).
           01 RESIDENCY-COUNT PIC 9(4) VALUE 0.
           01 RESIDENCY-MAX   PIC 9(4) VALUE 2000.

           01 COUNTERS.
               05 IN-TERM-COUNTER   PIC 9(6) VALUE 0.
               05 LISTED-COUNTER    PIC 9(6) VALUE 0.
               05 ADMISSION-COUNTER PIC 9(6) VALUE 0.
               05 SAME-COUNTER      PIC 9(6) VALUE 0.

           01 FLAGS.
               05 EOF-RESIDENCY PIC X VALUE "N".
               05 EOF-GROUP     PIC X VALUE "N".
               05 PRIOR-FOUND   PIC X VALUE "N".
      *        STUHIST.dat is optional - a site that has never rolled
      *        a term has none.
               05 HIST-OPEN     PIC X VALUE "N".

      *    The change being weighed: the status it replaces, and the
      *    program the student was in at the change and the first
      *    term on file in that program.
           01 CHANGE-WORK-AREA.
               05 CHW-STUDENT-NUMBER PIC 9(6) VALUE 0.
               05 CHW-PRIOR-STATUS   PIC X(1) VALUE SPACE.
               05 CHW-PRIOR-TERM     PIC X(6) VALUE SPACES.
               05 CHW-PROGRAM        PIC X(6) VALUE SPACES.
               05 CHW-PROGRAM-TERM   PIC X(6) VALUE SPACES.
               05 CHW-PROGRAM-SINCE  PIC X(6) VALUE SPACES.
               05 CHW-STUDENT-NAME   PIC X(40) VALUE SPACES.
               05 IDX-WS             PIC 9(4).

           01 REPORT-TITLE-LINE.
               05 FILLER PIC X(40)
                   VALUE "MID-PROGRAM RESIDENCY CHANGES - TERM ".
               05 RTL-TERM-CODE PIC X(6).
               05 FILLER PIC X(8) VALUE "   RUN ".
               05 RTL-RUN-DATE  PIC 9(8).

           01 REPORT-HEADER-LINE.
               05 FILLER PIC X(34)
                   VALUE "STUDENT NAME".
               05 FILLER PIC X(15) VALUE "PROGRM SINCE".
               05 FILLER PIC X(8)  VALUE "WAS NOW".
               05 FILLER PIC X(21) VALUE "DOCUMENT".
               05 FILLER PIC X(11) VALUE "KEYED BY".
               05 FILLER PIC X(2)  VALUE "ON".

           01 REPORT-DETAIL-LINE.
               05 RDT-STUDENT-NUMBER PIC 9(6).
               05 FILLER             PIC X(2) VALUE SPACES.
               05 RDT-STUDENT-NAME   PIC X(25).
               05 FILLER             PIC X(1) VALUE SPACE.
               05 RDT-PROGRAM-CODE   PIC X(6).
               05 FILLER             PIC X(1) VALUE SPACE.
               05 RDT-PROGRAM-SINCE  PIC X(6).
               05 FILLER             PIC X(2) VALUE SPACES.
               05 RDT-OLD-STATUS     PIC X(1).
               05 FILLER             PIC X(3) VALUE SPACES.
               05 RDT-NEW-STATUS     PIC X(1).
               05 FILLER             PIC X(3) VALUE SPACES.
               05 RDT-DOCUMENT-REF   PIC X(20).
               05 FILLER             PIC X(1) VALUE SPACE.
               05 RDT-CHANGED-BY     PIC X(10).
               05 FILLER             PIC X(1) VALUE SPACE.
               05 RDT-CHANGED-DATE   PIC 9(8).

           01 REPORT-COUNT-LINE.
               05 RCL-LABEL PIC X(40).
               05 RCL-COUNT PIC ZZZZZ9.

           01 REPORT-TEXT-LINE PIC X(110).
           01 BLANK-LINE PIC X(110) VALUE SPACES.

       PROCEDURE DIVISION.
       100-MAIN.
           DISPLAY "RESIDENCY CHANGES - TERM CODE (CCYYTT): ".
           ACCEPT RUN-TERM-CODE.
           IF RUN-TERM-CODE = SPACES
               DISPLAY "TERM CODE CANNOT BE BLANK."
               MOVE 8 TO RETURN-CODE
           ELSE
               PERFORM 150-LOAD-RESIDENCY-TABLE
               IF RETURN-CODE NOT = 8
                   CALL "BUSINESS-DATE" USING RUN-DATE-WS
                   OPEN INPUT STUDENT-DATA-FILE
                   OPEN INPUT STUHIST-FILE
                   IF HIST-STATUS = "00"
                       MOVE "Y" TO HIST-OPEN
                   END-IF
                   OPEN OUTPUT REPORT-FILE
                   PERFORM 200-WRITE-HEADING
                   PERFORM 300-WEIGH-ONE-ROW
                       VARYING IDX-WS FROM 1 BY 1
                       UNTIL IDX-WS > RESIDENCY-COUNT
                   PERFORM 700-WRITE-TOTALS
                   CLOSE REPORT-FILE
                   CLOSE STUHIST-FILE
                   CLOSE STUDENT-DATA-FILE
                   PERFORM 950-DISPLAY-STATS
               END-IF
           END-IF.
      *    GOBACK, not STOP RUN, so the job-stream controller can
      *    CALL this program as one step of the night's stream.
           GOBACK.

       150-LOAD-RESIDENCY-TABLE.
           SET RS-ENTRY TO 1.
           OPEN INPUT RESIDENCY-FILE.
           IF RESIDENCY-STATUS = "00" OR RESIDENCY-STATUS = "05"
               PERFORM 160-LOAD-ONE-RESIDENCY
                   UNTIL EOF-RESIDENCY = "Y"
                   OR RS-ENTRY > RESIDENCY-MAX
               CLOSE RESIDENCY-FILE
           END-IF.
           COMPUTE RESIDENCY-COUNT = RS-ENTRY - 1.
           IF EOF-RESIDENCY NOT = "Y"
                   AND RESIDENCY-COUNT >= RESIDENCY-MAX
               DISPLAY "RESIDENCY.txt EXCEEDS " RESIDENCY-MAX
                   " ROWS. NOTHING LISTED."
               MOVE 8 TO RETURN-CODE
           END-IF.

       160-LOAD-ONE-RESIDENCY.
           READ RESIDENCY-FILE
               AT END
                   MOVE "Y" TO EOF-RESIDENCY
               NOT AT END
                   MOVE RES-STUDENT-NUMBER
                       TO RST-STUDENT-NUMBER(RS-ENTRY)
                   MOVE RES-STATUS         TO RST-STATUS(RS-ENTRY)
                   MOVE RES-EFFECTIVE-TERM
                       TO RST-EFFECTIVE-TERM(RS-ENTRY)
                   MOVE RES-DOCUMENT-REF
                       TO RST-DOCUMENT-REF(RS-ENTRY)
                   MOVE RES-CHANGED-BY     TO RST-CHANGED-BY(RS-ENTRY)
                   MOVE RES-CHANGED-DATE
                       TO RST-CHANGED-DATE(RS-ENTRY)
                   ADD 1 TO RS-ENTRY
           END-READ.

       200-WRITE-HEADING.
           MOVE RUN-TERM-CODE TO RTL-TERM-CODE.
           MOVE RUN-DATE-WS   TO RTL-RUN-DATE.
           WRITE REPORT-RECORD FROM REPORT-TITLE-LINE.
           WRITE REPORT-RECORD FROM BLANK-LINE.
           WRITE REPORT-RECORD FROM REPORT-HEADER-LINE.

      *****************************************************************
      * One RESIDENCY.txt row: listed only if it takes effect in the
      * run term, actually changes the status, and falls after the
      * student's first term in the program they were then in.
      *****************************************************************
       300-WEIGH-ONE-ROW.
           IF RST-EFFECTIVE-TERM(IDX-WS) = RUN-TERM-CODE
               ADD 1 TO IN-TERM-COUNTER
               MOVE RST-STUDENT-NUMBER(IDX-WS) TO CHW-STUDENT-NUMBER
               PERFORM 310-FIND-PRIOR-STATUS
               IF CHW-PRIOR-STATUS = RST-STATUS(IDX-WS)
                   ADD 1 TO SAME-COUNTER
               ELSE
                   PERFORM 400-FIND-PROGRAM-SINCE
                   IF CHW-PROGRAM-SINCE NOT = SPACES
                           AND CHW-PROGRAM-SINCE < RUN-TERM-CODE
                       PERFORM 500-WRITE-DETAIL
                   ELSE
                       ADD 1 TO ADMISSION-COUNTER
                   END-IF
               END-IF
           END-IF.

      *    The student's latest row before the run term - the same
      *    effective-dated choice RESIDENCY-LOOKUP makes - or
      *    domestic when there is none.
       310-FIND-PRIOR-STATUS.
           MOVE "D" TO CHW-PRIOR-STATUS.
           MOVE "N" TO PRIOR-FOUND.
           MOVE LOW-VALUES TO CHW-PRIOR-TERM.
           PERFORM VARYING RS-ENTRY FROM 1 BY 1
                   UNTIL RS-ENTRY > RESIDENCY-COUNT
               IF RST-STUDENT-NUMBER(RS-ENTRY) = CHW-STUDENT-NUMBER
                       AND RST-EFFECTIVE-TERM(RS-ENTRY)
                           < RUN-TERM-CODE
                   IF PRIOR-FOUND = "N"
                           OR RST-EFFECTIVE-TERM(RS-ENTRY)
                               >= CHW-PRIOR-TERM
                       MOVE RST-STATUS(RS-ENTRY) TO CHW-PRIOR-STATUS
                       MOVE RST-EFFECTIVE-TERM(RS-ENTRY)
                           TO CHW-PRIOR-TERM
                       MOVE "Y" TO PRIOR-FOUND
                   END-IF
               END-IF
           END-PERFORM.

      *****************************************************************
      * The program the student was in at the change is the one on
      * their latest record at or before the run term; "since" is
      * the earliest term on file carrying that program.  Both
      * masters are walked in key order (student, then term), once
      * for the program and once for its first term.
      *****************************************************************
       400-FIND-PROGRAM-SINCE.
           MOVE SPACES TO CHW-PROGRAM CHW-PROGRAM-SINCE.
           MOVE SPACES TO CHW-STUDENT-NAME.
           MOVE LOW-VALUES TO CHW-PROGRAM-TERM.
           PERFORM 410-START-STUFILE-GROUP.
           PERFORM 420-NOTE-CURRENT-PROGRAM UNTIL EOF-GROUP = "Y".
           PERFORM 415-START-STUHIST-GROUP.
           PERFORM 425-NOTE-HIST-PROGRAM UNTIL EOF-GROUP = "Y".
           IF CHW-PROGRAM NOT = SPACES
               PERFORM 410-START-STUFILE-GROUP
               PERFORM 430-NOTE-FIRST-TERM UNTIL EOF-GROUP = "Y"
               PERFORM 415-START-STUHIST-GROUP
               PERFORM 435-NOTE-HIST-FIRST-TERM UNTIL EOF-GROUP = "Y"
           END-IF.

       410-START-STUFILE-GROUP.
           MOVE "N" TO EOF-GROUP.
           MOVE CHW-STUDENT-NUMBER TO STUDENT-NUMBER.
           MOVE LOW-VALUES TO TERM-CODE.
           START STUDENT-DATA-FILE KEY IS NOT LESS THAN STUDENT-KEY
               INVALID KEY
                   MOVE "Y" TO EOF-GROUP
           END-START.

       415-START-STUHIST-GROUP.
           MOVE "N" TO EOF-GROUP.
           IF HIST-OPEN NOT = "Y"
               MOVE "Y" TO EOF-GROUP
           ELSE
               MOVE CHW-STUDENT-NUMBER TO HST-STUDENT-NUMBER
               MOVE LOW-VALUES TO HST-TERM-CODE
               START STUHIST-FILE
                   KEY IS NOT LESS THAN HST-STUDENT-KEY
                   INVALID KEY
                       MOVE "Y" TO EOF-GROUP
               END-START
           END-IF.

       420-NOTE-CURRENT-PROGRAM.
           READ STUDENT-DATA-FILE NEXT RECORD
               AT END
                   MOVE "Y" TO EOF-GROUP
               NOT AT END
                   IF STUDENT-NUMBER NOT = CHW-STUDENT-NUMBER
                       MOVE "Y" TO EOF-GROUP
                   ELSE
                       IF TERM-CODE <= RUN-TERM-CODE
                               AND TERM-CODE >= CHW-PROGRAM-TERM
                           MOVE PROGRAM-OF-STUDY TO CHW-PROGRAM
                           MOVE TERM-CODE TO CHW-PROGRAM-TERM
                           MOVE STUDENT-NAME TO CHW-STUDENT-NAME
                       END-IF
                   END-IF
           END-READ.

       425-NOTE-HIST-PROGRAM.
           READ STUHIST-FILE NEXT RECORD
               AT END
                   MOVE "Y" TO EOF-GROUP
               NOT AT END
                   IF HST-STUDENT-NUMBER NOT = CHW-STUDENT-NUMBER
                       MOVE "Y" TO EOF-GROUP
                   ELSE
                       IF HST-TERM-CODE <= RUN-TERM-CODE
                               AND HST-TERM-CODE > CHW-PROGRAM-TERM
                           MOVE HST-PROGRAM-OF-STUDY TO CHW-PROGRAM
                           MOVE HST-TERM-CODE TO CHW-PROGRAM-TERM
                           MOVE HST-STUDENT-NAME TO CHW-STUDENT-NAME
                       END-IF
                   END-IF
           END-READ.

       430-NOTE-FIRST-TERM.
           READ STUDENT-DATA-FILE NEXT RECORD
               AT END
                   MOVE "Y" TO EOF-GROUP
               NOT AT END
                   IF STUDENT-NUMBER NOT = CHW-STUDENT-NUMBER
                       MOVE "Y" TO EOF-GROUP
                   ELSE
                       IF PROGRAM-OF-STUDY = CHW-PROGRAM
                               AND (CHW-PROGRAM-SINCE = SPACES
                                   OR TERM-CODE < CHW-PROGRAM-SINCE)
                           MOVE TERM-CODE TO CHW-PROGRAM-SINCE
                       END-IF
                   END-IF
           END-READ.

       435-NOTE-HIST-FIRST-TERM.
           READ STUHIST-FILE NEXT RECORD
               AT END
                   MOVE "Y" TO EOF-GROUP
               NOT AT END
                   IF HST-STUDENT-NUMBER NOT = CHW-STUDENT-NUMBER
                       MOVE "Y" TO EOF-GROUP
                   ELSE
                       IF HST-PROGRAM-OF-STUDY = CHW-PROGRAM
                               AND (CHW-PROGRAM-SINCE = SPACES
                                   OR HST-TERM-CODE
                                       < CHW-PROGRAM-SINCE)
                           MOVE HST-TERM-CODE TO CHW-PROGRAM-SINCE
                       END-IF
                   END-IF
           END-READ.

       500-WRITE-DETAIL.
           MOVE SPACES TO REPORT-DETAIL-LINE.
           MOVE CHW-STUDENT-NUMBER         TO RDT-STUDENT-NUMBER.
           MOVE CHW-STUDENT-NAME           TO RDT-STUDENT-NAME.
           MOVE CHW-PROGRAM                TO RDT-PROGRAM-CODE.
           MOVE CHW-PROGRAM-SINCE          TO RDT-PROGRAM-SINCE.
           MOVE CHW-PRIOR-STATUS           TO RDT-OLD-STATUS.
           MOVE RST-STATUS(IDX-WS)         TO RDT-NEW-STATUS.
           MOVE RST-DOCUMENT-REF(IDX-WS)   TO RDT-DOCUMENT-REF.
           MOVE RST-CHANGED-BY(IDX-WS)     TO RDT-CHANGED-BY.
           MOVE RST-CHANGED-DATE(IDX-WS)   TO RDT-CHANGED-DATE.
           WRITE REPORT-RECORD FROM REPORT-DETAIL-LINE.
           ADD 1 TO LISTED-COUNTER.

       700-WRITE-TOTALS.
           WRITE REPORT-RECORD FROM BLANK-LINE.
           IF LISTED-COUNTER = 0
               MOVE "NO MID-PROGRAM RESIDENCY CHANGES IN THE TERM."
                   TO REPORT-TEXT-LINE
               WRITE REPORT-RECORD FROM REPORT-TEXT-LINE
           END-IF.
           MOVE "RESIDENCY ROWS EFFECTIVE IN THE TERM:" TO RCL-LABEL.
           MOVE IN-TERM-COUNTER TO RCL-COUNT.
           WRITE REPORT-RECORD FROM REPORT-COUNT-LINE.
           MOVE "MID-PROGRAM CHANGES LISTED:" TO RCL-LABEL.
           MOVE LISTED-COUNTER TO RCL-COUNT.
           WRITE REPORT-RECORD FROM REPORT-COUNT-LINE.
           MOVE "FIRST STATUS AT ADMISSION (NOT LISTED):"
               TO RCL-LABEL.
           MOVE ADMISSION-COUNTER TO RCL-COUNT.
           WRITE REPORT-RECORD FROM REPORT-COUNT-LINE.
           MOVE "STATUS UNCHANGED (NOT LISTED):" TO RCL-LABEL.
           MOVE SAME-COUNTER TO RCL-COUNT.
           WRITE REPORT-RECORD FROM REPORT-COUNT-LINE.
           WRITE REPORT-RECORD FROM BLANK-LINE.
           MOVE "REASSESSMENT DECIDED BY: ____________________  "
               & "DATE: __________" TO REPORT-TEXT-LINE.
           WRITE REPORT-RECORD FROM REPORT-TEXT-LINE.

       950-DISPLAY-STATS.
           DISPLAY "RESIDENCY ROWS IN TERM: " IN-TERM-COUNTER.
           DISPLAY "MID-PROGRAM CHANGES:    " LISTED-COUNTER.
           DISPLAY "DETAIL IN RESIDENCY-CHANGES.txt".

       END PROGRAM RESIDENCY-CHANGE-LIST.
