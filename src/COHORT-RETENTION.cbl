      ******************************************************************
      * Tectonics: Cohort retention and graduation rates - the
      * provincial accountability report.  ENROLL-TREND counts heads
      * term over term; this batch follows entry cohorts instead.  A
      * student's cohort is their first TERM-CODE across STUHIST.dat
      * and STUFILE.dat together, and their program is the
      * PROGRAM-OF-STUDY on that first record.  For each cohort and
      * program it counts:
      *    - the students who started,
      *    - how many were back (status 'A') in the cohort's second
      *      and third terms - the next two terms in the
      *      institution's own term sequence, which is every
      *      TERM-CODE found on either file, in code order;
      *    - how many withdrew - their latest record is status 'W'
      *      and no credential was conferred;
      *    - how many had a credential conferred (CREDENTIALS.txt,
      *      the earliest one, in any program) within the program's
      *      normal length in terms (PROGRAM.txt column 33, set in
      *      UpdateProgramFile) and within 150% of it.
      * Both files are read in student/term order - STUHIST.dat on
      * its primary key and the nightly STUFILE-SNAPSHOT.txt - and
      * merged, so no student's terms are ever held in memory: the
      * first pass gathers the term sequence, the second follows
      * each student.  A cohort whose 150% window runs past the
      * newest term on file is marked OPEN - its graduation columns
      * are still filling in.
      * Output: COHORT-RETENTION.txt, and COHORT-RETENTION.csv with
      * the same rows for the institutional research office.
      * RETURN-CODE 0 clean, 4 a cohort's program has no length set,
      * 8 no snapshot to read or a table too small for the files.
      ******************************************************************
       IDENTIFICATION DIVISION.
       PROGRAM-ID. COHORT-RETENTION.

       ENVIRONMENT DIVISION.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
      *    The nightly reporting snapshot SNAPSHOT-RUN unloads from
      *    STUFILE.dat, already in student/term order.
           SELECT STUDENT-DATA-FILE ASSIGN "STUFILE-SNAPSHOT.txt"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS FILE-STATUS.
      *    Purged terms - read front to back on the primary key,
      *    which is student/term order too.  OPTIONAL: nothing
      *    purged yet, no file.
           SELECT OPTIONAL STUHIST-FILE
               ASSIGN "STUHIST.dat"
               ORGANIZATION IS INDEXED
               ACCESS MODE IS SEQUENTIAL
               RECORD KEY IS HST-STUDENT-KEY
               ALTERNATE KEY IS HST-STUDENT-NUMBER WITH DUPLICATES
               ALTERNATE KEY IS HST-STUDENT-SURNAME WITH DUPLICATES
               FILE STATUS IS HIST-STATUS.
           SELECT OPTIONAL CREDENTIALS-FILE ASSIGN "CREDENTIALS.txt"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS CREDENTIALS-STATUS.
           SELECT OPTIONAL PROGRAM-FILE ASSIGN "PROGRAM.txt"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS PROGRAM-STATUS.
           SELECT REPORT-FILE ASSIGN "COHORT-RETENTION.txt"
               ORGANIZATION IS LINE SEQUENTIAL.
           SELECT CSV-FILE ASSIGN "COHORT-RETENTION.csv"
               ORGANIZATION IS LINE SEQUENTIAL.

       DATA DIVISION.
       FILE SECTION.
           FD STUDENT-DATA-FILE.
           01 SNAPSHOT-IMAGE PIC X(181).

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

           FD CREDENTIALS-FILE.
           COPY "CREDENTIAL-RECORD.cpy".

           FD PROGRAM-FILE.
           01 PROGRAM-RECORD.
               05 PROGRAM-CODE PIC X(6).
               05 PROGRAM-NAME PIC X(20).
               05 FILLER       PIC X(13).

           FD REPORT-FILE.
           01 REPORT-RECORD PIC X(110).

           FD CSV-FILE.
           01 CSV-RECORD PIC X(120).

       WORKING-STORAGE SECTION.
           01 FILE-STATUS        PIC X(2).
           01 HIST-STATUS        PIC X(2).
           01 CREDENTIALS-STATUS PIC X(2).
           01 PROGRAM-STATUS     PIC X(2).

           COPY "SNAPSHOT-RECORD.cpy".

      *    Blank = every cohort on file.
           01 RUN-COHORT-TERM PIC X(6) VALUE SPACES.
           01 RUN-DATE-WS     PIC 9(8) VALUE 0.

           01 PROGRAM-TABLE.
           COPY "PROGRAM-TABLE.cpy".
           01 PROG-ENTRY-COUNT PIC 999 VALUE 0.
           01 PROGRAM-TABLE-CAPACITY PIC 999 VALUE 200.

           01 CREDENTIAL-TABLE.
               05 CREDENTIAL-ENTRY OCCURS 2000 TIMES
                       INDEXED CR-ENTRY.
                   10 CRT-STUDENT-NUMBER PIC 9(6).
                   10 CRT-TERM-CODE      PIC X(6).
           01 CREDENTIAL-COUNT PIC 9(4) VALUE 0.
           01 CREDENTIAL-MAX   PIC 9(4) VALUE 2000.

      *    Every TERM-CODE on either file, kept in code order - a
      *    term's place in this table is its place in the sequence.
           01 TERM-SEQ-TABLE.
               05 TERM-SEQ-CODE PIC X(6) OCCURS 200 TIMES.
           01 TERM-SEQ-COUNT PIC 9(3) VALUE 0.
           01 TERM-SEQ-MAX   PIC 9(3) VALUE 200.
           01 TERM-SEQ-WORK.
               05 TS-IDX        PIC 9(3).
               05 TS-INSERT-AT  PIC 9(3).
               05 TS-FOUND      PIC X(1).
               05 TS-LOOKUP     PIC X(6).
               05 TS-POSITION   PIC 9(3).

      *    One row per entry cohort and program.
           01 COHORT-TABLE.
               05 COHORT-ENTRY OCCURS 500 TIMES INDEXED CH-ENTRY.
                   10 COH-SORT-KEY.
                       15 COH-TERM-CODE  PIC X(6).
                       15 COH-PROGRAM    PIC X(6).
                   10 COH-ENTRY-POS      PIC 9(3).
                   10 COH-LENGTH         PIC 9(2).
                   10 COH-LIMIT-150      PIC 9(3).
                   10 COH-STARTED        PIC 9(5).
                   10 COH-TERM2          PIC 9(5).
                   10 COH-TERM3          PIC 9(5).
                   10 COH-WITHDRAWN      PIC 9(5).
                   10 COH-GRAD-NORMAL    PIC 9(5).
                   10 COH-GRAD-150       PIC 9(5).
           01 COHORT-COUNT PIC 9(3) VALUE 0.
           01 COHORT-MAX   PIC 9(3) VALUE 500.
           01 COHORT-FOUND PIC 9(3) VALUE 0.
           01 COHORT-SWAP-HOLD PIC X(50).

      *    The record in hand from whichever file the merge took it.
           01 MERGE-WORK-AREA.
               05 HIST-KEY-WS        PIC X(12).
               05 SNAP-KEY-WS        PIC X(12).
               05 MRG-STUDENT-NUMBER PIC 9(6).
               05 MRG-TERM-CODE      PIC X(6).
               05 MRG-PROGRAM        PIC X(6).
               05 MRG-STATUS         PIC X(1).
      *        1 = gathering the term sequence, 2 = following
      *        students.
               05 PASS-NUMBER        PIC 9(1).

      *    The student being followed in the second pass.
           01 CURRENT-STUDENT.
               05 CUR-STUDENT-NUMBER PIC 9(6) VALUE 0.
               05 CUR-ENTRY-TERM     PIC X(6) VALUE SPACES.
               05 CUR-ENTRY-POS      PIC 9(3) VALUE 0.
               05 CUR-PROGRAM        PIC X(6) VALUE SPACES.
               05 CUR-TERM2-FLAG     PIC X(1) VALUE "N".
               05 CUR-TERM3-FLAG     PIC X(1) VALUE "N".
               05 CUR-LAST-STATUS    PIC X(1) VALUE SPACE.
               05 CUR-CRED-TERM      PIC X(6) VALUE SPACES.
               05 CUR-TERMS-TAKEN    PIC 9(3) VALUE 0.

           01 COUNTERS.
               05 SNAP-READ-COUNTER  PIC 9(7) VALUE 0.
               05 HIST-READ-COUNTER  PIC 9(7) VALUE 0.
               05 STUDENT-COUNTER    PIC 9(7) VALUE 0.
               05 COHORT-STU-COUNTER PIC 9(7) VALUE 0.
               05 DROPPED-COUNTER    PIC 9(7) VALUE 0.
               05 NO-LENGTH-COUNTER  PIC 9(3) VALUE 0.

           01 FLAGS.
               05 EOF-STU         PIC X VALUE "N".
               05 EOF-HIST        PIC X VALUE "N".
               05 EOF-CREDENTIALS PIC X VALUE "N".
               05 EOF-PROGRAM     PIC X VALUE "N".
               05 ABORT-FLAG      PIC X VALUE "N".
               05 STUDENT-OPEN    PIC X VALUE "N".

           01 SORT-WORK-AREA.
               05 SORT-IDX  PIC 9(3).
               05 SORT-SCAN PIC 9(3).
               05 SORT-BEST PIC 9(3).
               05 IDX-WS    PIC 9(4).

           01 PCT-WORK-AREA.
               05 PCT-COUNT-WS PIC 9(5).
               05 PCT-WS       PIC 9(3)V9.
               05 WINDOW-WS    PIC X(9).

           01 REPORT-TITLE-LINE.
               05 FILLER PIC X(38)
                   VALUE "COHORT RETENTION AND GRADUATION - RUN ".
               05 RTL-RUN-DATE PIC 9(8).
               05 FILLER PIC X(13) VALUE "   COHORT(S) ".
               05 RTL-COHORTS  PIC X(6).

           01 REPORT-HEADER-1.
               05 FILLER PIC X(23) VALUE "COHORT PROGRM LN  START".
               05 FILLER PIC X(26)
                   VALUE "  IN TERM 2    IN TERM 3  ".
               05 FILLER PIC X(26)
                   VALUE "  WITHDRAWN    GRAD NORMAL".
               05 FILLER PIC X(21)
                   VALUE "  GRAD 150%    WINDOW".

           01 REPORT-HEADER-2.
               05 FILLER PIC X(23) VALUE SPACES.
               05 FILLER PIC X(26)
                   VALUE "      N     %      N     %".
               05 FILLER PIC X(26)
                   VALUE "      N     %      N     %".
               05 FILLER PIC X(13) VALUE "      N     %".

           01 REPORT-DETAIL-LINE.
               05 RDT-COHORT        PIC X(6).
               05 FILLER            PIC X(1) VALUE SPACE.
               05 RDT-PROGRAM       PIC X(6).
               05 FILLER            PIC X(1) VALUE SPACE.
               05 RDT-LENGTH        PIC Z9.
               05 FILLER            PIC X(2) VALUE SPACES.
               05 RDT-STARTED       PIC ZZZZ9.
               05 FILLER            PIC X(2) VALUE SPACES.
               05 RDT-TERM2         PIC ZZZZ9.
               05 FILLER            PIC X(1) VALUE SPACE.
               05 RDT-TERM2-PCT     PIC ZZ9.9.
               05 FILLER            PIC X(2) VALUE SPACES.
               05 RDT-TERM3         PIC ZZZZ9.
               05 FILLER            PIC X(1) VALUE SPACE.
               05 RDT-TERM3-PCT     PIC ZZ9.9.
               05 FILLER            PIC X(2) VALUE SPACES.
               05 RDT-WITHDRAWN     PIC ZZZZ9.
               05 FILLER            PIC X(1) VALUE SPACE.
               05 RDT-WITHDRAWN-PCT PIC ZZ9.9.
      *        Blanked as a whole for a program with no length set.
               05 RDT-GRAD-PART.
                   10 FILLER            PIC X(2).
                   10 RDT-GRAD-NORMAL   PIC ZZZZ9.
                   10 FILLER            PIC X(1).
                   10 RDT-GRAD-NORMAL-PCT PIC ZZ9.9.
                   10 FILLER            PIC X(2).
                   10 RDT-GRAD-150      PIC ZZZZ9.
                   10 FILLER            PIC X(1).
                   10 RDT-GRAD-150-PCT  PIC ZZ9.9.
               05 RDT-GRAD-BLANK REDEFINES RDT-GRAD-PART PIC X(26).
               05 FILLER            PIC X(2) VALUE SPACES.
               05 RDT-WINDOW        PIC X(9).

           01 REPORT-TOTAL-LINE.
               05 FILLER PIC X(22) VALUE "STUDENTS IN COHORTS:  ".
               05 RTT-STUDENTS PIC ZZZZZZ9.

           01 BLANK-LINE PIC X(110) VALUE SPACES.

      *    CSV columns, edited so FUNCTION TRIM can strip them the
      *    way DAT-READER's CSV dump does.
           01 CSV-FIELDS.
               05 CSV-LENGTH          PIC Z9.
               05 CSV-STARTED         PIC ZZZZ9.
               05 CSV-TERM2           PIC ZZZZ9.
               05 CSV-TERM2-PCT       PIC ZZ9.9.
               05 CSV-TERM3           PIC ZZZZ9.
               05 CSV-TERM3-PCT       PIC ZZ9.9.
               05 CSV-WITHDRAWN       PIC ZZZZ9.
               05 CSV-WITHDRAWN-PCT   PIC ZZ9.9.
               05 CSV-GRAD-NORMAL     PIC ZZZZ9.
               05 CSV-GRAD-NORMAL-PCT PIC ZZ9.9.
               05 CSV-GRAD-150        PIC ZZZZ9.
               05 CSV-GRAD-150-PCT    PIC ZZ9.9.
           01 CSV-GRAD-PART PIC X(30) VALUE SPACES.
           01 CSV-LINE      PIC X(120) VALUE SPACES.

       PROCEDURE DIVISION.
       100-MAIN.
           DISPLAY "COHORT RETENTION - ENTRY COHORT TERM (CCYYTT, "
               "BLANK = ALL COHORTS): ".
           ACCEPT RUN-COHORT-TERM.
           CALL "BUSINESS-DATE" USING RUN-DATE-WS.
           PERFORM 150-LOAD-PROGRAM-TABLE.
           PERFORM 160-LOAD-CREDENTIALS.
           IF ABORT-FLAG NOT = "Y"
               MOVE 1 TO PASS-NUMBER
               PERFORM 300-MERGE-BOTH-FILES
           END-IF.
           IF ABORT-FLAG NOT = "Y"
               MOVE 2 TO PASS-NUMBER
               PERFORM 300-MERGE-BOTH-FILES
               IF STUDENT-OPEN = "Y"
                   PERFORM 400-CLOSE-STUDENT
               END-IF
               PERFORM 500-SORT-ONE-PASS
                   VARYING SORT-IDX FROM 1 BY 1
                   UNTIL SORT-IDX >= COHORT-COUNT
               PERFORM 600-WRITE-REPORT
               PERFORM 950-DISPLAY-STATS
           END-IF.
           IF ABORT-FLAG = "Y" OR DROPPED-COUNTER > 0
               MOVE 8 TO RETURN-CODE
           ELSE
               IF NO-LENGTH-COUNTER > 0
                   MOVE 4 TO RETURN-CODE
               END-IF
           END-IF.
      *    GOBACK, not STOP RUN, so the job-stream controller can
      *    CALL this program as one step of the night's stream.
           GOBACK.

       150-LOAD-PROGRAM-TABLE.
           SET T-ENTRY TO 1.
           OPEN INPUT PROGRAM-FILE.
           IF PROGRAM-STATUS = "00" OR PROGRAM-STATUS = "05"
               PERFORM 155-LOAD-ONE-PROGRAM UNTIL EOF-PROGRAM = "Y"
                   OR T-ENTRY > PROGRAM-TABLE-CAPACITY
               CLOSE PROGRAM-FILE
           END-IF.
           COMPUTE PROG-ENTRY-COUNT = T-ENTRY - 1.

       155-LOAD-ONE-PROGRAM.
           READ PROGRAM-FILE
               AT END
                   MOVE "Y" TO EOF-PROGRAM
               NOT AT END
                   MOVE PROGRAM-RECORD TO PROGRAM-TABLE-ENTRY(T-ENTRY)
      *            Rows from before program lengths - not set.
                   IF PROGRAM-TABLE-LENGTH(T-ENTRY) IS NOT NUMERIC
                       MOVE 0 TO PROGRAM-TABLE-LENGTH(T-ENTRY)
                   END-IF
                   ADD 1 TO T-ENTRY
           END-READ.

       160-LOAD-CREDENTIALS.
           SET CR-ENTRY TO 1.
           OPEN INPUT CREDENTIALS-FILE.
           IF CREDENTIALS-STATUS = "00" OR CREDENTIALS-STATUS = "05"
               PERFORM 165-LOAD-ONE-CREDENTIAL
                   UNTIL EOF-CREDENTIALS = "Y"
                   OR CR-ENTRY > CREDENTIAL-MAX
               CLOSE CREDENTIALS-FILE
           END-IF.
           COMPUTE CREDENTIAL-COUNT = CR-ENTRY - 1.
           IF EOF-CREDENTIALS NOT = "Y"
                   AND CREDENTIAL-COUNT >= CREDENTIAL-MAX
               DISPLAY "CREDENTIALS.txt EXCEEDS " CREDENTIAL-MAX
                   " ROWS. RUN ABORTED - NO REPORT."
               MOVE "Y" TO ABORT-FLAG
           END-IF.

       165-LOAD-ONE-CREDENTIAL.
           READ CREDENTIALS-FILE
               AT END
                   MOVE "Y" TO EOF-CREDENTIALS
               NOT AT END
                   MOVE CRD-STUDENT-NUMBER
                       TO CRT-STUDENT-NUMBER(CR-ENTRY)
                   MOVE CRD-TERM-CODE TO CRT-TERM-CODE(CR-ENTRY)
                   ADD 1 TO CR-ENTRY
           END-READ.

      *****************************************************************
      * Match-merge of STUHIST.dat and the snapshot on student/term.
      * The purge only ever archives a student's oldest terms, so
      * the merged stream hands each student's terms back oldest
      * first, history and live together.  PASS-NUMBER says what is
      * done with each record.
      *****************************************************************
       300-MERGE-BOTH-FILES.
           MOVE "N" TO EOF-STU.
           MOVE "N" TO EOF-HIST.
           OPEN INPUT STUDENT-DATA-FILE.
           IF FILE-STATUS NOT = "00"
               DISPLAY "STUFILE-SNAPSHOT.txt NOT AVAILABLE - RUN "
                   "ABORTED, NO REPORT."
               MOVE "Y" TO ABORT-FLAG
           ELSE
               OPEN INPUT STUHIST-FILE
               PERFORM 310-READ-NEXT-SNAPSHOT
               PERFORM 315-READ-NEXT-HISTORY
               PERFORM 320-MERGE-ONE-RECORD
                   UNTIL (EOF-STU = "Y" AND EOF-HIST = "Y")
                   OR ABORT-FLAG = "Y"
               CLOSE STUDENT-DATA-FILE
               IF HIST-STATUS = "00" OR HIST-STATUS = "05"
                   CLOSE STUHIST-FILE
               END-IF
           END-IF.

       310-READ-NEXT-SNAPSHOT.
           READ STUDENT-DATA-FILE
               AT END
                   MOVE "Y" TO EOF-STU
                   MOVE HIGH-VALUES TO SNAP-KEY-WS
               NOT AT END
                   MOVE SNAPSHOT-IMAGE TO STUDENT-RECORD
                   MOVE STUDENT-KEY TO SNAP-KEY-WS
           END-READ.

       315-READ-NEXT-HISTORY.
           IF HIST-STATUS = "00" OR HIST-STATUS = "05"
               READ STUHIST-FILE NEXT RECORD
                   AT END
                       MOVE "Y" TO EOF-HIST
                       MOVE HIGH-VALUES TO HIST-KEY-WS
                   NOT AT END
                       MOVE HST-STUDENT-KEY TO HIST-KEY-WS
               END-READ
           ELSE
               MOVE "Y" TO EOF-HIST
               MOVE HIGH-VALUES TO HIST-KEY-WS
           END-IF.

       320-MERGE-ONE-RECORD.
           IF HIST-KEY-WS NOT > SNAP-KEY-WS
               MOVE HST-STUDENT-NUMBER   TO MRG-STUDENT-NUMBER
               MOVE HST-TERM-CODE        TO MRG-TERM-CODE
               MOVE HST-PROGRAM-OF-STUDY TO MRG-PROGRAM
               MOVE HST-STATUS-CODE      TO MRG-STATUS
               ADD 1 TO HIST-READ-COUNTER
               PERFORM 315-READ-NEXT-HISTORY
           ELSE
               MOVE STUDENT-NUMBER   TO MRG-STUDENT-NUMBER
               MOVE TERM-CODE        TO MRG-TERM-CODE
               MOVE PROGRAM-OF-STUDY TO MRG-PROGRAM
               MOVE STATUS-CODE      TO MRG-STATUS
               ADD 1 TO SNAP-READ-COUNTER
               PERFORM 310-READ-NEXT-SNAPSHOT
           END-IF.
           IF PASS-NUMBER = 1
               PERFORM 330-NOTE-TERM
           ELSE
               PERFORM 340-FOLLOW-STUDENT
           END-IF.

      *****************************************************************
      * First pass: add the term to the sequence if it is new,
      * keeping the table in code order.
      *****************************************************************
       330-NOTE-TERM.
           MOVE "N" TO TS-FOUND.
           MOVE 0 TO TS-INSERT-AT.
           PERFORM VARYING TS-IDX FROM 1 BY 1
                   UNTIL TS-IDX > TERM-SEQ-COUNT
                   OR TS-FOUND = "Y" OR TS-INSERT-AT > 0
               IF TERM-SEQ-CODE(TS-IDX) = MRG-TERM-CODE
                   MOVE "Y" TO TS-FOUND
               ELSE
                   IF TERM-SEQ-CODE(TS-IDX) > MRG-TERM-CODE
                       MOVE TS-IDX TO TS-INSERT-AT
                   END-IF
               END-IF
           END-PERFORM.
           IF TS-FOUND = "N"
               IF TERM-SEQ-COUNT >= TERM-SEQ-MAX
                   DISPLAY "MORE THAN " TERM-SEQ-MAX " TERM CODES ON "
                       "FILE. RUN ABORTED - NO REPORT."
                   MOVE "Y" TO ABORT-FLAG
               ELSE
                   IF TS-INSERT-AT = 0
                       COMPUTE TS-INSERT-AT = TERM-SEQ-COUNT + 1
                   ELSE
                       PERFORM 335-SHIFT-ONE-TERM
                           VARYING TS-IDX FROM TERM-SEQ-COUNT BY -1
                           UNTIL TS-IDX < TS-INSERT-AT
                   END-IF
                   MOVE MRG-TERM-CODE TO TERM-SEQ-CODE(TS-INSERT-AT)
                   ADD 1 TO TERM-SEQ-COUNT
               END-IF
           END-IF.

       335-SHIFT-ONE-TERM.
           MOVE TERM-SEQ-CODE(TS-IDX) TO TERM-SEQ-CODE(TS-IDX + 1).

      *****************************************************************
      * Second pass: a new student number closes out the last
      * student and opens the next on their first (entry) term.
      * Every record after that is a later term of the same student.
      *****************************************************************
       340-FOLLOW-STUDENT.
           IF STUDENT-OPEN = "N"
                   OR MRG-STUDENT-NUMBER NOT = CUR-STUDENT-NUMBER
               IF STUDENT-OPEN = "Y"
                   PERFORM 400-CLOSE-STUDENT
               END-IF
               MOVE "Y" TO STUDENT-OPEN
               ADD 1 TO STUDENT-COUNTER
               MOVE MRG-STUDENT-NUMBER TO CUR-STUDENT-NUMBER
               MOVE MRG-TERM-CODE      TO CUR-ENTRY-TERM
               MOVE MRG-PROGRAM        TO CUR-PROGRAM
               MOVE MRG-TERM-CODE      TO TS-LOOKUP
               PERFORM 350-FIND-TERM-POSITION
               MOVE TS-POSITION        TO CUR-ENTRY-POS
               MOVE "N" TO CUR-TERM2-FLAG
               MOVE "N" TO CUR-TERM3-FLAG
           ELSE
               IF MRG-STATUS = "A"
                   MOVE MRG-TERM-CODE TO TS-LOOKUP
                   PERFORM 350-FIND-TERM-POSITION
                   IF TS-POSITION = CUR-ENTRY-POS + 1
                       MOVE "Y" TO CUR-TERM2-FLAG
                   END-IF
                   IF TS-POSITION = CUR-ENTRY-POS + 2
                       MOVE "Y" TO CUR-TERM3-FLAG
                   END-IF
               END-IF
           END-IF.
           MOVE MRG-STATUS TO CUR-LAST-STATUS.

      *    A term's place in the sequence is the number of term codes
      *    at or before it - which also places a conferral term that
      *    no student record carries.
       350-FIND-TERM-POSITION.
           MOVE 0 TO TS-POSITION.
           PERFORM VARYING TS-IDX FROM 1 BY 1
                   UNTIL TS-IDX > TERM-SEQ-COUNT
                   OR TERM-SEQ-CODE(TS-IDX) > TS-LOOKUP
               MOVE TS-IDX TO TS-POSITION
           END-PERFORM.

      *****************************************************************
      * The student's whole history is in: count them into their
      * cohort's row if the run asked for that cohort.
      *****************************************************************
       400-CLOSE-STUDENT.
           IF RUN-COHORT-TERM = SPACES
                   OR RUN-COHORT-TERM = CUR-ENTRY-TERM
               PERFORM 420-FIND-COHORT-ROW
               IF COHORT-FOUND = 0
                   ADD 1 TO DROPPED-COUNTER
               ELSE
                   ADD 1 TO COHORT-STU-COUNTER
                   PERFORM 410-FIND-CREDENTIAL
                   ADD 1 TO COH-STARTED(COHORT-FOUND)
                   IF CUR-TERM2-FLAG = "Y"
                       ADD 1 TO COH-TERM2(COHORT-FOUND)
                   END-IF
                   IF CUR-TERM3-FLAG = "Y"
                       ADD 1 TO COH-TERM3(COHORT-FOUND)
                   END-IF
                   IF CUR-CRED-TERM = SPACES
                       IF CUR-LAST-STATUS = "W"
                           ADD 1 TO COH-WITHDRAWN(COHORT-FOUND)
                       END-IF
                   ELSE
                       PERFORM 430-COUNT-GRADUATE
                   END-IF
               END-IF
           END-IF.
           MOVE "N" TO STUDENT-OPEN.

      *    Earliest credential conferred on the student, any program.
       410-FIND-CREDENTIAL.
           MOVE SPACES TO CUR-CRED-TERM.
           PERFORM VARYING CR-ENTRY FROM 1 BY 1
                   UNTIL CR-ENTRY > CREDENTIAL-COUNT
               IF CRT-STUDENT-NUMBER(CR-ENTRY) = CUR-STUDENT-NUMBER
                   IF CUR-CRED-TERM = SPACES
                           OR CRT-TERM-CODE(CR-ENTRY) < CUR-CRED-TERM
                       MOVE CRT-TERM-CODE(CR-ENTRY) TO CUR-CRED-TERM
                   END-IF
               END-IF
           END-PERFORM.

       420-FIND-COHORT-ROW.
           MOVE 0 TO COHORT-FOUND.
           PERFORM VARYING CH-ENTRY FROM 1 BY 1
                   UNTIL CH-ENTRY > COHORT-COUNT
                   OR COHORT-FOUND > 0
               IF COH-TERM-CODE(CH-ENTRY) = CUR-ENTRY-TERM
                       AND COH-PROGRAM(CH-ENTRY) = CUR-PROGRAM
                   SET COHORT-FOUND TO CH-ENTRY
               END-IF
           END-PERFORM.
           IF COHORT-FOUND = 0 AND COHORT-COUNT < COHORT-MAX
               ADD 1 TO COHORT-COUNT
               MOVE COHORT-COUNT TO COHORT-FOUND
               PERFORM 425-OPEN-COHORT-ROW
           END-IF.

       425-OPEN-COHORT-ROW.
           MOVE CUR-ENTRY-TERM TO COH-TERM-CODE(COHORT-FOUND).
           MOVE CUR-PROGRAM    TO COH-PROGRAM(COHORT-FOUND).
           MOVE CUR-ENTRY-POS  TO COH-ENTRY-POS(COHORT-FOUND).
           MOVE 0 TO COH-LENGTH(COHORT-FOUND).
           PERFORM VARYING T-ENTRY FROM 1 BY 1
                   UNTIL T-ENTRY > PROG-ENTRY-COUNT
               IF PROGRAM-TABLE-CODE(T-ENTRY) = CUR-PROGRAM
                   MOVE PROGRAM-TABLE-LENGTH(T-ENTRY)
                       TO COH-LENGTH(COHORT-FOUND)
               END-IF
           END-PERFORM.
      *    150% of the length, rounded up to a whole term.
           COMPUTE COH-LIMIT-150(COHORT-FOUND) =
               (COH-LENGTH(COHORT-FOUND) * 3 + 1) / 2.
           IF COH-LENGTH(COHORT-FOUND) = 0
               ADD 1 TO NO-LENGTH-COUNTER
               DISPLAY "COHORT " CUR-ENTRY-TERM " PROGRAM "
                   CUR-PROGRAM " - NO PROGRAM LENGTH ON PROGRAM.txt,"
                   " GRADUATION NOT MEASURED."
           END-IF.
           MOVE 0 TO COH-STARTED(COHORT-FOUND).
           MOVE 0 TO COH-TERM2(COHORT-FOUND).
           MOVE 0 TO COH-TERM3(COHORT-FOUND).
           MOVE 0 TO COH-WITHDRAWN(COHORT-FOUND).
           MOVE 0 TO COH-GRAD-NORMAL(COHORT-FOUND).
           MOVE 0 TO COH-GRAD-150(COHORT-FOUND).

      *    Terms to credential counts the entry term as the first.
       430-COUNT-GRADUATE.
           MOVE CUR-CRED-TERM TO TS-LOOKUP.
           PERFORM 350-FIND-TERM-POSITION.
           IF TS-POSITION < CUR-ENTRY-POS
               MOVE 1 TO CUR-TERMS-TAKEN
           ELSE
               COMPUTE CUR-TERMS-TAKEN =
                   TS-POSITION - CUR-ENTRY-POS + 1
           END-IF.
           IF COH-LENGTH(COHORT-FOUND) > 0
               IF CUR-TERMS-TAKEN NOT > COH-LENGTH(COHORT-FOUND)
                   ADD 1 TO COH-GRAD-NORMAL(COHORT-FOUND)
               END-IF
               IF CUR-TERMS-TAKEN NOT > COH-LIMIT-150(COHORT-FOUND)
                   ADD 1 TO COH-GRAD-150(COHORT-FOUND)
               END-IF
           END-IF.

      *    Straight selection sort on cohort term, then program.
       500-SORT-ONE-PASS.
           MOVE SORT-IDX TO SORT-BEST.
           PERFORM 510-SCAN-ONE-ROW
               VARYING SORT-SCAN FROM SORT-IDX BY 1
               UNTIL SORT-SCAN > COHORT-COUNT.
           IF SORT-BEST NOT = SORT-IDX
               MOVE COHORT-ENTRY(SORT-IDX) TO COHORT-SWAP-HOLD
               MOVE COHORT-ENTRY(SORT-BEST) TO COHORT-ENTRY(SORT-IDX)
               MOVE COHORT-SWAP-HOLD TO COHORT-ENTRY(SORT-BEST)
           END-IF.

       510-SCAN-ONE-ROW.
           IF COH-SORT-KEY(SORT-SCAN) < COH-SORT-KEY(SORT-BEST)
               MOVE SORT-SCAN TO SORT-BEST
           END-IF.

       600-WRITE-REPORT.
           OPEN OUTPUT REPORT-FILE.
           OPEN OUTPUT CSV-FILE.
           MOVE RUN-DATE-WS TO RTL-RUN-DATE.
           IF RUN-COHORT-TERM = SPACES
               MOVE "ALL" TO RTL-COHORTS
           ELSE
               MOVE RUN-COHORT-TERM TO RTL-COHORTS
           END-IF.
           WRITE REPORT-RECORD FROM REPORT-TITLE-LINE.
           WRITE REPORT-RECORD FROM BLANK-LINE.
           WRITE REPORT-RECORD FROM REPORT-HEADER-1.
           WRITE REPORT-RECORD FROM REPORT-HEADER-2.
           MOVE SPACES TO CSV-LINE.
           STRING "COHORT,PROGRAM,LENGTH,STARTED,TERM2,TERM2-PCT,"
                  "TERM3,TERM3-PCT,WITHDRAWN,WITHDRAWN-PCT,"
                  "GRAD-NORMAL,GRAD-NORMAL-PCT,GRAD-150,"
                  "GRAD-150-PCT,WINDOW"
                  DELIMITED BY SIZE INTO CSV-LINE
           END-STRING.
           WRITE CSV-RECORD FROM CSV-LINE.
           PERFORM 610-WRITE-ONE-COHORT
               VARYING CH-ENTRY FROM 1 BY 1
               UNTIL CH-ENTRY > COHORT-COUNT.
           WRITE REPORT-RECORD FROM BLANK-LINE.
           MOVE COHORT-STU-COUNTER TO RTT-STUDENTS.
           WRITE REPORT-RECORD FROM REPORT-TOTAL-LINE.
           CLOSE REPORT-FILE.
           CLOSE CSV-FILE.

       610-WRITE-ONE-COHORT.
           MOVE COH-TERM-CODE(CH-ENTRY) TO RDT-COHORT.
           MOVE COH-PROGRAM(CH-ENTRY)   TO RDT-PROGRAM.
           MOVE COH-LENGTH(CH-ENTRY)    TO RDT-LENGTH CSV-LENGTH.
           MOVE COH-STARTED(CH-ENTRY)   TO RDT-STARTED CSV-STARTED.
           MOVE COH-TERM2(CH-ENTRY)     TO RDT-TERM2 CSV-TERM2
                                           PCT-COUNT-WS.
           PERFORM 620-COMPUTE-PCT.
           MOVE PCT-WS TO RDT-TERM2-PCT CSV-TERM2-PCT.
           MOVE COH-TERM3(CH-ENTRY)     TO RDT-TERM3 CSV-TERM3
                                           PCT-COUNT-WS.
           PERFORM 620-COMPUTE-PCT.
           MOVE PCT-WS TO RDT-TERM3-PCT CSV-TERM3-PCT.
           MOVE COH-WITHDRAWN(CH-ENTRY) TO RDT-WITHDRAWN
                                           CSV-WITHDRAWN
                                           PCT-COUNT-WS.
           PERFORM 620-COMPUTE-PCT.
           MOVE PCT-WS TO RDT-WITHDRAWN-PCT CSV-WITHDRAWN-PCT.
           IF COH-LENGTH(CH-ENTRY) = 0
               MOVE SPACES TO RDT-GRAD-BLANK
               MOVE "NO LENGTH" TO WINDOW-WS
               MOVE ",,,," TO CSV-GRAD-PART
           ELSE
               MOVE COH-GRAD-NORMAL(CH-ENTRY) TO RDT-GRAD-NORMAL
                                                 CSV-GRAD-NORMAL
                                                 PCT-COUNT-WS
               PERFORM 620-COMPUTE-PCT
               MOVE PCT-WS TO RDT-GRAD-NORMAL-PCT
                              CSV-GRAD-NORMAL-PCT
               MOVE COH-GRAD-150(CH-ENTRY) TO RDT-GRAD-150
                                              CSV-GRAD-150
                                              PCT-COUNT-WS
               PERFORM 620-COMPUTE-PCT
               MOVE PCT-WS TO RDT-GRAD-150-PCT CSV-GRAD-150-PCT
      *        The 150% window closes on the cohort's last term
      *        inside it - past the newest term on file, it is
      *        still open.
               IF COH-ENTRY-POS(CH-ENTRY) + COH-LIMIT-150(CH-ENTRY)
                       - 1 > TERM-SEQ-COUNT
                   MOVE "OPEN" TO WINDOW-WS
               ELSE
                   MOVE "CLOSED" TO WINDOW-WS
               END-IF
               MOVE SPACES TO CSV-GRAD-PART
               STRING "," FUNCTION TRIM(CSV-GRAD-NORMAL)
                      "," FUNCTION TRIM(CSV-GRAD-NORMAL-PCT)
                      "," FUNCTION TRIM(CSV-GRAD-150)
                      "," FUNCTION TRIM(CSV-GRAD-150-PCT)
                      DELIMITED BY SIZE INTO CSV-GRAD-PART
               END-STRING
           END-IF.
           MOVE WINDOW-WS TO RDT-WINDOW.
           WRITE REPORT-RECORD FROM REPORT-DETAIL-LINE.
           MOVE SPACES TO CSV-LINE.
           STRING FUNCTION TRIM(COH-TERM-CODE(CH-ENTRY))
                  "," FUNCTION TRIM(COH-PROGRAM(CH-ENTRY))
                  "," FUNCTION TRIM(CSV-LENGTH)
                  "," FUNCTION TRIM(CSV-STARTED)
                  "," FUNCTION TRIM(CSV-TERM2)
                  "," FUNCTION TRIM(CSV-TERM2-PCT)
                  "," FUNCTION TRIM(CSV-TERM3)
                  "," FUNCTION TRIM(CSV-TERM3-PCT)
                  "," FUNCTION TRIM(CSV-WITHDRAWN)
                  "," FUNCTION TRIM(CSV-WITHDRAWN-PCT)
                  DELIMITED BY SIZE
                  CSV-GRAD-PART DELIMITED BY SPACE
                  "," FUNCTION TRIM(WINDOW-WS)
                  DELIMITED BY SIZE
                  INTO CSV-LINE
           END-STRING.
           WRITE CSV-RECORD FROM CSV-LINE.

       620-COMPUTE-PCT.
           IF COH-STARTED(CH-ENTRY) > 0
               COMPUTE PCT-WS ROUNDED =
                   PCT-COUNT-WS * 100 / COH-STARTED(CH-ENTRY)
           ELSE
               MOVE 0 TO PCT-WS
           END-IF.

       950-DISPLAY-STATS.
           DISPLAY "COHORT RETENTION COMPLETE".
           DISPLAY "  SNAPSHOT RECORDS READ:  " SNAP-READ-COUNTER.
           DISPLAY "  HISTORY RECORDS READ:   " HIST-READ-COUNTER.
           DISPLAY "  TERMS IN SEQUENCE:      " TERM-SEQ-COUNT.
           DISPLAY "  STUDENTS FOLLOWED:      " STUDENT-COUNTER.
           DISPLAY "  STUDENTS IN COHORTS:    " COHORT-STU-COUNTER.
           DISPLAY "  COHORT/PROGRAM ROWS:    " COHORT-COUNT.
           DISPLAY "  PROGRAMS WITH NO LENGTH:" NO-LENGTH-COUNTER.
           IF DROPPED-COUNTER > 0
               DISPLAY "  COHORT TABLE FULL - " DROPPED-COUNTER
                   " STUDENT(S) NOT COUNTED."
           END-IF.

       END PROGRAM COHORT-RETENTION.
