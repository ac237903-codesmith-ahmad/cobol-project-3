      * from other terms are skipped.  Finishes with a seeded/skipped/
      * rejected summary the same way BATCH-PAYMENT's
      * 400-DISPLAY-STATS reports a remittance run.
      * A suspended student ('S' standing on the prior term) is not
      * rolled forward: the way back is an approved readmission on
      * READMISSIONS.txt (READMIT-MAINT).  Every readmission
      * approved for the new term is seeded from the student's
      * newest earlier record - however many terms ago, on
      * STUFILE.dat or already purged to STUHIST.dat - as active and
      * on probation ('P'), the contract READMIT-MAINT filed being
      * what holds them to it.
      * A student on leave ('L') rolls forward with everyone else.
      * LEAVES.txt (LEAVE-MAINT) decides the new record's status:
      * 'L' while the new term falls inside a leave still in force,
      * 'A' once it reaches the expected return term - so a student
      * going on leave next term is seeded at 'L', and one coming
      * back is seeded active and ready to register.
      ******************************************************************
       IDENTIFICATION DIVISION.
       PROGRAM-ID. TERM-ROLL.
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS CALENDAR-STATUS.

      *    A readmitted student withdrawn long enough may have had
      *    every record purged to history - the seed comes from
      *    there.  OPTIONAL: no history file, nothing purged yet.
           SELECT OPTIONAL STUHIST-FILE
               ASSIGN "STUHIST.dat"
               ORGANIZATION IS INDEXED
               ACCESS MODE IS DYNAMIC
               RECORD KEY IS HST-STUDENT-KEY
               ALTERNATE KEY IS HST-STUDENT-NUMBER WITH DUPLICATES
               ALTERNATE KEY IS HST-STUDENT-SURNAME WITH DUPLICATES
               FILE STATUS IS HIST-STATUS.

      *    Readmissions approved for the new term are seeded too.
           SELECT OPTIONAL READMIT-FILE ASSIGN "READMISSIONS.txt"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS READMIT-STATUS.

      *    Leaves of absence - which seeded records go to 'L'.
           SELECT OPTIONAL LEAVE-FILE ASSIGN "LEAVES.txt"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS LEAVE-STATUS.

       DATA DIVISION.
       FILE SECTION.
           FD STUDENT-DATA-FILE
           FD TERM-CALENDAR-FILE.
           COPY "TERM-CALENDAR.cpy".

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

           FD READMIT-FILE.
           COPY "READMIT-RECORD.cpy".

           FD LEAVE-FILE.
           COPY "LEAVE-RECORD.cpy".

       WORKING-STORAGE SECTION.
           01 FILE-STATUS PIC X(2).
           01 CALENDAR-STATUS PIC X(2).
           01 EOF-CALENDAR PIC X VALUE "N".
           01 NEW-TERM-ON-CALENDAR PIC X VALUE "N".
           01 HIST-STATUS PIC X(2).
           01 HIST-OPEN PIC X VALUE "N".
           01 READMIT-STATUS PIC X(2).
           01 EOF-READMIT PIC X VALUE "N".
           01 LEAVE-STATUS PIC X(2).
           01 EOF-LEAVE PIC X VALUE "N".

      *    Leaves still in force (not returned, not withdrawn).
           01 LEAVE-TABLE.
               05 LEAVE-ENTRY OCCURS 2000 TIMES INDEXED L-ENTRY.
                   10 LVT-STUDENT-NUMBER PIC 9(6).
                   10 LVT-START-TERM     PIC X(6).
                   10 LVT-RETURN-TERM    PIC X(6).
           01 LEAVE-COUNT PIC 9(4) VALUE 0.
           01 LEAVE-MAX   PIC 9(4) VALUE 2000.
      *    What the readmitted student's newest record before the new
      *    term carries forward - live or archived.
           01 READMIT-SEED-AREA.
               05 RSD-FROM-TERM PIC X(6) VALUE SPACES.
               05 RSD-NAME      PIC X(40) VALUE SPACES.
               05 RSD-PROGRAM   PIC X(6) VALUE SPACES.

           01 COUNTERS.
               05 READ-COUNTER   PIC 9(5) VALUE 0.
               05 SEED-COUNTER   PIC 9(5) VALUE 0.
               05 SKIP-COUNTER   PIC 9(5) VALUE 0.
               05 REJECT-COUNTER PIC 9(5) VALUE 0.
               05 SUSPEND-COUNTER PIC 9(5) VALUE 0.
               05 READMIT-COUNTER PIC 9(5) VALUE 0.
               05 LEAVE-COUNTER   PIC 9(5) VALUE 0.

           01 FLAGS.
               05 EOF-STU PIC X VALUE "N".
               05 ABORT-FLAG PIC X VALUE "N".

           01 PRIOR-TERM-CODE PIC X(6) VALUE SPACES.
           01 NEW-TERM-CODE   PIC X(6) VALUE SPACES.
                   DISPLAY "TERM " NEW-TERM-CODE " IS NOT ON "
                       "TERM-CALENDAR.txt. SEEDING REFUSED."
                   MOVE 8 TO RETURN-CODE
                   MOVE "Y" TO ABORT-FLAG
               ELSE
                   PERFORM 250-LOAD-LEAVE-TABLE
               END-IF
               IF ABORT-FLAG = "N"
                   OPEN I-O STUDENT-DATA-FILE
                   PERFORM 300-ROLL-PRIOR-TERM
                   PERFORM 500-SEED-READMISSIONS
                   CLOSE STUDENT-DATA-FILE
                   PERFORM 400-DISPLAY-STATS
               END-IF
                   END-IF
           END-READ.

       250-LOAD-LEAVE-TABLE.
           SET L-ENTRY TO 1.
           OPEN INPUT LEAVE-FILE.
           IF LEAVE-STATUS = "00" OR LEAVE-STATUS = "05"
               PERFORM 260-LOAD-ONE-LEAVE UNTIL EOF-LEAVE = "Y"
                   OR L-ENTRY > LEAVE-MAX
               CLOSE LEAVE-FILE
           END-IF.
           COMPUTE LEAVE-COUNT = L-ENTRY - 1.
           IF EOF-LEAVE NOT = "Y" AND LEAVE-COUNT >= LEAVE-MAX
               DISPLAY "LEAVES.txt EXCEEDS " LEAVE-MAX
                   " LEAVES IN FORCE. SEEDING REFUSED."
               MOVE 8 TO RETURN-CODE
               MOVE "Y" TO ABORT-FLAG
           END-IF.

       260-LOAD-ONE-LEAVE.
           READ LEAVE-FILE
               AT END
                   MOVE "Y" TO EOF-LEAVE
               NOT AT END
                   IF LVE-STATUS = SPACE OR LVE-STATUS = "O"
                       MOVE LVE-STUDENT-NUMBER
                           TO LVT-STUDENT-NUMBER(L-ENTRY)
                       MOVE LVE-START-TERM  TO LVT-START-TERM(L-ENTRY)
                       MOVE LVE-RETURN-TERM
                           TO LVT-RETURN-TERM(L-ENTRY)
                       SET L-ENTRY UP BY 1
                   END-IF
           END-READ.

       300-ROLL-PRIOR-TERM.
           PERFORM UNTIL EOF-STU = "Y"
               READ STUDENT-DATA-FILE NEXT RECORD
                   NOT AT END
                       ADD 1 TO READ-COUNTER
                       IF TERM-CODE = PRIOR-TERM-CODE
                               AND (STATUS-CODE = "A"
                                   OR STATUS-CODE = "L")
                           IF STANDING-CODE = "S"
                               ADD 1 TO SUSPEND-COUNTER
                           ELSE
                               PERFORM 310-SEED-ONE-STUDENT
                           END-IF
                       ELSE
                           ADD 1 TO SKIP-COUNTER
                       END-IF
           MOVE SPACES TO COURSE-CODE(1).
           MOVE 0 TO COURSE-AVG(1).
           MOVE SPACE TO COURSE-GRADE-STATUS(1).
           PERFORM 320-SET-LEAVE-STATUS.
           WRITE STUDENT-RECORD
               INVALID KEY
                   IF FILE-STATUS = "22"
                   END-IF
               NOT INVALID KEY
                   ADD 1 TO SEED-COUNTER
                   IF STATUS-CODE = "L"
                       ADD 1 TO LEAVE-COUNTER
                   END-IF
           END-WRITE.

      *    'L' when the new term falls inside a leave in force -
      *    from its start term up to, not including, its return.
       320-SET-LEAVE-STATUS.
           MOVE "A" TO STATUS-CODE.
           PERFORM VARYING L-ENTRY FROM 1 BY 1
                   UNTIL L-ENTRY > LEAVE-COUNT
               IF LVT-STUDENT-NUMBER(L-ENTRY) = STUDENT-NUMBER
                       AND LVT-START-TERM(L-ENTRY)
                           NOT > NEW-TERM-CODE
                       AND LVT-RETURN-TERM(L-ENTRY) > NEW-TERM-CODE
                   MOVE "L" TO STATUS-CODE
               END-IF
           END-PERFORM.

      *****************************************************************
      * RETURN-CODE follows the same severity scale BATCH-PAYMENT and
      * GRADE-LOAD set: 0 when every returning student seeded clean,
           DISPLAY "STUDENTS SEEDED:     " SEED-COUNTER.
           DISPLAY "RECORDS SKIPPED:     " SKIP-COUNTER.
           DISPLAY "RECORDS REJECTED:    " REJECT-COUNTER.
           DISPLAY "SUSPENDED SKIPPED:   " SUSPEND-COUNTER.
           DISPLAY "READMISSIONS SEEDED: " READMIT-COUNTER.
           DISPLAY "SEEDED ON LEAVE:     " LEAVE-COUNTER.
           IF REJECT-COUNTER > 0
               MOVE 4 TO RETURN-CODE
           END-IF.

      *****************************************************************
      * Approved readmissions for the new term.  The record carries
      * the name and program of the student's newest record before
      * the new term, live or archived, and is otherwise built the
      * way 310 builds a roll-forward - but active and on
      * probation.  If the new term's record is already there (a
      * rerun, or a student who was seeded anyway) it is brought to
      * the same active/probation state in place.
      *****************************************************************
       500-SEED-READMISSIONS.
           MOVE "N" TO EOF-READMIT.
           OPEN INPUT READMIT-FILE.
           IF READMIT-STATUS = "00" OR READMIT-STATUS = "05"
               OPEN INPUT STUHIST-FILE
               IF HIST-STATUS = "00"
                   MOVE "Y" TO HIST-OPEN
               END-IF
               PERFORM 510-CHECK-ONE-READMISSION
                   UNTIL EOF-READMIT = "Y"
               CLOSE STUHIST-FILE
               CLOSE READMIT-FILE
           END-IF.

       510-CHECK-ONE-READMISSION.
           READ READMIT-FILE
               AT END
                   MOVE "Y" TO EOF-READMIT
               NOT AT END
                   IF RDM-STATUS = "A"
                           AND RDM-RETURN-TERM = NEW-TERM-CODE
                       PERFORM 520-SEED-ONE-READMISSION
                   END-IF
           END-READ.

       520-SEED-ONE-READMISSION.
           MOVE SPACES TO READMIT-SEED-AREA.
           MOVE "N" TO EOF-STU.
           MOVE RDM-STUDENT-NUMBER TO STUDENT-NUMBER.
           START STUDENT-DATA-FILE
               KEY IS EQUAL STUDENT-NUMBER
               INVALID KEY
                   MOVE "Y" TO EOF-STU
           END-START.
           PERFORM 530-FIND-NEWEST-TERM UNTIL EOF-STU = "Y".
           MOVE "N" TO EOF-STU.
           IF HIST-OPEN = "Y"
               MOVE RDM-STUDENT-NUMBER TO HST-STUDENT-NUMBER
               START STUHIST-FILE
                   KEY IS EQUAL HST-STUDENT-NUMBER
                   INVALID KEY
                       MOVE "Y" TO EOF-STU
               END-START
           ELSE
               MOVE "Y" TO EOF-STU
           END-IF.
           PERFORM 535-FIND-NEWEST-HIST-TERM UNTIL EOF-STU = "Y".
           IF RSD-FROM-TERM = SPACES
               DISPLAY "READMISSION NOT SEEDED FOR STUDENT "
                   RDM-STUDENT-NUMBER " - NO EARLIER RECORD."
               ADD 1 TO REJECT-COUNTER
           ELSE
               PERFORM 540-WRITE-READMITTED-RECORD
           END-IF.

       530-FIND-NEWEST-TERM.
           READ STUDENT-DATA-FILE NEXT RECORD
               AT END
                   MOVE "Y" TO EOF-STU
               NOT AT END
                   IF STUDENT-NUMBER NOT = RDM-STUDENT-NUMBER
                       MOVE "Y" TO EOF-STU
                   ELSE
                       IF TERM-CODE < NEW-TERM-CODE
                               AND TERM-CODE > RSD-FROM-TERM
                           MOVE TERM-CODE        TO RSD-FROM-TERM
                           MOVE STUDENT-NAME     TO RSD-NAME
                           MOVE PROGRAM-OF-STUDY TO RSD-PROGRAM
                       END-IF
                   END-IF
           END-READ.

       535-FIND-NEWEST-HIST-TERM.
           READ STUHIST-FILE NEXT RECORD
               AT END
                   MOVE "Y" TO EOF-STU
               NOT AT END
                   IF HST-STUDENT-NUMBER NOT = RDM-STUDENT-NUMBER
                       MOVE "Y" TO EOF-STU
                   ELSE
                       IF HST-TERM-CODE < NEW-TERM-CODE
                               AND HST-TERM-CODE > RSD-FROM-TERM
                           MOVE HST-TERM-CODE    TO RSD-FROM-TERM
                           MOVE HST-STUDENT-NAME TO RSD-NAME
                           MOVE HST-PROGRAM-OF-STUDY TO RSD-PROGRAM
                       END-IF
                   END-IF
           END-READ.

       540-WRITE-READMITTED-RECORD.
           MOVE RDM-STUDENT-NUMBER TO STUDENT-NUMBER.
           MOVE NEW-TERM-CODE TO TERM-CODE.
           MOVE RSD-NAME TO STUDENT-NAME.
           MOVE RSD-PROGRAM TO PROGRAM-OF-STUDY.
           MOVE 0 TO TUITION-OWED.
           MOVE "A" TO STATUS-CODE.
           MOVE "P" TO STANDING-CODE.
           MOVE 1 TO COURSE-COUNT.
           MOVE SPACES TO COURSE-CODE(1).
           MOVE 0 TO COURSE-AVG(1).
           MOVE SPACE TO COURSE-GRADE-STATUS(1).
           WRITE STUDENT-RECORD
               INVALID KEY
                   IF FILE-STATUS = "22"
                       PERFORM 550-RESTORE-SEEDED-RECORD
                   ELSE
                       DISPLAY "SEED FAILED FOR STUDENT "
                           STUDENT-NUMBER ". STATUS: " FILE-STATUS
                       ADD 1 TO REJECT-COUNTER
                   END-IF
               NOT INVALID KEY
                   ADD 1 TO READMIT-COUNTER
           END-WRITE.

       550-RESTORE-SEEDED-RECORD.
           READ STUDENT-DATA-FILE KEY IS STUDENT-KEY
               INVALID KEY
                   ADD 1 TO REJECT-COUNTER
               NOT INVALID KEY
                   IF STATUS-CODE = "A" AND STANDING-CODE = "P"
                       ADD 1 TO SKIP-COUNTER
                   ELSE
                       MOVE "A" TO STATUS-CODE
                       MOVE "P" TO STANDING-CODE
                       REWRITE STUDENT-RECORD
                           INVALID KEY
                               DISPLAY "READMISSION NOT SEEDED FOR "
                                   "STUDENT " STUDENT-NUMBER
                                   ". STATUS: " FILE-STATUS
                               ADD 1 TO REJECT-COUNTER
                           NOT INVALID KEY
                               ADD 1 TO READMIT-COUNTER
                       END-REWRITE
                   END-IF
           END-READ.

       END PROGRAM TERM-ROLL.
