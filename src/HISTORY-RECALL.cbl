      ******************************************************************
      * Tectonics: History recall.  HISTORY-PURGE moves old terms to
      * STUHIST.dat, and the write paths - GRADE-CHANGE-APPR,
      * STUDENT-MERGE, an amnesty reversal - only ever work against
      * STUFILE.dat, so a purged term that needs correcting could
      * not be touched.  A supervisor recalls the student/term here:
      * the record is copied back into STUFILE.dat field by field
      * (the reverse of HISTORY-PURGE's move - WRITE to live first,
      * DELETE from history second, so a record is never off both
      * files) and the recall goes on HIST-RECALLS.txt (see
      * RECALL-RECORD.cpy) with a protect-until date the supervisor
      * sets, after the business date, so the next purge does not
      * simply archive it again before the correction is made.  A
      * recall that would collide with a live record for the same
      * student and term is refused - the two would have to be
      * reconciled by hand first.  Supervisor sign-on is the same
      * OPERATOR-SIGNON role 'S' check AMNESTY-GRANT makes, and each
      * recall lands on AUDIT-LOG.txt with its reason.
      ******************************************************************
       IDENTIFICATION DIVISION.
       PROGRAM-ID. HISTORY-RECALL.

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
           SELECT OPTIONAL STUHIST-FILE
               ASSIGN "STUHIST.dat"
               ORGANIZATION IS INDEXED
               ACCESS MODE IS DYNAMIC
               RECORD KEY IS HST-STUDENT-KEY
               ALTERNATE KEY IS HST-STUDENT-NUMBER WITH DUPLICATES
               ALTERNATE KEY IS HST-STUDENT-SURNAME WITH DUPLICATES
               FILE STATUS IS HIST-STATUS.
           SELECT OPTIONAL RECALL-FILE ASSIGN "HIST-RECALLS.txt"
               ORGANIZATION IS LINE SEQUENTIAL.
           SELECT OPTIONAL AUDIT-LOG-FILE ASSIGN "AUDIT-LOG.txt"
               ORGANIZATION IS LINE SEQUENTIAL.

       DATA DIVISION.
       FILE SECTION.
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

           FD RECALL-FILE.
           COPY "RECALL-RECORD.cpy".

           FD AUDIT-LOG-FILE.
           COPY "AUDIT-LOG.cpy".

       WORKING-STORAGE SECTION.
           01 FILE-STATUS PIC X(2).
           01 HIST-STATUS PIC X(2).

           01 SUPERVISOR-ID-WS PIC X(10) VALUE SPACES.
           01 SUPERVISOR-PASSWORD-WS PIC X(10) VALUE SPACES.
           01 SUPERVISOR-ROLE-WS PIC X(1) VALUE SPACE.
           01 SIGNON-STATUS-WS PIC X(2) VALUE SPACES.

           01 FLAGS.
               05 DONE-FLAG   PIC X VALUE "N".
               05 HIST-FOUND  PIC X VALUE "N".
               05 LIVE-FOUND  PIC X VALUE "N".
               05 LIVE-WROTE  PIC X VALUE "N".

           01 RECALL-WORK-AREA.
               05 RCW-STUDENT-IN     PIC X(6) VALUE SPACES.
               05 RCW-STUDENT-NUMBER PIC 9(6) VALUE 0.
               05 RCW-TERM-CODE      PIC X(6) VALUE SPACES.
               05 RCW-PROTECT-IN     PIC X(8) VALUE SPACES.
               05 RCW-PROTECT-UNTIL  PIC 9(8) VALUE 0.
               05 RCW-REASON         PIC X(20) VALUE SPACES.
               05 RCW-RUN-DATE       PIC 9(8) VALUE 0.

           01 CRS-IDX-WS PIC 9(2).

       PROCEDURE DIVISION.
       100-MAIN.
           DISPLAY "HISTORY RECALL - ENTER YOUR SUPERVISOR ID: ".
           ACCEPT SUPERVISOR-ID-WS.
           DISPLAY "ENTER YOUR PASSWORD: ".
           ACCEPT SUPERVISOR-PASSWORD-WS.
           CALL "OPERATOR-SIGNON" USING SUPERVISOR-ID-WS
               SUPERVISOR-PASSWORD-WS SUPERVISOR-ROLE-WS
               SIGNON-STATUS-WS.
           IF SIGNON-STATUS-WS NOT = "00"
                   OR SUPERVISOR-ROLE-WS NOT = "S"
               DISPLAY "SUPERVISOR SIGN-ON REQUIRED. RUN CANCELLED."
               MOVE 8 TO RETURN-CODE
           ELSE
               CALL "BUSINESS-DATE" USING RCW-RUN-DATE
               OPEN I-O STUDENT-DATA-FILE
               OPEN I-O STUHIST-FILE
               PERFORM 200-RECALL-ONE-RECORD UNTIL DONE-FLAG = "Y"
               CLOSE STUDENT-DATA-FILE
               CLOSE STUHIST-FILE
           END-IF.
           STOP RUN.

       200-RECALL-ONE-RECORD.
           MOVE 0 TO RCW-STUDENT-NUMBER.
           DISPLAY " ".
           DISPLAY "STUDENT NUMBER (0 TO FINISH): ".
           ACCEPT RCW-STUDENT-IN.
           IF RCW-STUDENT-IN IS NOT NUMERIC
               DISPLAY "INVALID STUDENT NUMBER. DIGITS ONLY."
           ELSE
               MOVE RCW-STUDENT-IN TO RCW-STUDENT-NUMBER
               IF RCW-STUDENT-NUMBER = 0
                   MOVE "Y" TO DONE-FLAG
               ELSE
                   DISPLAY "TERM TO RECALL (CCYYTT): "
                   ACCEPT RCW-TERM-CODE
                   PERFORM 300-CHECK-BOTH-FILES
               END-IF
           END-IF.

      *****************************************************************
      * The term must be on STUHIST.dat, and must not also be on
      * STUFILE.dat - a live record for the same student and term
      * would be overwritten or duplicated, so the recall is refused.
      *****************************************************************
       300-CHECK-BOTH-FILES.
           MOVE "N" TO HIST-FOUND.
           MOVE "N" TO LIVE-FOUND.
           MOVE RCW-STUDENT-NUMBER TO HST-STUDENT-NUMBER.
           MOVE RCW-TERM-CODE      TO HST-TERM-CODE.
           READ STUHIST-FILE KEY IS HST-STUDENT-KEY
               INVALID KEY
                   MOVE "N" TO HIST-FOUND
               NOT INVALID KEY
                   MOVE "Y" TO HIST-FOUND
           END-READ.
           MOVE RCW-STUDENT-NUMBER TO STUDENT-NUMBER.
           MOVE RCW-TERM-CODE      TO TERM-CODE.
           READ STUDENT-DATA-FILE KEY IS STUDENT-KEY
               INVALID KEY
                   MOVE "N" TO LIVE-FOUND
               NOT INVALID KEY
                   MOVE "Y" TO LIVE-FOUND
           END-READ.
           EVALUATE TRUE
               WHEN HIST-FOUND = "N"
                   DISPLAY "NO RECORD FOR " RCW-STUDENT-NUMBER
                       " TERM " RCW-TERM-CODE " ON STUHIST.dat."
               WHEN LIVE-FOUND = "Y"
                   DISPLAY "STUFILE.dat ALREADY HAS A RECORD FOR "
                       RCW-STUDENT-NUMBER " TERM " RCW-TERM-CODE
                       " - RECALL REFUSED."
               WHEN OTHER
                   DISPLAY "ON STUHIST.dat: " HST-STUDENT-NAME
                       " " HST-PROGRAM-OF-STUDY " STATUS "
                       HST-STATUS-CODE " COURSES " HST-COURSE-COUNT
                   PERFORM 310-ASK-PROTECT-AND-REASON
           END-EVALUATE.

       310-ASK-PROTECT-AND-REASON.
           DISPLAY "PROTECT FROM RE-PURGE UNTIL (CCYYMMDD): ".
           ACCEPT RCW-PROTECT-IN.
           IF RCW-PROTECT-IN IS NOT NUMERIC
               DISPLAY "DATE MUST BE CCYYMMDD DIGITS. NOT RECALLED."
           ELSE
               MOVE RCW-PROTECT-IN TO RCW-PROTECT-UNTIL
               IF RCW-PROTECT-UNTIL NOT > RCW-RUN-DATE
                   DISPLAY "PROTECT-UNTIL MUST BE AFTER THE BUSINESS "
                       "DATE " RCW-RUN-DATE ". NOT RECALLED."
               ELSE
                   DISPLAY "REASON FOR THE RECALL: "
                   ACCEPT RCW-REASON
                   IF RCW-REASON = SPACES
                       DISPLAY "A REASON IS REQUIRED. NOT RECALLED."
                   ELSE
                       PERFORM 400-MOVE-TO-LIVE
                   END-IF
               END-IF
           END-IF.

      *****************************************************************
      * The move back: copy field by field into the live record (an
      * OCCURS DEPENDING ON group can't be taken in one MOVE), WRITE
      * it, and only then DELETE the history record.
      *****************************************************************
       400-MOVE-TO-LIVE.
           MOVE "N" TO LIVE-WROTE.
           MOVE HST-COURSE-COUNT     TO COURSE-COUNT.
           MOVE HST-STUDENT-NUMBER   TO STUDENT-NUMBER.
           MOVE HST-TERM-CODE        TO TERM-CODE.
           MOVE HST-TUITION-OWED     TO TUITION-OWED.
           MOVE HST-STUDENT-NAME     TO STUDENT-NAME.
           MOVE HST-PROGRAM-OF-STUDY TO PROGRAM-OF-STUDY.
           MOVE HST-STATUS-CODE      TO STATUS-CODE.
           MOVE HST-STANDING-CODE    TO STANDING-CODE.
           PERFORM VARYING CRS-IDX-WS FROM 1 BY 1
                   UNTIL CRS-IDX-WS > HST-COURSE-COUNT
               MOVE HST-COURSE-CODE(CRS-IDX-WS)
                   TO COURSE-CODE(CRS-IDX-WS)
               MOVE HST-COURSE-AVG(CRS-IDX-WS)
                   TO COURSE-AVG(CRS-IDX-WS)
               MOVE HST-COURSE-GRADE-STATUS(CRS-IDX-WS)
                   TO COURSE-GRADE-STATUS(CRS-IDX-WS)
           END-PERFORM.
           WRITE STUDENT-RECORD
               INVALID KEY
                   DISPLAY "LIVE WRITE FAILED FOR " STUDENT-NUMBER
                       " " TERM-CODE " STATUS " FILE-STATUS
                       " - NOT RECALLED."
               NOT INVALID KEY
                   MOVE "Y" TO LIVE-WROTE
           END-WRITE.
           IF LIVE-WROTE = "Y"
               DELETE STUHIST-FILE RECORD
                   INVALID KEY
                       DISPLAY "ARCHIVE DELETE FAILED FOR "
                           HST-STUDENT-NUMBER " " HST-TERM-CODE
                           " STATUS " HIST-STATUS
                           " - THE RECORD IS ON BOTH FILES."
                       MOVE 4 TO RETURN-CODE
               END-DELETE
               PERFORM 500-RECORD-THE-RECALL
           END-IF.

       500-RECORD-THE-RECALL.
           OPEN EXTEND RECALL-FILE.
           MOVE SPACES TO RECALL-RECORD.
           MOVE RCW-STUDENT-NUMBER TO RCL-STUDENT-NUMBER.
           MOVE RCW-TERM-CODE      TO RCL-TERM-CODE.
           MOVE RCW-RUN-DATE       TO RCL-RECALLED-DATE.
           MOVE RCW-PROTECT-UNTIL  TO RCL-PROTECT-UNTIL.
           MOVE SUPERVISOR-ID-WS   TO RCL-RECALLED-BY.
           MOVE RCW-REASON         TO RCL-REASON.
           WRITE RECALL-RECORD.
           CLOSE RECALL-FILE.
           OPEN EXTEND AUDIT-LOG-FILE.
           MOVE SPACES TO AUDIT-LOG-RECORD.
           MOVE RCW-STUDENT-NUMBER TO AUD-STUDENT-NUMBER.
           MOVE RCW-TERM-CODE      TO AUD-TERM-CODE.
           MOVE "HISTORY-RECALL" TO AUD-FIELD-NAME.
           MOVE RCW-REASON TO AUD-OLD-VALUE.
           STRING "PROTECT " RCW-PROTECT-UNTIL
               DELIMITED BY SIZE INTO AUD-NEW-VALUE
           END-STRING.
           MOVE SUPERVISOR-ID-WS TO AUD-OPERATOR-ID.
           MOVE FUNCTION CURRENT-DATE TO AUD-TIMESTAMP.
           CALL "AUDIT-CHAIN" USING AUDIT-LOG-RECORD.
           WRITE AUDIT-LOG-RECORD.
           CLOSE AUDIT-LOG-FILE.
           DISPLAY RCW-STUDENT-NUMBER " TERM " RCW-TERM-CODE
               " RECALLED TO STUFILE.dat, PROTECTED UNTIL "
               RCW-PROTECT-UNTIL ".".

       END PROGRAM HISTORY-RECALL.
