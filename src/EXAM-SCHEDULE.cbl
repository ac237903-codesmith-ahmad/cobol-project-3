      ******************************************************************
      * Tectonics: Final exam schedule.  Exams were scheduled on a
      * whiteboard from class lists printed by hand.  For one term
      * this batch takes the exam slots (EXAM-SLOTS.txt, see
      * EXAM-SLOT-RECORD.cpy) and the sections sitting exams in them
      * (EXAM-SITTINGS.txt, EXAM-SITTING-RECORD.cpy), places every
      * student in the exam of the section they sit in per
      * SECTION-ENROLL.txt (no row reads as section 01), and writes:
      *    EXAM-CONFLICTS.txt - every student with two exams in the
      *        same slot or three or more on one day, and any sitting
      *        naming a slot not on EXAM-SLOTS.txt,
      *    EXAM-SCHEDULES.txt - each student's exams in date order,
      *        for the desk to hand out,
      *    EXAM-ROSTERS.txt   - each sitting's candidate list, for
      *        the invigilators.
      * Withdrawn students (STATUS-CODE 'W') and courses the student
      * withdrew from (grade status 'W') sit no exam.  A sitting with
      * no building of its own is sat in the section's SECTION.txt
      * room.  RETURN-CODE 0 clean, 4 anything on the conflict file
      * or nothing to schedule.
      * A student with extra exam time or a separate exam room in
      * force on the term (XTIM or SEPR on ACCOMMODATIONS.txt, see
      * ACCOMMODATION-RECORD.cpy) is marked SEPARATE SITTING on the
      * invigilators' roster - nothing more, the roster is not
      * confidential - and listed with the counsellor's detail line
      * in EXAM-SEPARATE.txt, which goes to the accessibility office
      * only, for them to book the room and the invigilator.
      ******************************************************************
       IDENTIFICATION DIVISION.
       PROGRAM-ID. EXAM-SCHEDULE.

       ENVIRONMENT DIVISION.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
           SELECT OPTIONAL SLOT-FILE ASSIGN "EXAM-SLOTS.txt"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS SLOT-STATUS.
           SELECT OPTIONAL SITTING-FILE ASSIGN "EXAM-SITTINGS.txt"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS SITTING-STATUS.
           SELECT OPTIONAL SECTION-FILE ASSIGN "SECTION.txt"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS SECTION-STATUS.
           SELECT OPTIONAL SECENROLL-FILE ASSIGN "SECTION-ENROLL.txt"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS SECENROLL-STATUS.
           SELECT STUDENT-DATA-FILE
               ASSIGN "STUFILE.dat"
               ORGANIZATION IS INDEXED
               ACCESS MODE IS SEQUENTIAL
               RECORD KEY IS STUDENT-KEY
               FILE STATUS IS FILE-STATUS.
           SELECT CONFLICT-FILE ASSIGN "EXAM-CONFLICTS.txt"
               ORGANIZATION IS LINE SEQUENTIAL.
           SELECT SCHEDULE-FILE ASSIGN "EXAM-SCHEDULES.txt"
               ORGANIZATION IS LINE SEQUENTIAL.
           SELECT EXAM-ROSTER-FILE ASSIGN "EXAM-ROSTERS.txt"
               ORGANIZATION IS LINE SEQUENTIAL.
           SELECT OPTIONAL ACCOM-FILE ASSIGN "ACCOMMODATIONS.txt"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS ACCOM-STATUS.
           SELECT SEPARATE-FILE ASSIGN "EXAM-SEPARATE.txt"
               ORGANIZATION IS LINE SEQUENTIAL.

       DATA DIVISION.
       FILE SECTION.
           FD SLOT-FILE.
           COPY "EXAM-SLOT-RECORD.cpy".

           FD SITTING-FILE.
           COPY "EXAM-SITTING-RECORD.cpy".

           FD SECTION-FILE.
           COPY "SECTION-RECORD.cpy".

           FD SECENROLL-FILE.
           COPY "SECENROLL-RECORD.cpy".

           FD STUDENT-DATA-FILE
               RECORD IS VARYING IN SIZE FROM 82 TO 181 CHARACTERS
               DEPENDING ON COURSE-COUNT.
           COPY "STUDENT-RECORD.cpy".

           FD CONFLICT-FILE.
           01 CONFLICT-RECORD PIC X(100).

           FD SCHEDULE-FILE.
           01 SCHEDULE-RECORD PIC X(80).

           FD EXAM-ROSTER-FILE.
           01 EXAM-ROSTER-RECORD PIC X(80).

           FD ACCOM-FILE.
           COPY "ACCOMMODATION-RECORD.cpy".

           FD SEPARATE-FILE.
           01 SEPARATE-RECORD PIC X(80).

       WORKING-STORAGE SECTION.
           01 SLOT-STATUS      PIC X(2).
           01 SITTING-STATUS   PIC X(2).
           01 SECTION-STATUS   PIC X(2).
           01 SECENROLL-STATUS PIC X(2).
           01 FILE-STATUS      PIC X(2).
           01 ACCOM-STATUS     PIC X(2).

           01 RUN-TERM-CODE PIC X(6) VALUE SPACES.

      *    The term's slots, sorted into date/time order on load so
      *    every schedule prints in the order the exams are sat.
           01 SLOT-TABLE.
               05 SLOT-ENTRY OCCURS 100 TIMES INDEXED SL-ENTRY.
                   10 SLT-ID    PIC X(4).
                   10 SLT-DATE  PIC 9(8).
                   10 SLT-START PIC 9(4).
                   10 SLT-END   PIC 9(4).
           01 SLOT-COUNT PIC 9(3) VALUE 0.
           01 SLOT-MAX   PIC 9(3) VALUE 100.
           01 SLOT-HOLD.
               05 SLH-ID    PIC X(4).
               05 SLH-DATE  PIC 9(8).
               05 SLH-START PIC 9(4).
               05 SLH-END   PIC 9(4).

      *    The term's sittings.  SIT-SLOT is the SLOT-TABLE entry,
      *    0 when the row names a slot that isn't on file.
           01 SITTING-TABLE.
               05 SITTING-ENTRY OCCURS 500 TIMES INDEXED ST-ENTRY.
                   10 SIT-COURSE     PIC X(7).
                   10 SIT-SECTION    PIC 9(2).
                   10 SIT-SLOT-ID    PIC X(4).
                   10 SIT-SLOT       PIC 9(3).
                   10 SIT-BUILDING   PIC X(6).
                   10 SIT-ROOM       PIC X(6).
                   10 SIT-CANDIDATES PIC 9(4).
           01 SITTING-COUNT PIC 9(3) VALUE 0.
           01 SITTING-MAX   PIC 9(3) VALUE 500.

           01 SECENROLL-TABLE.
               05 SECENROLL-ENTRY OCCURS 5000 TIMES
                       INDEXED SE-ENTRY.
                   10 SEN-TBL-STUDENT PIC 9(6).
                   10 SEN-TBL-COURSE  PIC X(7).
                   10 SEN-TBL-SECTION PIC 9(2).
           01 SECENROLL-COUNT PIC 9(4) VALUE 0.
           01 SECENROLL-MAX   PIC 9(4) VALUE 5000.

      *    Every student placed in a sitting, for the invigilators'
      *    lists.
           01 CANDIDATE-TABLE.
               05 CANDIDATE-ENTRY OCCURS 5000 TIMES.
                   10 CND-SITTING PIC 9(3).
                   10 CND-STUDENT PIC 9(6).
                   10 CND-NAME    PIC X(40).
                   10 CND-SEPARATE PIC X(1).
           01 CANDIDATE-COUNT PIC 9(4) VALUE 0.
           01 CANDIDATE-MAX   PIC 9(4) VALUE 5000.

      *    The term's accommodations needing a separate sitting -
      *    extra time (XTIM) or a room of their own (SEPR).
           01 SEPARATE-ACCOM-TABLE.
               05 SEPARATE-ACCOM-ENTRY OCCURS 500 TIMES.
                   10 SAC-STUDENT PIC 9(6).
                   10 SAC-TYPE    PIC X(4).
                   10 SAC-DETAIL  PIC X(30).
           01 SEPARATE-ACCOM-COUNT PIC 9(3) VALUE 0.
           01 SEPARATE-ACCOM-MAX   PIC 9(3) VALUE 500.

      *    The current student's exams - one per course at most.
           01 STUDENT-EXAM-TABLE.
               05 STUDENT-EXAM-ENTRY OCCURS 10 TIMES.
                   10 STE-SITTING PIC 9(3).
                   10 STE-SLOT    PIC 9(3).
           01 STUDENT-EXAM-COUNT PIC 9(2) VALUE 0.

           01 COUNTERS.
               05 SCHEDULE-COUNTER     PIC 9(5) VALUE 0.
               05 SAME-SLOT-COUNTER    PIC 9(5) VALUE 0.
               05 HEAVY-DAY-COUNTER    PIC 9(5) VALUE 0.
               05 CONFLICTED-COUNTER   PIC 9(5) VALUE 0.
               05 UNKNOWN-SLOT-COUNTER PIC 9(3) VALUE 0.
               05 UNPLACED-COUNTER     PIC 9(5) VALUE 0.
               05 SEPARATE-COUNTER     PIC 9(5) VALUE 0.

           01 FLAGS.
               05 EOF-SLOT      PIC X VALUE "N".
               05 EOF-SITTING   PIC X VALUE "N".
               05 EOF-SECTION   PIC X VALUE "N".
               05 EOF-SECENROLL PIC X VALUE "N".
               05 EOF-STU       PIC X VALUE "N".
               05 CONFLICT-SEEN PIC X VALUE "N".
               05 EARLIER-SEEN  PIC X VALUE "N".
               05 EOF-ACCOM     PIC X VALUE "N".
               05 NEEDS-SEPARATE PIC X VALUE "N".

           01 EXAM-WORK-AREA.
               05 CRS-IDX-WS     PIC 9(2).
               05 EXM-IDX-WS     PIC 9(2).
               05 OTHER-IDX-WS   PIC 9(2).
               05 OTHER-START    PIC 9(2).
               05 PASS-IDX-WS    PIC 9(3).
               05 CMP-IDX-WS     PIC 9(3).
               05 CMP-LIMIT      PIC 9(3).
               05 SLOT-IDX-WS    PIC 9(3).
               05 SIT-IDX-WS     PIC 9(3).
               05 FOUND-SITTING  PIC 9(3).
               05 CND-IDX-WS     PIC 9(4).
               05 OWN-SECTION-WS PIC 9(2).
               05 DAY-COUNT-WS   PIC 9(2).
               05 SAC-IDX-WS     PIC 9(3).

           01 CONFLICT-HEADER-LINE.
               05 FILLER        PIC X(23)
                   VALUE "EXAM CONFLICTS - TERM ".
               05 CXH-TERM-CODE PIC X(6).

           01 CONFLICT-DETAIL-LINE.
               05 CXD-STUDENT-NUMBER PIC 9(6).
               05 FILLER             PIC X(2) VALUE SPACES.
               05 CXD-STUDENT-NAME   PIC X(40).
               05 FILLER             PIC X(2) VALUE SPACES.
               05 CXD-REASON         PIC X(13).
               05 FILLER             PIC X(2) VALUE SPACES.
               05 CXD-DETAIL         PIC X(35).

           01 CXD-SAME-SLOT-DETAIL.
               05 CXS-SLOT-ID  PIC X(4).
               05 FILLER       PIC X(1) VALUE SPACE.
               05 CXS-DATE     PIC 9(8).
               05 FILLER       PIC X(1) VALUE SPACE.
               05 CXS-COURSE-1 PIC X(7).
               05 FILLER       PIC X(3) VALUE " & ".
               05 CXS-COURSE-2 PIC X(7).

           01 CXD-HEAVY-DAY-DETAIL.
               05 CXH-DATE     PIC 9(8).
               05 FILLER       PIC X(1) VALUE SPACE.
               05 CXH-COUNT    PIC 9(2).
               05 FILLER       PIC X(6) VALUE " EXAMS".

           01 CXD-UNKNOWN-SLOT-LINE.
               05 FILLER       PIC X(8) VALUE "SITTING ".
               05 CXU-COURSE   PIC X(7).
               05 FILLER       PIC X(9) VALUE " SECTION ".
               05 CXU-SECTION  PIC 9(2).
               05 FILLER       PIC X(6) VALUE " SLOT ".
               05 CXU-SLOT-ID  PIC X(4).
               05 FILLER       PIC X(26)
                   VALUE " NOT ON EXAM-SLOTS.txt".

           01 SCHEDULE-HEADER-LINE.
               05 FILLER             PIC X(16)
                   VALUE "EXAM SCHEDULE - ".
               05 SCH-STUDENT-NUMBER PIC 9(6).
               05 FILLER             PIC X(1) VALUE SPACE.
               05 SCH-STUDENT-NAME   PIC X(40).
               05 FILLER             PIC X(6) VALUE " TERM ".
               05 SCH-TERM-CODE      PIC X(6).

           01 SCHEDULE-DETAIL-LINE.
               05 FILLER           PIC X(2) VALUE SPACES.
               05 SCD-EXAM-DATE    PIC 9999/99/99.
               05 FILLER           PIC X(2) VALUE SPACES.
               05 SCD-START-TIME   PIC 9(4).
               05 FILLER           PIC X(1) VALUE "-".
               05 SCD-END-TIME     PIC 9(4).
               05 FILLER           PIC X(2) VALUE SPACES.
               05 SCD-COURSE-CODE  PIC X(7).
               05 FILLER           PIC X(1) VALUE SPACE.
               05 SCD-SECTION      PIC 9(2).
               05 FILLER           PIC X(2) VALUE SPACES.
               05 SCD-BUILDING     PIC X(6).
               05 FILLER           PIC X(1) VALUE SPACE.
               05 SCD-ROOM         PIC X(6).

           01 EXAM-ROSTER-HEADER-LINE.
               05 FILLER          PIC X(7) VALUE "EXAM - ".
               05 ERH-COURSE-CODE PIC X(7).
               05 FILLER          PIC X(9) VALUE " SECTION ".
               05 ERH-SECTION     PIC 9(2).
               05 FILLER          PIC X(2) VALUE SPACES.
               05 ERH-EXAM-DATE   PIC 9999/99/99.
               05 FILLER          PIC X(1) VALUE SPACE.
               05 ERH-START-TIME  PIC 9(4).
               05 FILLER          PIC X(1) VALUE "-".
               05 ERH-END-TIME    PIC 9(4).
               05 FILLER          PIC X(7) VALUE "  ROOM ".
               05 ERH-BUILDING    PIC X(6).
               05 FILLER          PIC X(1) VALUE SPACE.
               05 ERH-ROOM        PIC X(6).

           01 EXAM-ROSTER-DETAIL-LINE.
               05 FILLER             PIC X(2) VALUE SPACES.
               05 ERD-STUDENT-NUMBER PIC 9(6).
               05 FILLER             PIC X(2) VALUE SPACES.
               05 ERD-STUDENT-NAME   PIC X(40).
               05 FILLER             PIC X(2) VALUE SPACES.
               05 ERD-SEPARATE       PIC X(16).

           01 EXAM-ROSTER-TOTAL-LINE.
               05 FILLER          PIC X(14) VALUE "  CANDIDATES: ".
               05 ERT-CANDIDATES  PIC ZZZ9.

           01 SEPARATE-HEADER-LINE.
               05 FILLER          PIC X(40)
                   VALUE "CONFIDENTIAL - SEPARATE EXAM SITTINGS - ".
               05 FILLER          PIC X(5) VALUE "TERM ".
               05 SPH-TERM-CODE   PIC X(6).

           01 SEPARATE-DETAIL-LINE.
               05 SPD-STUDENT-NUMBER PIC 9(6).
               05 FILLER             PIC X(2) VALUE SPACES.
               05 SPD-STUDENT-NAME   PIC X(30).
               05 FILLER             PIC X(2) VALUE SPACES.
               05 SPD-COURSE-CODE    PIC X(7).
               05 FILLER             PIC X(1) VALUE SPACE.
               05 SPD-SECTION        PIC 9(2).
               05 FILLER             PIC X(2) VALUE SPACES.
               05 SPD-EXAM-DATE      PIC 9999/99/99.
               05 FILLER             PIC X(1) VALUE SPACE.
               05 SPD-START-TIME     PIC 9(4).
               05 FILLER             PIC X(1) VALUE "-".
               05 SPD-END-TIME       PIC 9(4).

           01 SEPARATE-NEED-LINE.
               05 FILLER             PIC X(6) VALUE SPACES.
               05 SPN-TYPE-TEXT      PIC X(20).
               05 FILLER             PIC X(2) VALUE SPACES.
               05 SPN-DETAIL         PIC X(30).

           01 BLANK-LINE PIC X(80) VALUE SPACES.

       PROCEDURE DIVISION.
       100-MAIN.
           DISPLAY "EXAM SCHEDULE - TERM CODE (CCYYTT): ".
           ACCEPT RUN-TERM-CODE.
           IF RUN-TERM-CODE = SPACES
               DISPLAY "TERM CODE CANNOT BE BLANK."
               MOVE 8 TO RETURN-CODE
           ELSE
               PERFORM 150-LOAD-SLOT-TABLE
               PERFORM 170-LOAD-SITTING-TABLE
               IF SLOT-COUNT = 0 OR SITTING-COUNT = 0
                   DISPLAY "NO EXAM SLOTS OR SITTINGS FOR "
                       RUN-TERM-CODE ". NOTHING TO SCHEDULE."
                   MOVE 4 TO RETURN-CODE
               ELSE
                   PERFORM 190-LOAD-SECTION-ROOMS
                   PERFORM 200-LOAD-SECENROLL-TABLE
                   PERFORM 220-LOAD-SEPARATE-ACCOMS
                   PERFORM 250-RUN-SCHEDULE
               END-IF
           END-IF.
      *    GOBACK, not STOP RUN, so the job-stream controller can
      *    CALL this program as one step of the night's stream.
           GOBACK.

       150-LOAD-SLOT-TABLE.
           SET SL-ENTRY TO 1.
           OPEN INPUT SLOT-FILE.
           IF SLOT-STATUS = "00" OR SLOT-STATUS = "05"
               PERFORM 155-LOAD-ONE-SLOT UNTIL EOF-SLOT = "Y"
                   OR SL-ENTRY > SLOT-MAX
               CLOSE SLOT-FILE
           END-IF.
           COMPUTE SLOT-COUNT = SL-ENTRY - 1.
           PERFORM 160-SORT-ONE-PASS
               VARYING PASS-IDX-WS FROM 1 BY 1
               UNTIL PASS-IDX-WS >= SLOT-COUNT.

       155-LOAD-ONE-SLOT.
           READ SLOT-FILE
               AT END
                   MOVE "Y" TO EOF-SLOT
               NOT AT END
                   IF EXS-TERM-CODE = RUN-TERM-CODE
                           AND EXS-EXAM-DATE IS NUMERIC
                       MOVE EXS-SLOT-ID   TO SLT-ID(SL-ENTRY)
                       MOVE EXS-EXAM-DATE TO SLT-DATE(SL-ENTRY)
                       IF EXS-START-TIME IS NUMERIC
                           MOVE EXS-START-TIME
                               TO SLT-START(SL-ENTRY)
                       ELSE
                           MOVE 0 TO SLT-START(SL-ENTRY)
                       END-IF
                       IF EXS-END-TIME IS NUMERIC
                           MOVE EXS-END-TIME TO SLT-END(SL-ENTRY)
                       ELSE
                           MOVE 0 TO SLT-END(SL-ENTRY)
                       END-IF
                       ADD 1 TO SL-ENTRY
                   END-IF
           END-READ.

      *    Exchange sort on date then start time - a term has a few
      *    dozen slots at most.
       160-SORT-ONE-PASS.
           COMPUTE CMP-LIMIT = SLOT-COUNT - PASS-IDX-WS.
           PERFORM 165-COMPARE-ONE-PAIR
               VARYING CMP-IDX-WS FROM 1 BY 1
               UNTIL CMP-IDX-WS > CMP-LIMIT.

       165-COMPARE-ONE-PAIR.
           IF SLT-DATE(CMP-IDX-WS) > SLT-DATE(CMP-IDX-WS + 1)
                   OR (SLT-DATE(CMP-IDX-WS) = SLT-DATE(CMP-IDX-WS + 1)
                   AND SLT-START(CMP-IDX-WS)
                       > SLT-START(CMP-IDX-WS + 1))
               MOVE SLOT-ENTRY(CMP-IDX-WS) TO SLOT-HOLD
               MOVE SLOT-ENTRY(CMP-IDX-WS + 1)
                   TO SLOT-ENTRY(CMP-IDX-WS)
               MOVE SLOT-HOLD TO SLOT-ENTRY(CMP-IDX-WS + 1)
           END-IF.

       170-LOAD-SITTING-TABLE.
           SET ST-ENTRY TO 1.
           OPEN INPUT SITTING-FILE.
           IF SITTING-STATUS = "00" OR SITTING-STATUS = "05"
               PERFORM 175-LOAD-ONE-SITTING UNTIL EOF-SITTING = "Y"
                   OR ST-ENTRY > SITTING-MAX
               CLOSE SITTING-FILE
           END-IF.
           COMPUTE SITTING-COUNT = ST-ENTRY - 1.

       175-LOAD-ONE-SITTING.
           READ SITTING-FILE
               AT END
                   MOVE "Y" TO EOF-SITTING
               NOT AT END
                   IF EXT-TERM-CODE = RUN-TERM-CODE
                       PERFORM 180-KEEP-ONE-SITTING
                   END-IF
           END-READ.

       180-KEEP-ONE-SITTING.
           MOVE EXT-COURSE-CODE TO SIT-COURSE(ST-ENTRY).
           IF EXT-SECTION-NUMBER IS NUMERIC
               MOVE EXT-SECTION-NUMBER TO SIT-SECTION(ST-ENTRY)
           ELSE
               MOVE 1 TO SIT-SECTION(ST-ENTRY)
           END-IF.
           MOVE EXT-SLOT-ID  TO SIT-SLOT-ID(ST-ENTRY).
           MOVE EXT-BUILDING TO SIT-BUILDING(ST-ENTRY).
           MOVE EXT-ROOM     TO SIT-ROOM(ST-ENTRY).
           MOVE 0 TO SIT-CANDIDATES(ST-ENTRY).
           MOVE 0 TO SIT-SLOT(ST-ENTRY).
           PERFORM 185-MATCH-ONE-SLOT
               VARYING SLOT-IDX-WS FROM 1 BY 1
               UNTIL SLOT-IDX-WS > SLOT-COUNT
               OR SIT-SLOT(ST-ENTRY) > 0.
           ADD 1 TO ST-ENTRY.

       185-MATCH-ONE-SLOT.
           IF SLT-ID(SLOT-IDX-WS) = SIT-SLOT-ID(ST-ENTRY)
               MOVE SLOT-IDX-WS TO SIT-SLOT(ST-ENTRY)
           END-IF.

      *    A sitting without a building of its own takes the
      *    section's booked room.
       190-LOAD-SECTION-ROOMS.
           OPEN INPUT SECTION-FILE.
           IF SECTION-STATUS = "00" OR SECTION-STATUS = "05"
               PERFORM 192-READ-ONE-SECTION UNTIL EOF-SECTION = "Y"
               CLOSE SECTION-FILE
           END-IF.

       192-READ-ONE-SECTION.
           READ SECTION-FILE
               AT END
                   MOVE "Y" TO EOF-SECTION
               NOT AT END
                   IF SEC-SECTION-NUMBER IS NOT NUMERIC
                       MOVE 1 TO SEC-SECTION-NUMBER
                   END-IF
                   IF SEC-TERM-CODE = RUN-TERM-CODE
                           AND SEC-BUILDING NOT = SPACES
                       PERFORM 195-TAKE-ONE-ROOM
                           VARYING SIT-IDX-WS FROM 1 BY 1
                           UNTIL SIT-IDX-WS > SITTING-COUNT
                   END-IF
           END-READ.

       195-TAKE-ONE-ROOM.
           IF SIT-COURSE(SIT-IDX-WS) = SEC-COURSE-CODE
                   AND SIT-SECTION(SIT-IDX-WS) = SEC-SECTION-NUMBER
                   AND SIT-BUILDING(SIT-IDX-WS) = SPACES
               MOVE SEC-BUILDING TO SIT-BUILDING(SIT-IDX-WS)
               MOVE SEC-ROOM     TO SIT-ROOM(SIT-IDX-WS)
           END-IF.

       200-LOAD-SECENROLL-TABLE.
           SET SE-ENTRY TO 1.
           OPEN INPUT SECENROLL-FILE.
           IF SECENROLL-STATUS = "00" OR SECENROLL-STATUS = "05"
               PERFORM 205-LOAD-ONE-MEMBERSHIP
                   UNTIL EOF-SECENROLL = "Y"
                   OR SE-ENTRY > SECENROLL-MAX
               CLOSE SECENROLL-FILE
           END-IF.
           COMPUTE SECENROLL-COUNT = SE-ENTRY - 1.

       205-LOAD-ONE-MEMBERSHIP.
           READ SECENROLL-FILE
               AT END
                   MOVE "Y" TO EOF-SECENROLL
               NOT AT END
                   IF SEN-TERM-CODE = RUN-TERM-CODE
                       MOVE SEN-STUDENT-NUMBER
                           TO SEN-TBL-STUDENT(SE-ENTRY)
                       MOVE SEN-COURSE-CODE
                           TO SEN-TBL-COURSE(SE-ENTRY)
                       IF SEN-SECTION-NUMBER IS NUMERIC
                           MOVE SEN-SECTION-NUMBER
                               TO SEN-TBL-SECTION(SE-ENTRY)
                       ELSE
                           MOVE 1 TO SEN-TBL-SECTION(SE-ENTRY)
                       END-IF
                       ADD 1 TO SE-ENTRY
                   END-IF
           END-READ.

      *    In force on the term: started on or before it and not
      *    ended before it.
       220-LOAD-SEPARATE-ACCOMS.
           OPEN INPUT ACCOM-FILE.
           IF ACCOM-STATUS = "00" OR ACCOM-STATUS = "05"
               PERFORM 225-LOAD-ONE-ACCOM UNTIL EOF-ACCOM = "Y"
                   OR SEPARATE-ACCOM-COUNT >= SEPARATE-ACCOM-MAX
               CLOSE ACCOM-FILE
           END-IF.

       225-LOAD-ONE-ACCOM.
           READ ACCOM-FILE
               AT END
                   MOVE "Y" TO EOF-ACCOM
               NOT AT END
                   IF (ACM-TYPE = "XTIM" OR ACM-TYPE = "SEPR")
                           AND ACM-FROM-TERM NOT > RUN-TERM-CODE
                           AND (ACM-TO-TERM = SPACES
                           OR ACM-TO-TERM NOT < RUN-TERM-CODE)
                       ADD 1 TO SEPARATE-ACCOM-COUNT
                       MOVE ACM-STUDENT-NUMBER
                           TO SAC-STUDENT(SEPARATE-ACCOM-COUNT)
                       MOVE ACM-TYPE
                           TO SAC-TYPE(SEPARATE-ACCOM-COUNT)
                       MOVE ACM-DETAIL
                           TO SAC-DETAIL(SEPARATE-ACCOM-COUNT)
                   END-IF
           END-READ.

       250-RUN-SCHEDULE.
           OPEN OUTPUT CONFLICT-FILE.
           OPEN OUTPUT SCHEDULE-FILE.
           OPEN OUTPUT EXAM-ROSTER-FILE.
           MOVE RUN-TERM-CODE TO CXH-TERM-CODE.
           WRITE CONFLICT-RECORD FROM CONFLICT-HEADER-LINE.
           PERFORM 260-CHECK-ONE-SITTING-SLOT
               VARYING SIT-IDX-WS FROM 1 BY 1
               UNTIL SIT-IDX-WS > SITTING-COUNT.
           OPEN INPUT STUDENT-DATA-FILE.
           PERFORM UNTIL EOF-STU = "Y"
               READ STUDENT-DATA-FILE NEXT RECORD
                   AT END
                       MOVE "Y" TO EOF-STU
                   NOT AT END
                       IF TERM-CODE = RUN-TERM-CODE
                               AND STATUS-CODE NOT = "W"
                           PERFORM 300-SCHEDULE-ONE-STUDENT
                       END-IF
               END-READ
           END-PERFORM.
           CLOSE STUDENT-DATA-FILE.
           PERFORM 400-WRITE-ONE-EXAM-ROSTER
               VARYING SIT-IDX-WS FROM 1 BY 1
               UNTIL SIT-IDX-WS > SITTING-COUNT.
           OPEN OUTPUT SEPARATE-FILE.
           MOVE RUN-TERM-CODE TO SPH-TERM-CODE.
           WRITE SEPARATE-RECORD FROM SEPARATE-HEADER-LINE.
           WRITE SEPARATE-RECORD FROM BLANK-LINE.
           PERFORM 450-WRITE-SEPARATE-SITTING
               VARYING SIT-IDX-WS FROM 1 BY 1
               UNTIL SIT-IDX-WS > SITTING-COUNT.
           CLOSE SEPARATE-FILE.
           CLOSE CONFLICT-FILE.
           CLOSE SCHEDULE-FILE.
           CLOSE EXAM-ROSTER-FILE.
           DISPLAY "EXAM SLOTS:           " SLOT-COUNT.
           DISPLAY "EXAM SITTINGS:        " SITTING-COUNT.
           DISPLAY "SCHEDULES WRITTEN:    " SCHEDULE-COUNTER
               " (EXAM-SCHEDULES.txt)".
           DISPLAY "TWO IN ONE SLOT:      " SAME-SLOT-COUNTER.
           DISPLAY "THREE+ IN ONE DAY:    " HEAVY-DAY-COUNTER.
           DISPLAY "STUDENTS IN CONFLICT: " CONFLICTED-COUNTER
               " (EXAM-CONFLICTS.txt)".
           DISPLAY "SITTINGS, NO SLOT:    " UNKNOWN-SLOT-COUNTER.
           DISPLAY "SEPARATE SITTINGS:    " SEPARATE-COUNTER
               " (EXAM-SEPARATE.txt)".
           IF CANDIDATE-COUNT >= CANDIDATE-MAX
               DISPLAY "CANDIDATE TABLE FULL - EXAM-ROSTERS.txt IS "
                   "SHORT " UNPLACED-COUNTER " CANDIDATES."
           END-IF.
           IF CONFLICTED-COUNTER > 0 OR UNKNOWN-SLOT-COUNTER > 0
                   OR UNPLACED-COUNTER > 0
               MOVE 4 TO RETURN-CODE
           END-IF.

       260-CHECK-ONE-SITTING-SLOT.
           IF SIT-SLOT(SIT-IDX-WS) = 0
               MOVE SIT-COURSE(SIT-IDX-WS)  TO CXU-COURSE
               MOVE SIT-SECTION(SIT-IDX-WS) TO CXU-SECTION
               MOVE SIT-SLOT-ID(SIT-IDX-WS) TO CXU-SLOT-ID
               WRITE CONFLICT-RECORD FROM CXD-UNKNOWN-SLOT-LINE
               ADD 1 TO UNKNOWN-SLOT-COUNTER
           END-IF.

      *****************************************************************
      * One student: find the sitting for each course's section,
      * print the schedule, then look for two exams in one slot and
      * for three or more on one date.
      *****************************************************************
       300-SCHEDULE-ONE-STUDENT.
           MOVE 0 TO STUDENT-EXAM-COUNT.
           PERFORM 310-PLACE-ONE-COURSE
               VARYING CRS-IDX-WS FROM 1 BY 1
               UNTIL CRS-IDX-WS > COURSE-COUNT.
           IF STUDENT-EXAM-COUNT > 0
               MOVE STUDENT-NUMBER TO SCH-STUDENT-NUMBER
               MOVE STUDENT-NAME   TO SCH-STUDENT-NAME
               MOVE TERM-CODE      TO SCH-TERM-CODE
               WRITE SCHEDULE-RECORD FROM SCHEDULE-HEADER-LINE
               PERFORM 320-PRINT-ONE-SLOT
                   VARYING SLOT-IDX-WS FROM 1 BY 1
                   UNTIL SLOT-IDX-WS > SLOT-COUNT
               WRITE SCHEDULE-RECORD FROM BLANK-LINE
               ADD 1 TO SCHEDULE-COUNTER
               MOVE "N" TO CONFLICT-SEEN
               PERFORM 330-CHECK-SAME-SLOT
                   VARYING EXM-IDX-WS FROM 1 BY 1
                   UNTIL EXM-IDX-WS > STUDENT-EXAM-COUNT
               PERFORM 340-CHECK-HEAVY-DAY
                   VARYING EXM-IDX-WS FROM 1 BY 1
                   UNTIL EXM-IDX-WS > STUDENT-EXAM-COUNT
               IF CONFLICT-SEEN = "Y"
                   ADD 1 TO CONFLICTED-COUNTER
               END-IF
           END-IF.

       310-PLACE-ONE-COURSE.
           IF COURSE-CODE(CRS-IDX-WS) NOT = SPACES
                   AND COURSE-GRADE-STATUS(CRS-IDX-WS) NOT = "W"
               MOVE 1 TO OWN-SECTION-WS
               PERFORM 312-FIND-OWN-SECTION
                   VARYING SE-ENTRY FROM 1 BY 1
                   UNTIL SE-ENTRY > SECENROLL-COUNT
               MOVE 0 TO FOUND-SITTING
               PERFORM 314-FIND-ONE-SITTING
                   VARYING SIT-IDX-WS FROM 1 BY 1
                   UNTIL SIT-IDX-WS > SITTING-COUNT
                   OR FOUND-SITTING > 0
               IF FOUND-SITTING > 0
                   IF SIT-SLOT(FOUND-SITTING) > 0
                       PERFORM 316-ADD-STUDENT-EXAM
                   END-IF
               END-IF
           END-IF.

       312-FIND-OWN-SECTION.
           IF SEN-TBL-STUDENT(SE-ENTRY) = STUDENT-NUMBER
                   AND SEN-TBL-COURSE(SE-ENTRY)
                       = COURSE-CODE(CRS-IDX-WS)
               MOVE SEN-TBL-SECTION(SE-ENTRY) TO OWN-SECTION-WS
           END-IF.

       314-FIND-ONE-SITTING.
           IF SIT-COURSE(SIT-IDX-WS) = COURSE-CODE(CRS-IDX-WS)
                   AND SIT-SECTION(SIT-IDX-WS) = OWN-SECTION-WS
               MOVE SIT-IDX-WS TO FOUND-SITTING
           END-IF.

       316-ADD-STUDENT-EXAM.
           ADD 1 TO STUDENT-EXAM-COUNT.
           MOVE FOUND-SITTING TO STE-SITTING(STUDENT-EXAM-COUNT).
           MOVE SIT-SLOT(FOUND-SITTING)
               TO STE-SLOT(STUDENT-EXAM-COUNT).
           ADD 1 TO SIT-CANDIDATES(FOUND-SITTING).
           IF CANDIDATE-COUNT < CANDIDATE-MAX
               ADD 1 TO CANDIDATE-COUNT
               MOVE FOUND-SITTING  TO CND-SITTING(CANDIDATE-COUNT)
               MOVE STUDENT-NUMBER TO CND-STUDENT(CANDIDATE-COUNT)
               MOVE STUDENT-NAME   TO CND-NAME(CANDIDATE-COUNT)
               PERFORM 318-CHECK-SEPARATE-SITTING
               MOVE NEEDS-SEPARATE TO CND-SEPARATE(CANDIDATE-COUNT)
           ELSE
               ADD 1 TO UNPLACED-COUNTER
           END-IF.

       318-CHECK-SEPARATE-SITTING.
           MOVE "N" TO NEEDS-SEPARATE.
           PERFORM VARYING SAC-IDX-WS FROM 1 BY 1
                   UNTIL SAC-IDX-WS > SEPARATE-ACCOM-COUNT
                   OR NEEDS-SEPARATE = "Y"
               IF SAC-STUDENT(SAC-IDX-WS) = STUDENT-NUMBER
                   MOVE "Y" TO NEEDS-SEPARATE
               END-IF
           END-PERFORM.

       320-PRINT-ONE-SLOT.
           PERFORM 325-PRINT-ONE-EXAM
               VARYING EXM-IDX-WS FROM 1 BY 1
               UNTIL EXM-IDX-WS > STUDENT-EXAM-COUNT.

       325-PRINT-ONE-EXAM.
           IF STE-SLOT(EXM-IDX-WS) = SLOT-IDX-WS
               MOVE STE-SITTING(EXM-IDX-WS) TO SIT-IDX-WS
               MOVE SLT-DATE(SLOT-IDX-WS)   TO SCD-EXAM-DATE
               MOVE SLT-START(SLOT-IDX-WS)  TO SCD-START-TIME
               MOVE SLT-END(SLOT-IDX-WS)    TO SCD-END-TIME
               MOVE SIT-COURSE(SIT-IDX-WS)   TO SCD-COURSE-CODE
               MOVE SIT-SECTION(SIT-IDX-WS)  TO SCD-SECTION
               MOVE SIT-BUILDING(SIT-IDX-WS) TO SCD-BUILDING
               MOVE SIT-ROOM(SIT-IDX-WS)     TO SCD-ROOM
               WRITE SCHEDULE-RECORD FROM SCHEDULE-DETAIL-LINE
           END-IF.

      *    Each pair once: an exam against every later one.
       330-CHECK-SAME-SLOT.
           COMPUTE OTHER-START = EXM-IDX-WS + 1.
           PERFORM 335-CHECK-ONE-PAIR
               VARYING OTHER-IDX-WS FROM OTHER-START BY 1
               UNTIL OTHER-IDX-WS > STUDENT-EXAM-COUNT.

       335-CHECK-ONE-PAIR.
           IF STE-SLOT(OTHER-IDX-WS) = STE-SLOT(EXM-IDX-WS)
               MOVE STE-SLOT(EXM-IDX-WS) TO SLOT-IDX-WS
               MOVE SLT-ID(SLOT-IDX-WS)   TO CXS-SLOT-ID
               MOVE SLT-DATE(SLOT-IDX-WS) TO CXS-DATE
               MOVE SIT-COURSE(STE-SITTING(EXM-IDX-WS))
                   TO CXS-COURSE-1
               MOVE SIT-COURSE(STE-SITTING(OTHER-IDX-WS))
                   TO CXS-COURSE-2
               MOVE STUDENT-NUMBER TO CXD-STUDENT-NUMBER
               MOVE STUDENT-NAME   TO CXD-STUDENT-NAME
               MOVE "SAME SLOT"    TO CXD-REASON
               MOVE CXD-SAME-SLOT-DETAIL TO CXD-DETAIL
               WRITE CONFLICT-RECORD FROM CONFLICT-DETAIL-LINE
               ADD 1 TO SAME-SLOT-COUNTER
               MOVE "Y" TO CONFLICT-SEEN
           END-IF.

      *    A date is reported once, from its first exam in the list.
       340-CHECK-HEAVY-DAY.
           MOVE 0 TO DAY-COUNT-WS.
           MOVE "N" TO EARLIER-SEEN.
           PERFORM 345-COUNT-ONE-EXAM
               VARYING OTHER-IDX-WS FROM 1 BY 1
               UNTIL OTHER-IDX-WS > STUDENT-EXAM-COUNT.
           IF DAY-COUNT-WS >= 3 AND EARLIER-SEEN = "N"
               MOVE STE-SLOT(EXM-IDX-WS) TO SLOT-IDX-WS
               MOVE SLT-DATE(SLOT-IDX-WS) TO CXH-DATE
               MOVE DAY-COUNT-WS TO CXH-COUNT
               MOVE STUDENT-NUMBER TO CXD-STUDENT-NUMBER
               MOVE STUDENT-NAME   TO CXD-STUDENT-NAME
               MOVE "3+ IN ONE DAY" TO CXD-REASON
               MOVE CXD-HEAVY-DAY-DETAIL TO CXD-DETAIL
               WRITE CONFLICT-RECORD FROM CONFLICT-DETAIL-LINE
               ADD 1 TO HEAVY-DAY-COUNTER
               MOVE "Y" TO CONFLICT-SEEN
           END-IF.

       345-COUNT-ONE-EXAM.
           IF SLT-DATE(STE-SLOT(OTHER-IDX-WS))
                   = SLT-DATE(STE-SLOT(EXM-IDX-WS))
               ADD 1 TO DAY-COUNT-WS
               IF OTHER-IDX-WS < EXM-IDX-WS
                   MOVE "Y" TO EARLIER-SEEN
               END-IF
           END-IF.

       400-WRITE-ONE-EXAM-ROSTER.
           IF SIT-SLOT(SIT-IDX-WS) > 0
               MOVE SIT-SLOT(SIT-IDX-WS)     TO SLOT-IDX-WS
               MOVE SIT-COURSE(SIT-IDX-WS)   TO ERH-COURSE-CODE
               MOVE SIT-SECTION(SIT-IDX-WS)  TO ERH-SECTION
               MOVE SLT-DATE(SLOT-IDX-WS)    TO ERH-EXAM-DATE
               MOVE SLT-START(SLOT-IDX-WS)   TO ERH-START-TIME
               MOVE SLT-END(SLOT-IDX-WS)     TO ERH-END-TIME
               MOVE SIT-BUILDING(SIT-IDX-WS) TO ERH-BUILDING
               MOVE SIT-ROOM(SIT-IDX-WS)     TO ERH-ROOM
               WRITE EXAM-ROSTER-RECORD FROM EXAM-ROSTER-HEADER-LINE
               PERFORM 410-WRITE-ONE-CANDIDATE
                   VARYING CND-IDX-WS FROM 1 BY 1
                   UNTIL CND-IDX-WS > CANDIDATE-COUNT
               MOVE SIT-CANDIDATES(SIT-IDX-WS) TO ERT-CANDIDATES
               WRITE EXAM-ROSTER-RECORD FROM EXAM-ROSTER-TOTAL-LINE
               WRITE EXAM-ROSTER-RECORD FROM BLANK-LINE
           END-IF.

       410-WRITE-ONE-CANDIDATE.
           IF CND-SITTING(CND-IDX-WS) = SIT-IDX-WS
               MOVE CND-STUDENT(CND-IDX-WS) TO ERD-STUDENT-NUMBER
               MOVE CND-NAME(CND-IDX-WS)    TO ERD-STUDENT-NAME
               IF CND-SEPARATE(CND-IDX-WS) = "Y"
                   MOVE "SEPARATE SITTING" TO ERD-SEPARATE
               ELSE
                   MOVE SPACES TO ERD-SEPARATE
               END-IF
               WRITE EXAM-ROSTER-RECORD FROM EXAM-ROSTER-DETAIL-LINE
           END-IF.

      *****************************************************************
      * The accessibility office's list: each candidate needing a
      * separate sitting, when the exam is sat, and what the
      * counsellor approved.
      *****************************************************************
       450-WRITE-SEPARATE-SITTING.
           IF SIT-SLOT(SIT-IDX-WS) > 0
               PERFORM 460-WRITE-ONE-SEPARATE
                   VARYING CND-IDX-WS FROM 1 BY 1
                   UNTIL CND-IDX-WS > CANDIDATE-COUNT
           END-IF.

       460-WRITE-ONE-SEPARATE.
           IF CND-SITTING(CND-IDX-WS) = SIT-IDX-WS
                   AND CND-SEPARATE(CND-IDX-WS) = "Y"
               MOVE SIT-SLOT(SIT-IDX-WS)    TO SLOT-IDX-WS
               MOVE CND-STUDENT(CND-IDX-WS) TO SPD-STUDENT-NUMBER
               MOVE CND-NAME(CND-IDX-WS)    TO SPD-STUDENT-NAME
               MOVE SIT-COURSE(SIT-IDX-WS)  TO SPD-COURSE-CODE
               MOVE SIT-SECTION(SIT-IDX-WS) TO SPD-SECTION
               MOVE SLT-DATE(SLOT-IDX-WS)   TO SPD-EXAM-DATE
               MOVE SLT-START(SLOT-IDX-WS)  TO SPD-START-TIME
               MOVE SLT-END(SLOT-IDX-WS)    TO SPD-END-TIME
               WRITE SEPARATE-RECORD FROM SEPARATE-DETAIL-LINE
               PERFORM 465-WRITE-ONE-NEED
                   VARYING SAC-IDX-WS FROM 1 BY 1
                   UNTIL SAC-IDX-WS > SEPARATE-ACCOM-COUNT
               ADD 1 TO SEPARATE-COUNTER
           END-IF.

       465-WRITE-ONE-NEED.
           IF SAC-STUDENT(SAC-IDX-WS) = CND-STUDENT(CND-IDX-WS)
               IF SAC-TYPE(SAC-IDX-WS) = "XTIM"
                   MOVE "EXTRA EXAM TIME" TO SPN-TYPE-TEXT
               ELSE
                   MOVE "SEPARATE EXAM ROOM" TO SPN-TYPE-TEXT
               END-IF
               MOVE SAC-DETAIL(SAC-IDX-WS) TO SPN-DETAIL
               WRITE SEPARATE-RECORD FROM SEPARATE-NEED-LINE
           END-IF.

       END PROGRAM EXAM-SCHEDULE.
