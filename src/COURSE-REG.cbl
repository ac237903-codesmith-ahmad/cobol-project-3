      * COURSE-TABLE-CREDIT-HOURS against MAX-CREDIT-LOAD) and
      * against the meeting days/times in SECTION.txt, so two
      * courses that meet at the same hour refuse to share a
      * timetable.  Sections at two different campuses (the campus
      * column of SECTION.txt, travel minutes from CAMPUS.txt) on the
      * same day also refuse unless the gap between them is at least
      * the travel time.  A section cross-listed on CROSSLIST.txt seats
      * against its group's shared pool - one room, one count, no
      * matter which code the student registers under; drops
      * close the gap in the course table the way UPDATE-PROGRAM-FILE's
      * 245-CLOSE-PROGRAM-GAP slides its table.  Both write the same
      * AUDIT-LOG.txt rows every other STUFILE.dat writer leaves.
           SELECT OPTIONAL SECTION-FILE ASSIGN "SECTION.txt"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS SECTION-STATUS.
      *    Course/section pairs taught as one class under several
      *    codes - see CROSSLIST-RECORD.cpy.  A member's seats come
      *    from the group's shared pool, not its own SECTION.txt
      *    capacity.  OPTIONAL: no file, nothing cross-listed.
           SELECT OPTIONAL CROSSLIST-FILE ASSIGN "CROSSLIST.txt"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS CROSSLIST-STATUS.
      *    Campus master - the travel minutes between classes at two
      *    campuses.  OPTIONAL: no file, no travel time required.
           SELECT OPTIONAL CAMPUS-FILE ASSIGN "CAMPUS.txt"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS CAMPUS-STATUS.
      *    The registrar's term calendar - deadline enforcement.
           SELECT OPTIONAL TERM-CALENDAR-FILE
               ASSIGN "TERM-CALENDAR.txt"
           FD WAITLIST-FILE.
           COPY "WAITLIST-RECORD.cpy".

           FD CROSSLIST-FILE.
           COPY "CROSSLIST-RECORD.cpy".

           FD CAMPUS-FILE.
           COPY "CAMPUS-RECORD.cpy".

           FD SECENROLL-FILE.
           COPY "SECENROLL-RECORD.cpy".

                   10 SECTION-TABLE-DAYS     PIC X(7).
                   10 SECTION-TABLE-START    PIC 9(4).
                   10 SECTION-TABLE-END      PIC 9(4).
                   10 SECTION-TABLE-BUILDING PIC X(6).
                   10 SECTION-TABLE-ROOM     PIC X(6).
                   10 SECTION-TABLE-CAMPUS   PIC X(4).
           01 SECTION-ENTRY-COUNT PIC 999 VALUE 0.
           01 SECTION-TABLE-MAX   PIC 999 VALUE 500.
           01 SEC-FOUND-ENTRY     PIC 999 VALUE 0.

      *    CROSSLIST.txt loaded at startup - read only here, the
      *    pool's enrolled count is the sum of its members' own
      *    SECTION.txt counts, so nothing extra needs saving.
           01 CROSSLIST-STATUS PIC X(2) VALUE SPACES.
           01 CROSSLIST-TABLE.
               05 CROSSLIST-ENTRY OCCURS 200 TIMES INDEXED XL-ENTRY.
                   10 XLT-TERM     PIC X(6).
                   10 XLT-GROUP    PIC X(4).
                   10 XLT-COURSE   PIC X(7).
                   10 XLT-SECTION  PIC 9(2).
                   10 XLT-POOL     PIC 9(4).
           01 CROSSLIST-COUNT PIC 9(3) VALUE 0.
           01 CROSSLIST-MAX   PIC 9(3) VALUE 200.
           01 EOF-CROSSLIST   PIC X VALUE "N".

      *    Work area for the seat check - a cross-listed member is
      *    full when its whole group is.
           01 POOL-WORK-AREA.
               05 POOL-GROUP-WS    PIC X(4) VALUE SPACES.
               05 POOL-CAPACITY-WS PIC 9(4) VALUE 0.
               05 POOL-ENROLLED-WS PIC 9(5) VALUE 0.
               05 POOL-MEMBER-ENTRY PIC 999 VALUE 0.
               05 SEAT-FULL-FLAG   PIC X VALUE "N".

      *    SECTION-ENROLL.txt loaded at startup and saved back at
      *    shutdown - the membership rows the adds and drops move.
           01 SECENROLL-STATUS PIC X(2) VALUE SPACES.
               05 CLH-DAY-IDX      PIC 9 VALUE 0.
               05 CLH-CLASH-FOUND  PIC X VALUE "N".
               05 CLH-CLASH-COURSE PIC X(7) VALUE SPACES.
      *        'T' = the hours overlap, 'R' = no travel time between
      *        two campuses.
               05 CLH-CLASH-TYPE   PIC X VALUE SPACE.
               05 CLH-DAY-SHARED   PIC X VALUE "N".
               05 CLH-ADD-CAMPUS   PIC X(4) VALUE SPACES.
               05 CLH-OTHER-CAMPUS PIC X(4) VALUE SPACES.
               05 CLH-TRAVEL-MINUTES PIC 9(3) VALUE 0.
               05 CLH-FIRST-END    PIC 9(4) VALUE 0.
               05 CLH-NEXT-START   PIC 9(4) VALUE 0.
               05 CLH-HOURS        PIC 9(2) VALUE 0.
               05 CLH-MINUTES      PIC 9(2) VALUE 0.
               05 CLH-END-MINUTES  PIC 9(4) VALUE 0.
               05 CLH-START-MINUTES PIC 9(4) VALUE 0.
               05 CLH-GAP-MINUTES  PIC S9(4) VALUE 0.

      *    CAMPUS.txt - travel minutes per campus code.
           01 CAMPUS-STATUS PIC X(2) VALUE SPACES.
           01 CAMPUS-TABLE.
               05 CAMPUS-ENTRY OCCURS 50 TIMES INDEXED CM-ENTRY.
                   10 CMT-CAMPUS-CODE    PIC X(4).
                   10 CMT-TRAVEL-MINUTES PIC 9(3).
           01 CAMPUS-COUNT PIC 99 VALUE 0.
           01 CAMPUS-MAX   PIC 99 VALUE 50.
           01 EOF-CAMPUS   PIC X VALUE "N".

      *    TERM-CALENDAR.txt loaded at startup - adds and drops are
      *    refused after the term's add/drop deadline.
           PERFORM 230-READ-PREREQ-TABLE.
           PERFORM 250-READ-SECTION-TABLE.
           PERFORM 255-READ-SECENROLL-TABLE.
           PERFORM 258-READ-CROSSLIST-TABLE.
           PERFORM 252-READ-CAMPUS-TABLE.
           PERFORM 290-READ-FINANCIAL-HOLDS.
           PERFORM 295-READ-CONTRACT-CAPS.
           PERFORM 298-READ-COURSE-FEES.
                       TO SECTION-TABLE-ENROLLED(S-ENTRY)
                   MOVE SEC-MEETING-DAYS
                       TO SECTION-TABLE-DAYS(S-ENTRY)
                   MOVE SEC-BUILDING
                       TO SECTION-TABLE-BUILDING(S-ENTRY)
                   MOVE SEC-ROOM TO SECTION-TABLE-ROOM(S-ENTRY)
                   MOVE SEC-CAMPUS TO SECTION-TABLE-CAMPUS(S-ENTRY)
      *            Rows written before the meeting columns existed
      *            come in short - the times read as spaces, which
      *            land here as zero (untimetabled), not garbage.
           MOVE SECTION-TABLE-DAYS(S-ENTRY)     TO SEC-MEETING-DAYS.
           MOVE SECTION-TABLE-START(S-ENTRY)    TO SEC-START-TIME.
           MOVE SECTION-TABLE-END(S-ENTRY)      TO SEC-END-TIME.
           MOVE SECTION-TABLE-BUILDING(S-ENTRY) TO SEC-BUILDING.
           MOVE SECTION-TABLE-ROOM(S-ENTRY)     TO SEC-ROOM.
           MOVE SECTION-TABLE-CAMPUS(S-ENTRY)   TO SEC-CAMPUS.
           WRITE SECTION-RECORD.


               END-IF
           END-PERFORM.

      *****************************************************************
      * CROSSLIST.txt into the table.  Read only - a short file just
      * means fewer pooled sections, so no overflow abort is needed;
      * a group cut off at the cap seats on its own counts.
      *****************************************************************
       258-READ-CROSSLIST-TABLE.
           SET XL-ENTRY TO 1.
           OPEN INPUT CROSSLIST-FILE.
           IF CROSSLIST-STATUS = "00" OR CROSSLIST-STATUS = "05"
               PERFORM 259-LOAD-ONE-CROSSLIST
                   UNTIL EOF-CROSSLIST = "Y"
                   OR XL-ENTRY > CROSSLIST-MAX
               CLOSE CROSSLIST-FILE
           END-IF.
           COMPUTE CROSSLIST-COUNT = XL-ENTRY - 1.

       259-LOAD-ONE-CROSSLIST.
           READ CROSSLIST-FILE
               AT END
                   MOVE "Y" TO EOF-CROSSLIST
               NOT AT END
                   MOVE XLS-TERM-CODE   TO XLT-TERM(XL-ENTRY)
                   MOVE XLS-GROUP-ID    TO XLT-GROUP(XL-ENTRY)
                   MOVE XLS-COURSE-CODE TO XLT-COURSE(XL-ENTRY)
                   IF XLS-SECTION-NUMBER IS NUMERIC
                       MOVE XLS-SECTION-NUMBER
                           TO XLT-SECTION(XL-ENTRY)
                   ELSE
                       MOVE 1 TO XLT-SECTION(XL-ENTRY)
                   END-IF
                   IF XLS-POOL-CAPACITY IS NUMERIC
                       MOVE XLS-POOL-CAPACITY TO XLT-POOL(XL-ENTRY)
                   ELSE
                       MOVE 0 TO XLT-POOL(XL-ENTRY)
                   END-IF
                   ADD 1 TO XL-ENTRY
           END-READ.

      *****************************************************************
      * CAMPUS.txt into the table, read only.  A campus past the cap
      * or not on file travels in 0 minutes - same as no campuses.
      *****************************************************************
       252-READ-CAMPUS-TABLE.
           SET CM-ENTRY TO 1.
           OPEN INPUT CAMPUS-FILE.
           IF CAMPUS-STATUS = "00" OR CAMPUS-STATUS = "05"
               PERFORM 253-LOAD-ONE-CAMPUS
                   UNTIL EOF-CAMPUS = "Y"
                   OR CM-ENTRY > CAMPUS-MAX
               CLOSE CAMPUS-FILE
           END-IF.
           COMPUTE CAMPUS-COUNT = CM-ENTRY - 1.

       253-LOAD-ONE-CAMPUS.
           READ CAMPUS-FILE
               AT END
                   MOVE "Y" TO EOF-CAMPUS
               NOT AT END
                   MOVE CMP-CAMPUS-CODE TO CMT-CAMPUS-CODE(CM-ENTRY)
                   IF CMP-TRAVEL-MINUTES IS NUMERIC
                       MOVE CMP-TRAVEL-MINUTES
                           TO CMT-TRAVEL-MINUTES(CM-ENTRY)
                   ELSE
                       MOVE 0 TO CMT-TRAVEL-MINUTES(CM-ENTRY)
                   END-IF
                   ADD 1 TO CM-ENTRY
           END-READ.

       180-LOAD-TERM-CALENDAR.
      *    "Today" is the official business date, not the machine
      *    clock - a missed night re-run applies the right
                           PERFORM 655-CHECK-TIME-CLASH
                           IF CLH-CLASH-FOUND = "Y"
                               MOVE SPACES TO TXN-REJECT-REASON
                               IF CLH-CLASH-TYPE = "R"
                                   STRING "NO TRAVEL TIME: "
                                          CLH-CLASH-COURSE
                                       DELIMITED BY SIZE
                                       INTO TXN-REJECT-REASON
                                   END-STRING
                               ELSE
                                   STRING "TIME CLASH: "
                                          CLH-CLASH-COURSE
                                       DELIMITED BY SIZE
                                       INTO TXN-REJECT-REASON
                                   END-STRING
                               END-IF
                               PERFORM 700-WRITE-REJECT
                           ELSE
      *    The seat check runs LAST, once every other add rule has
      *    passed, so a student turned away here is clean to promote
      *    the moment a seat frees up - WAITLIST-RUN doesn't have to
      *    re-check prerequisites or credit load.
                               PERFORM 668-CHECK-SEAT-OPEN
                               IF SEAT-FULL-FLAG = "Y"
                                   MOVE "COURSE FULL - WAITLISTED"
                                       TO TXN-REJECT-REASON
                                   PERFORM 700-WRITE-REJECT
      * clash when they share any meeting day AND their time ranges
      * overlap.  A section with no meeting data (blank days or zero
      * times), or no SECTION.txt row at all, can't clash - the
      * system can only refuse what it knows about.  Two sections on
      * a shared day that do not overlap still clash when they are at
      * different campuses and the gap between them is shorter than
      * the travel time (658-CHECK-TRAVEL-TIME).
      *****************************************************************
       655-CHECK-TIME-CLASH.
           MOVE "N" TO CLH-CLASH-FOUND.
           MOVE SPACE TO CLH-CLASH-TYPE.
           MOVE SPACES TO CLH-CLASH-COURSE.
           PERFORM 650-FIND-SECTION-ENTRY.
           MOVE SEC-FOUND-ENTRY TO CLH-ADD-ENTRY.
                   AND SECTION-TABLE-DAYS(CLH-OTHER-ENTRY)
                       NOT = SPACES
                   AND SECTION-TABLE-END(CLH-OTHER-ENTRY) > 0
               MOVE "N" TO CLH-DAY-SHARED
               PERFORM 657-CHECK-SHARED-DAY
                   VARYING CLH-DAY-IDX FROM 1 BY 1
                   UNTIL CLH-DAY-IDX > 7
                   OR CLH-DAY-SHARED = "Y"
               IF CLH-DAY-SHARED = "Y"
                   IF SECTION-TABLE-START(CLH-ADD-ENTRY)
                           < SECTION-TABLE-END(CLH-OTHER-ENTRY)
                       AND SECTION-TABLE-START(CLH-OTHER-ENTRY)
                           < SECTION-TABLE-END(CLH-ADD-ENTRY)
                       MOVE "Y" TO CLH-CLASH-FOUND
                       MOVE "T" TO CLH-CLASH-TYPE
                       MOVE COURSE-CODE(CRS-IDX) TO CLH-CLASH-COURSE
                   ELSE
                       PERFORM 658-CHECK-TRAVEL-TIME
                   END-IF
               END-IF
           END-IF.

       657-CHECK-SHARED-DAY.
                       NOT = SPACE
                   AND SECTION-TABLE-DAYS(CLH-OTHER-ENTRY)
                       (CLH-DAY-IDX:1) NOT = SPACE
               MOVE "Y" TO CLH-DAY-SHARED
           END-IF.

      *    Two sections the same day, one after the other.  A blank
      *    campus is MAIN.  At two campuses the gap from the end of
      *    the first to the start of the second, in minutes, must be
      *    at least the larger of the two campuses' travel minutes.
       658-CHECK-TRAVEL-TIME.
           MOVE SECTION-TABLE-CAMPUS(CLH-ADD-ENTRY) TO CLH-ADD-CAMPUS.
           IF CLH-ADD-CAMPUS = SPACES
               MOVE "MAIN" TO CLH-ADD-CAMPUS
           END-IF.
           MOVE SECTION-TABLE-CAMPUS(CLH-OTHER-ENTRY)
               TO CLH-OTHER-CAMPUS.
           IF CLH-OTHER-CAMPUS = SPACES
               MOVE "MAIN" TO CLH-OTHER-CAMPUS
           END-IF.
           IF CLH-ADD-CAMPUS NOT = CLH-OTHER-CAMPUS
               MOVE 0 TO CLH-TRAVEL-MINUTES
               PERFORM VARYING CM-ENTRY FROM 1 BY 1
                       UNTIL CM-ENTRY > CAMPUS-COUNT
                   IF (CMT-CAMPUS-CODE(CM-ENTRY) = CLH-ADD-CAMPUS
                           OR CMT-CAMPUS-CODE(CM-ENTRY)
                               = CLH-OTHER-CAMPUS)
                       AND CMT-TRAVEL-MINUTES(CM-ENTRY)
                           > CLH-TRAVEL-MINUTES
                       MOVE CMT-TRAVEL-MINUTES(CM-ENTRY)
                           TO CLH-TRAVEL-MINUTES
                   END-IF
               END-PERFORM
               IF SECTION-TABLE-START(CLH-ADD-ENTRY)
                       >= SECTION-TABLE-END(CLH-OTHER-ENTRY)
                   MOVE SECTION-TABLE-END(CLH-OTHER-ENTRY)
                       TO CLH-FIRST-END
                   MOVE SECTION-TABLE-START(CLH-ADD-ENTRY)
                       TO CLH-NEXT-START
               ELSE
                   MOVE SECTION-TABLE-END(CLH-ADD-ENTRY)
                       TO CLH-FIRST-END
                   MOVE SECTION-TABLE-START(CLH-OTHER-ENTRY)
                       TO CLH-NEXT-START
               END-IF
               DIVIDE CLH-FIRST-END BY 100 GIVING CLH-HOURS
                   REMAINDER CLH-MINUTES
               COMPUTE CLH-END-MINUTES = CLH-HOURS * 60 + CLH-MINUTES
               DIVIDE CLH-NEXT-START BY 100 GIVING CLH-HOURS
                   REMAINDER CLH-MINUTES
               COMPUTE CLH-START-MINUTES =
                   CLH-HOURS * 60 + CLH-MINUTES
               COMPUTE CLH-GAP-MINUTES =
                   CLH-START-MINUTES - CLH-END-MINUTES
               IF CLH-GAP-MINUTES < CLH-TRAVEL-MINUTES
                   MOVE "Y" TO CLH-CLASH-FOUND
                   MOVE "R" TO CLH-CLASH-TYPE
                   MOVE COURSE-CODE(CRS-IDX) TO CLH-CLASH-COURSE
               END-IF
           END-IF.

      *****************************************************************
               END-IF
           END-PERFORM.

      *****************************************************************
      * Is there a seat for the transaction's section?  A section on
      * CROSSLIST.txt is full when its group is: the largest pool
      * capacity on the group's rows against the members' enrolled
      * counts added together.  Anything else is full at its own
      * SECTION.txt capacity; no row at all is untracked and never
      * full.
      *****************************************************************
       668-CHECK-SEAT-OPEN.
           MOVE "N" TO SEAT-FULL-FLAG.
           PERFORM 650-FIND-SECTION-ENTRY.
           MOVE SPACES TO POOL-GROUP-WS.
           PERFORM VARYING XL-ENTRY FROM 1 BY 1
                   UNTIL XL-ENTRY > CROSSLIST-COUNT
                   OR POOL-GROUP-WS NOT = SPACES
               IF XLT-TERM(XL-ENTRY) = TXN-TERM-CODE
                       AND XLT-COURSE(XL-ENTRY) = TXN-COURSE-CODE
                       AND XLT-SECTION(XL-ENTRY) = TXN-SECTION-NUMBER
                   MOVE XLT-GROUP(XL-ENTRY) TO POOL-GROUP-WS
               END-IF
           END-PERFORM.
           IF POOL-GROUP-WS = SPACES
               IF SEC-FOUND-ENTRY > 0
                       AND SECTION-TABLE-ENROLLED(SEC-FOUND-ENTRY)
                           >= SECTION-TABLE-CAPACITY(SEC-FOUND-ENTRY)
                   MOVE "Y" TO SEAT-FULL-FLAG
               END-IF
           ELSE
               MOVE 0 TO POOL-CAPACITY-WS
               MOVE 0 TO POOL-ENROLLED-WS
               PERFORM 667-ADD-ONE-POOL-MEMBER
                   VARYING XL-ENTRY FROM 1 BY 1
                   UNTIL XL-ENTRY > CROSSLIST-COUNT
               IF POOL-ENROLLED-WS >= POOL-CAPACITY-WS
                   MOVE "Y" TO SEAT-FULL-FLAG
               END-IF
           END-IF.

       667-ADD-ONE-POOL-MEMBER.
           IF XLT-TERM(XL-ENTRY) = TXN-TERM-CODE
                   AND XLT-GROUP(XL-ENTRY) = POOL-GROUP-WS
               IF XLT-POOL(XL-ENTRY) > POOL-CAPACITY-WS
                   MOVE XLT-POOL(XL-ENTRY) TO POOL-CAPACITY-WS
               END-IF
               MOVE 0 TO POOL-MEMBER-ENTRY
               PERFORM VARYING S-ENTRY FROM 1 BY 1
                       UNTIL S-ENTRY > SECTION-ENTRY-COUNT
                       OR POOL-MEMBER-ENTRY > 0
                   IF SECTION-TABLE-TERM(S-ENTRY) = TXN-TERM-CODE
                           AND SECTION-TABLE-COURSE(S-ENTRY)
                               = XLT-COURSE(XL-ENTRY)
                           AND SECTION-TABLE-SECTION(S-ENTRY)
                               = XLT-SECTION(XL-ENTRY)
                       SET POOL-MEMBER-ENTRY TO S-ENTRY
                   END-IF
               END-PERFORM
               IF POOL-MEMBER-ENTRY > 0
                   ADD SECTION-TABLE-ENROLLED(POOL-MEMBER-ENTRY)
                       TO POOL-ENROLLED-WS
               END-IF
           END-IF.

      *****************************************************************
      * Seat-count bookkeeping after a successful REWRITE: an add
      * takes a seat, a drop frees one (never below zero - a drop of
           END-IF.
           MOVE OPERATOR-ID-WS TO AUD-OPERATOR-ID.
           MOVE FUNCTION CURRENT-DATE TO AUD-TIMESTAMP.
           CALL "AUDIT-CHAIN" USING AUDIT-LOG-RECORD.
           WRITE AUDIT-LOG-RECORD.

      *****************************************************************
