      ******************************************************************
      * Tectonics: Classroom master and room booking.  SECTION.txt
      * said when each section meets but not where, so rooms were
      * booked on a whiteboard and double-bookings surfaced on the
      * first day of classes.  ROOMS.txt (see ROOM-RECORD.cpy) is
      * the room master - building, room, seats and room type - and
      * this screen maintains it and books a room onto a
      * term/course/section row of SECTION.txt.  A booking is
      * refused when another section of the same term already holds
      * the room on an overlapping day and time; a section with more
      * seats than the room holds is booked with a warning, and
      * ROOM-CONFLICT reports it until one side is fixed.  The room
      * master is whole-file load/save like INSTRUCTOR-MAINT; a
      * booking reloads SECTION.txt and rewrites it at once, the way
      * SECTION-CANCEL does, so seat counts moved by registration in
      * the meantime are not lost.  Inquiry-only sign-ons can list
      * but not change anything.
      * Each section row also says which campus it is taught at,
      * one of the codes on CAMPUS.txt (see CAMPUS-MAINT) - set here
      * alongside the room, and what the registration travel-time
      * check and the campus report breakdowns go by.  A section
      * nobody has set stays blank, which everything reads as MAIN.
      ******************************************************************
       IDENTIFICATION DIVISION.
       PROGRAM-ID. ROOM-MAINT.

       ENVIRONMENT DIVISION.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
           SELECT OPTIONAL ROOM-FILE ASSIGN "ROOMS.txt"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS ROOM-STATUS.
           SELECT OPTIONAL SECTION-FILE ASSIGN "SECTION.txt"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS SECTION-STATUS.
           SELECT OPTIONAL CAMPUS-FILE ASSIGN "CAMPUS.txt"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS CAMPUS-STATUS.

       DATA DIVISION.
       FILE SECTION.
           FD ROOM-FILE.
           COPY "ROOM-RECORD.cpy".

           FD SECTION-FILE.
           COPY "SECTION-RECORD.cpy".

           FD CAMPUS-FILE.
           COPY "CAMPUS-RECORD.cpy".

       WORKING-STORAGE SECTION.
           01 ROOM-STATUS    PIC X(2).
           01 SECTION-STATUS PIC X(2).
           01 CAMPUS-STATUS  PIC X(2).

           01 ROOM-TABLE.
               05 ROOM-ENTRY OCCURS 300 TIMES INDEXED R-ENTRY.
                   10 RTB-BUILDING PIC X(6).
                   10 RTB-ROOM     PIC X(6).
                   10 RTB-SEATS    PIC 9(4).
                   10 RTB-TYPE     PIC X(1).
           01 ROOM-COUNT PIC 9(3) VALUE 0.
           01 ROOM-MAX   PIC 9(3) VALUE 300.

           01 SECTION-TABLE.
               05 SECTION-TABLE-ENTRY OCCURS 500 TIMES
                       INDEXED S-ENTRY.
                   10 SECTION-TABLE-TERM     PIC X(6).
                   10 SECTION-TABLE-COURSE   PIC X(7).
                   10 SECTION-TABLE-SECTION  PIC 9(2).
                   10 SECTION-TABLE-CAPACITY PIC 9(4).
                   10 SECTION-TABLE-ENROLLED PIC 9(4).
                   10 SECTION-TABLE-DAYS     PIC X(7).
                   10 SECTION-TABLE-START    PIC 9(4).
                   10 SECTION-TABLE-END      PIC 9(4).
                   10 SECTION-TABLE-BUILDING PIC X(6).
                   10 SECTION-TABLE-ROOM     PIC X(6).
                   10 SECTION-TABLE-CAMPUS   PIC X(4).
           01 SECTION-ENTRY-COUNT PIC 999 VALUE 0.
           01 SECTION-TABLE-MAX   PIC 999 VALUE 500.

      *    Campus codes on CAMPUS.txt, for checking the one keyed.
           01 CAMPUS-CODE-TABLE.
               05 CAMPUS-CODE-ENTRY PIC X(4) OCCURS 50 TIMES.
           01 CAMPUS-COUNT PIC 99 VALUE 0.
           01 CAMPUS-MAX   PIC 99 VALUE 50.

           01 FLAGS.
               05 EOF-ROOM     PIC X VALUE "N".
               05 EOF-SECTION  PIC X VALUE "N".
               05 DONE-FLAG    PIC X VALUE "N".
               05 DAYS-OVERLAP PIC X VALUE "N".
               05 EOF-CAMPUS   PIC X VALUE "N".
               05 CAMPUS-FOUND PIC X VALUE "N".

           01 CHOICE PIC 9 VALUE 0.

           01 OPERATOR-ID-WS PIC X(10) VALUE SPACES.
           01 OPERATOR-PASSWORD-WS PIC X(10) VALUE SPACES.
           01 OPERATOR-ROLE-WS PIC X(1) VALUE SPACE.
           01 SIGNON-STATUS-WS PIC X(2) VALUE SPACES.

           01 ROOM-WORK-AREA.
               05 RMW-BUILDING     PIC X(6) VALUE SPACES.
               05 RMW-ROOM         PIC X(6) VALUE SPACES.
               05 RMW-SEATS-IN     PIC X(4) VALUE SPACES.
               05 RMW-TYPE         PIC X(1) VALUE SPACE.
               05 RMW-TERM         PIC X(6) VALUE SPACES.
               05 RMW-COURSE       PIC X(7) VALUE SPACES.
               05 RMW-SECTION-IN   PIC X(2) VALUE SPACES.
               05 RMW-SECTION      PIC 9(2) VALUE 0.
               05 RMW-ROOM-ENTRY   PIC 9(3) VALUE 0.
               05 RMW-TARGET-ENTRY PIC 9(3) VALUE 0.
               05 RMW-CLASH-ENTRY  PIC 9(3) VALUE 0.
               05 RMW-MATCH-COUNT  PIC 9(3) VALUE 0.
               05 RMW-DAY-IDX      PIC 9 VALUE 0.
               05 RMW-CAMPUS       PIC X(4) VALUE SPACES.
               05 RMW-CAMPUS-IDX   PIC 99 VALUE 0.
               05 IDX-WS           PIC 9(3).

       PROCEDURE DIVISION.
       100-MAIN.
           DISPLAY "ENTER YOUR OPERATOR ID: ".
           ACCEPT OPERATOR-ID-WS.
           DISPLAY "ENTER YOUR PASSWORD: ".
           ACCEPT OPERATOR-PASSWORD-WS.
           CALL "OPERATOR-SIGNON" USING OPERATOR-ID-WS
               OPERATOR-PASSWORD-WS OPERATOR-ROLE-WS
               SIGNON-STATUS-WS.
           IF SIGNON-STATUS-WS NOT = "00"
               DISPLAY "SIGN-ON REFUSED. STATUS: " SIGNON-STATUS-WS
               MOVE 8 TO RETURN-CODE
           ELSE
               PERFORM 150-LOAD-ROOM-TABLE
               PERFORM 170-LOAD-CAMPUS-CODES
               PERFORM 200-RUN-MENU UNTIL DONE-FLAG = "Y"
           END-IF.
           STOP RUN.

       150-LOAD-ROOM-TABLE.
           SET R-ENTRY TO 1.
           OPEN INPUT ROOM-FILE.
           IF ROOM-STATUS = "00" OR ROOM-STATUS = "05"
               PERFORM 160-LOAD-ONE-ROOM UNTIL EOF-ROOM = "Y"
                   OR R-ENTRY > ROOM-MAX
               CLOSE ROOM-FILE
           END-IF.
           COMPUTE ROOM-COUNT = R-ENTRY - 1.
           DISPLAY "LOADED " ROOM-COUNT " ROOMS.".

       160-LOAD-ONE-ROOM.
           READ ROOM-FILE
               AT END
                   MOVE "Y" TO EOF-ROOM
               NOT AT END
                   MOVE RMS-BUILDING  TO RTB-BUILDING(R-ENTRY)
                   MOVE RMS-ROOM      TO RTB-ROOM(R-ENTRY)
                   IF RMS-SEATS IS NUMERIC
                       MOVE RMS-SEATS TO RTB-SEATS(R-ENTRY)
                   ELSE
                       MOVE 0 TO RTB-SEATS(R-ENTRY)
                   END-IF
                   MOVE RMS-ROOM-TYPE TO RTB-TYPE(R-ENTRY)
                   ADD 1 TO R-ENTRY
           END-READ.

       170-LOAD-CAMPUS-CODES.
           OPEN INPUT CAMPUS-FILE.
           IF CAMPUS-STATUS = "00" OR CAMPUS-STATUS = "05"
               PERFORM 175-LOAD-ONE-CAMPUS UNTIL EOF-CAMPUS = "Y"
                   OR CAMPUS-COUNT >= CAMPUS-MAX
               CLOSE CAMPUS-FILE
           END-IF.

       175-LOAD-ONE-CAMPUS.
           READ CAMPUS-FILE
               AT END
                   MOVE "Y" TO EOF-CAMPUS
               NOT AT END
                   ADD 1 TO CAMPUS-COUNT
                   MOVE CMP-CAMPUS-CODE
                       TO CAMPUS-CODE-ENTRY(CAMPUS-COUNT)
           END-READ.

       200-RUN-MENU.
           DISPLAY " ".
           DISPLAY "ROOM MAINTENANCE".
           DISPLAY "   1. LIST ROOMS".
           DISPLAY "   2. ADD A ROOM".
           DISPLAY "   3. CHANGE A ROOM'S SEATS OR TYPE".
           DISPLAY "   4. BOOK A ROOM FOR A SECTION".
           DISPLAY "   5. LIST A TERM'S ROOM BOOKINGS".
           DISPLAY "   6. SET A SECTION'S CAMPUS".
           DISPLAY "   7. SAVE AND QUIT".
           DISPLAY "ENTER YOUR CHOICE: ".
           ACCEPT CHOICE.
           IF (CHOICE > 1 AND CHOICE < 5 OR CHOICE = 6)
                   AND (OPERATOR-ROLE-WS = "I" OR "A" OR "C")
               DISPLAY "INQUIRY-ONLY SIGN-ON. CANNOT CHANGE ROOMS."
           ELSE
               EVALUATE CHOICE
                   WHEN 1 PERFORM 210-LIST-ROOMS
                   WHEN 2 PERFORM 220-ADD-ROOM
                   WHEN 3 PERFORM 230-CHANGE-ROOM
                   WHEN 4 PERFORM 240-BOOK-ROOM
                   WHEN 5 PERFORM 280-LIST-BOOKINGS
                   WHEN 6 PERFORM 290-SET-SECTION-CAMPUS
                   WHEN 7 IF OPERATOR-ROLE-WS NOT = "I"
                                 AND NOT = "A"
                                 AND NOT = "C"
                              PERFORM 300-SAVE-ROOM-TABLE
                          END-IF
                          MOVE "Y" TO DONE-FLAG
                   WHEN OTHER
                       DISPLAY "INVALID CHOICE. PLEASE SELECT 1-7."
               END-EVALUATE
           END-IF.

       210-LIST-ROOMS.
           PERFORM 215-LIST-ONE-ROOM
               VARYING IDX-WS FROM 1 BY 1
               UNTIL IDX-WS > ROOM-COUNT.
           IF ROOM-COUNT = 0
               DISPLAY "NO ROOMS ON FILE."
           END-IF.

       215-LIST-ONE-ROOM.
           DISPLAY "  " RTB-BUILDING(IDX-WS) " " RTB-ROOM(IDX-WS)
               "  SEATS " RTB-SEATS(IDX-WS)
               "  TYPE " RTB-TYPE(IDX-WS).

       220-ADD-ROOM.
           IF ROOM-COUNT >= ROOM-MAX
               DISPLAY "ROOM TABLE FULL. CANNOT ADD."
           ELSE
               PERFORM 250-ACCEPT-ROOM-KEY
               IF RMW-ROOM-ENTRY > 0
                   DISPLAY RMW-BUILDING " " RMW-ROOM
                       " IS ALREADY ON FILE."
               ELSE
                   IF RMW-BUILDING = SPACES OR RMW-ROOM = SPACES
                       DISPLAY "BUILDING AND ROOM CANNOT BE BLANK."
                   ELSE
                       PERFORM 260-ACCEPT-SEATS-AND-TYPE
                       IF RMW-SEATS-IN NOT = SPACES
                           ADD 1 TO ROOM-COUNT
                           MOVE RMW-BUILDING
                               TO RTB-BUILDING(ROOM-COUNT)
                           MOVE RMW-ROOM TO RTB-ROOM(ROOM-COUNT)
                           COMPUTE RTB-SEATS(ROOM-COUNT) =
                               FUNCTION NUMVAL(RMW-SEATS-IN)
                           MOVE RMW-TYPE TO RTB-TYPE(ROOM-COUNT)
                           DISPLAY "ROOM ADDED."
                       END-IF
                   END-IF
               END-IF
           END-IF.

       230-CHANGE-ROOM.
           PERFORM 250-ACCEPT-ROOM-KEY.
           IF RMW-ROOM-ENTRY = 0
               DISPLAY RMW-BUILDING " " RMW-ROOM " IS NOT ON FILE."
           ELSE
               DISPLAY "CURRENT SEATS " RTB-SEATS(RMW-ROOM-ENTRY)
                   "  TYPE " RTB-TYPE(RMW-ROOM-ENTRY)
               PERFORM 260-ACCEPT-SEATS-AND-TYPE
               IF RMW-SEATS-IN NOT = SPACES
                   COMPUTE RTB-SEATS(RMW-ROOM-ENTRY) =
                       FUNCTION NUMVAL(RMW-SEATS-IN)
                   MOVE RMW-TYPE TO RTB-TYPE(RMW-ROOM-ENTRY)
                   DISPLAY "ROOM UPDATED."
               END-IF
           END-IF.

      *****************************************************************
      * Books (or, with a blank building, releases) the room on one
      * section row.  SECTION.txt is reloaded here rather than held
      * from sign-on, and rewritten straight after the change.
      *****************************************************************
       240-BOOK-ROOM.
           PERFORM 241-ACCEPT-SECTION-KEY.
           DISPLAY "BUILDING (BLANK = RELEASE THE ROOM): ".
           ACCEPT RMW-BUILDING.
           MOVE SPACES TO RMW-ROOM.
           MOVE 0 TO RMW-ROOM-ENTRY.
           IF RMW-BUILDING NOT = SPACES
               DISPLAY "ROOM: "
               ACCEPT RMW-ROOM
               PERFORM 255-FIND-ROOM
           END-IF.
           IF RMW-SECTION = 0
               DISPLAY "SECTION NUMBER MUST BE 01-99. NOT BOOKED."
           ELSE
               IF RMW-BUILDING NOT = SPACES AND RMW-ROOM-ENTRY = 0
                   DISPLAY RMW-BUILDING " " RMW-ROOM
                       " IS NOT ON ROOMS.txt. ADD THE ROOM FIRST."
               ELSE
                   PERFORM 270-LOAD-SECTION-TABLE
                   IF SECTION-ENTRY-COUNT >= SECTION-TABLE-MAX
                           AND EOF-SECTION NOT = "Y"
                       DISPLAY "SECTION.txt EXCEEDS "
                           SECTION-TABLE-MAX
                           " ROWS. NOTHING CHANGED."
                   ELSE
                       PERFORM 245-APPLY-BOOKING
                   END-IF
               END-IF
           END-IF.

      *    Term, course and section of the SECTION.txt row to
      *    change; RMW-SECTION comes back 0 when the number keyed
      *    is not digits.
       241-ACCEPT-SECTION-KEY.
           DISPLAY "TERM CODE (CCYYTT): ".
           ACCEPT RMW-TERM.
           DISPLAY "COURSE CODE: ".
           ACCEPT RMW-COURSE.
           DISPLAY "SECTION NUMBER (BLANK = 01): ".
           ACCEPT RMW-SECTION-IN.
           IF RMW-SECTION-IN = SPACES
               MOVE 1 TO RMW-SECTION
           ELSE
               IF FUNCTION TRIM(RMW-SECTION-IN) IS NUMERIC
                   COMPUTE RMW-SECTION =
                       FUNCTION NUMVAL(RMW-SECTION-IN)
               ELSE
                   MOVE 0 TO RMW-SECTION
               END-IF
           END-IF.

       245-APPLY-BOOKING.
           MOVE 0 TO RMW-TARGET-ENTRY.
           PERFORM 246-FIND-TARGET-SECTION
               VARYING IDX-WS FROM 1 BY 1
               UNTIL IDX-WS > SECTION-ENTRY-COUNT
               OR RMW-TARGET-ENTRY > 0.
           MOVE 0 TO RMW-CLASH-ENTRY.
           IF RMW-TARGET-ENTRY > 0 AND RMW-BUILDING NOT = SPACES
               PERFORM 247-CHECK-ONE-BOOKING
                   VARYING IDX-WS FROM 1 BY 1
                   UNTIL IDX-WS > SECTION-ENTRY-COUNT
                   OR RMW-CLASH-ENTRY > 0
           END-IF.
           IF RMW-TARGET-ENTRY = 0
               DISPLAY "NO SECTION.txt ROW FOR " RMW-COURSE
                   " SECTION " RMW-SECTION " TERM " RMW-TERM "."
           ELSE
               IF RMW-CLASH-ENTRY > 0
                   DISPLAY "ROOM ALREADY BOOKED THEN BY "
                       SECTION-TABLE-COURSE(RMW-CLASH-ENTRY)
                       " SECTION "
                       SECTION-TABLE-SECTION(RMW-CLASH-ENTRY) " "
                       SECTION-TABLE-DAYS(RMW-CLASH-ENTRY) " "
                       SECTION-TABLE-START(RMW-CLASH-ENTRY) "-"
                       SECTION-TABLE-END(RMW-CLASH-ENTRY)
                       ". NOT BOOKED."
               ELSE
                   MOVE RMW-BUILDING
                       TO SECTION-TABLE-BUILDING(RMW-TARGET-ENTRY)
                   MOVE RMW-ROOM
                       TO SECTION-TABLE-ROOM(RMW-TARGET-ENTRY)
                   PERFORM 275-SAVE-SECTION-TABLE
                   IF RMW-BUILDING = SPACES
                       DISPLAY "ROOM RELEASED."
                   ELSE
                       DISPLAY "ROOM BOOKED."
                       IF SECTION-TABLE-CAPACITY(RMW-TARGET-ENTRY)
                               > RTB-SEATS(RMW-ROOM-ENTRY)
                           DISPLAY "WARNING: SECTION CAPACITY "
                               SECTION-TABLE-CAPACITY
                                   (RMW-TARGET-ENTRY)
                               " EXCEEDS THE ROOM'S "
                               RTB-SEATS(RMW-ROOM-ENTRY) " SEATS."
                       END-IF
                   END-IF
               END-IF
           END-IF.

       246-FIND-TARGET-SECTION.
           IF SECTION-TABLE-TERM(IDX-WS) = RMW-TERM
                   AND SECTION-TABLE-COURSE(IDX-WS) = RMW-COURSE
                   AND SECTION-TABLE-SECTION(IDX-WS) = RMW-SECTION
               MOVE IDX-WS TO RMW-TARGET-ENTRY
           END-IF.

      *    Another section of the term in the same room clashes when
      *    both are timetabled, their hours overlap and they share
      *    at least one meeting day.
       247-CHECK-ONE-BOOKING.
           IF IDX-WS NOT = RMW-TARGET-ENTRY
                   AND SECTION-TABLE-TERM(IDX-WS) = RMW-TERM
                   AND SECTION-TABLE-BUILDING(IDX-WS) = RMW-BUILDING
                   AND SECTION-TABLE-ROOM(IDX-WS) = RMW-ROOM
                   AND SECTION-TABLE-DAYS(IDX-WS) NOT = SPACES
                   AND SECTION-TABLE-END(IDX-WS) > 0
                   AND SECTION-TABLE-DAYS(RMW-TARGET-ENTRY)
                       NOT = SPACES
                   AND SECTION-TABLE-END(RMW-TARGET-ENTRY) > 0
                   AND SECTION-TABLE-START(RMW-TARGET-ENTRY)
                       < SECTION-TABLE-END(IDX-WS)
                   AND SECTION-TABLE-START(IDX-WS)
                       < SECTION-TABLE-END(RMW-TARGET-ENTRY)
               MOVE "N" TO DAYS-OVERLAP
               PERFORM 248-CHECK-ONE-DAY
                   VARYING RMW-DAY-IDX FROM 1 BY 1
                   UNTIL RMW-DAY-IDX > 7
               IF DAYS-OVERLAP = "Y"
                   MOVE IDX-WS TO RMW-CLASH-ENTRY
               END-IF
           END-IF.

       248-CHECK-ONE-DAY.
           IF SECTION-TABLE-DAYS(IDX-WS)(RMW-DAY-IDX:1) NOT = SPACE
                   AND SECTION-TABLE-DAYS(RMW-TARGET-ENTRY)
                       (RMW-DAY-IDX:1) NOT = SPACE
               MOVE "Y" TO DAYS-OVERLAP
           END-IF.

       250-ACCEPT-ROOM-KEY.
           DISPLAY "BUILDING: ".
           ACCEPT RMW-BUILDING.
           DISPLAY "ROOM: ".
           ACCEPT RMW-ROOM.
           PERFORM 255-FIND-ROOM.

       255-FIND-ROOM.
           MOVE 0 TO RMW-ROOM-ENTRY.
           PERFORM 256-CHECK-ONE-ROOM
               VARYING IDX-WS FROM 1 BY 1
               UNTIL IDX-WS > ROOM-COUNT
               OR RMW-ROOM-ENTRY > 0.

       256-CHECK-ONE-ROOM.
           IF RTB-BUILDING(IDX-WS) = RMW-BUILDING
                   AND RTB-ROOM(IDX-WS) = RMW-ROOM
               MOVE IDX-WS TO RMW-ROOM-ENTRY
           END-IF.

      *    Leaves RMW-SEATS-IN blank when either answer is refused.
       260-ACCEPT-SEATS-AND-TYPE.
           DISPLAY "SEATS (1-9999): ".
           ACCEPT RMW-SEATS-IN.
           DISPLAY "ROOM TYPE (L=LECTURE C=CLASSROOM B=LAB "
               "S=SEMINAR): ".
           ACCEPT RMW-TYPE.
           IF RMW-SEATS-IN = SPACES
                   OR FUNCTION TRIM(RMW-SEATS-IN) IS NOT NUMERIC
               DISPLAY "SEATS MUST BE DIGITS ONLY. NOT CHANGED."
               MOVE SPACES TO RMW-SEATS-IN
           ELSE
               IF RMW-TYPE NOT = "L" AND RMW-TYPE NOT = "C"
                       AND RMW-TYPE NOT = "B" AND RMW-TYPE NOT = "S"
                   DISPLAY "ROOM TYPE MUST BE L, C, B OR S. NOT "
                       "CHANGED."
                   MOVE SPACES TO RMW-SEATS-IN
               END-IF
           END-IF.

       270-LOAD-SECTION-TABLE.
           MOVE "N" TO EOF-SECTION.
           SET S-ENTRY TO 1.
           OPEN INPUT SECTION-FILE.
           IF SECTION-STATUS = "00" OR SECTION-STATUS = "05"
               PERFORM 272-LOAD-ONE-SECTION UNTIL EOF-SECTION = "Y"
                   OR S-ENTRY > SECTION-TABLE-MAX
               CLOSE SECTION-FILE
           END-IF.
           COMPUTE SECTION-ENTRY-COUNT = S-ENTRY - 1.

       272-LOAD-ONE-SECTION.
           READ SECTION-FILE
               AT END
                   MOVE "Y" TO EOF-SECTION
               NOT AT END
                   MOVE SEC-TERM-CODE
                       TO SECTION-TABLE-TERM(S-ENTRY)
                   MOVE SEC-COURSE-CODE
                       TO SECTION-TABLE-COURSE(S-ENTRY)
                   IF SEC-SECTION-NUMBER IS NUMERIC
                       MOVE SEC-SECTION-NUMBER
                           TO SECTION-TABLE-SECTION(S-ENTRY)
                   ELSE
                       MOVE 1 TO SECTION-TABLE-SECTION(S-ENTRY)
                   END-IF
                   MOVE SEC-CAPACITY
                       TO SECTION-TABLE-CAPACITY(S-ENTRY)
                   MOVE SEC-ENROLLED
                       TO SECTION-TABLE-ENROLLED(S-ENTRY)
                   MOVE SEC-MEETING-DAYS
                       TO SECTION-TABLE-DAYS(S-ENTRY)
                   MOVE SEC-BUILDING
                       TO SECTION-TABLE-BUILDING(S-ENTRY)
                   MOVE SEC-ROOM TO SECTION-TABLE-ROOM(S-ENTRY)
                   MOVE SEC-CAMPUS TO SECTION-TABLE-CAMPUS(S-ENTRY)
                   IF SEC-START-TIME IS NUMERIC
                       MOVE SEC-START-TIME
                           TO SECTION-TABLE-START(S-ENTRY)
                   ELSE
                       MOVE 0 TO SECTION-TABLE-START(S-ENTRY)
                   END-IF
                   IF SEC-END-TIME IS NUMERIC
                       MOVE SEC-END-TIME
                           TO SECTION-TABLE-END(S-ENTRY)
                   ELSE
                       MOVE 0 TO SECTION-TABLE-END(S-ENTRY)
                   END-IF
                   ADD 1 TO S-ENTRY
           END-READ.

       275-SAVE-SECTION-TABLE.
           OPEN OUTPUT SECTION-FILE.
           PERFORM 277-WRITE-ONE-SECTION
               VARYING S-ENTRY FROM 1 BY 1
               UNTIL S-ENTRY > SECTION-ENTRY-COUNT.
           CLOSE SECTION-FILE.

       277-WRITE-ONE-SECTION.
           MOVE SPACES TO SECTION-RECORD.
           MOVE SECTION-TABLE-TERM(S-ENTRY)     TO SEC-TERM-CODE.
           MOVE SECTION-TABLE-COURSE(S-ENTRY)   TO SEC-COURSE-CODE.
           MOVE SECTION-TABLE-SECTION(S-ENTRY)
               TO SEC-SECTION-NUMBER.
           MOVE SECTION-TABLE-CAPACITY(S-ENTRY) TO SEC-CAPACITY.
           MOVE SECTION-TABLE-ENROLLED(S-ENTRY) TO SEC-ENROLLED.
           MOVE SECTION-TABLE-DAYS(S-ENTRY)     TO SEC-MEETING-DAYS.
           MOVE SECTION-TABLE-START(S-ENTRY)    TO SEC-START-TIME.
           MOVE SECTION-TABLE-END(S-ENTRY)      TO SEC-END-TIME.
           MOVE SECTION-TABLE-BUILDING(S-ENTRY) TO SEC-BUILDING.
           MOVE SECTION-TABLE-ROOM(S-ENTRY)     TO SEC-ROOM.
           MOVE SECTION-TABLE-CAMPUS(S-ENTRY)   TO SEC-CAMPUS.
           WRITE SECTION-RECORD.

       280-LIST-BOOKINGS.
           DISPLAY "TERM CODE (CCYYTT): ".
           ACCEPT RMW-TERM.
           PERFORM 270-LOAD-SECTION-TABLE.
           MOVE 0 TO RMW-MATCH-COUNT.
           PERFORM 285-LIST-ONE-BOOKING
               VARYING IDX-WS FROM 1 BY 1
               UNTIL IDX-WS > SECTION-ENTRY-COUNT.
           IF RMW-MATCH-COUNT = 0
               DISPLAY "NO ROOMS BOOKED FOR " RMW-TERM "."
           END-IF.

       285-LIST-ONE-BOOKING.
           IF SECTION-TABLE-TERM(IDX-WS) = RMW-TERM
                   AND SECTION-TABLE-BUILDING(IDX-WS) NOT = SPACES
               ADD 1 TO RMW-MATCH-COUNT
               DISPLAY "  " SECTION-TABLE-BUILDING(IDX-WS) " "
                   SECTION-TABLE-ROOM(IDX-WS) "  "
                   SECTION-TABLE-COURSE(IDX-WS) " SECTION "
                   SECTION-TABLE-SECTION(IDX-WS) "  "
                   SECTION-TABLE-DAYS(IDX-WS) " "
                   SECTION-TABLE-START(IDX-WS) "-"
                   SECTION-TABLE-END(IDX-WS)
                   "  CAPACITY " SECTION-TABLE-CAPACITY(IDX-WS)
           END-IF.

      *****************************************************************
      * Sets the campus on one section row, reloading and rewriting
      * SECTION.txt the way a booking does.  MAIN is always accepted,
      * on CAMPUS.txt or not, since a blank campus means MAIN anyway.
      *****************************************************************
       290-SET-SECTION-CAMPUS.
           PERFORM 241-ACCEPT-SECTION-KEY.
           DISPLAY "CAMPUS CODE: ".
           ACCEPT RMW-CAMPUS.
           MOVE "N" TO CAMPUS-FOUND.
           IF RMW-CAMPUS = "MAIN"
               MOVE "Y" TO CAMPUS-FOUND
           END-IF.
           PERFORM VARYING RMW-CAMPUS-IDX FROM 1 BY 1
                   UNTIL RMW-CAMPUS-IDX > CAMPUS-COUNT
               IF CAMPUS-CODE-ENTRY(RMW-CAMPUS-IDX) = RMW-CAMPUS
                   MOVE "Y" TO CAMPUS-FOUND
               END-IF
           END-PERFORM.
           EVALUATE TRUE
               WHEN RMW-SECTION = 0
                   DISPLAY "SECTION NUMBER MUST BE 01-99. NOT CHANGED."
               WHEN CAMPUS-FOUND NOT = "Y"
                   DISPLAY "CAMPUS " RMW-CAMPUS
                       " IS NOT ON CAMPUS.txt. NOT CHANGED."
               WHEN OTHER
                   PERFORM 270-LOAD-SECTION-TABLE
                   PERFORM 295-APPLY-SECTION-CAMPUS
           END-EVALUATE.

       295-APPLY-SECTION-CAMPUS.
           MOVE 0 TO RMW-TARGET-ENTRY.
           PERFORM 246-FIND-TARGET-SECTION
               VARYING IDX-WS FROM 1 BY 1
               UNTIL IDX-WS > SECTION-ENTRY-COUNT
               OR RMW-TARGET-ENTRY > 0.
           EVALUATE TRUE
               WHEN SECTION-ENTRY-COUNT >= SECTION-TABLE-MAX
                       AND EOF-SECTION NOT = "Y"
                   DISPLAY "SECTION.txt EXCEEDS " SECTION-TABLE-MAX
                       " ROWS. NOTHING CHANGED."
               WHEN RMW-TARGET-ENTRY = 0
                   DISPLAY "NO SECTION.txt ROW FOR " RMW-COURSE
                       " SECTION " RMW-SECTION " TERM " RMW-TERM "."
               WHEN OTHER
                   MOVE RMW-CAMPUS
                       TO SECTION-TABLE-CAMPUS(RMW-TARGET-ENTRY)
                   PERFORM 275-SAVE-SECTION-TABLE
                   DISPLAY "SECTION CAMPUS SET TO " RMW-CAMPUS "."
           END-EVALUATE.

       300-SAVE-ROOM-TABLE.
           OPEN OUTPUT ROOM-FILE.
           PERFORM 310-WRITE-ONE-ROOM
               VARYING R-ENTRY FROM 1 BY 1
               UNTIL R-ENTRY > ROOM-COUNT.
           CLOSE ROOM-FILE.
           DISPLAY "SAVED " ROOM-COUNT " ROOMS.".

       310-WRITE-ONE-ROOM.
           MOVE SPACES TO ROOM-RECORD.
           MOVE RTB-BUILDING(R-ENTRY) TO RMS-BUILDING.
           MOVE RTB-ROOM(R-ENTRY)     TO RMS-ROOM.
           MOVE RTB-SEATS(R-ENTRY)    TO RMS-SEATS.
           MOVE RTB-TYPE(R-ENTRY)     TO RMS-ROOM-TYPE.
           WRITE ROOM-RECORD.

       END PROGRAM ROOM-MAINT.
