      ******************************************************************
      * Tectonics: Room conflict check.  ROOM-MAINT refuses a booking
      * that double-books a room, but SECTION.txt meeting times can
      * still move after the room is booked, and ROOMS.txt seat
      * counts can shrink under sections already placed.  For one
      * term this batch lists, to ROOM-CONFLICTS.txt:
      *    DOUBLE-BOOKED - two sections in the same building/room
      *        sharing a meeting day (SEC-MEETING-DAYS) with
      *        overlapping start/end times,
      *    OVER CAPACITY - a section whose SEC-CAPACITY is more
      *        than the room's seats,
      *    UNKNOWN ROOM  - a section booked into a room that is not
      *        on ROOMS.txt.
      * Sections with no room booked, or no meeting days/times, are
      * skipped.  RETURN-CODE 0 clean, 4 anything listed.
      ******************************************************************
       IDENTIFICATION DIVISION.
       PROGRAM-ID. ROOM-CONFLICT.

       ENVIRONMENT DIVISION.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
           SELECT OPTIONAL ROOM-FILE ASSIGN "ROOMS.txt"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS ROOM-STATUS.
           SELECT OPTIONAL SECTION-FILE ASSIGN "SECTION.txt"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS SECTION-STATUS.
           SELECT CONFLICT-FILE ASSIGN "ROOM-CONFLICTS.txt"
               ORGANIZATION IS LINE SEQUENTIAL.

       DATA DIVISION.
       FILE SECTION.
           FD ROOM-FILE.
           COPY "ROOM-RECORD.cpy".

           FD SECTION-FILE.
           COPY "SECTION-RECORD.cpy".

           FD CONFLICT-FILE.
           01 CONFLICT-RECORD PIC X(100).

       WORKING-STORAGE SECTION.
           01 ROOM-STATUS    PIC X(2).
           01 SECTION-STATUS PIC X(2).

           01 RUN-TERM-CODE PIC X(6) VALUE SPACES.

           01 ROOM-TABLE.
               05 ROOM-ENTRY OCCURS 300 TIMES INDEXED R-ENTRY.
                   10 RTB-BUILDING PIC X(6).
                   10 RTB-ROOM     PIC X(6).
                   10 RTB-SEATS    PIC 9(4).
           01 ROOM-COUNT PIC 9(3) VALUE 0.
           01 ROOM-MAX   PIC 9(3) VALUE 300.

      *    The run term's sections that have a room booked.
           01 SECTION-TABLE.
               05 SECTION-TABLE-ENTRY OCCURS 500 TIMES
                       INDEXED S-ENTRY.
                   10 SECTION-TABLE-COURSE   PIC X(7).
                   10 SECTION-TABLE-SECTION  PIC 9(2).
                   10 SECTION-TABLE-CAPACITY PIC 9(4).
                   10 SECTION-TABLE-DAYS     PIC X(7).
                   10 SECTION-TABLE-START    PIC 9(4).
                   10 SECTION-TABLE-END      PIC 9(4).
                   10 SECTION-TABLE-BUILDING PIC X(6).
                   10 SECTION-TABLE-ROOM     PIC X(6).
           01 SECTION-ENTRY-COUNT PIC 999 VALUE 0.
           01 SECTION-TABLE-MAX   PIC 999 VALUE 500.

           01 COUNTERS.
               05 DOUBLE-COUNTER   PIC 9(4) VALUE 0.
               05 CAPACITY-COUNTER PIC 9(4) VALUE 0.
               05 UNKNOWN-COUNTER  PIC 9(4) VALUE 0.

           01 FLAGS.
               05 EOF-ROOM     PIC X VALUE "N".
               05 EOF-SECTION  PIC X VALUE "N".
               05 DAYS-OVERLAP PIC X VALUE "N".

           01 CHECK-WORK-AREA.
               05 SEC-IDX-WS    PIC 9(3).
               05 OTHER-IDX-WS  PIC 9(3).
               05 OTHER-START   PIC 9(3).
               05 ROOM-IDX-WS   PIC 9(3).
               05 ROOM-FOUND-WS PIC 9(3).
               05 DAY-IDX-WS    PIC 9.

           01 CONFLICT-HEADER-LINE.
               05 FILLER        PIC X(23)
                   VALUE "ROOM CONFLICTS - TERM ".
               05 CFH-TERM-CODE PIC X(6).

           01 CONFLICT-DETAIL-LINE.
               05 CFD-BUILDING PIC X(6).
               05 FILLER       PIC X(1) VALUE SPACE.
               05 CFD-ROOM     PIC X(6).
               05 FILLER       PIC X(2) VALUE SPACES.
               05 CFD-COURSE   PIC X(7).
               05 FILLER       PIC X(1) VALUE SPACE.
               05 CFD-SECTION  PIC 9(2).
               05 FILLER       PIC X(2) VALUE SPACES.
               05 CFD-REASON   PIC X(13).
               05 FILLER       PIC X(2) VALUE SPACES.
               05 CFD-DETAIL   PIC X(40).

           01 CFD-CLASH-DETAIL.
               05 FILLER       PIC X(5) VALUE "WITH ".
               05 CFC-COURSE   PIC X(7).
               05 FILLER       PIC X(1) VALUE SPACE.
               05 CFC-SECTION  PIC 9(2).
               05 FILLER       PIC X(2) VALUE SPACES.
               05 CFC-DAYS     PIC X(7).
               05 FILLER       PIC X(1) VALUE SPACE.
               05 CFC-START    PIC 9(4).
               05 FILLER       PIC X(1) VALUE "-".
               05 CFC-END      PIC 9(4).

           01 CFD-CAPACITY-DETAIL.
               05 FILLER       PIC X(9) VALUE "CAPACITY ".
               05 CFP-CAPACITY PIC 9(4).
               05 FILLER       PIC X(7) VALUE " SEATS ".
               05 CFP-SEATS    PIC 9(4).

       PROCEDURE DIVISION.
       100-MAIN.
           DISPLAY "ROOM CONFLICT CHECK - TERM CODE (CCYYTT): ".
           ACCEPT RUN-TERM-CODE.
           IF RUN-TERM-CODE = SPACES
               DISPLAY "TERM CODE CANNOT BE BLANK."
               MOVE 8 TO RETURN-CODE
           ELSE
               PERFORM 150-LOAD-ROOM-TABLE
               PERFORM 170-LOAD-SECTION-TABLE
               OPEN OUTPUT CONFLICT-FILE
               MOVE RUN-TERM-CODE TO CFH-TERM-CODE
               WRITE CONFLICT-RECORD FROM CONFLICT-HEADER-LINE
               PERFORM 300-CHECK-ONE-SECTION
                   VARYING SEC-IDX-WS FROM 1 BY 1
                   UNTIL SEC-IDX-WS > SECTION-ENTRY-COUNT
               CLOSE CONFLICT-FILE
               DISPLAY "SECTIONS WITH ROOMS: " SECTION-ENTRY-COUNT
               DISPLAY "DOUBLE-BOOKED PAIRS: " DOUBLE-COUNTER
               DISPLAY "OVER ROOM CAPACITY:  " CAPACITY-COUNTER
               DISPLAY "ROOM NOT ON FILE:    " UNKNOWN-COUNTER
                   " (ROOM-CONFLICTS.txt)"
               IF DOUBLE-COUNTER > 0 OR CAPACITY-COUNTER > 0
                       OR UNKNOWN-COUNTER > 0
                   MOVE 4 TO RETURN-CODE
               END-IF
           END-IF.
      *    GOBACK, not STOP RUN, so the job-stream controller can
      *    CALL this program as one step of the night's stream.
           GOBACK.

       150-LOAD-ROOM-TABLE.
           SET R-ENTRY TO 1.
           OPEN INPUT ROOM-FILE.
           IF ROOM-STATUS = "00" OR ROOM-STATUS = "05"
               PERFORM 160-LOAD-ONE-ROOM UNTIL EOF-ROOM = "Y"
                   OR R-ENTRY > ROOM-MAX
               CLOSE ROOM-FILE
           END-IF.
           COMPUTE ROOM-COUNT = R-ENTRY - 1.

       160-LOAD-ONE-ROOM.
           READ ROOM-FILE
               AT END
                   MOVE "Y" TO EOF-ROOM
               NOT AT END
                   MOVE RMS-BUILDING TO RTB-BUILDING(R-ENTRY)
                   MOVE RMS-ROOM     TO RTB-ROOM(R-ENTRY)
                   IF RMS-SEATS IS NUMERIC
                       MOVE RMS-SEATS TO RTB-SEATS(R-ENTRY)
                   ELSE
                       MOVE 0 TO RTB-SEATS(R-ENTRY)
                   END-IF
                   ADD 1 TO R-ENTRY
           END-READ.

       170-LOAD-SECTION-TABLE.
           SET S-ENTRY TO 1.
           OPEN INPUT SECTION-FILE.
           IF SECTION-STATUS = "00" OR SECTION-STATUS = "05"
               PERFORM 180-LOAD-ONE-SECTION UNTIL EOF-SECTION = "Y"
                   OR S-ENTRY > SECTION-TABLE-MAX
               CLOSE SECTION-FILE
           END-IF.
           COMPUTE SECTION-ENTRY-COUNT = S-ENTRY - 1.

       180-LOAD-ONE-SECTION.
           READ SECTION-FILE
               AT END
                   MOVE "Y" TO EOF-SECTION
               NOT AT END
                   IF SEC-TERM-CODE = RUN-TERM-CODE
                           AND SEC-BUILDING NOT = SPACES
                       PERFORM 185-KEEP-ONE-SECTION
                   END-IF
           END-READ.

       185-KEEP-ONE-SECTION.
           MOVE SEC-COURSE-CODE TO SECTION-TABLE-COURSE(S-ENTRY).
           IF SEC-SECTION-NUMBER IS NUMERIC
               MOVE SEC-SECTION-NUMBER
                   TO SECTION-TABLE-SECTION(S-ENTRY)
           ELSE
               MOVE 1 TO SECTION-TABLE-SECTION(S-ENTRY)
           END-IF.
           IF SEC-CAPACITY IS NUMERIC
               MOVE SEC-CAPACITY TO SECTION-TABLE-CAPACITY(S-ENTRY)
           ELSE
               MOVE 0 TO SECTION-TABLE-CAPACITY(S-ENTRY)
           END-IF.
           MOVE SEC-MEETING-DAYS TO SECTION-TABLE-DAYS(S-ENTRY).
           IF SEC-START-TIME IS NUMERIC
               MOVE SEC-START-TIME TO SECTION-TABLE-START(S-ENTRY)
           ELSE
               MOVE 0 TO SECTION-TABLE-START(S-ENTRY)
           END-IF.
           IF SEC-END-TIME IS NUMERIC
               MOVE SEC-END-TIME TO SECTION-TABLE-END(S-ENTRY)
           ELSE
               MOVE 0 TO SECTION-TABLE-END(S-ENTRY)
           END-IF.
           MOVE SEC-BUILDING TO SECTION-TABLE-BUILDING(S-ENTRY).
           MOVE SEC-ROOM     TO SECTION-TABLE-ROOM(S-ENTRY).
           ADD 1 TO S-ENTRY.

      *****************************************************************
      * The room checks for one section, then each later section in
      * the table for a double booking - every pair is seen once.
      *****************************************************************
       300-CHECK-ONE-SECTION.
           MOVE 0 TO ROOM-FOUND-WS.
           PERFORM 310-FIND-ONE-ROOM
               VARYING ROOM-IDX-WS FROM 1 BY 1
               UNTIL ROOM-IDX-WS > ROOM-COUNT
               OR ROOM-FOUND-WS > 0.
           MOVE SECTION-TABLE-BUILDING(SEC-IDX-WS) TO CFD-BUILDING.
           MOVE SECTION-TABLE-ROOM(SEC-IDX-WS)     TO CFD-ROOM.
           MOVE SECTION-TABLE-COURSE(SEC-IDX-WS)   TO CFD-COURSE.
           MOVE SECTION-TABLE-SECTION(SEC-IDX-WS)  TO CFD-SECTION.
           IF ROOM-FOUND-WS = 0
               MOVE "UNKNOWN ROOM" TO CFD-REASON
               MOVE "NOT ON ROOMS.txt" TO CFD-DETAIL
               WRITE CONFLICT-RECORD FROM CONFLICT-DETAIL-LINE
               ADD 1 TO UNKNOWN-COUNTER
           ELSE
               IF SECTION-TABLE-CAPACITY(SEC-IDX-WS)
                       > RTB-SEATS(ROOM-FOUND-WS)
                   MOVE SECTION-TABLE-CAPACITY(SEC-IDX-WS)
                       TO CFP-CAPACITY
                   MOVE RTB-SEATS(ROOM-FOUND-WS) TO CFP-SEATS
                   MOVE "OVER CAPACITY" TO CFD-REASON
                   MOVE CFD-CAPACITY-DETAIL TO CFD-DETAIL
                   WRITE CONFLICT-RECORD FROM CONFLICT-DETAIL-LINE
                   ADD 1 TO CAPACITY-COUNTER
               END-IF
           END-IF.
           IF SECTION-TABLE-DAYS(SEC-IDX-WS) NOT = SPACES
                   AND SECTION-TABLE-END(SEC-IDX-WS) > 0
               COMPUTE OTHER-START = SEC-IDX-WS + 1
               PERFORM 320-CHECK-ONE-PAIR
                   VARYING OTHER-IDX-WS FROM OTHER-START BY 1
                   UNTIL OTHER-IDX-WS > SECTION-ENTRY-COUNT
           END-IF.

       310-FIND-ONE-ROOM.
           IF RTB-BUILDING(ROOM-IDX-WS)
                   = SECTION-TABLE-BUILDING(SEC-IDX-WS)
                   AND RTB-ROOM(ROOM-IDX-WS)
                       = SECTION-TABLE-ROOM(SEC-IDX-WS)
               MOVE ROOM-IDX-WS TO ROOM-FOUND-WS
           END-IF.

       320-CHECK-ONE-PAIR.
           IF SECTION-TABLE-BUILDING(OTHER-IDX-WS)
                   = SECTION-TABLE-BUILDING(SEC-IDX-WS)
                   AND SECTION-TABLE-ROOM(OTHER-IDX-WS)
                       = SECTION-TABLE-ROOM(SEC-IDX-WS)
                   AND SECTION-TABLE-DAYS(OTHER-IDX-WS) NOT = SPACES
                   AND SECTION-TABLE-END(OTHER-IDX-WS) > 0
                   AND SECTION-TABLE-START(SEC-IDX-WS)
                       < SECTION-TABLE-END(OTHER-IDX-WS)
                   AND SECTION-TABLE-START(OTHER-IDX-WS)
                       < SECTION-TABLE-END(SEC-IDX-WS)
               MOVE "N" TO DAYS-OVERLAP
               PERFORM 330-CHECK-ONE-DAY
                   VARYING DAY-IDX-WS FROM 1 BY 1
                   UNTIL DAY-IDX-WS > 7
               IF DAYS-OVERLAP = "Y"
                   PERFORM 340-WRITE-DOUBLE-BOOKING
               END-IF
           END-IF.

       330-CHECK-ONE-DAY.
           IF SECTION-TABLE-DAYS(SEC-IDX-WS)(DAY-IDX-WS:1)
                   NOT = SPACE
                   AND SECTION-TABLE-DAYS(OTHER-IDX-WS)
                       (DAY-IDX-WS:1) NOT = SPACE
               MOVE "Y" TO DAYS-OVERLAP
           END-IF.

       340-WRITE-DOUBLE-BOOKING.
           MOVE SECTION-TABLE-COURSE(SEC-IDX-WS)  TO CFD-COURSE.
           MOVE SECTION-TABLE-SECTION(SEC-IDX-WS) TO CFD-SECTION.
           MOVE "DOUBLE-BOOKED" TO CFD-REASON.
           MOVE SECTION-TABLE-COURSE(OTHER-IDX-WS)  TO CFC-COURSE.
           MOVE SECTION-TABLE-SECTION(OTHER-IDX-WS) TO CFC-SECTION.
           MOVE SECTION-TABLE-DAYS(OTHER-IDX-WS)    TO CFC-DAYS.
           MOVE SECTION-TABLE-START(OTHER-IDX-WS)   TO CFC-START.
           MOVE SECTION-TABLE-END(OTHER-IDX-WS)     TO CFC-END.
           MOVE CFD-CLASH-DETAIL TO CFD-DETAIL.
           WRITE CONFLICT-RECORD FROM CONFLICT-DETAIL-LINE.
           ADD 1 TO DOUBLE-COUNTER.

       END PROGRAM ROOM-CONFLICT.
