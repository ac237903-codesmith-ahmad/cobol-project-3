      * SECTION.txt, written to TIMETABLE.txt.  A course whose
      * section has no meeting data prints as unscheduled rather
      * than vanishing - the student is still registered in it.
      * Each line also carries the building and room the section
      * meets in (SECTION.txt room columns, blank when unassigned).
      * Runs for one student/term from a prompt, or for every active
      * student on a term as the add/drop-week print batch.
      * The header carries the name the student goes by - the
      * preferred name through NAME-LOOKUP, else the legal name.
      ******************************************************************
       IDENTIFICATION DIVISION.
       PROGRAM-ID. TIMETABLE-PRINT.
                   10 SECTION-TABLE-DAYS     PIC X(7).
                   10 SECTION-TABLE-START    PIC 9(4).
                   10 SECTION-TABLE-END      PIC 9(4).
                   10 SECTION-TABLE-BUILDING PIC X(6).
                   10 SECTION-TABLE-ROOM     PIC X(6).
           01 SECTION-ENTRY-COUNT PIC 999 VALUE 0.
           01 SECTION-TABLE-MAX   PIC 999 VALUE 500.
           01 SEC-FOUND-ENTRY     PIC 999 VALUE 0.
               05 TTD-START-TIME   PIC 9(4).
               05 FILLER           PIC X(1) VALUE "-".
               05 TTD-END-TIME     PIC 9(4).
               05 FILLER           PIC X(2) VALUE SPACES.
               05 TTD-BUILDING     PIC X(6).
               05 FILLER           PIC X(1) VALUE SPACE.
               05 TTD-ROOM         PIC X(6).

           01 TIMETABLE-UNSCHED-LINE.
               05 FILLER           PIC X(2) VALUE SPACES.
               05 FILLER           PIC X(2) VALUE SPACES.
               05 FILLER           PIC X(11)
                   VALUE "UNSCHEDULED".
               05 FILLER           PIC X(2) VALUE SPACES.
               05 TTU-BUILDING     PIC X(6).
               05 FILLER           PIC X(1) VALUE SPACE.
               05 TTU-ROOM         PIC X(6).

           01 BLANK-LINE PIC X(80) VALUE SPACES.

           COPY "NAME-LOOKUP.cpy".

       PROCEDURE DIVISION.
       100-MAIN.
           DISPLAY "TIMETABLES - ALL STUDENTS ON A TERM (A) OR "
                   END-IF
                   MOVE SEC-MEETING-DAYS
                       TO SECTION-TABLE-DAYS(S-ENTRY)
                   MOVE SEC-BUILDING
                       TO SECTION-TABLE-BUILDING(S-ENTRY)
                   MOVE SEC-ROOM TO SECTION-TABLE-ROOM(S-ENTRY)
                   IF SEC-START-TIME IS NUMERIC
                       MOVE SEC-START-TIME
                           TO SECTION-TABLE-START(S-ENTRY)

       400-PRINT-ONE-TIMETABLE.
           MOVE STUDENT-NUMBER TO TTH-STUDENT-NUMBER.
           MOVE "N"            TO NML-ACTION.
           MOVE STUDENT-NUMBER TO NML-STUDENT-NUMBER.
           MOVE STUDENT-NAME   TO NML-NAME.
           CALL "NAME-LOOKUP" USING NAME-LOOKUP.
           MOVE NML-NAME       TO TTH-STUDENT-NAME.
           MOVE TERM-CODE      TO TTH-TERM-CODE.
           WRITE TIMETABLE-RECORD FROM TIMETABLE-HEADER-LINE.
           PERFORM 410-PRINT-ONE-COURSE
                       TO TTD-START-TIME
                   MOVE SECTION-TABLE-END(SEC-FOUND-ENTRY)
                       TO TTD-END-TIME
                   MOVE SECTION-TABLE-BUILDING(SEC-FOUND-ENTRY)
                       TO TTD-BUILDING
                   MOVE SECTION-TABLE-ROOM(SEC-FOUND-ENTRY)
                       TO TTD-ROOM
                   WRITE TIMETABLE-RECORD FROM TIMETABLE-DETAIL-LINE
               ELSE
                   MOVE COURSE-CODE(CRS-IDX-WS) TO TTU-COURSE-CODE
                   MOVE TTL-TITLE-WS            TO TTU-COURSE-TITLE
      *            A room can be booked before the hours are set.
                   IF SEC-FOUND-ENTRY > 0
                       MOVE SECTION-TABLE-BUILDING(SEC-FOUND-ENTRY)
                           TO TTU-BUILDING
                       MOVE SECTION-TABLE-ROOM(SEC-FOUND-ENTRY)
                           TO TTU-ROOM
                   ELSE
                       MOVE SPACES TO TTU-BUILDING
                       MOVE SPACES TO TTU-ROOM
                   END-IF
                   WRITE TIMETABLE-RECORD
                       FROM TIMETABLE-UNSCHED-LINE
               END-IF
