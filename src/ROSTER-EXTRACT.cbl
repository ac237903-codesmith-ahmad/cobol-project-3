      * the run term, a roster block in CLASS-ROSTERS.txt headed by
      * the course and the instructor of record, then one line per
      * actively enrolled student from STUFILE.dat.  One scan of the
      * master covers every section.  Under the header, one line per
      * section of the course on SECTION.txt gives the building and
      * room it meets in, so the instructor knows where to go.
      * Codes cross-listed on CROSSLIST.txt are one class, so they
      * get one roster: the first assignment row for any of the
      * group's codes prints every member code's rooms and students,
      * each student line showing the code they registered under,
      * and the partner codes' own rows print only a pointer to it.
      * A student on DECEASED.txt (DECEASED-CHECK) is left off every
      * roster, whatever STUFILE.dat still says, and counted.
      * Each student is listed by the name they go by - the
      * preferred name through NAME-LOOKUP, else the legal name.
      * CLASS-ROSTERS.txt is registered on the outbound manifest
      * (OUTBOUND-REGISTRY) for the business date, with its student
      * line count and checksum (no money in it, so no control
      * amount); a second run on a business date already produced is
      * refused before anything is written, unless a supervisor
      * authorized the re-run through OUTBOUND-OVERRIDE.
      ******************************************************************
       IDENTIFICATION DIVISION.
       PROGRAM-ID. ROSTER-EXTRACT.
           SELECT OPTIONAL ASSIGN-FILE ASSIGN "SECTION-ASSIGN.txt"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS ASSIGN-STATUS.
           SELECT OPTIONAL SECTION-FILE ASSIGN "SECTION.txt"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS SECTION-STATUS.
           SELECT OPTIONAL CROSSLIST-FILE ASSIGN "CROSSLIST.txt"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS CROSSLIST-STATUS.
           SELECT STUDENT-DATA-FILE
               ASSIGN "STUFILE.dat"
               ORGANIZATION IS INDEXED
           FD ASSIGN-FILE.
           COPY "ASSIGN-RECORD.cpy".

           FD SECTION-FILE.
           COPY "SECTION-RECORD.cpy".

           FD CROSSLIST-FILE.
           COPY "CROSSLIST-RECORD.cpy".

           FD STUDENT-DATA-FILE
               RECORD IS VARYING IN SIZE FROM 82 TO 181 CHARACTERS
               DEPENDING ON COURSE-COUNT.
       WORKING-STORAGE SECTION.
           01 ASSIGN-STATUS PIC X(2).
           01 FILE-STATUS   PIC X(2).
           01 SECTION-STATUS PIC X(2).
           01 CROSSLIST-STATUS PIC X(2).

           01 RUN-TERM-CODE PIC X(6) VALUE SPACES.

           01 ASSIGN-COUNT PIC 9(3) VALUE 0.
           01 ASSIGN-MAX   PIC 9(3) VALUE 500.

      *    The run term's sections and the room each meets in.
           01 SECTION-TABLE.
               05 SECTION-TABLE-ENTRY OCCURS 500 TIMES
                       INDEXED S-ENTRY.
                   10 SECTION-TABLE-COURSE   PIC X(7).
                   10 SECTION-TABLE-SECTION  PIC 9(2).
                   10 SECTION-TABLE-BUILDING PIC X(6).
                   10 SECTION-TABLE-ROOM     PIC X(6).
           01 SECTION-ENTRY-COUNT PIC 999 VALUE 0.
           01 SECTION-TABLE-MAX   PIC 999 VALUE 500.

      *    The run term's cross-listing rows - which codes are
      *    taught together as one class.
           01 CROSSLIST-TABLE.
               05 CROSSLIST-ENTRY OCCURS 200 TIMES INDEXED XL-ENTRY.
                   10 XLT-GROUP    PIC X(4).
                   10 XLT-COURSE   PIC X(7).
           01 CROSSLIST-COUNT PIC 9(3) VALUE 0.
           01 CROSSLIST-MAX   PIC 9(3) VALUE 200.

      *    The codes one roster covers: the assignment row's own
      *    course first, then every code cross-listed with it.
           01 ROSTER-CODE-TABLE.
               05 ROSTER-CODE OCCURS 10 TIMES PIC X(7).
           01 ROSTER-CODE-COUNT PIC 9(2) VALUE 0.
           01 ROSTER-CODE-MAX   PIC 9(2) VALUE 10.

      *    The term's enrollment, gathered in one scan: one row per
      *    student per registered course.
           01 ENROLL-TABLE.
           01 COUNTERS.
               05 ROSTER-COUNTER PIC 9(4) VALUE 0.
               05 LINE-TALLY     PIC 9(4) VALUE 0.
               05 DECEASED-COUNTER PIC 9(4) VALUE 0.
               05 STUDENT-LINE-COUNTER PIC 9(6) VALUE 0.

           01 FLAGS.
               05 EOF-ASSIGN PIC X VALUE "N".
               05 EOF-STU    PIC X VALUE "N".
               05 EOF-SECTION PIC X VALUE "N".
               05 EOF-CROSSLIST PIC X VALUE "N".
               05 CODE-IN-ROSTER PIC X VALUE "N".
               05 OUTBOUND-OK PIC X VALUE "N".

      *    OUTBOUND-REGISTRY parameter block - the business date's
      *    roster file checked before anything is written, registered
      *    once it is closed.
           COPY "OUTBOUND-CHECK.cpy".

           COPY "DECEASED-CHECK.cpy".
           COPY "NAME-LOOKUP.cpy".

           01 EXTRACT-WORK-AREA.
               05 CRS-IDX-WS PIC 9(2).
               05 ASG-IDX-WS PIC 9(3).
               05 IDX-WS     PIC 9(4).
               05 SEC-IDX-WS PIC 9(3).
               05 XL-IDX-WS  PIC 9(3).
               05 CODE-IDX-WS PIC 9(2).
               05 PRIOR-IDX-WS PIC 9(3).
               05 CHECK-CODE-WS PIC X(7).
               05 GROUP-WS   PIC X(4).
               05 PRINTED-UNDER-WS PIC X(7).

           01 ROSTER-HEADER-LINE.
               05 FILLER          PIC X(9) VALUE "ROSTER - ".
                   VALUE " INSTRUCTOR: ".
               05 RSH-INSTRUCTOR  PIC X(8).

           01 ROSTER-ROOM-LINE.
               05 FILLER          PIC X(10) VALUE "  SECTION ".
               05 RSR-SECTION     PIC 9(2).
               05 FILLER          PIC X(7) VALUE "  ROOM ".
               05 RSR-BUILDING    PIC X(6).
               05 FILLER          PIC X(1) VALUE SPACE.
               05 RSR-ROOM        PIC X(6).

           01 ROSTER-PARTNER-LINE.
               05 FILLER          PIC X(21)
                   VALUE "  CROSS-LISTED WITH ".
               05 RSP-COURSE-CODE PIC X(7).

           01 ROSTER-POINTER-LINE.
               05 FILLER          PIC X(9) VALUE "ROSTER - ".
               05 RSX-COURSE-CODE PIC X(7).
               05 FILLER          PIC X(6) VALUE " TERM ".
               05 RSX-TERM-CODE   PIC X(6).
               05 FILLER          PIC X(29)
                   VALUE " - SEE COMBINED ROSTER UNDER ".
               05 RSX-PRINTED-UNDER PIC X(7).

      *    The code column says which of a cross-listed class's
      *    codes the student registered under.
           01 ROSTER-DETAIL-LINE.
               05 FILLER             PIC X(2) VALUE SPACES.
               05 RSD-STUDENT-NUMBER PIC 9(6).
               05 FILLER             PIC X(2) VALUE SPACES.
               05 RSD-STUDENT-NAME   PIC X(40).
               05 FILLER             PIC X(2) VALUE SPACES.
               05 RSD-COURSE-CODE    PIC X(7).

           01 BLANK-LINE PIC X(80) VALUE SPACES.

                       "TO EXTRACT."
                   MOVE 4 TO RETURN-CODE
               ELSE
                   PERFORM 250-CHECK-OUTBOUND-FILE
               END-IF
               IF OUTBOUND-OK = "Y"
                   PERFORM 170-LOAD-SECTION-TABLE
                   PERFORM 190-LOAD-CROSSLIST-TABLE
                   PERFORM 200-GATHER-ENROLLMENT
                   OPEN OUTPUT ROSTER-FILE
                   PERFORM 300-WRITE-ONE-ROSTER
                       VARYING ASG-IDX-WS FROM 1 BY 1
                       UNTIL ASG-IDX-WS > ASSIGN-COUNT
                   CLOSE ROSTER-FILE
                   PERFORM 260-REGISTER-OUTBOUND-FILE
                   DISPLAY "ROSTERS WRITTEN:     " ROSTER-COUNTER
                       " (CLASS-ROSTERS.txt)"
                   DISPLAY "DECEASED-SUPPRESSED: " DECEASED-COUNTER
                   DISPLAY "CHECKSUM:            " OBC-CHECKSUM
               END-IF
           END-IF.
      *    GOBACK, not STOP RUN, so the job-stream controller can
                   ADD 1 TO AS-ENTRY
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
                       MOVE SEC-COURSE-CODE
                           TO SECTION-TABLE-COURSE(S-ENTRY)
                       IF SEC-SECTION-NUMBER IS NUMERIC
                           MOVE SEC-SECTION-NUMBER
                               TO SECTION-TABLE-SECTION(S-ENTRY)
                       ELSE
                           MOVE 1 TO SECTION-TABLE-SECTION(S-ENTRY)
                       END-IF
                       MOVE SEC-BUILDING
                           TO SECTION-TABLE-BUILDING(S-ENTRY)
                       MOVE SEC-ROOM TO SECTION-TABLE-ROOM(S-ENTRY)
                       ADD 1 TO S-ENTRY
                   END-IF
           END-READ.

       190-LOAD-CROSSLIST-TABLE.
           OPEN INPUT CROSSLIST-FILE.
           IF CROSSLIST-STATUS = "00" OR CROSSLIST-STATUS = "05"
               PERFORM 195-LOAD-ONE-CROSSLIST
                   UNTIL EOF-CROSSLIST = "Y"
                   OR CROSSLIST-COUNT >= CROSSLIST-MAX
               CLOSE CROSSLIST-FILE
           END-IF.

       195-LOAD-ONE-CROSSLIST.
           READ CROSSLIST-FILE
               AT END
                   MOVE "Y" TO EOF-CROSSLIST
               NOT AT END
                   IF XLS-TERM-CODE = RUN-TERM-CODE
                       ADD 1 TO CROSSLIST-COUNT
                       MOVE XLS-GROUP-ID
                           TO XLT-GROUP(CROSSLIST-COUNT)
                       MOVE XLS-COURSE-CODE
                           TO XLT-COURSE(CROSSLIST-COUNT)
                   END-IF
           END-READ.

       200-GATHER-ENROLLMENT.
           OPEN INPUT STUDENT-DATA-FILE.
           PERFORM UNTIL EOF-STU = "Y"
                   NOT AT END
                       IF TERM-CODE = RUN-TERM-CODE
                               AND STATUS-CODE = "A"
                           PERFORM 205-CHECK-ONE-STUDENT
                       END-IF
               END-READ
           END-PERFORM.
           CLOSE STUDENT-DATA-FILE.

       205-CHECK-ONE-STUDENT.
           MOVE STUDENT-NUMBER TO DCK-STUDENT-NUMBER.
           CALL "DECEASED-CHECK" USING DECEASED-CHECK.
           IF DCK-FOUND-FLAG = "Y"
               ADD 1 TO DECEASED-COUNTER
           ELSE
               MOVE "N" TO NML-ACTION
               MOVE STUDENT-NUMBER TO NML-STUDENT-NUMBER
               MOVE STUDENT-NAME TO NML-NAME
               CALL "NAME-LOOKUP" USING NAME-LOOKUP
               PERFORM 210-GATHER-ONE-STUDENT
           END-IF.

       210-GATHER-ONE-STUDENT.
           PERFORM VARYING CRS-IDX-WS FROM 1 BY 1
                   UNTIL CRS-IDX-WS > COURSE-COUNT
                       TO ENR-COURSE-CODE(ENROLL-COUNT)
                   MOVE STUDENT-NUMBER
                       TO ENR-STUDENT-NUMBER(ENROLL-COUNT)
                   MOVE NML-NAME
                       TO ENR-STUDENT-NAME(ENROLL-COUNT)
               END-IF
           END-PERFORM.

      *****************************************************************
      * The business date's roster file goes to OUTBOUND-REGISTRY
      * before anything is written: one already produced is refused,
      * unless a supervisor has authorized one re-run of it through
      * OUTBOUND-OVERRIDE.
      *****************************************************************
       250-CHECK-OUTBOUND-FILE.
           MOVE "N" TO OUTBOUND-OK.
           MOVE SPACES TO OUTBOUND-CHECK.
           MOVE "CK" TO OBC-ACTION.
           MOVE "ROSTERFEED" TO OBC-FILE-CODE.
           MOVE "CLASS-ROSTERS.txt" TO OBC-FILE-NAME.
           MOVE "ROSTERFEED" TO OBC-OPERATOR-ID.
           CALL "BUSINESS-DATE" USING OBC-BUSINESS-DATE.
           CALL "OUTBOUND-REGISTRY" USING OUTBOUND-CHECK.
           EVALUATE OBC-RESULT
               WHEN "00"
                   MOVE "Y" TO OUTBOUND-OK
               WHEN "OV"
                   DISPLAY "CLASS ROSTERS FOR " OBC-BUSINESS-DATE
                       " ALREADY PRODUCED - RE-RUN AUTHORIZED BY "
                       OBC-OVERRIDE-BY
                   MOVE "Y" TO OUTBOUND-OK
               WHEN OTHER
                   DISPLAY "CLASS ROSTERS FOR " OBC-BUSINESS-DATE
                       " WERE ALREADY PRODUCED - DUPLICATE FILE"
                   DISPLAY "A RE-RUN NEEDS A SUPERVISOR'S "
                       "OUTBOUND-OVERRIDE. NOTHING WRITTEN."
                   MOVE 8 TO RETURN-CODE
           END-EVALUATE.

       260-REGISTER-OUTBOUND-FILE.
           MOVE "RG" TO OBC-ACTION.
           MOVE STUDENT-LINE-COUNTER TO OBC-RECORD-COUNT.
           MOVE 0 TO OBC-CONTROL-AMOUNT.
           CALL "OUTBOUND-REGISTRY" USING OUTBOUND-CHECK.

       300-WRITE-ONE-ROSTER.
           IF ATB-TERM(ASG-IDX-WS) = RUN-TERM-CODE
               PERFORM 320-BUILD-ROSTER-CODES
               PERFORM 340-FIND-EARLIER-ROSTER
               IF PRINTED-UNDER-WS NOT = SPACES
                   MOVE ATB-COURSE(ASG-IDX-WS) TO RSX-COURSE-CODE
                   MOVE RUN-TERM-CODE          TO RSX-TERM-CODE
                   MOVE PRINTED-UNDER-WS       TO RSX-PRINTED-UNDER
                   WRITE ROSTER-RECORD FROM ROSTER-POINTER-LINE
                   WRITE ROSTER-RECORD FROM BLANK-LINE
               ELSE
                   MOVE ATB-COURSE(ASG-IDX-WS)     TO RSH-COURSE-CODE
                   MOVE RUN-TERM-CODE              TO RSH-TERM-CODE
                   MOVE ATB-INSTRUCTOR(ASG-IDX-WS) TO RSH-INSTRUCTOR
                   WRITE ROSTER-RECORD FROM ROSTER-HEADER-LINE
                   PERFORM 302-WRITE-ONE-PARTNER
                       VARYING CODE-IDX-WS FROM 2 BY 1
                       UNTIL CODE-IDX-WS > ROSTER-CODE-COUNT
                   PERFORM 305-WRITE-ONE-ROOM
                       VARYING SEC-IDX-WS FROM 1 BY 1
                       UNTIL SEC-IDX-WS > SECTION-ENTRY-COUNT
                   MOVE 0 TO LINE-TALLY
                   PERFORM 310-WRITE-ONE-LINE
                       VARYING IDX-WS FROM 1 BY 1
                       UNTIL IDX-WS > ENROLL-COUNT
                   WRITE ROSTER-RECORD FROM BLANK-LINE
                   ADD 1 TO ROSTER-COUNTER
               END-IF
           END-IF.

       302-WRITE-ONE-PARTNER.
           MOVE ROSTER-CODE(CODE-IDX-WS) TO RSP-COURSE-CODE.
           WRITE ROSTER-RECORD FROM ROSTER-PARTNER-LINE.

       305-WRITE-ONE-ROOM.
           MOVE SECTION-TABLE-COURSE(SEC-IDX-WS) TO CHECK-CODE-WS.
           PERFORM 330-CHECK-ROSTER-CODE.
           IF CODE-IN-ROSTER = "Y"
               MOVE SECTION-TABLE-SECTION(SEC-IDX-WS) TO RSR-SECTION
               IF SECTION-TABLE-BUILDING(SEC-IDX-WS) = SPACES
                   MOVE "(NONE)" TO RSR-BUILDING
                   MOVE SPACES   TO RSR-ROOM
               ELSE
                   MOVE SECTION-TABLE-BUILDING(SEC-IDX-WS)
                       TO RSR-BUILDING
                   MOVE SECTION-TABLE-ROOM(SEC-IDX-WS) TO RSR-ROOM
               END-IF
               WRITE ROSTER-RECORD FROM ROSTER-ROOM-LINE
           END-IF.

       310-WRITE-ONE-LINE.
           MOVE ENR-COURSE-CODE(IDX-WS) TO CHECK-CODE-WS.
           PERFORM 330-CHECK-ROSTER-CODE.
           IF CODE-IN-ROSTER = "Y"
               MOVE SPACES TO ROSTER-DETAIL-LINE
               MOVE ENR-STUDENT-NUMBER(IDX-WS)
                   TO RSD-STUDENT-NUMBER
               MOVE ENR-STUDENT-NAME(IDX-WS) TO RSD-STUDENT-NAME
               MOVE ENR-COURSE-CODE(IDX-WS)  TO RSD-COURSE-CODE
               WRITE ROSTER-RECORD FROM ROSTER-DETAIL-LINE
               ADD 1 TO LINE-TALLY
               ADD 1 TO STUDENT-LINE-COUNTER
           END-IF.

      *****************************************************************
      * The codes this roster covers: the row's own course, plus
      * every code sharing a CROSSLIST.txt group with it on the run
      * term.  Not cross-listed, it's just the one code.
      *****************************************************************
       320-BUILD-ROSTER-CODES.
           MOVE 1 TO ROSTER-CODE-COUNT.
           MOVE ATB-COURSE(ASG-IDX-WS) TO ROSTER-CODE(1).
           PERFORM VARYING XL-IDX-WS FROM 1 BY 1
                   UNTIL XL-IDX-WS > CROSSLIST-COUNT
               IF XLT-COURSE(XL-IDX-WS) = ATB-COURSE(ASG-IDX-WS)
                   MOVE XLT-GROUP(XL-IDX-WS) TO GROUP-WS
                   PERFORM 325-ADD-GROUP-CODES
               END-IF
           END-PERFORM.

       325-ADD-GROUP-CODES.
           PERFORM VARYING PRIOR-IDX-WS FROM 1 BY 1
                   UNTIL PRIOR-IDX-WS > CROSSLIST-COUNT
               IF XLT-GROUP(PRIOR-IDX-WS) = GROUP-WS
                   MOVE XLT-COURSE(PRIOR-IDX-WS) TO CHECK-CODE-WS
                   PERFORM 330-CHECK-ROSTER-CODE
                   IF CODE-IN-ROSTER NOT = "Y"
                           AND ROSTER-CODE-COUNT < ROSTER-CODE-MAX
                       ADD 1 TO ROSTER-CODE-COUNT
                       MOVE CHECK-CODE-WS
                           TO ROSTER-CODE(ROSTER-CODE-COUNT)
                   END-IF
               END-IF
           END-PERFORM.

       330-CHECK-ROSTER-CODE.
           MOVE "N" TO CODE-IN-ROSTER.
           PERFORM VARYING CODE-IDX-WS FROM 1 BY 1
                   UNTIL CODE-IDX-WS > ROSTER-CODE-COUNT
                   OR CODE-IN-ROSTER = "Y"
               IF ROSTER-CODE(CODE-IDX-WS) = CHECK-CODE-WS
                   MOVE "Y" TO CODE-IN-ROSTER
               END-IF
           END-PERFORM.

      *****************************************************************
      * A partner code with an earlier assignment row on the run term
      * has already printed this class's combined roster - this row
      * only points at it.
      *****************************************************************
       340-FIND-EARLIER-ROSTER.
           MOVE SPACES TO PRINTED-UNDER-WS.
           PERFORM VARYING PRIOR-IDX-WS FROM 1 BY 1
                   UNTIL PRIOR-IDX-WS >= ASG-IDX-WS
                   OR PRINTED-UNDER-WS NOT = SPACES
               IF ATB-TERM(PRIOR-IDX-WS) = RUN-TERM-CODE
                       AND ATB-COURSE(PRIOR-IDX-WS)
                           NOT = ATB-COURSE(ASG-IDX-WS)
                   MOVE ATB-COURSE(PRIOR-IDX-WS) TO CHECK-CODE-WS
                   PERFORM 330-CHECK-ROSTER-CODE
                   IF CODE-IN-ROSTER = "Y"
                       MOVE CHECK-CODE-WS TO PRINTED-UNDER-WS
                   END-IF
               END-IF
           END-PERFORM.

       END PROGRAM ROSTER-EXTRACT.
