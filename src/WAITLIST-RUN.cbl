      * move exactly as if the add had gone through COURSE-REG, and
      * WAITLIST-REPORT.txt shows who was promoted and who is still
      * waiting.  WAITLIST.txt is rewritten with only the
      * still-waiting rows, still in arrival order.  A section
      * cross-listed on CROSSLIST.txt promotes against its group's
      * shared seat pool, so the codes' waitlists draw on one room
      * in one arrival order.
      ******************************************************************
       IDENTIFICATION DIVISION.
       PROGRAM-ID. WAITLIST-RUN.
               FILE STATUS IS SECTION-STATUS.
           SELECT OPTIONAL AUDIT-LOG-FILE ASSIGN "AUDIT-LOG.txt"
               ORGANIZATION IS LINE SEQUENTIAL.
      *    Cross-listed course/sections sharing one seat pool - see
      *    CROSSLIST-RECORD.cpy.  OPTIONAL: no file, no pools.
           SELECT OPTIONAL CROSSLIST-FILE ASSIGN "CROSSLIST.txt"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS CROSSLIST-STATUS.
      *    A promotion records which section the student joined.
           SELECT OPTIONAL SECENROLL-FILE ASSIGN "SECTION-ENROLL.txt"
               ORGANIZATION IS LINE SEQUENTIAL.
           FD AUDIT-LOG-FILE.
           COPY "AUDIT-LOG.cpy".

           FD CROSSLIST-FILE.
           COPY "CROSSLIST-RECORD.cpy".

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

      *    CROSSLIST.txt, the same table COURSE-REG seats against -
      *    a pool's enrolled count is its members' counts added up,
      *    so every promotion into one member fills the whole pool.
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

           01 POOL-WORK-AREA.
               05 POOL-GROUP-WS    PIC X(4) VALUE SPACES.
               05 POOL-CAPACITY-WS PIC 9(4) VALUE 0.
               05 POOL-ENROLLED-WS PIC 9(5) VALUE 0.
               05 POOL-MEMBER-ENTRY PIC 999 VALUE 0.
               05 SEAT-FULL-FLAG   PIC X VALUE "N".

      *    COURSE-FEES.txt loaded at startup, the same table
      *    COURSE-REG's add path prices from.
           01 COURSE-FEES-STATUS PIC X(2) VALUE SPACES.
           ELSE
               PERFORM 210-LOAD-SECTION-TABLE
               PERFORM 220-READ-COURSE-FEES
               PERFORM 230-LOAD-CROSSLIST-TABLE
               CALL "BUSINESS-DATE" USING TODAY-DATE-WS
               OPEN I-O STUDENT-DATA-FILE
               OPEN EXTEND AUDIT-LOG-FILE
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
                   ADD 1 TO CF-ENTRY
           END-READ.

       230-LOAD-CROSSLIST-TABLE.
           SET XL-ENTRY TO 1.
           OPEN INPUT CROSSLIST-FILE.
           IF CROSSLIST-STATUS = "00" OR CROSSLIST-STATUS = "05"
               PERFORM 235-LOAD-ONE-CROSSLIST
                   UNTIL EOF-CROSSLIST = "Y"
                   OR XL-ENTRY > CROSSLIST-MAX
               CLOSE CROSSLIST-FILE
           END-IF.
           COMPUTE CROSSLIST-COUNT = XL-ENTRY - 1.

       235-LOAD-ONE-CROSSLIST.
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
      * One waitlist row, oldest first.  A row whose section still has
      * no free seat stays waiting; a row whose student record is gone
      *****************************************************************
       300-PROCESS-ONE-ROW.
           PERFORM 310-FIND-SECTION-ENTRY.
           PERFORM 315-CHECK-SEAT-OPEN.
           IF SEAT-FULL-FLAG = "Y"
               MOVE "W" TO WTBL-DISPOSITION(PRO-ENTRY)
               IF POOL-GROUP-WS = SPACES
                   MOVE "STILL WAITING - SECTION FULL"
                       TO RPT-DISPOSITION
               ELSE
                   MOVE "STILL WAITING - POOL FULL"
                       TO RPT-DISPOSITION
               END-IF
               PERFORM 700-WRITE-REPORT-LINE
               ADD 1 TO WAITING-COUNTER
           ELSE
               END-IF
           END-PERFORM.

      *****************************************************************
      * COURSE-REG's 668-CHECK-SEAT-OPEN against the waitlist row: a
      * cross-listed member is full when the group's members'
      * enrolled counts together reach the largest pool capacity on
      * its rows; anything else is full at its own capacity.
      *****************************************************************
       315-CHECK-SEAT-OPEN.
           MOVE "N" TO SEAT-FULL-FLAG.
           MOVE SPACES TO POOL-GROUP-WS.
           PERFORM VARYING XL-ENTRY FROM 1 BY 1
                   UNTIL XL-ENTRY > CROSSLIST-COUNT
                   OR POOL-GROUP-WS NOT = SPACES
               IF XLT-TERM(XL-ENTRY) = WTBL-TERM-CODE(PRO-ENTRY)
                       AND XLT-COURSE(XL-ENTRY)
                           = WTBL-COURSE-CODE(PRO-ENTRY)
                       AND XLT-SECTION(XL-ENTRY)
                           = WTBL-SECTION-NUMBER(PRO-ENTRY)
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
               PERFORM 317-ADD-ONE-POOL-MEMBER
                   VARYING XL-ENTRY FROM 1 BY 1
                   UNTIL XL-ENTRY > CROSSLIST-COUNT
               IF POOL-ENROLLED-WS >= POOL-CAPACITY-WS
                   MOVE "Y" TO SEAT-FULL-FLAG
               END-IF
           END-IF.

       317-ADD-ONE-POOL-MEMBER.
           IF XLT-TERM(XL-ENTRY) = WTBL-TERM-CODE(PRO-ENTRY)
                   AND XLT-GROUP(XL-ENTRY) = POOL-GROUP-WS
               IF XLT-POOL(XL-ENTRY) > POOL-CAPACITY-WS
                   MOVE XLT-POOL(XL-ENTRY) TO POOL-CAPACITY-WS
               END-IF
               MOVE 0 TO POOL-MEMBER-ENTRY
               PERFORM VARYING S-ENTRY FROM 1 BY 1
                       UNTIL S-ENTRY > SECTION-ENTRY-COUNT
                       OR POOL-MEMBER-ENTRY > 0
                   IF SECTION-TABLE-TERM(S-ENTRY)
                           = WTBL-TERM-CODE(PRO-ENTRY)
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

       320-PROMOTE-ONE-STUDENT.
           MOVE WTBL-STUDENT-NUMBER(PRO-ENTRY) TO STUDENT-NUMBER.
           MOVE WTBL-TERM-CODE(PRO-ENTRY)      TO TERM-CODE.
           MOVE "PROMOTED"  TO AUD-NEW-VALUE.
           MOVE OPERATOR-ID-WS TO AUD-OPERATOR-ID.
           MOVE FUNCTION CURRENT-DATE TO AUD-TIMESTAMP.
           CALL "AUDIT-CHAIN" USING AUDIT-LOG-RECORD.
           WRITE AUDIT-LOG-RECORD.

       355-RECORD-MEMBERSHIP.
           MOVE SECTION-TABLE-DAYS(S-ENTRY)     TO SEC-MEETING-DAYS.
           MOVE SECTION-TABLE-START(S-ENTRY)    TO SEC-START-TIME.
           MOVE SECTION-TABLE-END(S-ENTRY)      TO SEC-END-TIME.
           MOVE SECTION-TABLE-BUILDING(S-ENTRY) TO SEC-BUILDING.
           MOVE SECTION-TABLE-ROOM(S-ENTRY)     TO SEC-ROOM.
           MOVE SECTION-TABLE-CAMPUS(S-ENTRY)   TO SEC-CAMPUS.
           WRITE SECTION-RECORD.

      *****************************************************************
