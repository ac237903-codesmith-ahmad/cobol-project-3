      *      affected student so campus messaging tells them;
      *    - the SECTION.txt row is removed and every WAITLIST.txt
      *      row for the dead section is purged;
      *    - everyone touched lands on SECTION-CANCEL-REPORT.txt;
      *    - the section itself is logged to SECTION-CANCELLED.txt
      *      so TEACHING-LOAD takes it off the instructor's load and
      *      reverses any sessional pay already sent for it;
      *    - a section cross-listed on CROSSLIST.txt leaves its
      *      group, and the surviving codes keep the group's shared
      *      seat pool - the class still runs under them, and the
      *      report names the codes it carries on under.
      * Balances reprice the way they always do after registration
      * activity: re-run TUITION-ASSESS for the term.  Supervisor
      * sign-on required - this drops students wholesale.
               ORGANIZATION IS LINE SEQUENTIAL.
           SELECT OPTIONAL AUDIT-LOG-FILE ASSIGN "AUDIT-LOG.txt"
               ORGANIZATION IS LINE SEQUENTIAL.
           SELECT OPTIONAL SECTCANC-FILE
               ASSIGN "SECTION-CANCELLED.txt"
               ORGANIZATION IS LINE SEQUENTIAL.
           SELECT OPTIONAL CROSSLIST-FILE ASSIGN "CROSSLIST.txt"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS CROSSLIST-STATUS.
           SELECT REPORT-FILE ASSIGN "SECTION-CANCEL-REPORT.txt"
               ORGANIZATION IS LINE SEQUENTIAL.

           FD AUDIT-LOG-FILE.
           COPY "AUDIT-LOG.cpy".

           FD SECTCANC-FILE.
           COPY "SECTCANC-RECORD.cpy".

           FD CROSSLIST-FILE.
           COPY "CROSSLIST-RECORD.cpy".

           FD REPORT-FILE.
           01 REPORT-RECORD PIC X(80).

                   10 SECTION-TABLE-DAYS     PIC X(7).
                   10 SECTION-TABLE-START    PIC 9(4).
                   10 SECTION-TABLE-END      PIC 9(4).
                   10 SECTION-TABLE-BUILDING PIC X(6).
                   10 SECTION-TABLE-ROOM     PIC X(6).
                   10 SECTION-TABLE-CAMPUS   PIC X(4).
           01 SECTION-ENTRY-COUNT PIC 999 VALUE 0.
           01 SECTION-TABLE-MAX   PIC 999 VALUE 500.

           01 EOF-SECENROLL PIC X VALUE "N".
           01 IN-DEAD-SECTION PIC X VALUE "N".

      *    CROSSLIST.txt loaded whole and rewritten without the
      *    dead section's row.  Every surviving row of its group is
      *    stamped with the group's pool capacity first, so the seat
      *    count the dead row may have carried is not lost with it.
           01 CROSSLIST-STATUS PIC X(2) VALUE SPACES.
           01 CROSSLIST-TABLE.
               05 CROSSLIST-ENTRY OCCURS 200 TIMES INDEXED XL-ENTRY.
                   10 XLT-TERM     PIC X(6).
                   10 XLT-GROUP    PIC X(4).
                   10 XLT-COURSE   PIC X(7).
                   10 XLT-SECTION  PIC 9(2).
                   10 XLT-POOL     PIC 9(4).
      *            'X' = the cancelled section's row - skipped by
      *            the save.
                   10 XLT-GONE     PIC X(1).
           01 CROSSLIST-COUNT PIC 9(3) VALUE 0.
           01 CROSSLIST-MAX   PIC 9(3) VALUE 200.
           01 EOF-CROSSLIST   PIC X VALUE "N".
           01 POOL-GROUP-WS    PIC X(4) VALUE SPACES.
           01 POOL-CAPACITY-WS PIC 9(4) VALUE 0.

           01 COUNTERS.
               05 READ-COUNTER     PIC 9(5) VALUE 0.
               05 DROPPED-COUNTER  PIC 9(5) VALUE 0.
               05 PURGED-COUNTER   PIC 9(3) VALUE 0.
               05 REJECT-COUNTER   PIC 9(5) VALUE 0.
               05 PARTNER-COUNTER  PIC 9(3) VALUE 0.

           01 FLAGS.
               05 EOF-STU      PIC X VALUE "N".
                   PERFORM 300-DROP-EVERY-STUDENT
                   PERFORM 700-SAVE-SECENROLL-TABLE
                   PERFORM 500-REMOVE-SECTION-ROW
                   PERFORM 550-RELEASE-CROSSLISTING
                   PERFORM 600-PURGE-WAITLIST-ROWS
                   PERFORM 650-LOG-CANCELLED-SECTION
                   PERFORM 950-DISPLAY-STATS
               END-IF
           END-IF.
           MOVE "SECTCANC" TO AUD-NEW-VALUE.
           MOVE SUPERVISOR-ID-WS TO AUD-OPERATOR-ID.
           MOVE FUNCTION CURRENT-DATE TO AUD-TIMESTAMP.
           CALL "AUDIT-CHAIN" USING AUDIT-LOG-RECORD.
           WRITE AUDIT-LOG-RECORD.

       350-QUEUE-THE-EVENT.
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
           MOVE SECTION-TABLE-DAYS(S-ENTRY)     TO SEC-MEETING-DAYS.
           MOVE SECTION-TABLE-START(S-ENTRY)    TO SEC-START-TIME.
           MOVE SECTION-TABLE-END(S-ENTRY)      TO SEC-END-TIME.
           MOVE SECTION-TABLE-BUILDING(S-ENTRY) TO SEC-BUILDING.
           MOVE SECTION-TABLE-ROOM(S-ENTRY)     TO SEC-ROOM.
           MOVE SECTION-TABLE-CAMPUS(S-ENTRY)   TO SEC-CAMPUS.
           WRITE SECTION-RECORD.

      *****************************************************************
      * A cross-listed section leaves its group: its CROSSLIST.txt
      * row goes, and the rows left behind take the group's pool
      * capacity (the largest on any of its rows, the one COURSE-REG
      * seats against), then each is named on the report.  The file
      * is only rewritten when the section was actually cross-listed.
      *****************************************************************
       550-RELEASE-CROSSLISTING.
           SET XL-ENTRY TO 1.
           OPEN INPUT CROSSLIST-FILE.
           IF CROSSLIST-STATUS = "00" OR CROSSLIST-STATUS = "05"
               PERFORM 555-LOAD-ONE-CROSSLIST
                   UNTIL EOF-CROSSLIST = "Y"
                   OR XL-ENTRY > CROSSLIST-MAX
               CLOSE CROSSLIST-FILE
           END-IF.
           COMPUTE CROSSLIST-COUNT = XL-ENTRY - 1.
      *    Past the cap the rewrite would lose rows - leave the file
      *    alone and say so rather than damage other groups.
           IF EOF-CROSSLIST NOT = "Y"
                   AND CROSSLIST-COUNT >= CROSSLIST-MAX
               DISPLAY "CROSSLIST.txt EXCEEDS " CROSSLIST-MAX
                   " ROWS - CROSS-LISTING NOT UPDATED."
               ADD 1 TO REJECT-COUNTER
               MOVE 0 TO CROSSLIST-COUNT
           END-IF.
           MOVE SPACES TO POOL-GROUP-WS.
           MOVE 0 TO POOL-CAPACITY-WS.
           PERFORM VARYING XL-ENTRY FROM 1 BY 1
                   UNTIL XL-ENTRY > CROSSLIST-COUNT
               IF XLT-TERM(XL-ENTRY) = CANCEL-TERM-CODE
                       AND XLT-COURSE(XL-ENTRY) = CANCEL-COURSE-CODE
                       AND XLT-SECTION(XL-ENTRY)
                           = CANCEL-SECTION-NUMBER
                   MOVE XLT-GROUP(XL-ENTRY) TO POOL-GROUP-WS
                   MOVE "X" TO XLT-GONE(XL-ENTRY)
               END-IF
           END-PERFORM.
           IF POOL-GROUP-WS NOT = SPACES
               PERFORM VARYING XL-ENTRY FROM 1 BY 1
                       UNTIL XL-ENTRY > CROSSLIST-COUNT
                   IF XLT-TERM(XL-ENTRY) = CANCEL-TERM-CODE
                           AND XLT-GROUP(XL-ENTRY) = POOL-GROUP-WS
                           AND XLT-POOL(XL-ENTRY) > POOL-CAPACITY-WS
                       MOVE XLT-POOL(XL-ENTRY) TO POOL-CAPACITY-WS
                   END-IF
               END-PERFORM
               OPEN EXTEND REPORT-FILE
               PERFORM 560-CARRY-ONE-PARTNER
                   VARYING XL-ENTRY FROM 1 BY 1
                   UNTIL XL-ENTRY > CROSSLIST-COUNT
               CLOSE REPORT-FILE
               OPEN OUTPUT CROSSLIST-FILE
               PERFORM 570-WRITE-ONE-CROSSLIST
                   VARYING XL-ENTRY FROM 1 BY 1
                   UNTIL XL-ENTRY > CROSSLIST-COUNT
               CLOSE CROSSLIST-FILE
           END-IF.

       555-LOAD-ONE-CROSSLIST.
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
                   MOVE SPACE TO XLT-GONE(XL-ENTRY)
                   ADD 1 TO XL-ENTRY
           END-READ.

       560-CARRY-ONE-PARTNER.
           IF XLT-GONE(XL-ENTRY) NOT = "X"
                   AND XLT-TERM(XL-ENTRY) = CANCEL-TERM-CODE
                   AND XLT-GROUP(XL-ENTRY) = POOL-GROUP-WS
               MOVE POOL-CAPACITY-WS TO XLT-POOL(XL-ENTRY)
               ADD 1 TO PARTNER-COUNTER
               MOVE SPACES TO REPORT-RECORD
               STRING "CROSS-LISTED CLASS CONTINUES AS "
                      XLT-COURSE(XL-ENTRY) " SECTION "
                      XLT-SECTION(XL-ENTRY) " - POOL "
                      POOL-CAPACITY-WS " SEATS"
                   DELIMITED BY SIZE INTO REPORT-RECORD
               END-STRING
               WRITE REPORT-RECORD
           END-IF.

       570-WRITE-ONE-CROSSLIST.
           IF XLT-GONE(XL-ENTRY) NOT = "X"
               MOVE SPACES TO CROSSLIST-RECORD
               MOVE XLT-TERM(XL-ENTRY)    TO XLS-TERM-CODE
               MOVE XLT-GROUP(XL-ENTRY)   TO XLS-GROUP-ID
               MOVE XLT-COURSE(XL-ENTRY)  TO XLS-COURSE-CODE
               MOVE XLT-SECTION(XL-ENTRY) TO XLS-SECTION-NUMBER
               MOVE XLT-POOL(XL-ENTRY)    TO XLS-POOL-CAPACITY
               WRITE CROSSLIST-RECORD
           END-IF.

       600-PURGE-WAITLIST-ROWS.
           SET W-ENTRY TO 1.
           OPEN INPUT WAITLIST-FILE.
           MOVE WTBL-TIMESTAMP(W-ENTRY)      TO WTL-TIMESTAMP.
           WRITE WAITLIST-RECORD.

      *    Logged whether or not SECTION.txt carried a row - an
      *    untracked course still ran as section 01 until now.
       650-LOG-CANCELLED-SECTION.
           OPEN EXTEND SECTCANC-FILE.
           MOVE SPACES TO SECTCANC-RECORD.
           MOVE CANCEL-TERM-CODE      TO SCX-TERM-CODE.
           MOVE CANCEL-COURSE-CODE    TO SCX-COURSE-CODE.
           MOVE CANCEL-SECTION-NUMBER TO SCX-SECTION-NUMBER.
           MOVE RUN-DATE-WS           TO SCX-CANCEL-DATE.
           MOVE SUPERVISOR-ID-WS      TO SCX-CANCELLED-BY.
           WRITE SECTCANC-RECORD.
           CLOSE SECTCANC-FILE.

       950-DISPLAY-STATS.
           DISPLAY "RECORDS READ:        " READ-COUNTER.
           DISPLAY "STUDENTS DROPPED:    " DROPPED-COUNTER.
           DISPLAY "WAITLIST ROWS GONE:  " PURGED-COUNTER.
           DISPLAY "REWRITES REJECTED:   " REJECT-COUNTER.
           IF POOL-GROUP-WS NOT = SPACES
               DISPLAY "CROSS-LIST GROUP " POOL-GROUP-WS
                   " CARRIES ON UNDER " PARTNER-COUNTER " CODE(S)"
           END-IF.
           DISPLAY "DETAIL IN SECTION-CANCEL-REPORT.txt".
           DISPLAY "RE-RUN TUITION-ASSESS FOR " CANCEL-TERM-CODE
               " TO REPRICE AFFECTED BALANCES.".
