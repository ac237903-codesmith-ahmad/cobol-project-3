      * central account, one credit to the department, per slice -
      * and the run proves debits equal credits before release, so
      * the cross-subsidy argument is settled by arithmetic.
      * The rate behind each slice is the student's residency rate,
      * chosen as TUITION-ASSESS chooses it (RESIDENCY-LOOKUP).
      * Both lines of a slice carry the campus segment, as
      * GL-EXTRACT's do: a course's slice books at the campus of the
      * section the student sits in (SECTION-ENROLL.txt, section 01
      * when they have no row, then that section's campus on
      * SECTION.txt), the flat fee at the campus of the student's
      * program on PROGRAM.txt - MAIN wherever no campus is set.
      * The recap shows each campus's total beside each department's.
      ******************************************************************
       IDENTIFICATION DIVISION.
       PROGRAM-ID. REV-ALLOCATE.
           SELECT DEPT-OWNERS-FILE ASSIGN "DEPT-OWNERS.txt"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS DEPT-STATUS.
           SELECT OPTIONAL PROGRAM-FILE ASSIGN "PROGRAM.txt"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS PROGRAM-STATUS.
           SELECT OPTIONAL SECTION-FILE ASSIGN "SECTION.txt"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS SECTION-STATUS.
           SELECT OPTIONAL SECENROLL-FILE ASSIGN "SECTION-ENROLL.txt"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS SECENROLL-STATUS.
           SELECT JOURNAL-FILE ASSIGN "REV-ALLOC-JOURNAL.txt"
               ORGANIZATION IS LINE SEQUENTIAL.

               05 DPO-DEPARTMENT PIC X(6).
               05 FILLER         PIC X.
               05 DPO-ACCOUNT    PIC 9(6).
      *        The department chair's instructor id - read by
      *        GRADE-CHASE, carried here so the row reads whole.
               05 FILLER         PIC X.
               05 FILLER         PIC X(8).

           FD PROGRAM-FILE.
           01 PROGRAM-RECORD.
               05 PROGRAM-CODE   PIC X(6).
               05 PROGRAM-NAME   PIC X(20).
               05 FILLER         PIC X(9).
               05 PROGRAM-CAMPUS PIC X(4).

           FD SECTION-FILE.
           COPY "SECTION-RECORD.cpy".

           FD SECENROLL-FILE.
           COPY "SECENROLL-RECORD.cpy".

      *    Same shape GL-EXTRACT writes, so finance's loader takes
      *    this file with no changes.
               05 GLJ-AMOUNT         PIC 9(9)V99.
               05 FILLER             PIC X VALUE SPACE.
               05 GLJ-STUDENT-NUMBER PIC 9(6).
               05 FILLER             PIC X VALUE SPACE.
               05 GLJ-CAMPUS         PIC X(4).

       WORKING-STORAGE SECTION.
           01 FILE-STATUS PIC X(2).
           01 DEPT-STATUS PIC X(2).
           01 PROGRAM-STATUS PIC X(2).
           01 SECTION-STATUS PIC X(2).
           01 SECENROLL-STATUS PIC X(2).

           01 RUN-TERM-CODE PIC X(6) VALUE SPACES.
           01 RUN-DATE-WS   PIC 9(8) VALUE 0.
                   10 RATE-TABLE-PER-CREDIT PIC 9(4)V99.
                   10 RATE-TABLE-FLAT-FEE   PIC 9(4)V99.
                   10 RATE-TABLE-EFFECTIVE  PIC X(6).
                   10 RATE-TABLE-RESIDENCY  PIC X(1).
           01 RATE-ENTRY-COUNT PIC 999 VALUE 0.
           01 RATE-TABLE-CAPACITY PIC 999 VALUE 200.

      *    The student's residency for the term - picks between the
      *    program's residency-keyed RATE.txt rows.
           COPY "RESIDENCY-LOOKUP.cpy".

           01 DEPT-TABLE.
               05 DEPT-ENTRY OCCURS 100 TIMES INDEXED DP-ENTRY.
                   10 DPT-PREFIX     PIC X(6).
           01 DEPT-MAX   PIC 9(3) VALUE 100.
           01 CATCHALL-ENTRY PIC 9(3) VALUE 0.

           01 PROGRAM-TABLE.
           COPY "PROGRAM-TABLE.cpy".
           01 PROG-ENTRY-COUNT PIC 999 VALUE 0.
           01 PROGRAM-TABLE-CAPACITY PIC 999 VALUE 200.

      *    The run term's sections and who sits in which.
           01 SECTION-TABLE.
               05 SECTION-TABLE-ENTRY OCCURS 500 TIMES.
                   10 SCT-COURSE  PIC X(7).
                   10 SCT-SECTION PIC 9(2).
                   10 SCT-CAMPUS  PIC X(4).
           01 SECTION-COUNT PIC 9(3) VALUE 0.
           01 SECTION-MAX   PIC 9(3) VALUE 500.
           01 SECTION-IDX   PIC 9(3) VALUE 0.

           01 MEMBER-TABLE.
               05 MEMBER-ENTRY OCCURS 2000 TIMES.
                   10 MBT-STUDENT PIC 9(6).
                   10 MBT-COURSE  PIC X(7).
                   10 MBT-SECTION PIC 9(2).
           01 MEMBER-COUNT PIC 9(4) VALUE 0.
           01 MEMBER-MAX   PIC 9(4) VALUE 2000.
           01 MEMBER-IDX   PIC 9(4) VALUE 0.

      *    Allocated revenue per campus, for the recap.
           01 CAMPUS-TOTALS.
               05 CAMPUS-TOTAL-ENTRY OCCURS 50 TIMES.
                   10 CTT-CAMPUS-CODE PIC X(4).
                   10 CTT-TOTAL       PIC 9(11)V99.
           01 CAMPUS-TOTAL-COUNT PIC 99 VALUE 0.
           01 CAMPUS-TOTAL-MAX   PIC 99 VALUE 50.
           01 CAMPUS-IDX         PIC 99 VALUE 0.
           01 CAMPUS-FOUND-IDX   PIC 99 VALUE 0.

           01 COUNTERS.
               05 READ-COUNTER   PIC 9(5) VALUE 0.
               05 STUDENT-COUNTER PIC 9(5) VALUE 0.
               05 EOF-RATE   PIC X VALUE "N".
               05 EOF-DEPT   PIC X VALUE "N".
               05 RATE-FOUND PIC X VALUE "N".
               05 EOF-PROG   PIC X VALUE "N".
               05 EOF-SECTION PIC X VALUE "N".
               05 EOF-SECENROLL PIC X VALUE "N".

           01 ALLOCATE-WORK-AREA.
               05 RATE-PER-CREDIT-WS PIC 9(4)V99 VALUE 0.
               05 BEST-EFFECTIVE-WS  PIC X(6) VALUE SPACES.
               05 BEST-RESIDENCY-WS  PIC X(1) VALUE SPACE.
               05 RATE-FLAT-FEE-WS   PIC 9(4)V99 VALUE 0.
               05 SLICE-AMOUNT-WS    PIC 9(9)V99 VALUE 0.
               05 OWNER-ENTRY-WS     PIC 9(3) VALUE 0.
               05 CRS-IDX-WS         PIC 9(2).
               05 PFX-IDX-WS         PIC 9(1).
               05 LEN-IDX-WS         PIC 9(1).
               05 PROGRAM-CAMPUS-WS  PIC X(4).
               05 SLICE-CAMPUS-WS    PIC X(4).
               05 SLICE-SECTION-WS   PIC 9(2).

           01 CREDIT-LOOKUP.
               05 CREDIT-LOOKUP-CODE  PIC X(7).
               PERFORM 200-LOAD-COURSE-TABLE
               PERFORM 220-LOAD-RATE-TABLE
               PERFORM 240-LOAD-DEPT-TABLE
               PERFORM 270-LOAD-PROGRAM-TABLE
               PERFORM 280-LOAD-SECTION-TABLE
               PERFORM 290-LOAD-MEMBER-TABLE
               IF DEPT-COUNT = 0 OR CATCHALL-ENTRY = 0
                   DISPLAY "DEPT-OWNERS.txt MISSING OR HAS NO "
                       "'******' CATCH-ALL ROW. NOTHING ALLOCATED."
                       TO RATE-TABLE-FLAT-FEE(R-ENTRY)
                   MOVE RATE-EFFECTIVE-TERM
                       TO RATE-TABLE-EFFECTIVE(R-ENTRY)
                   MOVE RATE-RESIDENCY
                       TO RATE-TABLE-RESIDENCY(R-ENTRY)
                   ADD 1 TO R-ENTRY
           END-READ.

               END-IF
           END-PERFORM.

       270-LOAD-PROGRAM-TABLE.
           SET T-ENTRY TO 1.
           OPEN INPUT PROGRAM-FILE.
           IF PROGRAM-STATUS = "00" OR PROGRAM-STATUS = "05"
               PERFORM 275-LOAD-ONE-PROGRAM UNTIL EOF-PROG = "Y"
                   OR T-ENTRY > PROGRAM-TABLE-CAPACITY
               CLOSE PROGRAM-FILE
           END-IF.
           COMPUTE PROG-ENTRY-COUNT = T-ENTRY - 1.

       275-LOAD-ONE-PROGRAM.
           READ PROGRAM-FILE
               AT END
                   MOVE "Y" TO EOF-PROG
               NOT AT END
                   MOVE PROGRAM-RECORD TO PROGRAM-TABLE-ENTRY(T-ENTRY)
                   ADD 1 TO T-ENTRY
           END-READ.

       280-LOAD-SECTION-TABLE.
           OPEN INPUT SECTION-FILE.
           IF SECTION-STATUS = "00" OR SECTION-STATUS = "05"
               PERFORM 285-LOAD-ONE-SECTION UNTIL EOF-SECTION = "Y"
                   OR SECTION-COUNT >= SECTION-MAX
               CLOSE SECTION-FILE
           END-IF.

       285-LOAD-ONE-SECTION.
           READ SECTION-FILE
               AT END
                   MOVE "Y" TO EOF-SECTION
               NOT AT END
                   IF SEC-TERM-CODE = RUN-TERM-CODE
                       ADD 1 TO SECTION-COUNT
                       MOVE SEC-COURSE-CODE
                           TO SCT-COURSE(SECTION-COUNT)
                       IF SEC-SECTION-NUMBER IS NUMERIC
                           MOVE SEC-SECTION-NUMBER
                               TO SCT-SECTION(SECTION-COUNT)
                       ELSE
                           MOVE 1 TO SCT-SECTION(SECTION-COUNT)
                       END-IF
                       MOVE SEC-CAMPUS TO SCT-CAMPUS(SECTION-COUNT)
                   END-IF
           END-READ.

       290-LOAD-MEMBER-TABLE.
           OPEN INPUT SECENROLL-FILE.
           IF SECENROLL-STATUS = "00" OR SECENROLL-STATUS = "05"
               PERFORM 295-LOAD-ONE-MEMBER UNTIL EOF-SECENROLL = "Y"
                   OR MEMBER-COUNT >= MEMBER-MAX
               CLOSE SECENROLL-FILE
           END-IF.

       295-LOAD-ONE-MEMBER.
           READ SECENROLL-FILE
               AT END
                   MOVE "Y" TO EOF-SECENROLL
               NOT AT END
                   IF SEN-TERM-CODE = RUN-TERM-CODE
                       ADD 1 TO MEMBER-COUNT
                       MOVE SEN-STUDENT-NUMBER
                           TO MBT-STUDENT(MEMBER-COUNT)
                       MOVE SEN-COURSE-CODE TO MBT-COURSE(MEMBER-COUNT)
                       IF SEN-SECTION-NUMBER IS NUMERIC
                           MOVE SEN-SECTION-NUMBER
                               TO MBT-SECTION(MEMBER-COUNT)
                       ELSE
                           MOVE 1 TO MBT-SECTION(MEMBER-COUNT)
                       END-IF
                   END-IF
           END-READ.

       300-ALLOCATE-THE-TERM.
           PERFORM UNTIL EOF-STU = "Y"
               READ STUDENT-DATA-FILE NEXT RECORD
           PERFORM 320-FIND-PROGRAM-RATE.
           IF RATE-FOUND = "Y"
               ADD 1 TO STUDENT-COUNTER
               PERFORM 325-FIND-PROGRAM-CAMPUS
               PERFORM 330-ALLOCATE-ONE-COURSE
                   VARYING CRS-IDX-WS FROM 1 BY 1
                   UNTIL CRS-IDX-WS > COURSE-COUNT
               IF RATE-FLAT-FEE-WS > 0
                   MOVE RATE-FLAT-FEE-WS TO SLICE-AMOUNT-WS
                   MOVE CATCHALL-ENTRY TO OWNER-ENTRY-WS
                   MOVE PROGRAM-CAMPUS-WS TO SLICE-CAMPUS-WS
                   PERFORM 500-WRITE-ALLOCATION-SLICE
               END-IF
           END-IF.
      *    being priced is in force.  A blank effective term (a row
      *    from before effective dating) means "since forever" and
      *    loses to any dated row that applies.
      *    Residency: a row keyed to the student's residency in
      *    force for the term (RESIDENCY-LOOKUP) beats a blank-
      *    residency row whatever their effective terms, so the
      *    program's own international rate is never undercut by a
      *    newer domestic one; blank rows price only a residency the
      *    program has no row of its own for.
           MOVE STUDENT-NUMBER TO RSL-STUDENT-NUMBER.
           MOVE RUN-TERM-CODE TO RSL-TERM-CODE.
           CALL "RESIDENCY-LOOKUP" USING RESIDENCY-LOOKUP.
           MOVE "N" TO RATE-FOUND.
           MOVE SPACE TO BEST-RESIDENCY-WS.
           MOVE LOW-VALUES TO BEST-EFFECTIVE-WS.
           PERFORM VARYING R-ENTRY FROM 1 BY 1
                   UNTIL R-ENTRY > RATE-ENTRY-COUNT
               IF RATE-TABLE-PROGRAM(R-ENTRY) = PROGRAM-OF-STUDY
                       AND RATE-TABLE-EFFECTIVE(R-ENTRY)
                           <= RUN-TERM-CODE
                       AND (RATE-TABLE-RESIDENCY(R-ENTRY) = RSL-STATUS
                           OR RATE-TABLE-RESIDENCY(R-ENTRY) = SPACE)
                   IF RATE-FOUND = "N"
                           OR (RATE-TABLE-RESIDENCY(R-ENTRY)
                                   NOT = SPACE
                               AND BEST-RESIDENCY-WS = SPACE)
                           OR (RATE-TABLE-RESIDENCY(R-ENTRY)
                                   = BEST-RESIDENCY-WS
                               AND RATE-TABLE-EFFECTIVE(R-ENTRY)
                                   > BEST-EFFECTIVE-WS)
                       MOVE RATE-TABLE-PER-CREDIT(R-ENTRY)
                           TO RATE-PER-CREDIT-WS
                       MOVE RATE-TABLE-FLAT-FEE(R-ENTRY)
                           TO RATE-FLAT-FEE-WS
                       MOVE RATE-TABLE-EFFECTIVE(R-ENTRY)
                           TO BEST-EFFECTIVE-WS
                       MOVE RATE-TABLE-RESIDENCY(R-ENTRY)
                           TO BEST-RESIDENCY-WS
                       MOVE "Y" TO RATE-FOUND
                   END-IF
               END-IF
           END-PERFORM.

      *    A program with no campus on PROGRAM.txt is taught at MAIN.
       325-FIND-PROGRAM-CAMPUS.
           MOVE "MAIN" TO PROGRAM-CAMPUS-WS.
           PERFORM VARYING T-ENTRY FROM 1 BY 1
                   UNTIL T-ENTRY > PROG-ENTRY-COUNT
               IF PROGRAM-TABLE-CODE(T-ENTRY) = PROGRAM-OF-STUDY
                       AND PROGRAM-TABLE-CAMPUS(T-ENTRY) NOT = SPACES
                   MOVE PROGRAM-TABLE-CAMPUS(T-ENTRY)
                       TO PROGRAM-CAMPUS-WS
               END-IF
           END-PERFORM.

       330-ALLOCATE-ONE-COURSE.
           IF COURSE-CODE(CRS-IDX-WS) NOT = SPACES
               MOVE COURSE-CODE(CRS-IDX-WS) TO CREDIT-LOOKUP-CODE
                   CREDIT-LOOKUP-HOURS * RATE-PER-CREDIT-WS
               IF SLICE-AMOUNT-WS > 0
                   PERFORM 340-FIND-OWNING-DEPT
                   PERFORM 350-FIND-SECTION-CAMPUS
                   PERFORM 500-WRITE-ALLOCATION-SLICE
               END-IF
           END-IF.
               END-IF
           END-PERFORM.

      *****************************************************************
      * A course's slice books where the course is taught: the
      * student's own section, at that section's campus.  No campus
      * on the section, or no section row at all, is MAIN.
      *****************************************************************
       350-FIND-SECTION-CAMPUS.
           MOVE 1 TO SLICE-SECTION-WS.
           PERFORM VARYING MEMBER-IDX FROM 1 BY 1
                   UNTIL MEMBER-IDX > MEMBER-COUNT
               IF MBT-STUDENT(MEMBER-IDX) = STUDENT-NUMBER
                       AND MBT-COURSE(MEMBER-IDX)
                           = COURSE-CODE(CRS-IDX-WS)
                   MOVE MBT-SECTION(MEMBER-IDX) TO SLICE-SECTION-WS
               END-IF
           END-PERFORM.
           MOVE "MAIN" TO SLICE-CAMPUS-WS.
           PERFORM VARYING SECTION-IDX FROM 1 BY 1
                   UNTIL SECTION-IDX > SECTION-COUNT
               IF SCT-COURSE(SECTION-IDX) = COURSE-CODE(CRS-IDX-WS)
                       AND SCT-SECTION(SECTION-IDX) = SLICE-SECTION-WS
                       AND SCT-CAMPUS(SECTION-IDX) NOT = SPACES
                   MOVE SCT-CAMPUS(SECTION-IDX) TO SLICE-CAMPUS-WS
               END-IF
           END-PERFORM.

       600-LOOKUP-COURSE-CREDIT-HOURS.
           MOVE "N" TO CREDIT-LOOKUP-FOUND.
           MOVE DEFAULT-CREDIT-HOURS TO CREDIT-LOOKUP-HOURS.
           MOVE "D"            TO GLJ-DC.
           MOVE SLICE-AMOUNT-WS TO GLJ-AMOUNT.
           MOVE STUDENT-NUMBER TO GLJ-STUDENT-NUMBER.
           MOVE SLICE-CAMPUS-WS TO GLJ-CAMPUS.
           WRITE JOURNAL-RECORD.
           ADD SLICE-AMOUNT-WS TO TOTAL-DEBITS.
           MOVE SPACES TO JOURNAL-RECORD.
           MOVE "C"            TO GLJ-DC.
           MOVE SLICE-AMOUNT-WS TO GLJ-AMOUNT.
           MOVE STUDENT-NUMBER TO GLJ-STUDENT-NUMBER.
           MOVE SLICE-CAMPUS-WS TO GLJ-CAMPUS.
           WRITE JOURNAL-RECORD.
           ADD SLICE-AMOUNT-WS TO TOTAL-CREDITS.
           ADD SLICE-AMOUNT-WS TO DPT-TOTAL(OWNER-ENTRY-WS).
           ADD 1 TO SLICE-COUNTER.
           PERFORM 510-ADD-CAMPUS-TOTAL.

       510-ADD-CAMPUS-TOTAL.
           MOVE 0 TO CAMPUS-FOUND-IDX.
           PERFORM VARYING CAMPUS-IDX FROM 1 BY 1
                   UNTIL CAMPUS-IDX > CAMPUS-TOTAL-COUNT
                   OR CAMPUS-FOUND-IDX > 0
               IF CTT-CAMPUS-CODE(CAMPUS-IDX) = SLICE-CAMPUS-WS
                   MOVE CAMPUS-IDX TO CAMPUS-FOUND-IDX
               END-IF
           END-PERFORM.
           IF CAMPUS-FOUND-IDX = 0
                   AND CAMPUS-TOTAL-COUNT < CAMPUS-TOTAL-MAX
               ADD 1 TO CAMPUS-TOTAL-COUNT
               MOVE CAMPUS-TOTAL-COUNT TO CAMPUS-FOUND-IDX
               MOVE SLICE-CAMPUS-WS
                   TO CTT-CAMPUS-CODE(CAMPUS-FOUND-IDX)
               MOVE 0 TO CTT-TOTAL(CAMPUS-FOUND-IDX)
           END-IF.
           IF CAMPUS-FOUND-IDX > 0
               ADD SLICE-AMOUNT-WS TO CTT-TOTAL(CAMPUS-FOUND-IDX)
           END-IF.

       800-PROVE-AND-RELEASE.
           DISPLAY "RECORDS READ:        " READ-COUNTER.
           PERFORM 810-RECAP-ONE-DEPT
               VARYING DP-ENTRY FROM 1 BY 1
               UNTIL DP-ENTRY > DEPT-COUNT.
           PERFORM 820-RECAP-ONE-CAMPUS
               VARYING CAMPUS-IDX FROM 1 BY 1
               UNTIL CAMPUS-IDX > CAMPUS-TOTAL-COUNT.
           MOVE TOTAL-DEBITS TO TOTAL-DISPLAY.
           DISPLAY "TOTAL DEBITS:        " TOTAL-DISPLAY.
           MOVE TOTAL-CREDITS TO TOTAL-DISPLAY.
                   TOTAL-DISPLAY
           END-IF.

       820-RECAP-ONE-CAMPUS.
           MOVE CTT-TOTAL(CAMPUS-IDX) TO TOTAL-DISPLAY.
           DISPLAY "  CAMPUS " CTT-CAMPUS-CODE(CAMPUS-IDX) " "
               TOTAL-DISPLAY.

       END PROGRAM REV-ALLOCATE.
