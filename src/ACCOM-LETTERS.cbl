      ******************************************************************
      * Tectonics: Accommodation letters to instructors.  Run once a
      * term's registration has settled, this batch tells each
      * instructor which of their students the accessibility office
      * has approved accommodations for, and what to provide - one
      * confidential letter per instructor in ACCOM-LETTERS.txt.
      * The accommodations in force on the term come from
      * ACCOMMODATIONS.txt (see ACCOMMODATION-RECORD.cpy); the
      * student's sections from SECTION-ENROLL.txt (no row, no
      * letter line - the section roster is what an instructor
      * teaches); the instructor of record from SECTION-ASSIGN.txt
      * and the name from INSTRUCTORS.txt.  A letter carries the
      * accommodation type and the counsellor's instructor-facing
      * detail line only - never a diagnosis, which is not on file
      * here.  Students withdrawn from the term are left out.  A
      * course with no instructor of record gets its lines under
      * "NO INSTRUCTOR OF RECORD" for the office to deliver by hand.
      * The file is handed to the accessibility office, not posted.
      * RETURN-CODE 0 all placed, 4 some course had no instructor of
      * record, 8 no term or a table overflowed.
      ******************************************************************
       IDENTIFICATION DIVISION.
       PROGRAM-ID. ACCOM-LETTERS.

       ENVIRONMENT DIVISION.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
           SELECT OPTIONAL ACCOM-FILE ASSIGN "ACCOMMODATIONS.txt"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS ACCOM-STATUS.
           SELECT OPTIONAL ASSIGN-FILE ASSIGN "SECTION-ASSIGN.txt"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS ASSIGN-STATUS.
           SELECT OPTIONAL INSTRUCTOR-FILE ASSIGN "INSTRUCTORS.txt"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS INSTRUCTOR-STATUS.
           SELECT OPTIONAL SECENROLL-FILE ASSIGN "SECTION-ENROLL.txt"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS SECENROLL-STATUS.
           SELECT STUDENT-DATA-FILE
               ASSIGN "STUFILE.dat"
               ORGANIZATION IS INDEXED
               ACCESS MODE IS DYNAMIC
               RECORD KEY IS STUDENT-KEY
               FILE STATUS IS FILE-STATUS.
           SELECT LETTER-FILE ASSIGN "ACCOM-LETTERS.txt"
               ORGANIZATION IS LINE SEQUENTIAL.

       DATA DIVISION.
       FILE SECTION.
           FD ACCOM-FILE.
           COPY "ACCOMMODATION-RECORD.cpy".

           FD ASSIGN-FILE.
           COPY "ASSIGN-RECORD.cpy".

           FD INSTRUCTOR-FILE.
           COPY "INSTRUCTOR-RECORD.cpy".

           FD SECENROLL-FILE.
           COPY "SECENROLL-RECORD.cpy".

           FD STUDENT-DATA-FILE
               RECORD IS VARYING IN SIZE FROM 82 TO 181 CHARACTERS
               DEPENDING ON COURSE-COUNT.
           COPY "STUDENT-RECORD.cpy".

           FD LETTER-FILE.
           01 LETTER-RECORD PIC X(80).

       WORKING-STORAGE SECTION.
           01 ACCOM-STATUS      PIC X(2).
           01 ASSIGN-STATUS     PIC X(2).
           01 INSTRUCTOR-STATUS PIC X(2).
           01 SECENROLL-STATUS  PIC X(2).
           01 FILE-STATUS       PIC X(2).

           01 RUN-TERM-CODE PIC X(6) VALUE SPACES.

      *    The accommodations in force on the run term.
           01 ACCOM-TABLE.
               05 ACCOM-ENTRY OCCURS 2000 TIMES.
                   10 ATB-STUDENT-NUMBER PIC 9(6).
                   10 ATB-TYPE           PIC X(4).
                   10 ATB-DETAIL         PIC X(30).
           01 ACCOM-COUNT PIC 9(4) VALUE 0.
           01 ACCOM-MAX   PIC 9(4) VALUE 2000.

      *    The run term's instructor of record per course.
           01 ASSIGN-TABLE.
               05 ASSIGN-ENTRY OCCURS 500 TIMES INDEXED AS-ENTRY.
                   10 ASN-COURSE     PIC X(7).
                   10 ASN-INSTRUCTOR PIC X(8).
           01 ASSIGN-COUNT PIC 9(3) VALUE 0.
           01 ASSIGN-MAX   PIC 9(3) VALUE 500.

           01 INSTRUCTOR-TABLE.
               05 INSTRUCTOR-ENTRY OCCURS 200 TIMES
                       INDEXED I-ENTRY.
                   10 ITB-ID   PIC X(8).
                   10 ITB-NAME PIC X(30).
           01 INSTRUCTOR-COUNT PIC 9(3) VALUE 0.
           01 INSTRUCTOR-MAX   PIC 9(3) VALUE 200.

      *    One row per accommodation per accommodated student's
      *    section, sorted into letter order by LTB-SORT-KEY.
           01 LINE-TABLE.
               05 LINE-ENTRY OCCURS 3000 TIMES.
                   10 LTB-SORT-KEY.
                       15 LTB-INSTRUCTOR PIC X(8).
                       15 LTB-COURSE     PIC X(7).
                       15 LTB-SECTION    PIC 9(2).
                       15 LTB-STUDENT    PIC 9(6).
                       15 LTB-TYPE       PIC X(4).
                   10 LTB-NAME           PIC X(30).
                   10 LTB-DETAIL         PIC X(30).
           01 LINE-COUNT PIC 9(4) VALUE 0.
           01 LINE-MAX   PIC 9(4) VALUE 3000.
           01 LINE-SWAP-HOLD PIC X(87).

           01 COUNTERS.
               05 ENROLL-ROWS-READ    PIC 9(6) VALUE 0.
               05 LETTER-COUNTER      PIC 9(4) VALUE 0.
               05 UNASSIGNED-COUNTER  PIC 9(4) VALUE 0.
               05 WITHDRAWN-COUNTER   PIC 9(4) VALUE 0.

           01 FLAGS.
               05 EOF-ACCOM      PIC X VALUE "N".
               05 EOF-ASSIGN     PIC X VALUE "N".
               05 EOF-INSTRUCTOR PIC X VALUE "N".
               05 EOF-SECENROLL  PIC X VALUE "N".
               05 ABORT-FLAG     PIC X VALUE "N".
               05 STUDENT-ACTIVE PIC X VALUE "N".
               05 STUDENT-ACCOMMODATED PIC X VALUE "N".

           01 LETTER-WORK-AREA.
               05 LTW-INSTRUCTOR   PIC X(8).
               05 LTW-NAME         PIC X(30).
               05 LTW-TYPE-TEXT    PIC X(24).
               05 LTW-STUDENT-NAME PIC X(30).
               05 IDX-WS           PIC 9(4).
               05 SORT-IDX         PIC 9(4).
               05 SORT-SCAN        PIC 9(4).
               05 SORT-BEST        PIC 9(4).

           01 LETTER-HEADER-LINE.
               05 FILLER          PIC X(43)
                   VALUE "CONFIDENTIAL - ACADEMIC ACCOMMODATIONS FOR ".
               05 FILLER          PIC X(5) VALUE "TERM ".
               05 LTH-TERM-CODE   PIC X(6).

           01 LETTER-TO-LINE.
               05 FILLER          PIC X(4) VALUE "TO: ".
               05 LTO-NAME        PIC X(30).
               05 FILLER          PIC X(2) VALUE " (".
               05 LTO-ID          PIC X(8).
               05 FILLER          PIC X(1) VALUE ")".

           01 LETTER-STUDENT-LINE.
               05 FILLER          PIC X(2) VALUE SPACES.
               05 LTS-COURSE      PIC X(7).
               05 FILLER          PIC X(9) VALUE " SECTION ".
               05 LTS-SECTION     PIC 9(2).
               05 FILLER          PIC X(2) VALUE SPACES.
               05 LTS-STUDENT     PIC 9(6).
               05 FILLER          PIC X(2) VALUE SPACES.
               05 LTS-NAME        PIC X(30).

           01 LETTER-NEED-LINE.
               05 FILLER          PIC X(6) VALUE SPACES.
               05 LTN-TYPE-TEXT   PIC X(24).
               05 FILLER          PIC X(2) VALUE SPACES.
               05 LTN-DETAIL      PIC X(30).

           01 BLANK-LINE PIC X(80) VALUE SPACES.

       PROCEDURE DIVISION.
       100-MAIN.
           DISPLAY "ACCOMMODATION LETTERS - TERM CODE (CCYYTT): ".
           ACCEPT RUN-TERM-CODE.
           IF RUN-TERM-CODE = SPACES
               DISPLAY "TERM CODE CANNOT BE BLANK."
               MOVE 8 TO RETURN-CODE
           ELSE
               PERFORM 150-LOAD-ACCOM-TABLE
               IF ACCOM-COUNT = 0 AND ABORT-FLAG = "N"
                   DISPLAY "NO ACCOMMODATIONS IN FORCE FOR "
                       RUN-TERM-CODE ". NO LETTERS."
               END-IF
               IF ACCOM-COUNT > 0 AND ABORT-FLAG = "N"
                   PERFORM 200-LOAD-ASSIGN-TABLE
                   PERFORM 220-LOAD-INSTRUCTOR-TABLE
                   PERFORM 300-GATHER-LETTER-LINES
               END-IF
               IF LINE-COUNT > 0 AND ABORT-FLAG = "N"
                   PERFORM 500-SORT-ONE-PASS
                       VARYING SORT-IDX FROM 1 BY 1
                       UNTIL SORT-IDX >= LINE-COUNT
                   PERFORM 600-WRITE-THE-LETTERS
               END-IF
               PERFORM 950-DISPLAY-STATS
               IF ABORT-FLAG = "Y"
                   MOVE 8 TO RETURN-CODE
               ELSE
                   IF UNASSIGNED-COUNTER > 0
                       MOVE 4 TO RETURN-CODE
                   END-IF
               END-IF
           END-IF.
      *    GOBACK, not STOP RUN, so the job-stream controller can
      *    CALL this program as one step of the night's stream.
           GOBACK.

      *    In force: started on or before the term and not ended
      *    before it (a blank last term is open-ended).
       150-LOAD-ACCOM-TABLE.
           OPEN INPUT ACCOM-FILE.
           IF ACCOM-STATUS = "00" OR ACCOM-STATUS = "05"
               PERFORM 160-LOAD-ONE-ACCOM UNTIL EOF-ACCOM = "Y"
                   OR ABORT-FLAG = "Y"
               CLOSE ACCOM-FILE
           END-IF.

       160-LOAD-ONE-ACCOM.
           READ ACCOM-FILE
               AT END
                   MOVE "Y" TO EOF-ACCOM
               NOT AT END
                   IF ACM-FROM-TERM NOT > RUN-TERM-CODE
                           AND (ACM-TO-TERM = SPACES
                           OR ACM-TO-TERM NOT < RUN-TERM-CODE)
                       PERFORM 170-TAKE-ONE-ACCOM
                   END-IF
           END-READ.

       170-TAKE-ONE-ACCOM.
           IF ACCOM-COUNT >= ACCOM-MAX
               DISPLAY "ACCOMMODATIONS IN FORCE EXCEED " ACCOM-MAX
                   ". RUN ABORTED - NO LETTERS."
               MOVE "Y" TO ABORT-FLAG
           ELSE
               ADD 1 TO ACCOM-COUNT
               MOVE ACM-STUDENT-NUMBER
                   TO ATB-STUDENT-NUMBER(ACCOM-COUNT)
               MOVE ACM-TYPE   TO ATB-TYPE(ACCOM-COUNT)
               MOVE ACM-DETAIL TO ATB-DETAIL(ACCOM-COUNT)
           END-IF.

       200-LOAD-ASSIGN-TABLE.
           OPEN INPUT ASSIGN-FILE.
           IF ASSIGN-STATUS = "00" OR ASSIGN-STATUS = "05"
               PERFORM 210-LOAD-ONE-ASSIGN UNTIL EOF-ASSIGN = "Y"
                   OR ASSIGN-COUNT >= ASSIGN-MAX
               CLOSE ASSIGN-FILE
           END-IF.

       210-LOAD-ONE-ASSIGN.
           READ ASSIGN-FILE
               AT END
                   MOVE "Y" TO EOF-ASSIGN
               NOT AT END
                   IF ASG-TERM-CODE = RUN-TERM-CODE
                       ADD 1 TO ASSIGN-COUNT
                       MOVE ASG-COURSE-CODE
                           TO ASN-COURSE(ASSIGN-COUNT)
                       MOVE ASG-INSTRUCTOR-ID
                           TO ASN-INSTRUCTOR(ASSIGN-COUNT)
                   END-IF
           END-READ.

       220-LOAD-INSTRUCTOR-TABLE.
           SET I-ENTRY TO 1.
           OPEN INPUT INSTRUCTOR-FILE.
           IF INSTRUCTOR-STATUS = "00" OR INSTRUCTOR-STATUS = "05"
               PERFORM 230-LOAD-ONE-INSTRUCTOR
                   UNTIL EOF-INSTRUCTOR = "Y"
                   OR I-ENTRY > INSTRUCTOR-MAX
               CLOSE INSTRUCTOR-FILE
           END-IF.
           COMPUTE INSTRUCTOR-COUNT = I-ENTRY - 1.

       230-LOAD-ONE-INSTRUCTOR.
           READ INSTRUCTOR-FILE
               AT END
                   MOVE "Y" TO EOF-INSTRUCTOR
               NOT AT END
                   MOVE INS-ID   TO ITB-ID(I-ENTRY)
                   MOVE INS-NAME TO ITB-NAME(I-ENTRY)
                   ADD 1 TO I-ENTRY
           END-READ.

      *****************************************************************
      * One pass of the term's section memberships: each one held by
      * a student with an accommodation in force becomes a letter
      * line per accommodation, addressed to the course's instructor
      * of record.
      *****************************************************************
       300-GATHER-LETTER-LINES.
           OPEN INPUT STUDENT-DATA-FILE.
           OPEN INPUT SECENROLL-FILE.
           IF SECENROLL-STATUS = "00" OR SECENROLL-STATUS = "05"
               PERFORM 310-TAKE-ONE-MEMBERSHIP
                   UNTIL EOF-SECENROLL = "Y" OR ABORT-FLAG = "Y"
               CLOSE SECENROLL-FILE
           END-IF.
           CLOSE STUDENT-DATA-FILE.

       310-TAKE-ONE-MEMBERSHIP.
           READ SECENROLL-FILE
               AT END
                   MOVE "Y" TO EOF-SECENROLL
               NOT AT END
                   IF SEN-TERM-CODE = RUN-TERM-CODE
                       ADD 1 TO ENROLL-ROWS-READ
                       PERFORM 320-CHECK-ONE-MEMBERSHIP
                   END-IF
           END-READ.

       320-CHECK-ONE-MEMBERSHIP.
           MOVE "N" TO STUDENT-ACCOMMODATED.
           PERFORM VARYING IDX-WS FROM 1 BY 1
                   UNTIL IDX-WS > ACCOM-COUNT
                   OR STUDENT-ACCOMMODATED = "Y"
               IF ATB-STUDENT-NUMBER(IDX-WS) = SEN-STUDENT-NUMBER
                   MOVE "Y" TO STUDENT-ACCOMMODATED
               END-IF
           END-PERFORM.
           IF STUDENT-ACCOMMODATED = "Y"
               PERFORM 330-READ-THE-STUDENT
               IF STUDENT-ACTIVE = "Y"
                   PERFORM 340-FIND-INSTRUCTOR
                   PERFORM 350-ADD-ONE-LINE
                       VARYING IDX-WS FROM 1 BY 1
                       UNTIL IDX-WS > ACCOM-COUNT
                       OR ABORT-FLAG = "Y"
               END-IF
           END-IF.

       330-READ-THE-STUDENT.
           MOVE "N" TO STUDENT-ACTIVE.
           MOVE SEN-STUDENT-NUMBER TO STUDENT-NUMBER.
           MOVE RUN-TERM-CODE TO TERM-CODE.
           READ STUDENT-DATA-FILE
               INVALID KEY
                   CONTINUE
               NOT INVALID KEY
                   IF STATUS-CODE = "W"
                       ADD 1 TO WITHDRAWN-COUNTER
                   ELSE
                       MOVE "Y" TO STUDENT-ACTIVE
                       MOVE STUDENT-NAME TO LTW-STUDENT-NAME
                   END-IF
           END-READ.

       340-FIND-INSTRUCTOR.
           MOVE SPACES TO LTW-INSTRUCTOR.
           PERFORM VARYING IDX-WS FROM 1 BY 1
                   UNTIL IDX-WS > ASSIGN-COUNT
                   OR LTW-INSTRUCTOR NOT = SPACES
               IF ASN-COURSE(IDX-WS) = SEN-COURSE-CODE
                   MOVE ASN-INSTRUCTOR(IDX-WS) TO LTW-INSTRUCTOR
               END-IF
           END-PERFORM.

       350-ADD-ONE-LINE.
           IF ATB-STUDENT-NUMBER(IDX-WS) = SEN-STUDENT-NUMBER
               IF LINE-COUNT >= LINE-MAX
                   DISPLAY "LETTER LINES EXCEED " LINE-MAX
                       ". RUN ABORTED - NO LETTERS."
                   MOVE "Y" TO ABORT-FLAG
               ELSE
                   ADD 1 TO LINE-COUNT
                   MOVE LTW-INSTRUCTOR TO LTB-INSTRUCTOR(LINE-COUNT)
                   MOVE SEN-COURSE-CODE TO LTB-COURSE(LINE-COUNT)
                   IF SEN-SECTION-NUMBER IS NUMERIC
                       MOVE SEN-SECTION-NUMBER
                           TO LTB-SECTION(LINE-COUNT)
                   ELSE
                       MOVE 1 TO LTB-SECTION(LINE-COUNT)
                   END-IF
                   MOVE SEN-STUDENT-NUMBER TO LTB-STUDENT(LINE-COUNT)
                   MOVE ATB-TYPE(IDX-WS)   TO LTB-TYPE(LINE-COUNT)
                   MOVE LTW-STUDENT-NAME   TO LTB-NAME(LINE-COUNT)
                   MOVE ATB-DETAIL(IDX-WS) TO LTB-DETAIL(LINE-COUNT)
                   IF LTW-INSTRUCTOR = SPACES
                       ADD 1 TO UNASSIGNED-COUNTER
                   END-IF
               END-IF
           END-IF.

      *    Straight selection sort on instructor, course, section,
      *    student, then type.
       500-SORT-ONE-PASS.
           MOVE SORT-IDX TO SORT-BEST.
           PERFORM 510-SCAN-ONE-ROW
               VARYING SORT-SCAN FROM SORT-IDX BY 1
               UNTIL SORT-SCAN > LINE-COUNT.
           IF SORT-BEST NOT = SORT-IDX
               MOVE LINE-ENTRY(SORT-IDX) TO LINE-SWAP-HOLD
               MOVE LINE-ENTRY(SORT-BEST) TO LINE-ENTRY(SORT-IDX)
               MOVE LINE-SWAP-HOLD TO LINE-ENTRY(SORT-BEST)
           END-IF.

       510-SCAN-ONE-ROW.
           IF LTB-SORT-KEY(SORT-SCAN) < LTB-SORT-KEY(SORT-BEST)
               MOVE SORT-SCAN TO SORT-BEST
           END-IF.

      *****************************************************************
      * One letter per instructor: a change of instructor closes the
      * letter before and opens the next.  A student with two
      * accommodations in one section is named once, with both
      * needs under the name.
      *****************************************************************
       600-WRITE-THE-LETTERS.
           OPEN OUTPUT LETTER-FILE.
           PERFORM 610-WRITE-ONE-LINE
               VARYING IDX-WS FROM 1 BY 1
               UNTIL IDX-WS > LINE-COUNT.
           PERFORM 630-CLOSE-THE-LETTER.
           CLOSE LETTER-FILE.

       610-WRITE-ONE-LINE.
           IF IDX-WS = 1
                   OR LTB-INSTRUCTOR(IDX-WS)
                       NOT = LTB-INSTRUCTOR(IDX-WS - 1)
               IF IDX-WS > 1
                   PERFORM 630-CLOSE-THE-LETTER
               END-IF
               PERFORM 620-OPEN-THE-LETTER
           END-IF.
           IF IDX-WS = 1
                   OR LTB-INSTRUCTOR(IDX-WS)
                       NOT = LTB-INSTRUCTOR(IDX-WS - 1)
                   OR LTB-COURSE(IDX-WS) NOT = LTB-COURSE(IDX-WS - 1)
                   OR LTB-SECTION(IDX-WS)
                       NOT = LTB-SECTION(IDX-WS - 1)
                   OR LTB-STUDENT(IDX-WS)
                       NOT = LTB-STUDENT(IDX-WS - 1)
               MOVE LTB-COURSE(IDX-WS)  TO LTS-COURSE
               MOVE LTB-SECTION(IDX-WS) TO LTS-SECTION
               MOVE LTB-STUDENT(IDX-WS) TO LTS-STUDENT
               MOVE LTB-NAME(IDX-WS)    TO LTS-NAME
               WRITE LETTER-RECORD FROM LETTER-STUDENT-LINE
           END-IF.
           PERFORM 640-DESCRIBE-THE-TYPE.
           MOVE LTW-TYPE-TEXT       TO LTN-TYPE-TEXT.
           MOVE LTB-DETAIL(IDX-WS)  TO LTN-DETAIL.
           WRITE LETTER-RECORD FROM LETTER-NEED-LINE.

       620-OPEN-THE-LETTER.
           MOVE LTB-INSTRUCTOR(IDX-WS) TO LTW-INSTRUCTOR.
           PERFORM 625-FIND-INSTRUCTOR-NAME.
           MOVE RUN-TERM-CODE TO LTH-TERM-CODE.
           WRITE LETTER-RECORD FROM LETTER-HEADER-LINE.
           MOVE LTW-NAME       TO LTO-NAME.
           MOVE LTW-INSTRUCTOR TO LTO-ID.
           WRITE LETTER-RECORD FROM LETTER-TO-LINE.
           WRITE LETTER-RECORD FROM BLANK-LINE.
           MOVE "THE ACCESSIBILITY OFFICE HAS APPROVED THE "
               & "ACCOMMODATIONS BELOW FOR STUDENTS"
               TO LETTER-RECORD.
           WRITE LETTER-RECORD.
           MOVE "IN YOUR SECTIONS. PLEASE PROVIDE THEM FOR THE "
               & "WHOLE TERM."
               TO LETTER-RECORD.
           WRITE LETTER-RECORD.
           WRITE LETTER-RECORD FROM BLANK-LINE.
           ADD 1 TO LETTER-COUNTER.

       625-FIND-INSTRUCTOR-NAME.
           IF LTW-INSTRUCTOR = SPACES
               MOVE "NO INSTRUCTOR OF RECORD" TO LTW-NAME
           ELSE
               MOVE "NOT ON INSTRUCTORS.txt" TO LTW-NAME
               PERFORM 627-CHECK-ONE-INSTRUCTOR
                   VARYING I-ENTRY FROM 1 BY 1
                   UNTIL I-ENTRY > INSTRUCTOR-COUNT
           END-IF.

       627-CHECK-ONE-INSTRUCTOR.
           IF ITB-ID(I-ENTRY) = LTW-INSTRUCTOR
               MOVE ITB-NAME(I-ENTRY) TO LTW-NAME
           END-IF.

       630-CLOSE-THE-LETTER.
           WRITE LETTER-RECORD FROM BLANK-LINE.
           MOVE "QUESTIONS TO THE ACCESSIBILITY OFFICE, PLEASE - NOT "
               & "TO THE STUDENT IN CLASS."
               TO LETTER-RECORD.
           WRITE LETTER-RECORD.
           MOVE "THIS LETTER IS CONFIDENTIAL. DO NOT SHARE IT OR "
               & "POST IT."
               TO LETTER-RECORD.
           WRITE LETTER-RECORD.
           WRITE LETTER-RECORD FROM BLANK-LINE.

       640-DESCRIBE-THE-TYPE.
           EVALUATE LTB-TYPE(IDX-WS)
               WHEN "XTIM" MOVE "EXTRA EXAM TIME"      TO LTW-TYPE-TEXT
               WHEN "SEPR" MOVE "SEPARATE EXAM ROOM"   TO LTW-TYPE-TEXT
               WHEN "NOTE" MOVE "NOTE-TAKER"           TO LTW-TYPE-TEXT
               WHEN "RCRD" MOVE "LECTURE RECORDING"    TO LTW-TYPE-TEXT
               WHEN "ASST" MOVE "ASSISTIVE TECHNOLOGY" TO LTW-TYPE-TEXT
               WHEN OTHER  MOVE "OTHER ACCOMMODATION"  TO LTW-TYPE-TEXT
           END-EVALUATE.

       950-DISPLAY-STATS.
           DISPLAY "ACCOMMODATIONS IN FORCE: " ACCOM-COUNT.
           DISPLAY "SECTION ROWS ON TERM:    " ENROLL-ROWS-READ.
           DISPLAY "LETTER LINES:            " LINE-COUNT.
           DISPLAY "LETTERS WRITTEN:         " LETTER-COUNTER
               " (ACCOM-LETTERS.txt)".
           DISPLAY "NO INSTRUCTOR OF RECORD: " UNASSIGNED-COUNTER.
           DISPLAY "WITHDRAWN - LEFT OUT:    " WITHDRAWN-COUNTER.

       END PROGRAM ACCOM-LETTERS.
