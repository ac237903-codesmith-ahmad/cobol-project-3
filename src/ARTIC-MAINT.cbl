      ******************************************************************
      * Tectonics: Articulation agreement maintenance.
      * ARTICULATION.txt (see ARTIC-RECORD.cpy) says which partner
      * college's course we accept as which of ours, at what minimum
      * grade, for attempts from the effective term through the
      * expiry term; ARTIC-ASSESS posts transfer credit off it with
      * no clerk in the loop, so this is the only sanctioned way to
      * change one.  Supervisor sign-on required, and every row
      * keyed lands on AUDIT-LOG.txt (student 000000, the effective
      * term, the partner course, old and new terms) when the table
      * is saved.  The equivalent must be in the COURSE.txt catalog.
      * A renegotiated agreement is a NEW row effective that term
      * (expire the old one); keying the same institution, course
      * and effective term again corrects that row.
      * Menu-driven whole-file load/save, POLICY-MAINT style.
      ******************************************************************
       IDENTIFICATION DIVISION.
       PROGRAM-ID. ARTIC-MAINT.

       ENVIRONMENT DIVISION.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
           SELECT OPTIONAL ARTIC-FILE ASSIGN "ARTICULATION.txt"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS ARTIC-STATUS.
           SELECT COURSE-FILE ASSIGN "COURSE.txt"
               ORGANIZATION IS LINE SEQUENTIAL.
           SELECT OPTIONAL AUDIT-LOG-FILE ASSIGN "AUDIT-LOG.txt"
               ORGANIZATION IS LINE SEQUENTIAL.

       DATA DIVISION.
       FILE SECTION.
           FD ARTIC-FILE.
           COPY "ARTIC-RECORD.cpy".

           FD COURSE-FILE.
           01 COURSE-RECORD.
               05 COURSE-REC-CODE          PIC X(7).
               05 COURSE-REC-TITLE         PIC X(20).
               05 COURSE-REC-CREDIT-HOURS  PIC 9(2).

           FD AUDIT-LOG-FILE.
           COPY "AUDIT-LOG.cpy".

       WORKING-STORAGE SECTION.
           01 ARTIC-STATUS PIC X(2).

      *    Supervisor approval is a real OPERATOR.txt sign-on with
      *    role 'S', same arrangement as POLICY-MAINT's.
           01 SUPERVISOR-ID-WS PIC X(10) VALUE SPACES.
           01 SUPERVISOR-PASSWORD-WS PIC X(10) VALUE SPACES.
           01 SUPERVISOR-ROLE-WS PIC X(1) VALUE SPACE.
           01 SIGNON-STATUS-WS PIC X(2) VALUE SPACES.

           01 COURSE-TABLE.
           COPY "COURSE-TABLE.cpy".

           01 COURSE-ENTRY-COUNT PIC 999 VALUE 0.
           01 COURSE-TABLE-CAPACITY PIC 999 VALUE 300.

           01 ARTIC-TABLE.
               05 ARTIC-TABLE-ENTRY OCCURS 500 TIMES INDEXED AT-ENTRY.
                   10 ATBL-INSTITUTION    PIC X(6).
                   10 ATBL-EXT-COURSE     PIC X(12).
                   10 ATBL-EQUIV-COURSE   PIC X(7).
                   10 ATBL-MIN-GRADE      PIC 9(3).
                   10 ATBL-EFFECTIVE-TERM PIC X(6).
                   10 ATBL-EXPIRY-TERM    PIC X(6).
                   10 ATBL-CHANGED-BY     PIC X(10).
                   10 ATBL-CHANGED-DATE   PIC 9(8).
      *            'N' = new row this session, 'C' = changed this
      *            session, space = untouched.  Drives the
      *            AUDIT-LOG.txt rows written at save.
                   10 ATBL-CHANGE-FLAG    PIC X(1).
                   10 ATBL-OLD-TERMS      PIC X(20).
           01 ARTIC-ENTRY-COUNT PIC 9(3) VALUE 0.
           01 ARTIC-TABLE-MAX   PIC 9(3) VALUE 500.

           01 FLAGS.
               05 EOF-ARTIC     PIC X VALUE "N".
               05 EOF-COURSE    PIC X VALUE "N".
               05 DONE-FLAG     PIC X VALUE "N".
               05 CATALOG-FOUND PIC X VALUE "N".

           01 CHOICE PIC 9 VALUE 0.

           01 ARTIC-ENTRY-WORK.
               05 AMW-INSTITUTION    PIC X(6)  VALUE SPACES.
               05 AMW-EXT-COURSE     PIC X(12) VALUE SPACES.
               05 AMW-EFFECTIVE-TERM PIC X(6)  VALUE SPACES.
               05 AMW-EQUIV-COURSE   PIC X(7)  VALUE SPACES.
               05 AMW-MIN-GRADE-IN   PIC X(3)  VALUE SPACES.
               05 AMW-MIN-GRADE      PIC 9(3)  VALUE 0.
               05 AMW-EXPIRY-TERM    PIC X(6)  VALUE SPACES.
               05 AMW-FOUND          PIC 9(3)  VALUE 0.
               05 AMW-RUN-DATE       PIC 9(8)  VALUE 0.
               05 AMW-AUDIT-COUNT    PIC 9(3)  VALUE 0.

      *    What an agreement row says, as the audit trail shows it:
      *    equivalent, minimum grade, and the span it is in force.
           01 ARTIC-TERMS-LINE.
               05 ATL-EQUIV-COURSE PIC X(7).
               05 FILLER           PIC X VALUE SPACE.
               05 ATL-MIN-GRADE    PIC 9(3).
               05 FILLER           PIC X VALUE SPACE.
               05 ATL-EXPIRY-TERM  PIC X(6).

           01 ARTIC-LIST-LINE.
               05 ALL-INSTITUTION    PIC X(6).
               05 FILLER             PIC X(2) VALUE SPACES.
               05 ALL-EXT-COURSE     PIC X(12).
               05 FILLER             PIC X(2) VALUE SPACES.
               05 ALL-EQUIV-COURSE   PIC X(7).
               05 FILLER             PIC X(2) VALUE SPACES.
               05 ALL-MIN-GRADE      PIC ZZ9.
               05 FILLER             PIC X(2) VALUE SPACES.
               05 ALL-EFFECTIVE-TERM PIC X(6).
               05 FILLER             PIC X(1) VALUE "-".
               05 ALL-EXPIRY-TERM    PIC X(6).
               05 FILLER             PIC X(2) VALUE SPACES.
               05 ALL-CHANGED-BY     PIC X(10).
               05 FILLER             PIC X(1) VALUE SPACE.
               05 ALL-CHANGED-DATE   PIC 9(8).

           01 IDX-WS PIC 9(3).

       PROCEDURE DIVISION.
       100-MAIN-PROCEDURE.
           DISPLAY "ARTICULATION - ENTER YOUR SUPERVISOR ID: ".
           ACCEPT SUPERVISOR-ID-WS.
           DISPLAY "ENTER YOUR PASSWORD: ".
           ACCEPT SUPERVISOR-PASSWORD-WS.
           CALL "OPERATOR-SIGNON" USING SUPERVISOR-ID-WS
               SUPERVISOR-PASSWORD-WS SUPERVISOR-ROLE-WS
               SIGNON-STATUS-WS.
           IF SIGNON-STATUS-WS NOT = "00"
                   OR SUPERVISOR-ROLE-WS NOT = "S"
               DISPLAY "SUPERVISOR SIGN-ON REQUIRED. RUN CANCELLED."
               MOVE 8 TO RETURN-CODE
           ELSE
               ACCEPT AMW-RUN-DATE FROM DATE YYYYMMDD
               PERFORM 140-LOAD-COURSE-TABLE
               PERFORM 150-LOAD-ARTIC-TABLE
               PERFORM 200-RUN-MENU UNTIL DONE-FLAG = "Y"
           END-IF.
           STOP RUN.

       140-LOAD-COURSE-TABLE.
           SET C-ENTRY TO 1.
           OPEN INPUT COURSE-FILE.
           PERFORM 145-LOAD-ONE-COURSE UNTIL EOF-COURSE = "Y"
               OR C-ENTRY > COURSE-TABLE-CAPACITY.
           CLOSE COURSE-FILE.
           COMPUTE COURSE-ENTRY-COUNT = C-ENTRY - 1.

       145-LOAD-ONE-COURSE.
           READ COURSE-FILE
               AT END
                   MOVE "Y" TO EOF-COURSE
               NOT AT END
                   MOVE COURSE-RECORD TO COURSE-TABLE-ENTRY(C-ENTRY)
                   ADD 1 TO C-ENTRY
           END-READ.

       150-LOAD-ARTIC-TABLE.
           SET AT-ENTRY TO 1.
           OPEN INPUT ARTIC-FILE.
           IF ARTIC-STATUS = "00" OR ARTIC-STATUS = "05"
               PERFORM 160-LOAD-ONE-AGREEMENT UNTIL EOF-ARTIC = "Y"
                   OR AT-ENTRY > ARTIC-TABLE-MAX
               CLOSE ARTIC-FILE
           END-IF.
           COMPUTE ARTIC-ENTRY-COUNT = AT-ENTRY - 1.
           IF EOF-ARTIC NOT = "Y"
                   AND ARTIC-ENTRY-COUNT >= ARTIC-TABLE-MAX
               DISPLAY "ARTICULATION.txt EXCEEDS " ARTIC-TABLE-MAX
                   " ROWS. RUN ABORTED - NOTHING CHANGED."
               MOVE 8 TO RETURN-CODE
               MOVE "Y" TO DONE-FLAG
           END-IF.
           DISPLAY "LOADED " ARTIC-ENTRY-COUNT " AGREEMENT ROWS.".

       160-LOAD-ONE-AGREEMENT.
           READ ARTIC-FILE
               AT END
                   MOVE "Y" TO EOF-ARTIC
               NOT AT END
                   MOVE ART-INSTITUTION TO ATBL-INSTITUTION(AT-ENTRY)
                   MOVE ART-EXT-COURSE TO ATBL-EXT-COURSE(AT-ENTRY)
                   MOVE ART-EQUIV-COURSE
                       TO ATBL-EQUIV-COURSE(AT-ENTRY)
                   MOVE ART-MIN-GRADE TO ATBL-MIN-GRADE(AT-ENTRY)
                   MOVE ART-EFFECTIVE-TERM
                       TO ATBL-EFFECTIVE-TERM(AT-ENTRY)
                   MOVE ART-EXPIRY-TERM TO ATBL-EXPIRY-TERM(AT-ENTRY)
                   MOVE ART-CHANGED-BY TO ATBL-CHANGED-BY(AT-ENTRY)
                   MOVE ART-CHANGED-DATE
                       TO ATBL-CHANGED-DATE(AT-ENTRY)
                   MOVE SPACE TO ATBL-CHANGE-FLAG(AT-ENTRY)
                   MOVE SPACES TO ATBL-OLD-TERMS(AT-ENTRY)
                   SET AT-ENTRY UP BY 1
           END-READ.

       200-RUN-MENU.
           DISPLAY " ".
           DISPLAY "ARTICULATION AGREEMENT MAINTENANCE".
           DISPLAY "   1. LIST ALL AGREEMENTS".
           DISPLAY "   2. SET AN AGREEMENT FOR AN EFFECTIVE TERM".
           DISPLAY "   3. SAVE AND QUIT".
           DISPLAY "   4. QUIT WITHOUT SAVING".
           DISPLAY "ENTER YOUR CHOICE: ".
           ACCEPT CHOICE.
           EVALUATE CHOICE
               WHEN 1 PERFORM 210-LIST-AGREEMENTS
               WHEN 2 PERFORM 220-SET-AGREEMENT
               WHEN 3 PERFORM 300-SAVE-ARTIC-TABLE
                      MOVE "Y" TO DONE-FLAG
               WHEN 4 DISPLAY "NOTHING SAVED."
                      MOVE "Y" TO DONE-FLAG
               WHEN OTHER
                   DISPLAY "INVALID CHOICE. PLEASE SELECT 1-4."
           END-EVALUATE.

       210-LIST-AGREEMENTS.
           IF ARTIC-ENTRY-COUNT = 0
               DISPLAY "NO AGREEMENTS ON FILE - EVERY TRANSFER "
                   "GOES TO THE CLERK."
           ELSE
               PERFORM 215-LIST-ONE-AGREEMENT
                   VARYING IDX-WS FROM 1 BY 1
                   UNTIL IDX-WS > ARTIC-ENTRY-COUNT
           END-IF.

       215-LIST-ONE-AGREEMENT.
           MOVE ATBL-INSTITUTION(IDX-WS)    TO ALL-INSTITUTION.
           MOVE ATBL-EXT-COURSE(IDX-WS)     TO ALL-EXT-COURSE.
           MOVE ATBL-EQUIV-COURSE(IDX-WS)   TO ALL-EQUIV-COURSE.
           MOVE ATBL-MIN-GRADE(IDX-WS)      TO ALL-MIN-GRADE.
           MOVE ATBL-EFFECTIVE-TERM(IDX-WS) TO ALL-EFFECTIVE-TERM.
           MOVE ATBL-EXPIRY-TERM(IDX-WS)    TO ALL-EXPIRY-TERM.
           MOVE ATBL-CHANGED-BY(IDX-WS)     TO ALL-CHANGED-BY.
           MOVE ATBL-CHANGED-DATE(IDX-WS)   TO ALL-CHANGED-DATE.
           DISPLAY ARTIC-LIST-LINE.

      *****************************************************************
      * An institution/course/effective term already on file is a
      * correction to that row; anything else is a new row.  The old
      * terms are kept on the table entry (the first ones, if the
      * row is changed twice in a session) so the audit row shows
      * what the file held.
      *****************************************************************
       220-SET-AGREEMENT.
           DISPLAY "PARTNER INSTITUTION CODE: ".
           ACCEPT AMW-INSTITUTION.
           DISPLAY "THEIR COURSE CODE: ".
           ACCEPT AMW-EXT-COURSE.
           DISPLAY "EFFECTIVE TERM (CCYYTT, BLANK = SINCE FOREVER): ".
           ACCEPT AMW-EFFECTIVE-TERM.
           DISPLAY "OUR EQUIVALENT COURSE CODE: ".
           ACCEPT AMW-EQUIV-COURSE.
           DISPLAY "MINIMUM GRADE (0-100): ".
           ACCEPT AMW-MIN-GRADE-IN.
           DISPLAY "EXPIRY TERM (CCYYTT, BLANK = OPEN-ENDED): ".
           ACCEPT AMW-EXPIRY-TERM.
           IF AMW-INSTITUTION = SPACES OR AMW-EXT-COURSE = SPACES
               DISPLAY "INSTITUTION AND COURSE CANNOT BE BLANK."
           ELSE
               IF AMW-MIN-GRADE-IN IS NOT NUMERIC
                   DISPLAY "GRADE MUST BE DIGITS. NOTHING CHANGED."
               ELSE
                   MOVE AMW-MIN-GRADE-IN TO AMW-MIN-GRADE
                   PERFORM 225-VALIDATE-AGREEMENT
               END-IF
           END-IF.

       225-VALIDATE-AGREEMENT.
           PERFORM 260-CHECK-CATALOG.
           IF CATALOG-FOUND NOT = "Y"
               DISPLAY AMW-EQUIV-COURSE " IS NOT IN THE CATALOG. "
                   "NOTHING CHANGED."
           ELSE
               IF AMW-EXPIRY-TERM NOT = SPACES
                       AND AMW-EXPIRY-TERM < AMW-EFFECTIVE-TERM
                   DISPLAY "EXPIRY TERM IS BEFORE THE EFFECTIVE "
                       "TERM. NOTHING CHANGED."
               ELSE
                   PERFORM 230-FIND-AGREEMENT-ROW
                   IF AMW-FOUND > 0
                       PERFORM 240-CHANGE-AGREEMENT-ROW
                   ELSE
                       PERFORM 250-ADD-AGREEMENT-ROW
                   END-IF
               END-IF
           END-IF.

       230-FIND-AGREEMENT-ROW.
           MOVE 0 TO AMW-FOUND.
           PERFORM 235-CHECK-ONE-ROW
               VARYING IDX-WS FROM 1 BY 1
               UNTIL IDX-WS > ARTIC-ENTRY-COUNT
               OR AMW-FOUND > 0.

       235-CHECK-ONE-ROW.
           IF ATBL-INSTITUTION(IDX-WS) = AMW-INSTITUTION
                   AND ATBL-EXT-COURSE(IDX-WS) = AMW-EXT-COURSE
                   AND ATBL-EFFECTIVE-TERM(IDX-WS) = AMW-EFFECTIVE-TERM
               MOVE IDX-WS TO AMW-FOUND
           END-IF.

       240-CHANGE-AGREEMENT-ROW.
           IF ATBL-CHANGE-FLAG(AMW-FOUND) = SPACE
               MOVE "C" TO ATBL-CHANGE-FLAG(AMW-FOUND)
               MOVE ATBL-EQUIV-COURSE(AMW-FOUND) TO ATL-EQUIV-COURSE
               MOVE ATBL-MIN-GRADE(AMW-FOUND) TO ATL-MIN-GRADE
               MOVE ATBL-EXPIRY-TERM(AMW-FOUND) TO ATL-EXPIRY-TERM
               MOVE ARTIC-TERMS-LINE TO ATBL-OLD-TERMS(AMW-FOUND)
           END-IF.
           MOVE AMW-EQUIV-COURSE TO ATBL-EQUIV-COURSE(AMW-FOUND).
           MOVE AMW-MIN-GRADE    TO ATBL-MIN-GRADE(AMW-FOUND).
           MOVE AMW-EXPIRY-TERM  TO ATBL-EXPIRY-TERM(AMW-FOUND).
           MOVE SUPERVISOR-ID-WS TO ATBL-CHANGED-BY(AMW-FOUND).
           MOVE AMW-RUN-DATE     TO ATBL-CHANGED-DATE(AMW-FOUND).
           DISPLAY "AGREEMENT ROW CHANGED.".

       250-ADD-AGREEMENT-ROW.
           IF ARTIC-ENTRY-COUNT >= ARTIC-TABLE-MAX
               DISPLAY "AGREEMENT TABLE FULL. CANNOT ADD ANOTHER."
           ELSE
               ADD 1 TO ARTIC-ENTRY-COUNT
               MOVE AMW-INSTITUTION
                   TO ATBL-INSTITUTION(ARTIC-ENTRY-COUNT)
               MOVE AMW-EXT-COURSE
                   TO ATBL-EXT-COURSE(ARTIC-ENTRY-COUNT)
               MOVE AMW-EQUIV-COURSE
                   TO ATBL-EQUIV-COURSE(ARTIC-ENTRY-COUNT)
               MOVE AMW-MIN-GRADE TO ATBL-MIN-GRADE(ARTIC-ENTRY-COUNT)
               MOVE AMW-EFFECTIVE-TERM
                   TO ATBL-EFFECTIVE-TERM(ARTIC-ENTRY-COUNT)
               MOVE AMW-EXPIRY-TERM
                   TO ATBL-EXPIRY-TERM(ARTIC-ENTRY-COUNT)
               MOVE SUPERVISOR-ID-WS
                   TO ATBL-CHANGED-BY(ARTIC-ENTRY-COUNT)
               MOVE AMW-RUN-DATE
                   TO ATBL-CHANGED-DATE(ARTIC-ENTRY-COUNT)
               MOVE "N" TO ATBL-CHANGE-FLAG(ARTIC-ENTRY-COUNT)
               MOVE SPACES TO ATBL-OLD-TERMS(ARTIC-ENTRY-COUNT)
               DISPLAY "AGREEMENT ROW ADDED."
           END-IF.

       260-CHECK-CATALOG.
           MOVE "N" TO CATALOG-FOUND.
           PERFORM VARYING C-ENTRY FROM 1 BY 1
                   UNTIL C-ENTRY > COURSE-ENTRY-COUNT
                   OR CATALOG-FOUND = "Y"
               IF COURSE-TABLE-CODE(C-ENTRY) = AMW-EQUIV-COURSE
                   MOVE "Y" TO CATALOG-FOUND
               END-IF
           END-PERFORM.

       300-SAVE-ARTIC-TABLE.
           OPEN OUTPUT ARTIC-FILE.
           PERFORM 310-WRITE-ONE-AGREEMENT
               VARYING AT-ENTRY FROM 1 BY 1
               UNTIL AT-ENTRY > ARTIC-ENTRY-COUNT.
           CLOSE ARTIC-FILE.
           MOVE 0 TO AMW-AUDIT-COUNT.
           OPEN EXTEND AUDIT-LOG-FILE.
           PERFORM 320-AUDIT-ONE-CHANGE
               VARYING AT-ENTRY FROM 1 BY 1
               UNTIL AT-ENTRY > ARTIC-ENTRY-COUNT.
           CLOSE AUDIT-LOG-FILE.
           DISPLAY "SAVED " ARTIC-ENTRY-COUNT
               " AGREEMENT ROWS TO ARTICULATION.txt, "
               AMW-AUDIT-COUNT " CHANGES AUDITED.".

       310-WRITE-ONE-AGREEMENT.
           MOVE SPACES TO ARTIC-RECORD.
           MOVE ATBL-INSTITUTION(AT-ENTRY)    TO ART-INSTITUTION.
           MOVE ATBL-EXT-COURSE(AT-ENTRY)     TO ART-EXT-COURSE.
           MOVE ATBL-EQUIV-COURSE(AT-ENTRY)   TO ART-EQUIV-COURSE.
           MOVE ATBL-MIN-GRADE(AT-ENTRY)      TO ART-MIN-GRADE.
           MOVE ATBL-EFFECTIVE-TERM(AT-ENTRY) TO ART-EFFECTIVE-TERM.
           MOVE ATBL-EXPIRY-TERM(AT-ENTRY)    TO ART-EXPIRY-TERM.
           MOVE ATBL-CHANGED-BY(AT-ENTRY)     TO ART-CHANGED-BY.
           MOVE ATBL-CHANGED-DATE(AT-ENTRY)   TO ART-CHANGED-DATE.
           WRITE ARTIC-RECORD.

       320-AUDIT-ONE-CHANGE.
           IF ATBL-CHANGE-FLAG(AT-ENTRY) NOT = SPACE
               MOVE SPACES TO AUDIT-LOG-RECORD
               MOVE 0 TO AUD-STUDENT-NUMBER
               MOVE ATBL-EFFECTIVE-TERM(AT-ENTRY) TO AUD-TERM-CODE
      *        Institution and their course - 19 of the 20 bytes.
               STRING ATBL-INSTITUTION(AT-ENTRY) " "
                   ATBL-EXT-COURSE(AT-ENTRY)
                   DELIMITED BY SIZE INTO AUD-FIELD-NAME
               END-STRING
               MOVE ATBL-OLD-TERMS(AT-ENTRY) TO AUD-OLD-VALUE
               MOVE ATBL-EQUIV-COURSE(AT-ENTRY) TO ATL-EQUIV-COURSE
               MOVE ATBL-MIN-GRADE(AT-ENTRY) TO ATL-MIN-GRADE
               MOVE ATBL-EXPIRY-TERM(AT-ENTRY) TO ATL-EXPIRY-TERM
               MOVE ARTIC-TERMS-LINE TO AUD-NEW-VALUE
               MOVE SUPERVISOR-ID-WS TO AUD-OPERATOR-ID
               MOVE FUNCTION CURRENT-DATE TO AUD-TIMESTAMP
               CALL "AUDIT-CHAIN" USING AUDIT-LOG-RECORD
               WRITE AUDIT-LOG-RECORD
               ADD 1 TO AMW-AUDIT-COUNT
           END-IF.

       END PROGRAM ARTIC-MAINT.
