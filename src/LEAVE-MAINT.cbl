      ******************************************************************
      * Tectonics: Leave of absence entry.  A student on an approved
      * medical or parental leave used to be marked withdrawn ('W'),
      * which stopped TERM-ROLL seeding them, reported them to the
      * loan ministry as a withdrawal and handed them to alumni as
      * departed.  The leave is now recorded here as a LEAVES.txt
      * row (see LEAVE-RECORD.cpy): start term, expected return
      * term, medical or parental, and who approved it.  Recording
      * it puts every record the student already has on STUFILE.dat
      * for the leave's terms at STATUS-CODE 'L' - away but still
      * ours - and TERM-ROLL seeds any later leave term at 'L' the
      * same way.  The start term must be on TERM-CALENDAR.txt; a
      * withdrawn student comes back through READMIT-MAINT, not a
      * leave; one leave in force per student.  The row and every
      * status it changes land on AUDIT-LOG.txt.  A leave that
      * runs past its return term is LEAVE-MONITOR's and
      * LEAVE-REVIEW's business, not this program's.
      * Update sign-on required, as PROGRAM-TRANSFER asks.
      ******************************************************************
       IDENTIFICATION DIVISION.
       PROGRAM-ID. LEAVE-MAINT.

       ENVIRONMENT DIVISION.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
           SELECT OPTIONAL LEAVE-FILE ASSIGN "LEAVES.txt"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS LEAVE-STATUS.
      *    DYNAMIC so the student's whole STUDENT-NUMBER group can be
      *    walked and the leave's terms rewritten as it goes.
           SELECT STUDENT-DATA-FILE
               ASSIGN "STUFILE.dat"
               ORGANIZATION IS INDEXED
               ACCESS MODE IS DYNAMIC
               RECORD KEY IS STUDENT-KEY
               ALTERNATE KEY IS STUDENT-NUMBER WITH DUPLICATES
               ALTERNATE KEY IS STUDENT-SURNAME WITH DUPLICATES
               FILE STATUS IS FILE-STATUS.
           SELECT OPTIONAL TERM-CALENDAR-FILE
               ASSIGN "TERM-CALENDAR.txt"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS CALENDAR-STATUS.
           SELECT OPTIONAL AUDIT-LOG-FILE ASSIGN "AUDIT-LOG.txt"
               ORGANIZATION IS LINE SEQUENTIAL.

       DATA DIVISION.
       FILE SECTION.
           FD LEAVE-FILE.
           COPY "LEAVE-RECORD.cpy".

           FD STUDENT-DATA-FILE
               RECORD IS VARYING IN SIZE FROM 82 TO 181 CHARACTERS
               DEPENDING ON COURSE-COUNT.
           COPY "STUDENT-RECORD.cpy".

           FD TERM-CALENDAR-FILE.
           COPY "TERM-CALENDAR.cpy".

           FD AUDIT-LOG-FILE.
           COPY "AUDIT-LOG.cpy".

       WORKING-STORAGE SECTION.
           01 LEAVE-STATUS    PIC X(2).
           01 FILE-STATUS     PIC X(2).
           01 CALENDAR-STATUS PIC X(2).

           01 OPERATOR-ID-WS PIC X(10) VALUE SPACES.
           01 OPERATOR-PASSWORD-WS PIC X(10) VALUE SPACES.
           01 OPERATOR-ROLE-WS PIC X(1) VALUE SPACE.
           01 SIGNON-STATUS-WS PIC X(2) VALUE SPACES.

           01 FLAGS.
               05 EOF-LEAVE     PIC X VALUE "N".
               05 EOF-STU       PIC X VALUE "N".
               05 EOF-CALENDAR  PIC X VALUE "N".
               05 DONE-FLAG     PIC X VALUE "N".
               05 TERM-ON-CALENDAR PIC X VALUE "N".
               05 COURSES-FOUND PIC X VALUE "N".

           01 CHOICE PIC 9 VALUE 0.

      *    The student as STUFILE.dat has them now - the newest term
      *    decides whether a leave can be recorded at all.
           01 LEAVE-HISTORY-AREA.
               05 LVH-TERMS-FOUND   PIC 9(3) VALUE 0.
               05 LVH-NEWEST-TERM   PIC X(6) VALUE SPACES.
               05 LVH-NEWEST-STATUS PIC X(1) VALUE SPACE.

           01 LEAVE-WORK-AREA.
               05 LVW-STUDENT-IN     PIC X(6) VALUE SPACES.
               05 LVW-STUDENT-NUMBER PIC 9(6) VALUE 0.
               05 LVW-START-TERM     PIC X(6) VALUE SPACES.
               05 LVW-RETURN-TERM    PIC X(6) VALUE SPACES.
               05 LVW-TYPE           PIC X(1) VALUE SPACE.
               05 LVW-APPROVED-BY    PIC X(10) VALUE SPACES.
               05 LVW-LEAVE-ID       PIC 9(6) VALUE 0.
               05 LVW-HIGH-LEAVE-ID  PIC 9(6) VALUE 0.
               05 LVW-IN-FORCE-ID    PIC 9(6) VALUE 0.
               05 LVW-LEAVES-LISTED  PIC 9(3) VALUE 0.
               05 LVW-TERMS-MARKED   PIC 9(3) VALUE 0.
               05 LVW-STATUS-TEXT    PIC X(20) VALUE SPACES.
               05 LVW-RUN-DATE       PIC 9(8) VALUE 0.
               05 IDX-WS             PIC 9(3).

       PROCEDURE DIVISION.
       100-MAIN-PROCEDURE.
           DISPLAY "LEAVES OF ABSENCE - ENTER YOUR OPERATOR ID: ".
           ACCEPT OPERATOR-ID-WS.
           DISPLAY "ENTER YOUR PASSWORD: ".
           ACCEPT OPERATOR-PASSWORD-WS.
           CALL "OPERATOR-SIGNON" USING OPERATOR-ID-WS
               OPERATOR-PASSWORD-WS OPERATOR-ROLE-WS
               SIGNON-STATUS-WS.
           IF SIGNON-STATUS-WS NOT = "00"
                   OR OPERATOR-ROLE-WS = "I" OR "A" OR "C"
               DISPLAY "UPDATE SIGN-ON REQUIRED. RUN CANCELLED."
               MOVE 8 TO RETURN-CODE
           ELSE
               ACCEPT LVW-RUN-DATE FROM DATE YYYYMMDD
               PERFORM 200-RUN-MENU UNTIL DONE-FLAG = "Y"
           END-IF.
           STOP RUN.

       200-RUN-MENU.
           DISPLAY " ".
           DISPLAY "LEAVES OF ABSENCE".
           DISPLAY "   1. LIST A STUDENT'S LEAVES".
           DISPLAY "   2. RECORD AN APPROVED LEAVE".
           DISPLAY "   3. QUIT".
           DISPLAY "ENTER YOUR CHOICE: ".
           ACCEPT CHOICE.
           EVALUATE CHOICE
               WHEN 1 PERFORM 300-LIST-LEAVES
               WHEN 2 PERFORM 400-RECORD-LEAVE
               WHEN 3 MOVE "Y" TO DONE-FLAG
               WHEN OTHER
                   DISPLAY "INVALID CHOICE. PLEASE SELECT 1-3."
           END-EVALUATE.

       300-LIST-LEAVES.
           MOVE 0 TO LVW-STUDENT-NUMBER.
           DISPLAY "STUDENT NUMBER: ".
           ACCEPT LVW-STUDENT-IN.
           IF LVW-STUDENT-IN IS NUMERIC
               MOVE LVW-STUDENT-IN TO LVW-STUDENT-NUMBER
               PERFORM 410-SCAN-LEAVES
               IF LVW-LEAVES-LISTED = 0
                   DISPLAY "NO LEAVES ON FILE FOR "
                       LVW-STUDENT-NUMBER "."
               END-IF
           ELSE
               DISPLAY "INVALID STUDENT NUMBER. DIGITS ONLY."
           END-IF.

       310-LIST-ONE-LEAVE.
           EVALUATE LVE-STATUS
               WHEN SPACE MOVE "IN FORCE"          TO LVW-STATUS-TEXT
               WHEN "R"   MOVE "RETURNED"          TO LVW-STATUS-TEXT
               WHEN "O"   MOVE "OVERDUE - REVIEW"  TO LVW-STATUS-TEXT
               WHEN "W"   MOVE "WITHDRAWN"         TO LVW-STATUS-TEXT
               WHEN OTHER MOVE LVE-STATUS          TO LVW-STATUS-TEXT
           END-EVALUATE.
           DISPLAY "  LEAVE " LVE-LEAVE-ID
               "  TYPE " LVE-TYPE
               "  " LVE-START-TERM " TO " LVE-RETURN-TERM
               "  APPROVED BY " LVE-APPROVED-BY
               "  " LVW-STATUS-TEXT.
           ADD 1 TO LVW-LEAVES-LISTED.

      *****************************************************************
      * A withdrawn student's way back is a readmission, and a
      * student already away has their leave extended on review
      * (LEAVE-REVIEW), not a second one stacked on top.
      *****************************************************************
       400-RECORD-LEAVE.
           MOVE 0 TO LVW-STUDENT-NUMBER.
           DISPLAY "STUDENT NUMBER: ".
           ACCEPT LVW-STUDENT-IN.
           IF LVW-STUDENT-IN IS NUMERIC
               MOVE LVW-STUDENT-IN TO LVW-STUDENT-NUMBER
               PERFORM 410-SCAN-LEAVES
               PERFORM 500-FIND-NEWEST-TERM
               PERFORM 420-ACCEPT-LEAVE
           ELSE
               DISPLAY "INVALID STUDENT NUMBER. DIGITS ONLY."
           END-IF.

      *    One pass over LEAVES.txt: lists the student's leaves,
      *    notes one still in force, and finds the highest leave ID
      *    for the next.
       410-SCAN-LEAVES.
           MOVE 0 TO LVW-LEAVES-LISTED.
           MOVE 0 TO LVW-IN-FORCE-ID.
           MOVE 0 TO LVW-HIGH-LEAVE-ID.
           MOVE "N" TO EOF-LEAVE.
           OPEN INPUT LEAVE-FILE.
           IF LEAVE-STATUS = "00" OR LEAVE-STATUS = "05"
               PERFORM 415-SCAN-ONE-LEAVE UNTIL EOF-LEAVE = "Y"
               CLOSE LEAVE-FILE
           END-IF.

       415-SCAN-ONE-LEAVE.
           READ LEAVE-FILE
               AT END
                   MOVE "Y" TO EOF-LEAVE
               NOT AT END
                   IF LVE-LEAVE-ID > LVW-HIGH-LEAVE-ID
                       MOVE LVE-LEAVE-ID TO LVW-HIGH-LEAVE-ID
                   END-IF
                   IF LVE-STUDENT-NUMBER = LVW-STUDENT-NUMBER
                       PERFORM 310-LIST-ONE-LEAVE
                       IF LVE-STATUS = SPACE OR LVE-STATUS = "O"
                           MOVE LVE-LEAVE-ID TO LVW-IN-FORCE-ID
                       END-IF
                   END-IF
           END-READ.

       420-ACCEPT-LEAVE.
           EVALUATE TRUE
               WHEN LVH-TERMS-FOUND = 0
                   DISPLAY "NO RECORD ON FILE FOR "
                       LVW-STUDENT-NUMBER ". NOTHING RECORDED."
               WHEN LVH-NEWEST-STATUS = "W"
                   DISPLAY "WITHDRAWN AS OF " LVH-NEWEST-TERM
                       " - THE WAY BACK IS READMISSION. NOTHING "
                       "RECORDED."
               WHEN LVW-IN-FORCE-ID > 0
                   DISPLAY "LEAVE " LVW-IN-FORCE-ID
                       " IS ALREADY IN FORCE. NOTHING RECORDED."
               WHEN OTHER
                   PERFORM 425-ACCEPT-LEAVE-DETAILS
           END-EVALUATE.

       425-ACCEPT-LEAVE-DETAILS.
           DISPLAY "FIRST TERM AWAY (CCYYTT): ".
           ACCEPT LVW-START-TERM.
           DISPLAY "EXPECTED RETURN TERM (CCYYTT): ".
           ACCEPT LVW-RETURN-TERM.
           DISPLAY "MEDICAL (M) OR PARENTAL (P): ".
           ACCEPT LVW-TYPE.
           DISPLAY "APPROVED BY: ".
           ACCEPT LVW-APPROVED-BY.
           PERFORM 430-CHECK-START-ON-CALENDAR.
           EVALUATE TRUE
               WHEN TERM-ON-CALENDAR NOT = "Y"
                   DISPLAY "TERM " LVW-START-TERM " IS NOT ON "
                       "TERM-CALENDAR.txt. NOTHING RECORDED."
               WHEN LVW-RETURN-TERM NOT > LVW-START-TERM
                   DISPLAY "RETURN TERM MUST FOLLOW "
                       LVW-START-TERM ". NOTHING RECORDED."
               WHEN LVW-TYPE NOT = "M" AND LVW-TYPE NOT = "P"
                   DISPLAY "TYPE MUST BE M OR P. NOTHING RECORDED."
               WHEN LVW-APPROVED-BY = SPACES
                   DISPLAY "THE APPROVER IS REQUIRED. "
                       "NOTHING RECORDED."
               WHEN OTHER
                   PERFORM 440-WRITE-THE-LEAVE
           END-EVALUATE.

       430-CHECK-START-ON-CALENDAR.
           MOVE "N" TO TERM-ON-CALENDAR.
           MOVE "N" TO EOF-CALENDAR.
           OPEN INPUT TERM-CALENDAR-FILE.
           IF CALENDAR-STATUS = "00" OR CALENDAR-STATUS = "05"
               PERFORM 435-CHECK-ONE-CALENDAR-TERM
                   UNTIL EOF-CALENDAR = "Y"
               CLOSE TERM-CALENDAR-FILE
           END-IF.

       435-CHECK-ONE-CALENDAR-TERM.
           READ TERM-CALENDAR-FILE
               AT END
                   MOVE "Y" TO EOF-CALENDAR
               NOT AT END
                   IF TCA-TERM-CODE = LVW-START-TERM
                       MOVE "Y" TO TERM-ON-CALENDAR
                   END-IF
           END-READ.

       440-WRITE-THE-LEAVE.
           COMPUTE LVW-LEAVE-ID = LVW-HIGH-LEAVE-ID + 1.
           OPEN EXTEND LEAVE-FILE.
           MOVE SPACES TO LEAVE-RECORD.
           MOVE LVW-LEAVE-ID       TO LVE-LEAVE-ID.
           MOVE LVW-STUDENT-NUMBER TO LVE-STUDENT-NUMBER.
           MOVE LVW-START-TERM     TO LVE-START-TERM.
           MOVE LVW-RETURN-TERM    TO LVE-RETURN-TERM.
           MOVE LVW-TYPE           TO LVE-TYPE.
           MOVE LVW-APPROVED-BY    TO LVE-APPROVED-BY.
           MOVE OPERATOR-ID-WS     TO LVE-RECORDED-BY.
           MOVE LVW-RUN-DATE       TO LVE-RECORDED-DATE.
           MOVE SPACE              TO LVE-STATUS.
           MOVE 0                  TO LVE-REVIEWED-DATE.
           WRITE LEAVE-RECORD.
           CLOSE LEAVE-FILE.
           OPEN EXTEND AUDIT-LOG-FILE.
           MOVE SPACES TO AUDIT-LOG-RECORD.
           MOVE LVW-STUDENT-NUMBER TO AUD-STUDENT-NUMBER.
           MOVE LVW-START-TERM     TO AUD-TERM-CODE.
           MOVE "LEAVE OF ABSENCE" TO AUD-FIELD-NAME.
           STRING LVW-TYPE " " LVW-START-TERM " TO " LVW-RETURN-TERM
               DELIMITED BY SIZE INTO AUD-NEW-VALUE
           END-STRING.
           MOVE OPERATOR-ID-WS TO AUD-OPERATOR-ID.
           MOVE FUNCTION CURRENT-DATE TO AUD-TIMESTAMP.
           CALL "AUDIT-CHAIN" USING AUDIT-LOG-RECORD.
           WRITE AUDIT-LOG-RECORD.
           PERFORM 450-MARK-TERMS-ON-LEAVE.
           CLOSE AUDIT-LOG-FILE.
           DISPLAY "LEAVE " LVW-LEAVE-ID " RECORDED FOR "
               LVW-STUDENT-NUMBER " FROM " LVW-START-TERM
               " - EXPECTED BACK " LVW-RETURN-TERM ".".
           IF LVW-TERMS-MARKED = 0
               DISPLAY "NO LEAVE TERM ON FILE YET - TERM-ROLL SEEDS "
                   "THEM AT 'L'."
           ELSE
               DISPLAY LVW-TERMS-MARKED
                   " TERM RECORD(S) SET TO 'L' (ON LEAVE)."
           END-IF.

      *****************************************************************
      * Every active record the student already has inside the
      * leave - start term up to, not including, the return term -
      * goes to 'L', audited as the STATUS-CODE change it is so
      * RECOVERY-REPLAY can rebuild it.  Registered courses are not
      * dropped here (the refund schedule is COURSE-REG's); the
      * clerk is told to drop them.
      *****************************************************************
       450-MARK-TERMS-ON-LEAVE.
           MOVE 0 TO LVW-TERMS-MARKED.
           MOVE "N" TO EOF-STU.
           OPEN I-O STUDENT-DATA-FILE.
           MOVE LVW-STUDENT-NUMBER TO STUDENT-NUMBER.
           START STUDENT-DATA-FILE
               KEY IS EQUAL STUDENT-NUMBER
               INVALID KEY
                   MOVE "Y" TO EOF-STU
           END-START.
           PERFORM 460-MARK-ONE-TERM UNTIL EOF-STU = "Y".
           CLOSE STUDENT-DATA-FILE.

       460-MARK-ONE-TERM.
           READ STUDENT-DATA-FILE NEXT RECORD
               AT END
                   MOVE "Y" TO EOF-STU
               NOT AT END
                   IF STUDENT-NUMBER NOT = LVW-STUDENT-NUMBER
                       MOVE "Y" TO EOF-STU
                   ELSE
                       IF TERM-CODE NOT < LVW-START-TERM
                               AND TERM-CODE < LVW-RETURN-TERM
                               AND STATUS-CODE = "A"
                           PERFORM 470-SET-TERM-ON-LEAVE
                       END-IF
                   END-IF
           END-READ.

       470-SET-TERM-ON-LEAVE.
           MOVE "L" TO STATUS-CODE.
           REWRITE STUDENT-RECORD
               INVALID KEY
                   DISPLAY "TERM " TERM-CODE " NOT UPDATED. STATUS: "
                       FILE-STATUS
               NOT INVALID KEY
                   ADD 1 TO LVW-TERMS-MARKED
                   MOVE SPACES TO AUDIT-LOG-RECORD
                   MOVE STUDENT-NUMBER TO AUD-STUDENT-NUMBER
                   MOVE TERM-CODE      TO AUD-TERM-CODE
                   MOVE "STATUS-CODE"  TO AUD-FIELD-NAME
                   MOVE "A"            TO AUD-OLD-VALUE
                   MOVE "L"            TO AUD-NEW-VALUE
                   MOVE OPERATOR-ID-WS TO AUD-OPERATOR-ID
                   MOVE FUNCTION CURRENT-DATE TO AUD-TIMESTAMP
                   CALL "AUDIT-CHAIN" USING AUDIT-LOG-RECORD
                   WRITE AUDIT-LOG-RECORD
                   PERFORM 480-CHECK-COURSES
                   IF COURSES-FOUND = "Y"
                       DISPLAY "TERM " TERM-CODE " STILL HAS COURSES "
                           "REGISTERED - DROP THEM IN COURSE-REG."
                   END-IF
           END-REWRITE.

       480-CHECK-COURSES.
           MOVE "N" TO COURSES-FOUND.
           PERFORM VARYING IDX-WS FROM 1 BY 1
                   UNTIL IDX-WS > COURSE-COUNT
               IF COURSE-CODE(IDX-WS) NOT = SPACES
                   MOVE "Y" TO COURSES-FOUND
               END-IF
           END-PERFORM.

      *    The newest record on STUFILE.dat and its status.
       500-FIND-NEWEST-TERM.
           MOVE 0 TO LVH-TERMS-FOUND.
           MOVE SPACES TO LVH-NEWEST-TERM.
           MOVE SPACE TO LVH-NEWEST-STATUS.
           MOVE "N" TO EOF-STU.
           OPEN INPUT STUDENT-DATA-FILE.
           MOVE LVW-STUDENT-NUMBER TO STUDENT-NUMBER.
           START STUDENT-DATA-FILE
               KEY IS EQUAL STUDENT-NUMBER
               INVALID KEY
                   MOVE "Y" TO EOF-STU
           END-START.
           PERFORM 510-CHECK-ONE-TERM UNTIL EOF-STU = "Y".
           CLOSE STUDENT-DATA-FILE.

       510-CHECK-ONE-TERM.
           READ STUDENT-DATA-FILE NEXT RECORD
               AT END
                   MOVE "Y" TO EOF-STU
               NOT AT END
                   IF STUDENT-NUMBER NOT = LVW-STUDENT-NUMBER
                       MOVE "Y" TO EOF-STU
                   ELSE
                       ADD 1 TO LVH-TERMS-FOUND
                       IF TERM-CODE > LVH-NEWEST-TERM
                           MOVE TERM-CODE   TO LVH-NEWEST-TERM
                           MOVE STATUS-CODE TO LVH-NEWEST-STATUS
                       END-IF
                   END-IF
           END-READ.

       END PROGRAM LEAVE-MAINT.
