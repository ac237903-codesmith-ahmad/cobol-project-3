      ******************************************************************
      * Tectonics: Readmission applications and decisions.  Once
      * ACADEMIC-STANDING sets a suspension, or a student has been
      * withdrawn, the only way back onto the term roll is an
      * approved READMISSIONS.txt row (see READMIT-RECORD.cpy) - no
      * more editing the record at the desk and forgetting the
      * conditions.  The desk takes the application here; the
      * decision is made with the student's whole picture on one
      * page: every term on STUFILE.dat (and any already purged to
      * STUHIST.dat) with its status, standing and balance, the
      * total still owing, and the active holds.
      * An approval fixes the return term (it must be on
      * TERM-CALENDAR.txt) and writes the readmission's probation
      * contract - course cap, minimum average, advising visits -
      * to PROBATION-CONTRACTS.txt for that term, where COURSE-REG
      * and CONTRACT-COMPLY already look; TERM-ROLL then seeds the
      * return term's record at 'P' standing.  A denial records
      * its reason.  Both decisions land on AUDIT-LOG.txt, and
      * READMIT-LIST prints them for the academic council.
      * Update sign-on required, as PROGRAM-TRANSFER asks.
      * Menu-driven whole-file load/save, the HOLD-MAINT way.
      ******************************************************************
       IDENTIFICATION DIVISION.
       PROGRAM-ID. READMIT-MAINT.

       ENVIRONMENT DIVISION.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
           SELECT OPTIONAL READMIT-FILE ASSIGN "READMISSIONS.txt"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS READMIT-STATUS.
      *    DYNAMIC so the student's whole STUDENT-NUMBER group can be
      *    walked for the history.
           SELECT STUDENT-DATA-FILE
               ASSIGN "STUFILE.dat"
               ORGANIZATION IS INDEXED
               ACCESS MODE IS DYNAMIC
               RECORD KEY IS STUDENT-KEY
               ALTERNATE KEY IS STUDENT-NUMBER WITH DUPLICATES
               ALTERNATE KEY IS STUDENT-SURNAME WITH DUPLICATES
               FILE STATUS IS FILE-STATUS.
      *    A long withdrawal may have been purged to history.
           SELECT OPTIONAL STUHIST-FILE
               ASSIGN "STUHIST.dat"
               ORGANIZATION IS INDEXED
               ACCESS MODE IS DYNAMIC
               RECORD KEY IS HST-STUDENT-KEY
               ALTERNATE KEY IS HST-STUDENT-NUMBER WITH DUPLICATES
               ALTERNATE KEY IS HST-STUDENT-SURNAME WITH DUPLICATES
               FILE STATUS IS HIST-STATUS.
           SELECT OPTIONAL HOLDS-FILE ASSIGN "HOLDS.txt"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS HOLDS-STATUS.
           SELECT OPTIONAL TERM-CALENDAR-FILE
               ASSIGN "TERM-CALENDAR.txt"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS CALENDAR-STATUS.
           SELECT OPTIONAL CONTRACT-FILE
               ASSIGN "PROBATION-CONTRACTS.txt"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS CONTRACT-STATUS.
           SELECT OPTIONAL AUDIT-LOG-FILE ASSIGN "AUDIT-LOG.txt"
               ORGANIZATION IS LINE SEQUENTIAL.

       DATA DIVISION.
       FILE SECTION.
           FD READMIT-FILE.
           COPY "READMIT-RECORD.cpy".

           FD STUDENT-DATA-FILE
               RECORD IS VARYING IN SIZE FROM 82 TO 181 CHARACTERS
               DEPENDING ON COURSE-COUNT.
           COPY "STUDENT-RECORD.cpy".

           FD STUHIST-FILE
               RECORD IS VARYING IN SIZE FROM 82 TO 181 CHARACTERS
               DEPENDING ON HST-COURSE-COUNT.
           COPY "STUDENT-RECORD.cpy"
               REPLACING STUDENT-RECORD   BY STUHIST-RECORD
                         STUDENT-KEY      BY HST-STUDENT-KEY
                         STUDENT-NUMBER   BY HST-STUDENT-NUMBER
                         TERM-CODE        BY HST-TERM-CODE
                         TUITION-OWED     BY HST-TUITION-OWED
                         STUDENT-NAME     BY HST-STUDENT-NAME
                         STUDENT-SURNAME  BY HST-STUDENT-SURNAME
                         STUDENT-GIVEN-NAME
                             BY HST-STUDENT-GIVEN-NAME
                         PROGRAM-OF-STUDY BY HST-PROGRAM-OF-STUDY
                         STATUS-CODE      BY HST-STATUS-CODE
                         STANDING-CODE    BY HST-STANDING-CODE
                         COURSE-COUNT     BY HST-COURSE-COUNT
                         COURSE-ENTRY     BY HST-COURSE-ENTRY
                         COURSE-CODE      BY HST-COURSE-CODE
                         COURSE-AVG       BY HST-COURSE-AVG
                         COURSE-GRADE-STATUS
                             BY HST-COURSE-GRADE-STATUS.

           FD HOLDS-FILE.
           COPY "HOLD-RECORD.cpy".

           FD TERM-CALENDAR-FILE.
           COPY "TERM-CALENDAR.cpy".

           FD CONTRACT-FILE.
           COPY "CONTRACT-RECORD.cpy".

           FD AUDIT-LOG-FILE.
           COPY "AUDIT-LOG.cpy".

       WORKING-STORAGE SECTION.
           01 READMIT-STATUS  PIC X(2).
           01 FILE-STATUS     PIC X(2).
           01 HIST-STATUS     PIC X(2).
           01 HOLDS-STATUS    PIC X(2).
           01 CALENDAR-STATUS PIC X(2).
           01 CONTRACT-STATUS PIC X(2).

           01 OPERATOR-ID-WS PIC X(10) VALUE SPACES.
           01 OPERATOR-PASSWORD-WS PIC X(10) VALUE SPACES.
           01 OPERATOR-ROLE-WS PIC X(1) VALUE SPACE.
           01 SIGNON-STATUS-WS PIC X(2) VALUE SPACES.

           01 READMIT-TABLE.
               05 READMIT-ENTRY OCCURS 500 TIMES INDEXED R-ENTRY.
                   10 RTB-APP-ID         PIC 9(6).
                   10 RTB-STUDENT-NUMBER PIC 9(6).
                   10 RTB-RETURN-TERM    PIC X(6).
                   10 RTB-BASIS          PIC X(1).
                   10 RTB-STATEMENT      PIC X(30).
                   10 RTB-APPLIED-DATE   PIC 9(8).
                   10 RTB-STATUS         PIC X(1).
                   10 RTB-DECIDED-BY     PIC X(10).
                   10 RTB-DECIDED-DATE   PIC 9(8).
                   10 RTB-DECISION-TEXT  PIC X(30).
           01 READMIT-COUNT PIC 9(3) VALUE 0.
           01 READMIT-MAX   PIC 9(3) VALUE 500.

           01 FLAGS.
               05 EOF-READMIT  PIC X VALUE "N".
               05 EOF-STU      PIC X VALUE "N".
               05 EOF-HOLDS    PIC X VALUE "N".
               05 EOF-CALENDAR PIC X VALUE "N".
               05 EOF-CONTRACT PIC X VALUE "N".
               05 DONE-FLAG    PIC X VALUE "N".
               05 CHANGED-FLAG PIC X VALUE "N".
               05 TERM-ON-CALENDAR PIC X VALUE "N".
               05 CONTRACT-ON-FILE PIC X VALUE "N".

           01 CHOICE PIC 9 VALUE 0.

      *    The student's picture, gathered by 500 - the newest term
      *    on file decides whether readmission applies at all.
           01 HISTORY-AREA.
               05 RMH-TERMS-FOUND    PIC 9(3) VALUE 0.
               05 RMH-NEWEST-TERM    PIC X(6) VALUE SPACES.
               05 RMH-NEWEST-STATUS  PIC X(1) VALUE SPACE.
               05 RMH-NEWEST-STANDING PIC X(1) VALUE SPACE.
               05 RMH-TOTAL-OWED     PIC S9(7)V99 VALUE 0.
               05 RMH-HOLD-COUNT     PIC 9(3) VALUE 0.

           01 READMIT-WORK-AREA.
               05 RMW-STUDENT-IN     PIC X(6) VALUE SPACES.
               05 RMW-STUDENT-NUMBER PIC 9(6) VALUE 0.
               05 RMW-RETURN-TERM    PIC X(6) VALUE SPACES.
               05 RMW-STATEMENT      PIC X(30) VALUE SPACES.
               05 RMW-APP-IN         PIC X(6) VALUE SPACES.
               05 RMW-APP-ID         PIC 9(6) VALUE 0.
               05 RMW-HIGH-APP-ID    PIC 9(6) VALUE 0.
               05 RMW-FOUND-ENTRY    PIC 9(3) VALUE 0.
               05 RMW-PENDING-ENTRY  PIC 9(3) VALUE 0.
               05 RMW-DECISION       PIC X(1) VALUE SPACE.
               05 RMW-DECISION-TEXT  PIC X(30) VALUE SPACES.
               05 RMW-NUMERIC-IN     PIC X(3) VALUE SPACES.
               05 RMW-MAX-COURSES    PIC 9(2) VALUE 0.
               05 RMW-MIN-AVERAGE    PIC 9(3) VALUE 0.
               05 RMW-VISITS         PIC 9(2) VALUE 0.
               05 RMW-RUN-DATE       PIC 9(8) VALUE 0.
               05 RMW-BALANCE-DISPLAY PIC -ZZZ,ZZZ,ZZ9.99.
               05 IDX-WS             PIC 9(3).

       PROCEDURE DIVISION.
       100-MAIN-PROCEDURE.
           DISPLAY "READMISSIONS - ENTER YOUR OPERATOR ID: ".
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
               ACCEPT RMW-RUN-DATE FROM DATE YYYYMMDD
               PERFORM 150-LOAD-READMIT-TABLE
               PERFORM 200-RUN-MENU UNTIL DONE-FLAG = "Y"
           END-IF.
           STOP RUN.

       150-LOAD-READMIT-TABLE.
           SET R-ENTRY TO 1.
           OPEN INPUT READMIT-FILE.
           IF READMIT-STATUS = "00" OR READMIT-STATUS = "05"
               PERFORM 160-LOAD-ONE-APP UNTIL EOF-READMIT = "Y"
                   OR R-ENTRY > READMIT-MAX
               CLOSE READMIT-FILE
           END-IF.
           COMPUTE READMIT-COUNT = R-ENTRY - 1.
           IF EOF-READMIT NOT = "Y"
                   AND READMIT-COUNT >= READMIT-MAX
               DISPLAY "READMISSIONS.txt EXCEEDS " READMIT-MAX
                   " ROWS. RUN ABORTED - NOTHING CHANGED."
               MOVE 8 TO RETURN-CODE
               MOVE "Y" TO DONE-FLAG
           ELSE
               DISPLAY "LOADED " READMIT-COUNT " APPLICATIONS."
           END-IF.

       160-LOAD-ONE-APP.
           READ READMIT-FILE
               AT END
                   MOVE "Y" TO EOF-READMIT
               NOT AT END
                   MOVE RDM-APP-ID      TO RTB-APP-ID(R-ENTRY)
                   MOVE RDM-STUDENT-NUMBER
                       TO RTB-STUDENT-NUMBER(R-ENTRY)
                   MOVE RDM-RETURN-TERM TO RTB-RETURN-TERM(R-ENTRY)
                   MOVE RDM-BASIS       TO RTB-BASIS(R-ENTRY)
                   MOVE RDM-STATEMENT   TO RTB-STATEMENT(R-ENTRY)
                   MOVE RDM-APPLIED-DATE
                       TO RTB-APPLIED-DATE(R-ENTRY)
                   MOVE RDM-STATUS      TO RTB-STATUS(R-ENTRY)
                   MOVE RDM-DECIDED-BY  TO RTB-DECIDED-BY(R-ENTRY)
                   MOVE RDM-DECIDED-DATE
                       TO RTB-DECIDED-DATE(R-ENTRY)
                   MOVE RDM-DECISION-TEXT
                       TO RTB-DECISION-TEXT(R-ENTRY)
                   ADD 1 TO R-ENTRY
           END-READ.

       200-RUN-MENU.
           DISPLAY " ".
           DISPLAY "READMISSIONS".
           DISPLAY "   1. LIST PENDING APPLICATIONS".
           DISPLAY "   2. TAKE AN APPLICATION".
           DISPLAY "   3. DECIDE AN APPLICATION".
           DISPLAY "   4. SAVE AND QUIT".
           DISPLAY "ENTER YOUR CHOICE: ".
           ACCEPT CHOICE.
           EVALUATE CHOICE
               WHEN 1 PERFORM 300-LIST-PENDING
               WHEN 2 PERFORM 400-TAKE-APPLICATION
               WHEN 3 PERFORM 600-DECIDE-APPLICATION
               WHEN 4 PERFORM 800-SAVE-READMIT-TABLE
                      MOVE "Y" TO DONE-FLAG
               WHEN OTHER
                   DISPLAY "INVALID CHOICE. PLEASE SELECT 1-4."
           END-EVALUATE.

       300-LIST-PENDING.
           PERFORM 310-LIST-ONE-PENDING
               VARYING IDX-WS FROM 1 BY 1
               UNTIL IDX-WS > READMIT-COUNT.

       310-LIST-ONE-PENDING.
           IF RTB-STATUS(IDX-WS) = SPACE
               DISPLAY "  APP " RTB-APP-ID(IDX-WS)
                   "  STUDENT " RTB-STUDENT-NUMBER(IDX-WS)
                   "  BASIS " RTB-BASIS(IDX-WS)
                   "  RETURN " RTB-RETURN-TERM(IDX-WS)
                   "  APPLIED " RTB-APPLIED-DATE(IDX-WS)
           END-IF.

      *****************************************************************
      * A student whose newest term is neither suspended nor
      * withdrawn simply rolls forward with everyone else - there is
      * nothing to readmit them from.  One pending application per
      * student at a time.
      *****************************************************************
       400-TAKE-APPLICATION.
           MOVE 0 TO RMW-STUDENT-NUMBER.
           DISPLAY "STUDENT NUMBER: ".
           ACCEPT RMW-STUDENT-IN.
           IF RMW-STUDENT-IN IS NUMERIC
               MOVE RMW-STUDENT-IN TO RMW-STUDENT-NUMBER
               PERFORM 500-SHOW-THE-PICTURE
               PERFORM 410-ACCEPT-APPLICATION
           ELSE
               DISPLAY "INVALID STUDENT NUMBER. DIGITS ONLY."
           END-IF.

       410-ACCEPT-APPLICATION.
           MOVE 0 TO RMW-PENDING-ENTRY.
           PERFORM 415-CHECK-ONE-PENDING
               VARYING IDX-WS FROM 1 BY 1
               UNTIL IDX-WS > READMIT-COUNT.
           EVALUATE TRUE
               WHEN RMH-TERMS-FOUND = 0
                   DISPLAY "NO RECORD ON FILE FOR "
                       RMW-STUDENT-NUMBER ". NOTHING TAKEN."
               WHEN RMH-NEWEST-STANDING NOT = "S"
                       AND RMH-NEWEST-STATUS NOT = "W"
                   DISPLAY "NOT SUSPENDED OR WITHDRAWN - NO "
                       "READMISSION NEEDED. NOTHING TAKEN."
               WHEN RMW-PENDING-ENTRY > 0
                   DISPLAY "APPLICATION "
                       RTB-APP-ID(RMW-PENDING-ENTRY)
                       " IS ALREADY PENDING. NOTHING TAKEN."
               WHEN READMIT-COUNT >= READMIT-MAX
                   DISPLAY "APPLICATION TABLE FULL. NOTHING TAKEN."
               WHEN OTHER
                   PERFORM 420-ADD-THE-APPLICATION
           END-EVALUATE.

       415-CHECK-ONE-PENDING.
           IF RTB-STUDENT-NUMBER(IDX-WS) = RMW-STUDENT-NUMBER
                   AND RTB-STATUS(IDX-WS) = SPACE
               MOVE IDX-WS TO RMW-PENDING-ENTRY
           END-IF.

       420-ADD-THE-APPLICATION.
           DISPLAY "TERM REQUESTED FOR RETURN (CCYYTT): ".
           ACCEPT RMW-RETURN-TERM.
           DISPLAY "STUDENT'S CASE IN BRIEF (30 CHARACTERS): ".
           ACCEPT RMW-STATEMENT.
           IF RMW-RETURN-TERM NOT > RMH-NEWEST-TERM
               DISPLAY "RETURN TERM MUST FOLLOW " RMH-NEWEST-TERM
                   ". NOTHING TAKEN."
           ELSE
               MOVE 0 TO RMW-HIGH-APP-ID
               PERFORM 425-CHECK-ONE-APP-ID
                   VARYING IDX-WS FROM 1 BY 1
                   UNTIL IDX-WS > READMIT-COUNT
               ADD 1 TO READMIT-COUNT
               COMPUTE RTB-APP-ID(READMIT-COUNT) =
                   RMW-HIGH-APP-ID + 1
               MOVE RMW-STUDENT-NUMBER
                   TO RTB-STUDENT-NUMBER(READMIT-COUNT)
               MOVE RMW-RETURN-TERM TO RTB-RETURN-TERM(READMIT-COUNT)
               IF RMH-NEWEST-STANDING = "S"
                   MOVE "S" TO RTB-BASIS(READMIT-COUNT)
               ELSE
                   MOVE "W" TO RTB-BASIS(READMIT-COUNT)
               END-IF
               MOVE RMW-STATEMENT TO RTB-STATEMENT(READMIT-COUNT)
               MOVE RMW-RUN-DATE TO RTB-APPLIED-DATE(READMIT-COUNT)
               MOVE SPACE TO RTB-STATUS(READMIT-COUNT)
               MOVE SPACES TO RTB-DECIDED-BY(READMIT-COUNT)
               MOVE 0 TO RTB-DECIDED-DATE(READMIT-COUNT)
               MOVE SPACES TO RTB-DECISION-TEXT(READMIT-COUNT)
               MOVE "Y" TO CHANGED-FLAG
               DISPLAY "APPLICATION " RTB-APP-ID(READMIT-COUNT)
                   " TAKEN."
           END-IF.

       425-CHECK-ONE-APP-ID.
           IF RTB-APP-ID(IDX-WS) > RMW-HIGH-APP-ID
               MOVE RTB-APP-ID(IDX-WS) TO RMW-HIGH-APP-ID
           END-IF.

      *****************************************************************
      * The one-page picture: every term on file for the student,
      * the balance still owing across them, and the active holds.
      *****************************************************************
       500-SHOW-THE-PICTURE.
           MOVE 0 TO RMH-TERMS-FOUND.
           MOVE SPACES TO RMH-NEWEST-TERM.
           MOVE SPACE TO RMH-NEWEST-STATUS.
           MOVE SPACE TO RMH-NEWEST-STANDING.
           MOVE 0 TO RMH-TOTAL-OWED.
           MOVE "N" TO EOF-STU.
           DISPLAY "TERM    STATUS STANDING COURSES         BALANCE".
           OPEN INPUT STUDENT-DATA-FILE.
           MOVE RMW-STUDENT-NUMBER TO STUDENT-NUMBER.
           START STUDENT-DATA-FILE
               KEY IS EQUAL STUDENT-NUMBER
               INVALID KEY
                   MOVE "Y" TO EOF-STU
           END-START.
           PERFORM 510-SHOW-ONE-TERM UNTIL EOF-STU = "Y".
           CLOSE STUDENT-DATA-FILE.
           MOVE "N" TO EOF-STU.
           OPEN INPUT STUHIST-FILE.
           IF HIST-STATUS = "00" OR HIST-STATUS = "05"
               MOVE RMW-STUDENT-NUMBER TO HST-STUDENT-NUMBER
               START STUHIST-FILE
                   KEY IS EQUAL HST-STUDENT-NUMBER
                   INVALID KEY
                       MOVE "Y" TO EOF-STU
               END-START
               PERFORM 515-SHOW-ONE-HIST-TERM UNTIL EOF-STU = "Y"
               CLOSE STUHIST-FILE
           END-IF.
           MOVE RMH-TOTAL-OWED TO RMW-BALANCE-DISPLAY.
           DISPLAY "TERMS ON FILE: " RMH-TERMS-FOUND
               "   OUTSTANDING BALANCE: " RMW-BALANCE-DISPLAY.
           DISPLAY "NEWEST TERM " RMH-NEWEST-TERM
               " - STATUS " RMH-NEWEST-STATUS
               ", STANDING " RMH-NEWEST-STANDING.
           MOVE 0 TO RMH-HOLD-COUNT.
           MOVE "N" TO EOF-HOLDS.
           OPEN INPUT HOLDS-FILE.
           IF HOLDS-STATUS = "00" OR HOLDS-STATUS = "05"
               PERFORM 520-SHOW-ONE-HOLD UNTIL EOF-HOLDS = "Y"
               CLOSE HOLDS-FILE
           END-IF.
           IF RMH-HOLD-COUNT = 0
               DISPLAY "NO ACTIVE HOLDS."
           END-IF.

       510-SHOW-ONE-TERM.
           READ STUDENT-DATA-FILE NEXT RECORD
               AT END
                   MOVE "Y" TO EOF-STU
               NOT AT END
                   IF STUDENT-NUMBER NOT = RMW-STUDENT-NUMBER
                       MOVE "Y" TO EOF-STU
                   ELSE
                       ADD 1 TO RMH-TERMS-FOUND
                       ADD TUITION-OWED TO RMH-TOTAL-OWED
                       IF TERM-CODE > RMH-NEWEST-TERM
                           MOVE TERM-CODE     TO RMH-NEWEST-TERM
                           MOVE STATUS-CODE   TO RMH-NEWEST-STATUS
                           MOVE STANDING-CODE TO RMH-NEWEST-STANDING
                       END-IF
                       MOVE TUITION-OWED TO RMW-BALANCE-DISPLAY
                       DISPLAY TERM-CODE "    " STATUS-CODE
                           "      " STANDING-CODE
                           "        " COURSE-COUNT
                           "  " RMW-BALANCE-DISPLAY
                   END-IF
           END-READ.

       515-SHOW-ONE-HIST-TERM.
           READ STUHIST-FILE NEXT RECORD
               AT END
                   MOVE "Y" TO EOF-STU
               NOT AT END
                   IF HST-STUDENT-NUMBER NOT = RMW-STUDENT-NUMBER
                       MOVE "Y" TO EOF-STU
                   ELSE
                       ADD 1 TO RMH-TERMS-FOUND
                       ADD HST-TUITION-OWED TO RMH-TOTAL-OWED
                       IF HST-TERM-CODE > RMH-NEWEST-TERM
                           MOVE HST-TERM-CODE   TO RMH-NEWEST-TERM
                           MOVE HST-STATUS-CODE TO RMH-NEWEST-STATUS
                           MOVE HST-STANDING-CODE
                               TO RMH-NEWEST-STANDING
                       END-IF
                       MOVE HST-TUITION-OWED TO RMW-BALANCE-DISPLAY
                       DISPLAY HST-TERM-CODE "    " HST-STATUS-CODE
                           "      " HST-STANDING-CODE
                           "        " HST-COURSE-COUNT
                           "  " RMW-BALANCE-DISPLAY "  (ARCHIVED)"
                   END-IF
           END-READ.

       520-SHOW-ONE-HOLD.
           READ HOLDS-FILE
               AT END
                   MOVE "Y" TO EOF-HOLDS
               NOT AT END
                   IF HLD-STUDENT-NUMBER = RMW-STUDENT-NUMBER
                       ADD 1 TO RMH-HOLD-COUNT
                       DISPLAY "*** ACTIVE HOLD - TYPE " HLD-TYPE
                           ": " HLD-REASON " (PLACED " HLD-DATE
                           " BY " HLD-PLACED-BY ") ***"
                   END-IF
           END-READ.

       600-DECIDE-APPLICATION.
           MOVE 0 TO RMW-APP-ID.
           DISPLAY "APPLICATION ID: ".
           ACCEPT RMW-APP-IN.
           IF RMW-APP-IN IS NUMERIC
               MOVE RMW-APP-IN TO RMW-APP-ID
           END-IF.
           MOVE 0 TO RMW-FOUND-ENTRY.
           PERFORM 605-FIND-ONE-APP
               VARYING IDX-WS FROM 1 BY 1
               UNTIL IDX-WS > READMIT-COUNT.
           EVALUATE TRUE
               WHEN RMW-FOUND-ENTRY = 0
                   DISPLAY "NO SUCH APPLICATION ON FILE."
               WHEN RTB-STATUS(RMW-FOUND-ENTRY) NOT = SPACE
                   DISPLAY "APPLICATION ALREADY DECIDED."
               WHEN OTHER
                   MOVE RTB-STUDENT-NUMBER(RMW-FOUND-ENTRY)
                       TO RMW-STUDENT-NUMBER
                   DISPLAY "STUDENT " RMW-STUDENT-NUMBER
                       " ASKS TO RETURN IN "
                       RTB-RETURN-TERM(RMW-FOUND-ENTRY)
                   DISPLAY "  " RTB-STATEMENT(RMW-FOUND-ENTRY)
                   PERFORM 500-SHOW-THE-PICTURE
                   PERFORM 610-TAKE-THE-DECISION
           END-EVALUATE.

       605-FIND-ONE-APP.
           IF RTB-APP-ID(IDX-WS) = RMW-APP-ID
               MOVE IDX-WS TO RMW-FOUND-ENTRY
           END-IF.

       610-TAKE-THE-DECISION.
           DISPLAY "DECISION - APPROVE (A) OR DENY (D): ".
           ACCEPT RMW-DECISION.
           EVALUATE RMW-DECISION
               WHEN "A"
                   PERFORM 620-ACCEPT-THE-APPROVAL
               WHEN "D"
                   PERFORM 650-ACCEPT-THE-DENIAL
               WHEN OTHER
                   DISPLAY "NO DECISION TAKEN."
           END-EVALUATE.

      *****************************************************************
      * The return term granted may differ from the one asked for
      * (blank keeps it), but it must be on the calendar and no
      * contract may already sit on it.
      *****************************************************************
       620-ACCEPT-THE-APPROVAL.
           DISPLAY "RETURN TERM GRANTED (BLANK = "
               RTB-RETURN-TERM(RMW-FOUND-ENTRY) "): ".
           ACCEPT RMW-RETURN-TERM.
           IF RMW-RETURN-TERM = SPACES
               MOVE RTB-RETURN-TERM(RMW-FOUND-ENTRY)
                   TO RMW-RETURN-TERM
           END-IF.
           DISPLAY "CONTRACT - MAX COURSES (1-10): ".
           ACCEPT RMW-NUMERIC-IN.
           MOVE FUNCTION NUMVAL(RMW-NUMERIC-IN) TO RMW-MAX-COURSES.
           DISPLAY "CONTRACT - MIN TERM AVERAGE (0-100): ".
           ACCEPT RMW-NUMERIC-IN.
           MOVE FUNCTION NUMVAL(RMW-NUMERIC-IN) TO RMW-MIN-AVERAGE.
           DISPLAY "CONTRACT - ADVISING VISITS REQUIRED: ".
           ACCEPT RMW-NUMERIC-IN.
           MOVE FUNCTION NUMVAL(RMW-NUMERIC-IN) TO RMW-VISITS.
           DISPLAY "OTHER CONDITIONS OF READMISSION (30 CHARACTERS): ".
           ACCEPT RMW-DECISION-TEXT.
           PERFORM 630-CHECK-TERM-ON-CALENDAR.
           PERFORM 640-CHECK-CONTRACT-ON-FILE.
           EVALUATE TRUE
               WHEN RMW-RETURN-TERM NOT > RMH-NEWEST-TERM
                   DISPLAY "RETURN TERM MUST FOLLOW " RMH-NEWEST-TERM
                       ". NOTHING DECIDED."
               WHEN TERM-ON-CALENDAR NOT = "Y"
                   DISPLAY "TERM " RMW-RETURN-TERM " IS NOT ON "
                       "TERM-CALENDAR.txt. NOTHING DECIDED."
               WHEN RMW-MAX-COURSES < 1 OR RMW-MAX-COURSES > 10
                   DISPLAY "MAX COURSES MUST BE 1-10. "
                       "NOTHING DECIDED."
               WHEN RMW-MIN-AVERAGE > 100
                   DISPLAY "MIN AVERAGE MUST BE 0-100. "
                       "NOTHING DECIDED."
               WHEN CONTRACT-ON-FILE = "Y"
                   DISPLAY "A CONTRACT IS ALREADY ON FILE FOR THAT "
                       "STUDENT/TERM. NOTHING DECIDED."
               WHEN OTHER
                   PERFORM 660-RECORD-THE-APPROVAL
           END-EVALUATE.

       630-CHECK-TERM-ON-CALENDAR.
           MOVE "N" TO TERM-ON-CALENDAR.
           MOVE "N" TO EOF-CALENDAR.
           OPEN INPUT TERM-CALENDAR-FILE.
           IF CALENDAR-STATUS = "00" OR CALENDAR-STATUS = "05"
               PERFORM 635-CHECK-ONE-CALENDAR-TERM
                   UNTIL EOF-CALENDAR = "Y"
               CLOSE TERM-CALENDAR-FILE
           END-IF.

       635-CHECK-ONE-CALENDAR-TERM.
           READ TERM-CALENDAR-FILE
               AT END
                   MOVE "Y" TO EOF-CALENDAR
               NOT AT END
                   IF TCA-TERM-CODE = RMW-RETURN-TERM
                       MOVE "Y" TO TERM-ON-CALENDAR
                   END-IF
           END-READ.

       640-CHECK-CONTRACT-ON-FILE.
           MOVE "N" TO CONTRACT-ON-FILE.
           MOVE "N" TO EOF-CONTRACT.
           OPEN INPUT CONTRACT-FILE.
           IF CONTRACT-STATUS = "00" OR CONTRACT-STATUS = "05"
               PERFORM 645-CHECK-ONE-CONTRACT
                   UNTIL EOF-CONTRACT = "Y"
               CLOSE CONTRACT-FILE
           END-IF.

       645-CHECK-ONE-CONTRACT.
           READ CONTRACT-FILE
               AT END
                   MOVE "Y" TO EOF-CONTRACT
               NOT AT END
                   IF CTR-STUDENT-NUMBER = RMW-STUDENT-NUMBER
                           AND CTR-TERM-CODE = RMW-RETURN-TERM
                       MOVE "Y" TO CONTRACT-ON-FILE
                   END-IF
           END-READ.

       650-ACCEPT-THE-DENIAL.
           DISPLAY "REASON FOR DENIAL (30 CHARACTERS): ".
           ACCEPT RMW-DECISION-TEXT.
           IF RMW-DECISION-TEXT = SPACES
               DISPLAY "A DENIAL NEEDS ITS REASON. NOTHING DECIDED."
           ELSE
               MOVE "D" TO RTB-STATUS(RMW-FOUND-ENTRY)
               MOVE RMW-DECISION-TEXT
                   TO RTB-DECISION-TEXT(RMW-FOUND-ENTRY)
               PERFORM 670-STAMP-THE-DECISION
               MOVE SPACES TO AUDIT-LOG-RECORD
               MOVE RTB-RETURN-TERM(RMW-FOUND-ENTRY) TO AUD-TERM-CODE
               MOVE "READMIT DENIED" TO AUD-FIELD-NAME
               MOVE RTB-APP-ID(RMW-FOUND-ENTRY) TO AUD-OLD-VALUE
               MOVE RMW-DECISION-TEXT TO AUD-NEW-VALUE
               PERFORM 700-WRITE-AUDIT-ROW
               DISPLAY "DENIED."
           END-IF.

      *    The contract goes on file now, for the return term, so
      *    COURSE-REG holds the student to its course cap from the
      *    first add.
       660-RECORD-THE-APPROVAL.
           MOVE "A" TO RTB-STATUS(RMW-FOUND-ENTRY).
           MOVE RMW-RETURN-TERM TO RTB-RETURN-TERM(RMW-FOUND-ENTRY).
           MOVE RMW-DECISION-TEXT
               TO RTB-DECISION-TEXT(RMW-FOUND-ENTRY).
           PERFORM 670-STAMP-THE-DECISION.
           OPEN EXTEND CONTRACT-FILE.
           MOVE SPACES TO CONTRACT-RECORD.
           MOVE RMW-STUDENT-NUMBER TO CTR-STUDENT-NUMBER.
           MOVE RMW-RETURN-TERM    TO CTR-TERM-CODE.
           MOVE RMW-MAX-COURSES    TO CTR-MAX-COURSES.
           MOVE RMW-MIN-AVERAGE    TO CTR-MIN-AVERAGE.
           MOVE RMW-VISITS         TO CTR-VISITS-REQUIRED.
           MOVE 0                  TO CTR-VISITS-MADE.
           MOVE RMW-RUN-DATE       TO CTR-SIGNED-DATE.
           MOVE SPACE              TO CTR-STATUS.
           WRITE CONTRACT-RECORD.
           CLOSE CONTRACT-FILE.
           MOVE SPACES TO AUDIT-LOG-RECORD.
           MOVE RMW-RETURN-TERM TO AUD-TERM-CODE.
           MOVE "READMIT APPROVED" TO AUD-FIELD-NAME.
           STRING RMH-NEWEST-STATUS " " RMH-NEWEST-STANDING " "
                  RMH-NEWEST-TERM
               DELIMITED BY SIZE INTO AUD-OLD-VALUE
           END-STRING.
           STRING "A P " RMW-RETURN-TERM
               DELIMITED BY SIZE INTO AUD-NEW-VALUE
           END-STRING.
           PERFORM 700-WRITE-AUDIT-ROW.
           DISPLAY "APPROVED - CONTRACT FILED FOR " RMW-RETURN-TERM
               "; TERM-ROLL SEEDS THE RECORD AT PROBATION.".

       670-STAMP-THE-DECISION.
           MOVE OPERATOR-ID-WS TO RTB-DECIDED-BY(RMW-FOUND-ENTRY).
           MOVE RMW-RUN-DATE TO RTB-DECIDED-DATE(RMW-FOUND-ENTRY).
           MOVE "Y" TO CHANGED-FLAG.

      *    The caller has cleared the row and set the term, the
      *    field name and the values.
       700-WRITE-AUDIT-ROW.
           OPEN EXTEND AUDIT-LOG-FILE.
           MOVE RMW-STUDENT-NUMBER TO AUD-STUDENT-NUMBER.
           MOVE OPERATOR-ID-WS TO AUD-OPERATOR-ID.
           MOVE FUNCTION CURRENT-DATE TO AUD-TIMESTAMP.
           CALL "AUDIT-CHAIN" USING AUDIT-LOG-RECORD.
           WRITE AUDIT-LOG-RECORD.
           CLOSE AUDIT-LOG-FILE.

       800-SAVE-READMIT-TABLE.
           IF CHANGED-FLAG = "Y"
               OPEN OUTPUT READMIT-FILE
               PERFORM 810-WRITE-ONE-APP
                   VARYING R-ENTRY FROM 1 BY 1
                   UNTIL R-ENTRY > READMIT-COUNT
               CLOSE READMIT-FILE
               DISPLAY "SAVED " READMIT-COUNT
                   " APPLICATIONS TO READMISSIONS.txt"
           ELSE
               DISPLAY "NO CHANGES TO SAVE."
           END-IF.

       810-WRITE-ONE-APP.
           MOVE SPACES TO READMIT-RECORD.
           MOVE RTB-APP-ID(R-ENTRY)         TO RDM-APP-ID.
           MOVE RTB-STUDENT-NUMBER(R-ENTRY) TO RDM-STUDENT-NUMBER.
           MOVE RTB-RETURN-TERM(R-ENTRY)    TO RDM-RETURN-TERM.
           MOVE RTB-BASIS(R-ENTRY)          TO RDM-BASIS.
           MOVE RTB-STATEMENT(R-ENTRY)      TO RDM-STATEMENT.
           MOVE RTB-APPLIED-DATE(R-ENTRY)   TO RDM-APPLIED-DATE.
           MOVE RTB-STATUS(R-ENTRY)         TO RDM-STATUS.
           MOVE RTB-DECIDED-BY(R-ENTRY)     TO RDM-DECIDED-BY.
           MOVE RTB-DECIDED-DATE(R-ENTRY)   TO RDM-DECIDED-DATE.
           MOVE RTB-DECISION-TEXT(R-ENTRY)  TO RDM-DECISION-TEXT.
           WRITE READMIT-RECORD.

       END PROGRAM READMIT-MAINT.
