      ******************************************************************
      * Tectonics: Supervisor review of overdue leaves.  A leave of
      * absence LEAVE-MONITOR has flagged overdue ('O' on LEAVES.txt,
      * see LEAVE-RECORD.cpy - the return term arrived with no
      * registration) is decided here, and only here, by a
      * supervisor:
      *    W - convert to a withdrawal.  The student's newest
      *        STUFILE.dat record goes to STATUS-CODE 'W' the way
      *        every withdrawal does: audited, a 'WITHDRAW' event on
      *        NOTIFY-QUEUE.txt, and WITHDRAW-ADJUST called for the
      *        term's refund schedule.  From there the ordinary
      *        withdrawal consumers (LOAN-REPORT, ALUMNI-HANDOFF)
      *        take over, and the way back is READMIT-MAINT.
      *    E - extend the leave to a later return term.  The leave
      *        is back in force, and any record the student already
      *        has inside the extension goes to 'L'.
      * Both decisions land on AUDIT-LOG.txt with the supervisor's
      * ID, and on the leave row as reviewer and date.
      * Supervisor sign-on required (OPERATOR-SIGNON role 'S').
      * Menu-driven whole-file load/save, the HOLD-MAINT way.
      ******************************************************************
       IDENTIFICATION DIVISION.
       PROGRAM-ID. LEAVE-REVIEW.

       ENVIRONMENT DIVISION.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
           SELECT OPTIONAL LEAVE-FILE ASSIGN "LEAVES.txt"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS LEAVE-STATUS.
      *    DYNAMIC so the student's whole STUDENT-NUMBER group can be
      *    walked and rewritten.
           SELECT STUDENT-DATA-FILE
               ASSIGN "STUFILE.dat"
               ORGANIZATION IS INDEXED
               ACCESS MODE IS DYNAMIC
               RECORD KEY IS STUDENT-KEY
               ALTERNATE KEY IS STUDENT-NUMBER WITH DUPLICATES
               ALTERNATE KEY IS STUDENT-SURNAME WITH DUPLICATES
               FILE STATUS IS FILE-STATUS.
           SELECT OPTIONAL NOTIFY-QUEUE-FILE ASSIGN "NOTIFY-QUEUE.txt"
               ORGANIZATION IS LINE SEQUENTIAL.
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

           FD NOTIFY-QUEUE-FILE.
           COPY "NOTIFY-RECORD.cpy".

           FD AUDIT-LOG-FILE.
           COPY "AUDIT-LOG.cpy".

       WORKING-STORAGE SECTION.
           01 LEAVE-STATUS PIC X(2).
           01 FILE-STATUS  PIC X(2).
           01 ADJUST-STATUS-WS PIC X(2) VALUE SPACES.

           01 SUPERVISOR-ID-WS PIC X(10) VALUE SPACES.
           01 SUPERVISOR-PASSWORD-WS PIC X(10) VALUE SPACES.
           01 SUPERVISOR-ROLE-WS PIC X(1) VALUE SPACE.
           01 SIGNON-STATUS-WS PIC X(2) VALUE SPACES.

           01 LEAVE-TABLE.
               05 LEAVE-ENTRY OCCURS 2000 TIMES INDEXED L-ENTRY.
                   10 LVT-LEAVE-ID       PIC 9(6).
                   10 LVT-STUDENT-NUMBER PIC 9(6).
                   10 LVT-START-TERM     PIC X(6).
                   10 LVT-RETURN-TERM    PIC X(6).
                   10 LVT-TYPE           PIC X(1).
                   10 LVT-APPROVED-BY    PIC X(10).
                   10 LVT-RECORDED-BY    PIC X(10).
                   10 LVT-RECORDED-DATE  PIC 9(8).
                   10 LVT-STATUS         PIC X(1).
                   10 LVT-REVIEWED-BY    PIC X(10).
                   10 LVT-REVIEWED-DATE  PIC 9(8).
           01 LEAVE-COUNT PIC 9(4) VALUE 0.
           01 LEAVE-MAX   PIC 9(4) VALUE 2000.

           01 FLAGS.
               05 EOF-LEAVE    PIC X VALUE "N".
               05 EOF-STU      PIC X VALUE "N".
               05 DONE-FLAG    PIC X VALUE "N".
               05 CHANGED-FLAG PIC X VALUE "N".
               05 WITHDRAWN-FLAG PIC X VALUE "N".

           01 CHOICE PIC 9 VALUE 0.

           01 REVIEW-WORK-AREA.
               05 LRW-LEAVE-IN       PIC X(6) VALUE SPACES.
               05 LRW-LEAVE-ID       PIC 9(6) VALUE 0.
               05 LRW-FOUND-ENTRY    PIC 9(4) VALUE 0.
               05 LRW-DECISION       PIC X(1) VALUE SPACE.
               05 LRW-NEW-RETURN     PIC X(6) VALUE SPACES.
               05 LRW-OLD-RETURN     PIC X(6) VALUE SPACES.
               05 LRW-NEWEST-TERM    PIC X(6) VALUE SPACES.
               05 LRW-NEWEST-STATUS  PIC X(1) VALUE SPACE.
               05 LRW-TERMS-MARKED   PIC 9(3) VALUE 0.
               05 LRW-OLD-STATUS     PIC X(1) VALUE SPACE.
               05 LRW-RUN-DATE       PIC 9(8) VALUE 0.
               05 LRW-OVERDUE-LISTED PIC 9(4) VALUE 0.
               05 IDX-WS             PIC 9(4).

       PROCEDURE DIVISION.
       100-MAIN-PROCEDURE.
           DISPLAY "LEAVE REVIEW - ENTER YOUR SUPERVISOR ID: ".
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
               ACCEPT LRW-RUN-DATE FROM DATE YYYYMMDD
               PERFORM 150-LOAD-LEAVE-TABLE
               PERFORM 200-RUN-MENU UNTIL DONE-FLAG = "Y"
           END-IF.
           STOP RUN.

       150-LOAD-LEAVE-TABLE.
           SET L-ENTRY TO 1.
           OPEN INPUT LEAVE-FILE.
           IF LEAVE-STATUS = "00" OR LEAVE-STATUS = "05"
               PERFORM 160-LOAD-ONE-LEAVE UNTIL EOF-LEAVE = "Y"
                   OR L-ENTRY > LEAVE-MAX
               CLOSE LEAVE-FILE
           END-IF.
           COMPUTE LEAVE-COUNT = L-ENTRY - 1.
           IF EOF-LEAVE NOT = "Y" AND LEAVE-COUNT >= LEAVE-MAX
               DISPLAY "LEAVES.txt EXCEEDS " LEAVE-MAX
                   " ROWS. RUN ABORTED - NOTHING CHANGED."
               MOVE 8 TO RETURN-CODE
               MOVE "Y" TO DONE-FLAG
           ELSE
               DISPLAY "LOADED " LEAVE-COUNT " LEAVES."
           END-IF.

       160-LOAD-ONE-LEAVE.
           READ LEAVE-FILE
               AT END
                   MOVE "Y" TO EOF-LEAVE
               NOT AT END
                   MOVE LVE-LEAVE-ID      TO LVT-LEAVE-ID(L-ENTRY)
                   MOVE LVE-STUDENT-NUMBER
                       TO LVT-STUDENT-NUMBER(L-ENTRY)
                   MOVE LVE-START-TERM    TO LVT-START-TERM(L-ENTRY)
                   MOVE LVE-RETURN-TERM   TO LVT-RETURN-TERM(L-ENTRY)
                   MOVE LVE-TYPE          TO LVT-TYPE(L-ENTRY)
                   MOVE LVE-APPROVED-BY   TO LVT-APPROVED-BY(L-ENTRY)
                   MOVE LVE-RECORDED-BY   TO LVT-RECORDED-BY(L-ENTRY)
                   MOVE LVE-RECORDED-DATE
                       TO LVT-RECORDED-DATE(L-ENTRY)
                   MOVE LVE-STATUS        TO LVT-STATUS(L-ENTRY)
                   MOVE LVE-REVIEWED-BY   TO LVT-REVIEWED-BY(L-ENTRY)
                   MOVE LVE-REVIEWED-DATE
                       TO LVT-REVIEWED-DATE(L-ENTRY)
                   SET L-ENTRY UP BY 1
           END-READ.

       200-RUN-MENU.
           DISPLAY " ".
           DISPLAY "LEAVE REVIEW".
           DISPLAY "   1. LIST OVERDUE LEAVES".
           DISPLAY "   2. REVIEW A LEAVE".
           DISPLAY "   3. SAVE AND QUIT".
           DISPLAY "ENTER YOUR CHOICE: ".
           ACCEPT CHOICE.
           EVALUATE CHOICE
               WHEN 1 PERFORM 300-LIST-OVERDUE
               WHEN 2 PERFORM 400-REVIEW-LEAVE
               WHEN 3 PERFORM 800-SAVE-LEAVE-TABLE
                      MOVE "Y" TO DONE-FLAG
               WHEN OTHER
                   DISPLAY "INVALID CHOICE. PLEASE SELECT 1-3."
           END-EVALUATE.

       300-LIST-OVERDUE.
           MOVE 0 TO LRW-OVERDUE-LISTED.
           PERFORM 310-LIST-ONE-OVERDUE
               VARYING IDX-WS FROM 1 BY 1
               UNTIL IDX-WS > LEAVE-COUNT.
           IF LRW-OVERDUE-LISTED = 0
               DISPLAY "NO LEAVES ARE WAITING FOR REVIEW."
           END-IF.

       310-LIST-ONE-OVERDUE.
           IF LVT-STATUS(IDX-WS) = "O"
               DISPLAY "  LEAVE " LVT-LEAVE-ID(IDX-WS)
                   "  STUDENT " LVT-STUDENT-NUMBER(IDX-WS)
                   "  TYPE " LVT-TYPE(IDX-WS)
                   "  " LVT-START-TERM(IDX-WS)
                   " TO " LVT-RETURN-TERM(IDX-WS)
                   "  APPROVED BY " LVT-APPROVED-BY(IDX-WS)
               ADD 1 TO LRW-OVERDUE-LISTED
           END-IF.

       400-REVIEW-LEAVE.
           MOVE 0 TO LRW-FOUND-ENTRY.
           DISPLAY "LEAVE ID: ".
           ACCEPT LRW-LEAVE-IN.
           IF LRW-LEAVE-IN IS NUMERIC
               MOVE LRW-LEAVE-IN TO LRW-LEAVE-ID
               PERFORM VARYING IDX-WS FROM 1 BY 1
                       UNTIL IDX-WS > LEAVE-COUNT
                   IF LVT-LEAVE-ID(IDX-WS) = LRW-LEAVE-ID
                       MOVE IDX-WS TO LRW-FOUND-ENTRY
                   END-IF
               END-PERFORM
               EVALUATE TRUE
                   WHEN LRW-FOUND-ENTRY = 0
                       DISPLAY "NO LEAVE " LRW-LEAVE-ID " ON FILE."
                   WHEN LVT-STATUS(LRW-FOUND-ENTRY) NOT = "O"
                       DISPLAY "LEAVE " LRW-LEAVE-ID " IS NOT "
                           "FLAGGED OVERDUE - NOTHING TO REVIEW."
                   WHEN OTHER
                       PERFORM 410-TAKE-THE-DECISION
               END-EVALUATE
           ELSE
               DISPLAY "INVALID LEAVE ID. DIGITS ONLY."
           END-IF.

       410-TAKE-THE-DECISION.
           MOVE LRW-FOUND-ENTRY TO IDX-WS.
           MOVE LVT-RETURN-TERM(IDX-WS) TO LRW-OLD-RETURN.
           DISPLAY "STUDENT " LVT-STUDENT-NUMBER(IDX-WS)
               " - LEAVE TYPE " LVT-TYPE(IDX-WS)
               " FROM " LVT-START-TERM(IDX-WS)
               ", EXPECTED BACK " LRW-OLD-RETURN
               ", NOT REGISTERED.".
           DISPLAY "WITHDRAW (W), EXTEND (E) OR LEAVE FOR NOW "
               "(BLANK): ".
           ACCEPT LRW-DECISION.
           EVALUATE LRW-DECISION
               WHEN "W"
                   PERFORM 500-CONVERT-TO-WITHDRAWAL
               WHEN "E"
                   DISPLAY "NEW EXPECTED RETURN TERM (CCYYTT): "
                   ACCEPT LRW-NEW-RETURN
                   IF LRW-NEW-RETURN NOT > LRW-OLD-RETURN
                       DISPLAY "NEW RETURN TERM MUST FOLLOW "
                           LRW-OLD-RETURN ". NOTHING CHANGED."
                   ELSE
                       PERFORM 600-EXTEND-THE-LEAVE
                   END-IF
               WHEN SPACE
                   DISPLAY "LEFT FOR REVIEW. NOTHING CHANGED."
               WHEN OTHER
                   DISPLAY "DECISION MUST BE W OR E. NOTHING CHANGED."
           END-EVALUATE.

      *****************************************************************
      * The withdrawal lands on the student's newest record - the
      * return term's, which TERM-ROLL seeded active - exactly as
      * the interactive withdraw makes it.
      *****************************************************************
       500-CONVERT-TO-WITHDRAWAL.
           MOVE SPACES TO LRW-NEWEST-TERM.
           MOVE SPACE TO LRW-NEWEST-STATUS.
           MOVE "N" TO WITHDRAWN-FLAG.
           MOVE "N" TO EOF-STU.
           OPEN I-O STUDENT-DATA-FILE.
           MOVE LVT-STUDENT-NUMBER(IDX-WS) TO STUDENT-NUMBER.
           START STUDENT-DATA-FILE
               KEY IS EQUAL STUDENT-NUMBER
               INVALID KEY
                   MOVE "Y" TO EOF-STU
           END-START.
           PERFORM 510-FIND-NEWEST-TERM UNTIL EOF-STU = "Y".
           IF LRW-NEWEST-TERM = SPACES
               DISPLAY "NO RECORD ON FILE FOR STUDENT "
                   LVT-STUDENT-NUMBER(IDX-WS) ". NOTHING CHANGED."
           ELSE
               IF LRW-NEWEST-STATUS = "W"
                   DISPLAY "ALREADY WITHDRAWN ON " LRW-NEWEST-TERM
                       " - LEAVE CLOSED."
                   PERFORM 530-CLOSE-AS-WITHDRAWN
               ELSE
                   PERFORM 520-WITHDRAW-NEWEST-TERM
               END-IF
           END-IF.
           CLOSE STUDENT-DATA-FILE.
      *    The balance reprices against the term's refund schedule
      *    the moment the 'W' lands - the same call the interactive
      *    withdraw makes, once STUFILE.dat is free for it.
           IF WITHDRAWN-FLAG = "Y"
               CALL "WITHDRAW-ADJUST" USING
                   LVT-STUDENT-NUMBER(IDX-WS) LRW-NEWEST-TERM
                   ADJUST-STATUS-WS
           END-IF.

       510-FIND-NEWEST-TERM.
           READ STUDENT-DATA-FILE NEXT RECORD
               AT END
                   MOVE "Y" TO EOF-STU
               NOT AT END
                   IF STUDENT-NUMBER NOT = LVT-STUDENT-NUMBER(IDX-WS)
                       MOVE "Y" TO EOF-STU
                   ELSE
                       IF TERM-CODE > LRW-NEWEST-TERM
                           MOVE TERM-CODE   TO LRW-NEWEST-TERM
                           MOVE STATUS-CODE TO LRW-NEWEST-STATUS
                       END-IF
                   END-IF
           END-READ.

       520-WITHDRAW-NEWEST-TERM.
           MOVE LVT-STUDENT-NUMBER(IDX-WS) TO STUDENT-NUMBER.
           MOVE LRW-NEWEST-TERM TO TERM-CODE.
           READ STUDENT-DATA-FILE KEY IS STUDENT-KEY
               INVALID KEY
                   DISPLAY "RECORD NOT FOUND. NOTHING CHANGED."
               NOT INVALID KEY
                   MOVE STATUS-CODE TO LRW-OLD-STATUS
                   MOVE "W" TO STATUS-CODE
                   REWRITE STUDENT-RECORD
                       INVALID KEY
                           DISPLAY "WITHDRAWAL NOT SAVED. STATUS: "
                               FILE-STATUS
                       NOT INVALID KEY
                           OPEN EXTEND AUDIT-LOG-FILE
                           PERFORM 700-LOG-STATUS-CHANGE
                           CLOSE AUDIT-LOG-FILE
                           PERFORM 540-QUEUE-WITHDRAW-EVENT
                           MOVE "Y" TO WITHDRAWN-FLAG
                           PERFORM 530-CLOSE-AS-WITHDRAWN
                           DISPLAY "STUDENT " STUDENT-NUMBER
                               " WITHDRAWN ON " LRW-NEWEST-TERM "."
                   END-REWRITE
           END-READ.

       530-CLOSE-AS-WITHDRAWN.
           MOVE "W" TO LVT-STATUS(IDX-WS).
           MOVE SUPERVISOR-ID-WS TO LVT-REVIEWED-BY(IDX-WS).
           MOVE LRW-RUN-DATE TO LVT-REVIEWED-DATE(IDX-WS).
           MOVE "Y" TO CHANGED-FLAG.
           OPEN EXTEND AUDIT-LOG-FILE.
           MOVE SPACES TO AUDIT-LOG-RECORD.
           MOVE LVT-STUDENT-NUMBER(IDX-WS) TO AUD-STUDENT-NUMBER.
           MOVE LRW-OLD-RETURN TO AUD-TERM-CODE.
           MOVE "LEAVE REVIEW" TO AUD-FIELD-NAME.
           STRING "OVERDUE " LRW-OLD-RETURN
               DELIMITED BY SIZE INTO AUD-OLD-VALUE
           END-STRING.
           MOVE "WITHDRAWN" TO AUD-NEW-VALUE.
           MOVE SUPERVISOR-ID-WS TO AUD-OPERATOR-ID.
           MOVE FUNCTION CURRENT-DATE TO AUD-TIMESTAMP.
           CALL "AUDIT-CHAIN" USING AUDIT-LOG-RECORD.
           WRITE AUDIT-LOG-RECORD.
           CLOSE AUDIT-LOG-FILE.

       540-QUEUE-WITHDRAW-EVENT.
           OPEN EXTEND NOTIFY-QUEUE-FILE.
           MOVE SPACES TO NOTIFY-RECORD.
           MOVE "WITHDRAW" TO NTF-EVENT-CODE.
           MOVE STUDENT-NUMBER TO NTF-STUDENT-NUMBER.
           MOVE TERM-CODE      TO NTF-TERM-CODE.
           MOVE "LEAVE EXPIRED - WITHDRAWN" TO NTF-DETAIL.
           MOVE FUNCTION CURRENT-DATE TO NTF-TIMESTAMP.
           MOVE SPACE TO NTF-SENT-FLAG.
           WRITE NOTIFY-RECORD.
           CLOSE NOTIFY-QUEUE-FILE.

      *****************************************************************
      * The leave runs on to the new return term: any active record
      * already inside the extension (the old return term's, seeded
      * by TERM-ROLL) goes to 'L' as LEAVE-MAINT does it.
      *****************************************************************
       600-EXTEND-THE-LEAVE.
           MOVE 0 TO LRW-TERMS-MARKED.
           MOVE "N" TO EOF-STU.
           OPEN I-O STUDENT-DATA-FILE.
           OPEN EXTEND AUDIT-LOG-FILE.
           MOVE LVT-STUDENT-NUMBER(IDX-WS) TO STUDENT-NUMBER.
           START STUDENT-DATA-FILE
               KEY IS EQUAL STUDENT-NUMBER
               INVALID KEY
                   MOVE "Y" TO EOF-STU
           END-START.
           PERFORM 610-MARK-ONE-TERM UNTIL EOF-STU = "Y".
           CLOSE STUDENT-DATA-FILE.
           MOVE LRW-NEW-RETURN TO LVT-RETURN-TERM(IDX-WS).
           MOVE SPACE TO LVT-STATUS(IDX-WS).
           MOVE SUPERVISOR-ID-WS TO LVT-REVIEWED-BY(IDX-WS).
           MOVE LRW-RUN-DATE TO LVT-REVIEWED-DATE(IDX-WS).
           MOVE "Y" TO CHANGED-FLAG.
           MOVE SPACES TO AUDIT-LOG-RECORD.
           MOVE LVT-STUDENT-NUMBER(IDX-WS) TO AUD-STUDENT-NUMBER.
           MOVE LRW-OLD-RETURN TO AUD-TERM-CODE.
           MOVE "LEAVE REVIEW" TO AUD-FIELD-NAME.
           STRING "OVERDUE " LRW-OLD-RETURN
               DELIMITED BY SIZE INTO AUD-OLD-VALUE
           END-STRING.
           STRING "EXTENDED TO " LRW-NEW-RETURN
               DELIMITED BY SIZE INTO AUD-NEW-VALUE
           END-STRING.
           MOVE SUPERVISOR-ID-WS TO AUD-OPERATOR-ID.
           MOVE FUNCTION CURRENT-DATE TO AUD-TIMESTAMP.
           CALL "AUDIT-CHAIN" USING AUDIT-LOG-RECORD.
           WRITE AUDIT-LOG-RECORD.
           CLOSE AUDIT-LOG-FILE.
           DISPLAY "LEAVE " LVT-LEAVE-ID(IDX-WS) " EXTENDED - "
               "EXPECTED BACK " LRW-NEW-RETURN ". "
               LRW-TERMS-MARKED " TERM RECORD(S) SET TO 'L'.".

       610-MARK-ONE-TERM.
           READ STUDENT-DATA-FILE NEXT RECORD
               AT END
                   MOVE "Y" TO EOF-STU
               NOT AT END
                   IF STUDENT-NUMBER NOT = LVT-STUDENT-NUMBER(IDX-WS)
                       MOVE "Y" TO EOF-STU
                   ELSE
                       IF TERM-CODE NOT < LRW-OLD-RETURN
                               AND TERM-CODE < LRW-NEW-RETURN
                               AND STATUS-CODE = "A"
                           PERFORM 620-SET-TERM-ON-LEAVE
                       END-IF
                   END-IF
           END-READ.

       620-SET-TERM-ON-LEAVE.
           MOVE STATUS-CODE TO LRW-OLD-STATUS.
           MOVE "L" TO STATUS-CODE.
           REWRITE STUDENT-RECORD
               INVALID KEY
                   DISPLAY "TERM " TERM-CODE " NOT UPDATED. STATUS: "
                       FILE-STATUS
               NOT INVALID KEY
                   ADD 1 TO LRW-TERMS-MARKED
                   PERFORM 700-LOG-STATUS-CHANGE
           END-REWRITE.

      *    The STATUS-CODE change as RECOVERY-REPLAY reads it back;
      *    the caller has AUDIT-LOG.txt open.
       700-LOG-STATUS-CHANGE.
           MOVE SPACES TO AUDIT-LOG-RECORD.
           MOVE STUDENT-NUMBER TO AUD-STUDENT-NUMBER.
           MOVE TERM-CODE      TO AUD-TERM-CODE.
           MOVE "STATUS-CODE"  TO AUD-FIELD-NAME.
           MOVE LRW-OLD-STATUS TO AUD-OLD-VALUE.
           MOVE STATUS-CODE    TO AUD-NEW-VALUE.
           MOVE SUPERVISOR-ID-WS TO AUD-OPERATOR-ID.
           MOVE FUNCTION CURRENT-DATE TO AUD-TIMESTAMP.
           CALL "AUDIT-CHAIN" USING AUDIT-LOG-RECORD.
           WRITE AUDIT-LOG-RECORD.

       800-SAVE-LEAVE-TABLE.
           IF CHANGED-FLAG = "Y"
               OPEN OUTPUT LEAVE-FILE
               PERFORM 810-SAVE-ONE-LEAVE
                   VARYING L-ENTRY FROM 1 BY 1
                   UNTIL L-ENTRY > LEAVE-COUNT
               CLOSE LEAVE-FILE
               DISPLAY "LEAVES.txt SAVED."
           ELSE
               DISPLAY "NO CHANGES TO SAVE."
           END-IF.

       810-SAVE-ONE-LEAVE.
           MOVE SPACES TO LEAVE-RECORD.
           MOVE LVT-LEAVE-ID(L-ENTRY)       TO LVE-LEAVE-ID.
           MOVE LVT-STUDENT-NUMBER(L-ENTRY) TO LVE-STUDENT-NUMBER.
           MOVE LVT-START-TERM(L-ENTRY)     TO LVE-START-TERM.
           MOVE LVT-RETURN-TERM(L-ENTRY)    TO LVE-RETURN-TERM.
           MOVE LVT-TYPE(L-ENTRY)           TO LVE-TYPE.
           MOVE LVT-APPROVED-BY(L-ENTRY)    TO LVE-APPROVED-BY.
           MOVE LVT-RECORDED-BY(L-ENTRY)    TO LVE-RECORDED-BY.
           MOVE LVT-RECORDED-DATE(L-ENTRY)  TO LVE-RECORDED-DATE.
           MOVE LVT-STATUS(L-ENTRY)         TO LVE-STATUS.
           MOVE LVT-REVIEWED-BY(L-ENTRY)    TO LVE-REVIEWED-BY.
           MOVE LVT-REVIEWED-DATE(L-ENTRY)  TO LVE-REVIEWED-DATE.
           WRITE LEAVE-RECORD.

       END PROGRAM LEAVE-REVIEW.
