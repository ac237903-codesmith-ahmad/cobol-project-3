      ******************************************************************
      * Tectonics: Student ID card desk.  The card office kept its
      * own list of who had a card, and a card reported lost was
      * never switched off anywhere.  ID-CARDS.txt (see
      * ID-CARD-RECORD.cpy) now holds every card issued; here the
      * office records the photo reference the vendor prints from,
      * issues a first card to a student the nightly CARD-EXTRACT
      * has not already carded from admissions, reports a card
      * lost, and issues a replacement.  A replacement switches off
      * the card it replaces and posts the replacement fee (policy
      * parameter ID-CARD-FEE, 25.00 by default) the way
      * TRANS-REQUEST posts the transcript fee: onto the student's
      * newest term's TUITION-OWED, with an 'IDCARD' FEES.txt row
      * and the standard AUDIT-LOG.txt trail - no term record, no
      * replacement.  Every card status change is logged against the
      * student, field "ID-CARD serial".  CARD-EXTRACT sends new
      * cards to the vendor and lost and replaced serials to the
      * library and access control systems.  Update sign-on only.
      * Whole-file load/save, saved after every change since a
      * replacement has already billed the student by the time the
      * menu comes back.
      ******************************************************************
       IDENTIFICATION DIVISION.
       PROGRAM-ID. CARD-DESK.

       ENVIRONMENT DIVISION.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
           SELECT OPTIONAL CARDS-FILE ASSIGN "ID-CARDS.txt"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS CARDS-STATUS.
           SELECT STUDENT-DATA-FILE
               ASSIGN "STUFILE.dat"
               ORGANIZATION IS INDEXED
               ACCESS MODE IS DYNAMIC
               RECORD KEY IS STUDENT-KEY
               ALTERNATE KEY IS STUDENT-NUMBER WITH DUPLICATES
               ALTERNATE KEY IS STUDENT-SURNAME WITH DUPLICATES
               FILE STATUS IS FILE-STATUS.
           SELECT OPTIONAL CALENDAR-FILE ASSIGN "TERM-CALENDAR.txt"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS CALENDAR-STATUS.
           SELECT OPTIONAL FEES-FILE ASSIGN "FEES.txt"
               ORGANIZATION IS LINE SEQUENTIAL.
           SELECT OPTIONAL AUDIT-LOG-FILE ASSIGN "AUDIT-LOG.txt"
               ORGANIZATION IS LINE SEQUENTIAL.

       DATA DIVISION.
       FILE SECTION.
           FD CARDS-FILE.
           COPY "ID-CARD-RECORD.cpy".

           FD STUDENT-DATA-FILE
               RECORD IS VARYING IN SIZE FROM 82 TO 181 CHARACTERS
               DEPENDING ON COURSE-COUNT.
           COPY "STUDENT-RECORD.cpy".

           FD CALENDAR-FILE.
           COPY "TERM-CALENDAR.cpy".

           FD FEES-FILE.
           COPY "FEE-RECORD.cpy".

           FD AUDIT-LOG-FILE.
           COPY "AUDIT-LOG.cpy".

       WORKING-STORAGE SECTION.
           01 CARDS-STATUS    PIC X(2).
           01 FILE-STATUS     PIC X(2).
           01 CALENDAR-STATUS PIC X(2).

           01 OPERATOR-ID-WS PIC X(10) VALUE SPACES.
           01 OPERATOR-PASSWORD-WS PIC X(10) VALUE SPACES.
           01 OPERATOR-ROLE-WS PIC X(1) VALUE SPACE.
           01 SIGNON-STATUS-WS PIC X(2) VALUE SPACES.

           01 CARD-TABLE.
               05 CARD-ENTRY OCCURS 5000 TIMES INDEXED C-ENTRY.
                   10 CTB-CARD-SERIAL    PIC 9(8).
                   10 CTB-STUDENT-NUMBER PIC 9(6).
                   10 CTB-SURNAME        PIC X(20).
                   10 CTB-GIVEN-NAME     PIC X(20).
                   10 CTB-PROGRAM        PIC X(6).
                   10 CTB-ISSUE-DATE     PIC 9(8).
                   10 CTB-EXPIRY-TERM    PIC X(6).
                   10 CTB-EXPIRY-DATE    PIC 9(8).
                   10 CTB-PHOTO-REF      PIC X(20).
                   10 CTB-ISSUE-TYPE     PIC X(1).
                   10 CTB-STATUS         PIC X(1).
                   10 CTB-STATUS-DATE    PIC 9(8).
                   10 CTB-PRINT-SENT     PIC X(1).
                   10 CTB-DEACT-SENT     PIC X(1).
           01 CARD-COUNT PIC 9(4) VALUE 0.
           01 CARD-MAX   PIC 9(4) VALUE 5000.

           01 FLAGS.
               05 EOF-CARDS    PIC X VALUE "N".
               05 EOF-GROUP    PIC X VALUE "N".
               05 EOF-CALENDAR PIC X VALUE "N".
               05 DONE-FLAG    PIC X VALUE "N".
               05 FEE-POSTED-FLAG PIC X VALUE "N".

           01 CHOICE PIC 9 VALUE 0.

      *    The registrar's posted replacement fee, unless
      *    POLICY-PARMS.txt says otherwise for the term.
           01 DEFAULT-CARD-FEE PIC 9(5)V99 VALUE 25.00.
           01 CARD-FEE-AMOUNT  PIC 9(5)V99 VALUE 0.
           COPY "POLICY-LOOKUP.cpy".

           01 CARD-WORK-AREA.
               05 CDW-STUDENT-IN     PIC X(6) VALUE SPACES.
               05 CDW-STUDENT-NUMBER PIC 9(6) VALUE 0.
               05 CDW-SERIAL-IN      PIC X(8) VALUE SPACES.
               05 CDW-SERIAL         PIC 9(8) VALUE 0.
               05 CDW-NEXT-SERIAL    PIC 9(8) VALUE 0.
               05 CDW-PHOTO-REF      PIC X(20) VALUE SPACES.
               05 CDW-NEWEST-TERM    PIC X(6) VALUE SPACES.
               05 CDW-SURNAME        PIC X(20) VALUE SPACES.
               05 CDW-GIVEN-NAME     PIC X(20) VALUE SPACES.
               05 CDW-PROGRAM        PIC X(6) VALUE SPACES.
               05 CDW-EXPIRY-DATE    PIC 9(8) VALUE 0.
               05 CDW-TODAY          PIC 9(8) VALUE 0.
               05 CDW-FOUND-ENTRY    PIC 9(4) VALUE 0.
               05 CDW-ACTIVE-ENTRY   PIC 9(4) VALUE 0.
               05 CDW-LOST-ENTRY     PIC 9(4) VALUE 0.
               05 CDW-LISTED         PIC 9(4) VALUE 0.
               05 CDW-OLD-STATUS     PIC X(8) VALUE SPACES.
               05 CDW-NEW-STATUS     PIC X(8) VALUE SPACES.
               05 CDW-FEE-DISPLAY    PIC ZZ,ZZ9.99.
           01 IDX-WS PIC 9(4).

           01 AUDIT-WORK-AREA.
               05 AUD-TUITION-BEFORE-WS   PIC S9(7)V99.
               05 AUD-OLD-TUITION-DISPLAY PIC -ZZZZZZ9.99.
               05 AUD-NEW-TUITION-DISPLAY PIC -ZZZZZZ9.99.

       PROCEDURE DIVISION.
       100-MAIN-PROCEDURE.
           DISPLAY "ID CARD DESK - ENTER YOUR OPERATOR ID: ".
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
               CALL "BUSINESS-DATE" USING CDW-TODAY
               PERFORM 150-LOAD-CARD-TABLE
               PERFORM 200-RUN-MENU UNTIL DONE-FLAG = "Y"
           END-IF.
           STOP RUN.

      *    Next serial is the highest already issued, plus one.
       150-LOAD-CARD-TABLE.
           MOVE 0 TO CDW-NEXT-SERIAL.
           SET C-ENTRY TO 1.
           OPEN INPUT CARDS-FILE.
           IF CARDS-STATUS = "00" OR CARDS-STATUS = "05"
               PERFORM 160-LOAD-ONE-CARD UNTIL EOF-CARDS = "Y"
                   OR C-ENTRY > CARD-MAX
               CLOSE CARDS-FILE
           END-IF.
           COMPUTE CARD-COUNT = C-ENTRY - 1.
           ADD 1 TO CDW-NEXT-SERIAL.
           IF EOF-CARDS NOT = "Y" AND CARD-COUNT >= CARD-MAX
               DISPLAY "ID-CARDS.txt EXCEEDS " CARD-MAX
                   " ROWS. RUN ABORTED - NOTHING CHANGED."
               MOVE 8 TO RETURN-CODE
               MOVE "Y" TO DONE-FLAG
           ELSE
               DISPLAY "LOADED " CARD-COUNT " ID CARDS."
           END-IF.

       160-LOAD-ONE-CARD.
           READ CARDS-FILE
               AT END
                   MOVE "Y" TO EOF-CARDS
               NOT AT END
                   MOVE IDC-CARD-SERIAL    TO CTB-CARD-SERIAL(C-ENTRY)
                   MOVE IDC-STUDENT-NUMBER
                       TO CTB-STUDENT-NUMBER(C-ENTRY)
                   MOVE IDC-SURNAME        TO CTB-SURNAME(C-ENTRY)
                   MOVE IDC-GIVEN-NAME     TO CTB-GIVEN-NAME(C-ENTRY)
                   MOVE IDC-PROGRAM        TO CTB-PROGRAM(C-ENTRY)
                   MOVE IDC-ISSUE-DATE     TO CTB-ISSUE-DATE(C-ENTRY)
                   MOVE IDC-EXPIRY-TERM    TO CTB-EXPIRY-TERM(C-ENTRY)
                   MOVE IDC-EXPIRY-DATE    TO CTB-EXPIRY-DATE(C-ENTRY)
                   MOVE IDC-PHOTO-REF      TO CTB-PHOTO-REF(C-ENTRY)
                   MOVE IDC-ISSUE-TYPE     TO CTB-ISSUE-TYPE(C-ENTRY)
                   MOVE IDC-STATUS         TO CTB-STATUS(C-ENTRY)
                   MOVE IDC-STATUS-DATE    TO CTB-STATUS-DATE(C-ENTRY)
                   MOVE IDC-PRINT-SENT     TO CTB-PRINT-SENT(C-ENTRY)
                   MOVE IDC-DEACT-SENT     TO CTB-DEACT-SENT(C-ENTRY)
                   IF IDC-CARD-SERIAL > CDW-NEXT-SERIAL
                       MOVE IDC-CARD-SERIAL TO CDW-NEXT-SERIAL
                   END-IF
                   SET C-ENTRY UP BY 1
           END-READ.

       200-RUN-MENU.
           DISPLAY " ".
           DISPLAY "STUDENT ID CARDS".
           DISPLAY "   1. LIST A STUDENT'S CARDS".
           DISPLAY "   2. ISSUE A FIRST CARD".
           DISPLAY "   3. REPORT A CARD LOST".
           DISPLAY "   4. ISSUE A REPLACEMENT CARD".
           DISPLAY "   5. RECORD A PHOTO REFERENCE".
           DISPLAY "   6. QUIT".
           DISPLAY "ENTER YOUR CHOICE: ".
           ACCEPT CHOICE.
           EVALUATE CHOICE
               WHEN 1 PERFORM 210-LIST-CARDS
               WHEN 2 PERFORM 300-ISSUE-FIRST-CARD
               WHEN 3 PERFORM 400-REPORT-LOST
               WHEN 4 PERFORM 500-ISSUE-REPLACEMENT
               WHEN 5 PERFORM 600-SET-PHOTO-REF
               WHEN 6 MOVE "Y" TO DONE-FLAG
               WHEN OTHER
                   DISPLAY "INVALID CHOICE. PLEASE SELECT 1-6."
           END-EVALUATE.

      *    CDW-ACTIVE-ENTRY comes back as the student's active card,
      *    CDW-LOST-ENTRY as their newest lost one, each or 0.
       205-ACCEPT-STUDENT.
           DISPLAY "STUDENT NUMBER: ".
           ACCEPT CDW-STUDENT-IN.
           MOVE 0 TO CDW-STUDENT-NUMBER.
           IF CDW-STUDENT-IN IS NUMERIC
               MOVE CDW-STUDENT-IN TO CDW-STUDENT-NUMBER
           END-IF.
           MOVE 0 TO CDW-ACTIVE-ENTRY.
           MOVE 0 TO CDW-LOST-ENTRY.
           PERFORM VARYING IDX-WS FROM 1 BY 1
                   UNTIL IDX-WS > CARD-COUNT
               IF CTB-STUDENT-NUMBER(IDX-WS) = CDW-STUDENT-NUMBER
                   IF CTB-STATUS(IDX-WS) = "A"
                       MOVE IDX-WS TO CDW-ACTIVE-ENTRY
                   END-IF
                   IF CTB-STATUS(IDX-WS) = "L"
                       MOVE IDX-WS TO CDW-LOST-ENTRY
                   END-IF
               END-IF
           END-PERFORM.

       210-LIST-CARDS.
           PERFORM 205-ACCEPT-STUDENT.
           MOVE 0 TO CDW-LISTED.
           DISPLAY "  SERIAL    ISSUED    EXPIRES   TYPE STATUS "
               "PRINTED  PHOTO".
           PERFORM 215-LIST-ONE-CARD
               VARYING IDX-WS FROM 1 BY 1
               UNTIL IDX-WS > CARD-COUNT.
           IF CDW-LISTED = 0
               DISPLAY "NO CARDS ON FILE FOR THAT STUDENT."
           END-IF.

       215-LIST-ONE-CARD.
           IF CTB-STUDENT-NUMBER(IDX-WS) = CDW-STUDENT-NUMBER
               DISPLAY "  " CTB-CARD-SERIAL(IDX-WS) "  "
                   CTB-ISSUE-DATE(IDX-WS) "  "
                   CTB-EXPIRY-DATE(IDX-WS) "  "
                   CTB-ISSUE-TYPE(IDX-WS) "    "
                   CTB-STATUS(IDX-WS) "      "
                   CTB-PRINT-SENT(IDX-WS) "        "
                   CTB-PHOTO-REF(IDX-WS)
               ADD 1 TO CDW-LISTED
           END-IF.

      *    The serial keyed, found on the table, or 0.
       220-FIND-SERIAL.
           DISPLAY "CARD SERIAL: ".
           ACCEPT CDW-SERIAL-IN.
           MOVE 0 TO CDW-SERIAL.
           IF CDW-SERIAL-IN IS NUMERIC
               MOVE CDW-SERIAL-IN TO CDW-SERIAL
           END-IF.
           MOVE 0 TO CDW-FOUND-ENTRY.
           PERFORM VARYING IDX-WS FROM 1 BY 1
                   UNTIL IDX-WS > CARD-COUNT OR CDW-FOUND-ENTRY > 0
               IF CTB-CARD-SERIAL(IDX-WS) = CDW-SERIAL
                   MOVE IDX-WS TO CDW-FOUND-ENTRY
               END-IF
           END-PERFORM.

      *****************************************************************
      * A student the nightly extract never carded - admitted before
      * the card file, or a record keyed by hand.  The card carries
      * the name and program on their newest term record and
      * expires with that term.
      *****************************************************************
       300-ISSUE-FIRST-CARD.
           PERFORM 205-ACCEPT-STUDENT.
           EVALUATE TRUE
               WHEN CDW-STUDENT-NUMBER = 0
                   DISPLAY "INVALID STUDENT NUMBER. DIGITS ONLY."
               WHEN CDW-ACTIVE-ENTRY > 0
                   DISPLAY "STUDENT ALREADY HOLDS ACTIVE CARD "
                       CTB-CARD-SERIAL(CDW-ACTIVE-ENTRY) "."
               WHEN CDW-LOST-ENTRY > 0
                   DISPLAY "STUDENT'S CARD WAS LOST - ISSUE A "
                       "REPLACEMENT INSTEAD."
               WHEN CARD-COUNT >= CARD-MAX
                   DISPLAY "CARD TABLE FULL. NOTHING ISSUED."
               WHEN OTHER
                   PERFORM 310-FIND-NEWEST-TERM
                   IF CDW-NEWEST-TERM = SPACES
                       DISPLAY "NO TERM RECORDS FOR "
                           CDW-STUDENT-NUMBER ". NOTHING ISSUED."
                   ELSE
                       PERFORM 330-FIND-EXPIRY-DATE
                       MOVE "N" TO CTB-ISSUE-TYPE(CARD-COUNT + 1)
                       PERFORM 700-ADD-NEW-CARD
                       MOVE SPACES TO CTB-PHOTO-REF(CARD-COUNT)
                       MOVE "NONE" TO CDW-OLD-STATUS
                       MOVE "ACTIVE" TO CDW-NEW-STATUS
                       PERFORM 750-LOG-CARD-STATUS
                       PERFORM 800-SAVE-CARD-TABLE
                       DISPLAY "CARD " CTB-CARD-SERIAL(CARD-COUNT)
                           " ISSUED - RECORD THE PHOTO REFERENCE "
                           "BEFORE IT CAN PRINT."
                   END-IF
           END-EVALUATE.

      *    The student's newest term, name and program, walked the
      *    way TRANS-REQUEST finds the term it bills.
       310-FIND-NEWEST-TERM.
           MOVE SPACES TO CDW-NEWEST-TERM.
           OPEN INPUT STUDENT-DATA-FILE.
           MOVE CDW-STUDENT-NUMBER TO STUDENT-NUMBER.
           MOVE "N" TO EOF-GROUP.
           START STUDENT-DATA-FILE
               KEY IS EQUAL STUDENT-NUMBER
               INVALID KEY
                   MOVE "Y" TO EOF-GROUP
           END-START.
           PERFORM 320-WALK-ONE-TERM UNTIL EOF-GROUP = "Y".
           CLOSE STUDENT-DATA-FILE.

       320-WALK-ONE-TERM.
           READ STUDENT-DATA-FILE NEXT RECORD
               AT END
                   MOVE "Y" TO EOF-GROUP
               NOT AT END
                   IF STUDENT-NUMBER NOT = CDW-STUDENT-NUMBER
                       MOVE "Y" TO EOF-GROUP
                   ELSE
                       MOVE TERM-CODE          TO CDW-NEWEST-TERM
                       MOVE STUDENT-SURNAME    TO CDW-SURNAME
                       MOVE STUDENT-GIVEN-NAME TO CDW-GIVEN-NAME
                       MOVE PROGRAM-OF-STUDY   TO CDW-PROGRAM
                   END-IF
           END-READ.

      *    End date of CDW-NEWEST-TERM off the calendar; 0 when the
      *    term is not on it yet.
       330-FIND-EXPIRY-DATE.
           MOVE 0 TO CDW-EXPIRY-DATE.
           MOVE "N" TO EOF-CALENDAR.
           OPEN INPUT CALENDAR-FILE.
           IF CALENDAR-STATUS = "00" OR CALENDAR-STATUS = "05"
               PERFORM 340-CHECK-ONE-TERM UNTIL EOF-CALENDAR = "Y"
               CLOSE CALENDAR-FILE
           END-IF.

       340-CHECK-ONE-TERM.
           READ CALENDAR-FILE
               AT END
                   MOVE "Y" TO EOF-CALENDAR
               NOT AT END
                   IF TCA-TERM-CODE = CDW-NEWEST-TERM
                       MOVE TCA-TERM-END TO CDW-EXPIRY-DATE
                   END-IF
           END-READ.

       400-REPORT-LOST.
           PERFORM 220-FIND-SERIAL.
           EVALUATE TRUE
               WHEN CDW-FOUND-ENTRY = 0
                   DISPLAY "NO SUCH CARD ON FILE."
               WHEN CTB-STATUS(CDW-FOUND-ENTRY) NOT = "A"
                   DISPLAY "CARD IS NOT ACTIVE - ALREADY SWITCHED "
                       "OFF."
               WHEN OTHER
                   MOVE "L" TO CTB-STATUS(CDW-FOUND-ENTRY)
                   MOVE CDW-TODAY TO CTB-STATUS-DATE(CDW-FOUND-ENTRY)
                   MOVE "N" TO CTB-DEACT-SENT(CDW-FOUND-ENTRY)
                   MOVE CTB-STUDENT-NUMBER(CDW-FOUND-ENTRY)
                       TO CDW-STUDENT-NUMBER
                   MOVE "ACTIVE" TO CDW-OLD-STATUS
                   MOVE "LOST" TO CDW-NEW-STATUS
                   MOVE CDW-FOUND-ENTRY TO IDX-WS
                   PERFORM 760-LOG-STATUS-OF-ENTRY
                   PERFORM 800-SAVE-CARD-TABLE
                   DISPLAY "CARD " CDW-SERIAL " REPORTED LOST - IT "
                       "GOES OUT ON TONIGHT'S DEACTIVATION FEED."
           END-EVALUATE.

      *****************************************************************
      * Replaces the student's active card, or failing that their
      * newest lost one.  The fee is posted first; nothing changes
      * on the card file unless it was.
      *****************************************************************
       500-ISSUE-REPLACEMENT.
           PERFORM 205-ACCEPT-STUDENT.
           IF CDW-ACTIVE-ENTRY > 0
               MOVE CDW-ACTIVE-ENTRY TO CDW-FOUND-ENTRY
           ELSE
               MOVE CDW-LOST-ENTRY TO CDW-FOUND-ENTRY
           END-IF.
           EVALUATE TRUE
               WHEN CDW-FOUND-ENTRY = 0
                   DISPLAY "NO ACTIVE OR LOST CARD TO REPLACE - "
                       "ISSUE A FIRST CARD."
               WHEN CARD-COUNT >= CARD-MAX
                   DISPLAY "CARD TABLE FULL. NOTHING ISSUED."
               WHEN OTHER
                   PERFORM 510-POST-REPLACEMENT-FEE
                   IF FEE-POSTED-FLAG = "Y"
                       PERFORM 530-REPLACE-THE-CARD
                   END-IF
           END-EVALUATE.

       510-POST-REPLACEMENT-FEE.
           MOVE "N" TO FEE-POSTED-FLAG.
           PERFORM 310-FIND-NEWEST-TERM.
           IF CDW-NEWEST-TERM = SPACES
               DISPLAY "NO TERM RECORDS FOR " CDW-STUDENT-NUMBER
                   ". REPLACEMENT REFUSED."
           ELSE
               MOVE "ID-CARD-FEE" TO POL-PARM-NAME
               MOVE CDW-NEWEST-TERM TO POL-TERM-CODE
               MOVE DEFAULT-CARD-FEE TO POL-PARM-VALUE
               CALL "POLICY-PARM" USING POLICY-LOOKUP
               MOVE POL-PARM-VALUE TO CARD-FEE-AMOUNT
               OPEN I-O STUDENT-DATA-FILE
               MOVE CDW-STUDENT-NUMBER TO STUDENT-NUMBER
               MOVE CDW-NEWEST-TERM    TO TERM-CODE
               READ STUDENT-DATA-FILE
                   INVALID KEY
                       DISPLAY "LOST POSITION ON STUDENT "
                           CDW-STUDENT-NUMBER
                   NOT INVALID KEY
                       MOVE TUITION-OWED TO AUD-TUITION-BEFORE-WS
                       ADD CARD-FEE-AMOUNT TO TUITION-OWED
                       REWRITE STUDENT-RECORD
                           INVALID KEY
                               DISPLAY "REWRITE FAILED. STATUS: "
                                   FILE-STATUS
                           NOT INVALID KEY
                               MOVE "Y" TO FEE-POSTED-FLAG
                               PERFORM 515-WRITE-FEE-ROW
                               PERFORM 520-LOG-FEE
                       END-REWRITE
               END-READ
               CLOSE STUDENT-DATA-FILE
           END-IF.

       515-WRITE-FEE-ROW.
           OPEN EXTEND FEES-FILE.
           MOVE SPACES TO FEE-RECORD.
           MOVE CDW-STUDENT-NUMBER TO FEE-STUDENT-NUMBER.
           MOVE CDW-NEWEST-TERM    TO FEE-TERM-CODE.
           MOVE "IDCARD"           TO FEE-TYPE.
           MOVE CARD-FEE-AMOUNT    TO FEE-AMOUNT.
           MOVE CDW-TODAY          TO FEE-DATE.
           WRITE FEE-RECORD.
           CLOSE FEES-FILE.

       520-LOG-FEE.
           OPEN EXTEND AUDIT-LOG-FILE.
           MOVE SPACES TO AUDIT-LOG-RECORD.
           MOVE AUD-TUITION-BEFORE-WS TO AUD-OLD-TUITION-DISPLAY.
           MOVE TUITION-OWED TO AUD-NEW-TUITION-DISPLAY.
           MOVE CDW-STUDENT-NUMBER TO AUD-STUDENT-NUMBER.
           MOVE CDW-NEWEST-TERM    TO AUD-TERM-CODE.
           MOVE "TUITION-OWED" TO AUD-FIELD-NAME.
           MOVE AUD-OLD-TUITION-DISPLAY TO AUD-OLD-VALUE.
           MOVE AUD-NEW-TUITION-DISPLAY TO AUD-NEW-VALUE.
           MOVE OPERATOR-ID-WS TO AUD-OPERATOR-ID.
           MOVE FUNCTION CURRENT-DATE TO AUD-TIMESTAMP.
           CALL "AUDIT-CHAIN" USING AUDIT-LOG-RECORD.
           WRITE AUDIT-LOG-RECORD.
           CLOSE AUDIT-LOG-FILE.

      *    An active card is switched off as replaced; a lost one
      *    already is.  The new card keeps the old one's photo.
       530-REPLACE-THE-CARD.
           IF CTB-STATUS(CDW-FOUND-ENTRY) = "A"
               MOVE "R" TO CTB-STATUS(CDW-FOUND-ENTRY)
               MOVE CDW-TODAY TO CTB-STATUS-DATE(CDW-FOUND-ENTRY)
               MOVE "N" TO CTB-DEACT-SENT(CDW-FOUND-ENTRY)
               MOVE "ACTIVE" TO CDW-OLD-STATUS
               MOVE "REPLACED" TO CDW-NEW-STATUS
               MOVE CDW-FOUND-ENTRY TO IDX-WS
               PERFORM 760-LOG-STATUS-OF-ENTRY
           END-IF.
           PERFORM 330-FIND-EXPIRY-DATE.
           MOVE "R" TO CTB-ISSUE-TYPE(CARD-COUNT + 1).
           PERFORM 700-ADD-NEW-CARD.
           MOVE CTB-PHOTO-REF(CDW-FOUND-ENTRY)
               TO CTB-PHOTO-REF(CARD-COUNT).
           MOVE "NONE" TO CDW-OLD-STATUS.
           MOVE "ACTIVE" TO CDW-NEW-STATUS.
           PERFORM 750-LOG-CARD-STATUS.
           PERFORM 800-SAVE-CARD-TABLE.
           MOVE CARD-FEE-AMOUNT TO CDW-FEE-DISPLAY.
           DISPLAY "REPLACEMENT CARD " CTB-CARD-SERIAL(CARD-COUNT)
               " ISSUED. FEE " CDW-FEE-DISPLAY " POSTED TO TERM "
               CDW-NEWEST-TERM ".".

       600-SET-PHOTO-REF.
           PERFORM 220-FIND-SERIAL.
           EVALUATE TRUE
               WHEN CDW-FOUND-ENTRY = 0
                   DISPLAY "NO SUCH CARD ON FILE."
               WHEN CTB-STATUS(CDW-FOUND-ENTRY) NOT = "A"
                   DISPLAY "CARD IS NOT ACTIVE. NOTHING SET."
               WHEN CTB-PRINT-SENT(CDW-FOUND-ENTRY) = "Y"
                   DISPLAY "CARD ALREADY PRINTED - ISSUE A "
                       "REPLACEMENT FOR A NEW PHOTO."
               WHEN OTHER
                   DISPLAY "PHOTO REFERENCE: "
                   ACCEPT CDW-PHOTO-REF
                   IF CDW-PHOTO-REF = SPACES
                       DISPLAY "NOTHING SET."
                   ELSE
                       MOVE CDW-PHOTO-REF
                           TO CTB-PHOTO-REF(CDW-FOUND-ENTRY)
                       PERFORM 800-SAVE-CARD-TABLE
                       DISPLAY "PHOTO RECORDED - THE CARD GOES TO "
                           "THE VENDOR TONIGHT."
                   END-IF
           END-EVALUATE.

      *    The caller sets the new row's issue type and has the
      *    name, program, term and expiry in the work area.
       700-ADD-NEW-CARD.
           ADD 1 TO CARD-COUNT.
           MOVE CDW-NEXT-SERIAL    TO CTB-CARD-SERIAL(CARD-COUNT).
           ADD 1 TO CDW-NEXT-SERIAL.
           MOVE CDW-STUDENT-NUMBER TO CTB-STUDENT-NUMBER(CARD-COUNT).
           MOVE CDW-SURNAME        TO CTB-SURNAME(CARD-COUNT).
           MOVE CDW-GIVEN-NAME     TO CTB-GIVEN-NAME(CARD-COUNT).
           MOVE CDW-PROGRAM        TO CTB-PROGRAM(CARD-COUNT).
           MOVE CDW-TODAY          TO CTB-ISSUE-DATE(CARD-COUNT).
           MOVE CDW-NEWEST-TERM    TO CTB-EXPIRY-TERM(CARD-COUNT).
           MOVE CDW-EXPIRY-DATE    TO CTB-EXPIRY-DATE(CARD-COUNT).
           MOVE "A"                TO CTB-STATUS(CARD-COUNT).
           MOVE CDW-TODAY          TO CTB-STATUS-DATE(CARD-COUNT).
           MOVE "N"                TO CTB-PRINT-SENT(CARD-COUNT).
           MOVE "N"                TO CTB-DEACT-SENT(CARD-COUNT).

       750-LOG-CARD-STATUS.
           MOVE CARD-COUNT TO IDX-WS.
           PERFORM 760-LOG-STATUS-OF-ENTRY.

      *    Status change of the card at IDX-WS, CDW-OLD-STATUS to
      *    CDW-NEW-STATUS.
       760-LOG-STATUS-OF-ENTRY.
           OPEN EXTEND AUDIT-LOG-FILE.
           MOVE SPACES TO AUDIT-LOG-RECORD.
           MOVE CTB-STUDENT-NUMBER(IDX-WS) TO AUD-STUDENT-NUMBER.
           MOVE CTB-EXPIRY-TERM(IDX-WS) TO AUD-TERM-CODE.
           STRING "ID-CARD " CTB-CARD-SERIAL(IDX-WS)
               DELIMITED BY SIZE INTO AUD-FIELD-NAME
           END-STRING.
           MOVE CDW-OLD-STATUS TO AUD-OLD-VALUE.
           MOVE CDW-NEW-STATUS TO AUD-NEW-VALUE.
           MOVE OPERATOR-ID-WS TO AUD-OPERATOR-ID.
           MOVE FUNCTION CURRENT-DATE TO AUD-TIMESTAMP.
           CALL "AUDIT-CHAIN" USING AUDIT-LOG-RECORD.
           WRITE AUDIT-LOG-RECORD.
           CLOSE AUDIT-LOG-FILE.

       800-SAVE-CARD-TABLE.
           OPEN OUTPUT CARDS-FILE.
           PERFORM 810-WRITE-ONE-CARD
               VARYING C-ENTRY FROM 1 BY 1
               UNTIL C-ENTRY > CARD-COUNT.
           CLOSE CARDS-FILE.

       810-WRITE-ONE-CARD.
           MOVE SPACES TO ID-CARD-RECORD.
           MOVE CTB-CARD-SERIAL(C-ENTRY)    TO IDC-CARD-SERIAL.
           MOVE CTB-STUDENT-NUMBER(C-ENTRY) TO IDC-STUDENT-NUMBER.
           MOVE CTB-SURNAME(C-ENTRY)        TO IDC-SURNAME.
           MOVE CTB-GIVEN-NAME(C-ENTRY)     TO IDC-GIVEN-NAME.
           MOVE CTB-PROGRAM(C-ENTRY)        TO IDC-PROGRAM.
           MOVE CTB-ISSUE-DATE(C-ENTRY)     TO IDC-ISSUE-DATE.
           MOVE CTB-EXPIRY-TERM(C-ENTRY)    TO IDC-EXPIRY-TERM.
           MOVE CTB-EXPIRY-DATE(C-ENTRY)    TO IDC-EXPIRY-DATE.
           MOVE CTB-PHOTO-REF(C-ENTRY)      TO IDC-PHOTO-REF.
           MOVE CTB-ISSUE-TYPE(C-ENTRY)     TO IDC-ISSUE-TYPE.
           MOVE CTB-STATUS(C-ENTRY)         TO IDC-STATUS.
           MOVE CTB-STATUS-DATE(C-ENTRY)    TO IDC-STATUS-DATE.
           MOVE CTB-PRINT-SENT(C-ENTRY)     TO IDC-PRINT-SENT.
           MOVE CTB-DEACT-SENT(C-ENTRY)     TO IDC-DEACT-SENT.
           WRITE ID-CARD-RECORD.

       END PROGRAM CARD-DESK.
