      ******************************************************************
      * Tectonics: Continuing-education registration desk.  Sells a
      * seat in a NONCREDIT-OFFERINGS.txt offering (see
      * NONCREDIT-MAINT) to one of our own students - looked up on
      * STUFILE.dat by student number for the name - or to a
      * community learner, who gets a lightweight
      * COMMUNITY-LEARNERS.txt record instead of a student record.
      * The flat fee is taken in full at registration through the
      * same receipting path every desk posting uses: the cashier's
      * open till session is asked for once at startup, the tender
      * is cash, cheque or card, and the RECEIPT-NUMBER subprogram
      * hands out the receipt number.  The NONCREDIT-REGS.txt row
      * written on the spot is the receipt record - RECEIPT-PRINT
      * reprints it, TILL-SESSION counts it in the drawer,
      * SETTLE-MATCH proves card seats against the gateway, and
      * CASH-RECON and GL-EXTRACT report it as non-credit revenue.
      * Nothing here touches STUFILE.dat, TUITION-OWED or
      * PAYMENTS.dat, so a non-credit seat never counts toward GPA,
      * standing, course load or enrolment census.  When the course
      * is over the desk marks the learner completed and prints the
      * certificate of completion to CERTIFICATE.txt (a completed
      * learner's certificate can be reprinted the same way).  Every
      * seat sold and every completion lands on AUDIT-LOG.txt, field
      * "NONCREDIT code".  No seat is sold into a closed fiscal
      * period (PERIOD-CHECK) - the desk refuses, the way the
      * payment desk does.  Update sign-on only.
      ******************************************************************
       IDENTIFICATION DIVISION.
       PROGRAM-ID. NONCREDIT-DESK.

       ENVIRONMENT DIVISION.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
           SELECT OPTIONAL OFFERING-FILE
               ASSIGN "NONCREDIT-OFFERINGS.txt"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS OFFERING-STATUS.
           SELECT OPTIONAL REG-FILE ASSIGN "NONCREDIT-REGS.txt"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS REG-STATUS.
           SELECT OPTIONAL LEARNER-FILE
               ASSIGN "COMMUNITY-LEARNERS.txt"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS LEARNER-STATUS.
           SELECT OPTIONAL TILL-FILE ASSIGN "TILL-SESSIONS.txt"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS TILL-STATUS.
           SELECT STUDENT-DATA-FILE
               ASSIGN "STUFILE.dat"
               ORGANIZATION IS INDEXED
               ACCESS MODE IS DYNAMIC
               RECORD KEY IS STUDENT-KEY
               ALTERNATE KEY IS STUDENT-NUMBER WITH DUPLICATES
               ALTERNATE KEY IS STUDENT-SURNAME WITH DUPLICATES
               FILE STATUS IS FILE-STATUS.
           SELECT CERTIFICATE-FILE ASSIGN "CERTIFICATE.txt"
               ORGANIZATION IS LINE SEQUENTIAL.
           SELECT OPTIONAL AUDIT-LOG-FILE ASSIGN "AUDIT-LOG.txt"
               ORGANIZATION IS LINE SEQUENTIAL.

       DATA DIVISION.
       FILE SECTION.
           FD OFFERING-FILE.
           COPY "NONCREDIT-OFFERING.cpy".

           FD REG-FILE.
           COPY "NONCREDIT-REG.cpy".

           FD LEARNER-FILE.
           COPY "COMMUNITY-LEARNER.cpy".

           FD TILL-FILE.
           COPY "TILL-RECORD.cpy".

           FD STUDENT-DATA-FILE
               RECORD IS VARYING IN SIZE FROM 82 TO 181 CHARACTERS
               DEPENDING ON COURSE-COUNT.
           COPY "STUDENT-RECORD.cpy".

           FD CERTIFICATE-FILE.
           01 CERTIFICATE-RECORD PIC X(80).

           FD AUDIT-LOG-FILE.
           COPY "AUDIT-LOG.cpy".

       WORKING-STORAGE SECTION.
           01 OFFERING-STATUS PIC X(2).
           01 REG-STATUS      PIC X(2).
           01 LEARNER-STATUS  PIC X(2).
           01 TILL-STATUS     PIC X(2).
           01 FILE-STATUS     PIC X(2).

           01 OPERATOR-ID-WS PIC X(10) VALUE SPACES.
           01 OPERATOR-PASSWORD-WS PIC X(10) VALUE SPACES.
           01 OPERATOR-ROLE-WS PIC X(1) VALUE SPACE.
           01 SIGNON-STATUS-WS PIC X(2) VALUE SPACES.

      *    Receipt number handed back by the RECEIPT-NUMBER
      *    subprogram - the same sequence PAYMENTS.dat postings draw
      *    from, so a receipt number is never issued twice.
           01 RECEIPT-NUMBER-WS PIC 9(8) VALUE 0.

      *    The cashier's open TILL-SESSIONS.txt session, asked for
      *    once at startup and stamped on every seat sold this
      *    sitting.  0 = no till session.
           01 TILL-SESSION-IN PIC X(6) VALUE SPACES.
           01 TILL-SESSION-WS PIC 9(6) VALUE 0.

      *    Same shapes as the file rows, so a row moves in and out
      *    in one MOVE.
           01 OFFERING-TABLE.
               05 OFFERING-ENTRY OCCURS 200 TIMES INDEXED O-ENTRY.
                   10 OTB-OFFERING-CODE PIC X(6).
                   10 FILLER            PIC X.
                   10 OTB-TITLE         PIC X(30).
                   10 FILLER            PIC X.
                   10 OTB-START-DATE    PIC 9(8).
                   10 FILLER            PIC X.
                   10 OTB-END-DATE      PIC 9(8).
                   10 FILLER            PIC X.
                   10 OTB-FEE           PIC 9(5)V99.
                   10 FILLER            PIC X.
                   10 OTB-CAPACITY      PIC 9(3).
                   10 FILLER            PIC X.
                   10 OTB-CAMPUS        PIC X(4).
                   10 FILLER            PIC X.
                   10 OTB-STATUS        PIC X(1).
           01 OFFERING-COUNT PIC 9(3) VALUE 0.
           01 OFFERING-MAX   PIC 9(3) VALUE 200.

           01 REG-TABLE.
               05 REG-ENTRY OCCURS 5000 TIMES INDEXED R-ENTRY.
                   10 RTB-OFFERING-CODE  PIC X(6).
                   10 FILLER             PIC X.
                   10 RTB-LEARNER-TYPE   PIC X(1).
                   10 FILLER             PIC X.
                   10 RTB-LEARNER-NUMBER PIC 9(6).
                   10 FILLER             PIC X.
                   10 RTB-LEARNER-NAME   PIC X(30).
                   10 FILLER             PIC X.
                   10 RTB-REG-DATE       PIC 9(8).
                   10 FILLER             PIC X.
                   10 RTB-FEE-PAID       PIC 9(5)V99.
                   10 FILLER             PIC X.
                   10 RTB-RECEIPT-NUMBER PIC 9(8).
                   10 FILLER             PIC X.
                   10 RTB-SESSION-ID     PIC 9(6).
                   10 FILLER             PIC X.
                   10 RTB-TENDER-CODE    PIC X(1).
                   10 FILLER             PIC X.
                   10 RTB-OPERATOR-ID    PIC X(10).
                   10 FILLER             PIC X.
                   10 RTB-STATUS         PIC X(1).
                   10 FILLER             PIC X.
                   10 RTB-CERT-DATE      PIC 9(8).
           01 REG-COUNT PIC 9(4) VALUE 0.
           01 REG-MAX   PIC 9(4) VALUE 5000.

           01 FLAGS.
               05 EOF-OFFERING  PIC X VALUE "N".
               05 EOF-REG       PIC X VALUE "N".
               05 EOF-LEARNER   PIC X VALUE "N".
               05 EOF-TILL      PIC X VALUE "N".
               05 EOF-GROUP     PIC X VALUE "N".
               05 DONE-FLAG     PIC X VALUE "N".
               05 TILL-OK       PIC X VALUE "N".
               05 LEARNER-OK    PIC X VALUE "N".
               05 NEW-LEARNER   PIC X VALUE "N".

           01 CHOICE PIC 9 VALUE 0.

           01 DESK-WORK-AREA.
               05 NDW-OFFERING-CODE  PIC X(6) VALUE SPACES.
               05 NDW-STUDENT-IN     PIC X(6) VALUE SPACES.
               05 NDW-LEARNER-IN     PIC X(6) VALUE SPACES.
               05 NDW-LEARNER-TYPE   PIC X(1) VALUE SPACE.
               05 NDW-LEARNER-NUMBER PIC 9(6) VALUE 0.
               05 NDW-LEARNER-NAME   PIC X(30) VALUE SPACES.
               05 NDW-SURNAME        PIC X(20) VALUE SPACES.
               05 NDW-GIVEN-NAME     PIC X(20) VALUE SPACES.
               05 NDW-PHONE          PIC X(12) VALUE SPACES.
               05 NDW-HIGH-LEARNER   PIC 9(6) VALUE 0.
               05 NDW-TENDER-CODE    PIC X(1) VALUE SPACE.
               05 NDW-CONFIRM        PIC X(1) VALUE SPACE.
               05 NDW-TODAY          PIC 9(8) VALUE 0.
               05 NDW-FOUND-ENTRY    PIC 9(3) VALUE 0.
               05 NDW-REG-ENTRY      PIC 9(4) VALUE 0.
               05 NDW-ENROLLED       PIC 9(4) VALUE 0.
               05 NDW-LISTED         PIC 9(4) VALUE 0.
               05 NDW-FEE-DISPLAY    PIC ZZ,ZZ9.99.
           01 IDX-WS PIC 9(4).

           01 BLANK-LINE PIC X(80) VALUE SPACES.

      *    PERIOD-CHECK parameter block - today's date, checked
      *    before a seat is sold.
           COPY "PERIOD-CHECK.cpy".

       PROCEDURE DIVISION.
       100-MAIN-PROCEDURE.
           DISPLAY "NON-CREDIT DESK - ENTER YOUR OPERATOR ID: ".
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
               MOVE FUNCTION CURRENT-DATE(1:8) TO NDW-TODAY
               PERFORM 110-ACCEPT-TILL-SESSION
               IF TILL-OK = "Y"
                   PERFORM 150-LOAD-OFFERING-TABLE
                   PERFORM 170-LOAD-REG-TABLE
                   PERFORM 200-RUN-MENU UNTIL DONE-FLAG = "Y"
               ELSE
                   MOVE 8 TO RETURN-CODE
               END-IF
           END-IF.
           STOP RUN.

      *    A session number keyed must be an open drawer on
      *    TILL-SESSIONS.txt - money stamped against a closed or
      *    unknown session would never be counted.
       110-ACCEPT-TILL-SESSION.
           DISPLAY "TILL SESSION ID (0 IF NO OPEN TILL): ".
           ACCEPT TILL-SESSION-IN.
           IF TILL-SESSION-IN NOT = SPACES
                   AND FUNCTION TRIM(TILL-SESSION-IN) IS NUMERIC
               COMPUTE TILL-SESSION-WS =
                   FUNCTION NUMVAL(TILL-SESSION-IN)
           END-IF.
           EVALUATE TRUE
               WHEN TILL-SESSION-IN NOT = SPACES
                       AND FUNCTION TRIM(TILL-SESSION-IN)
                           IS NOT NUMERIC
                   MOVE "N" TO TILL-OK
                   DISPLAY "TILL SESSION ID MUST BE DIGITS. "
                       "RUN CANCELLED."
               WHEN TILL-SESSION-WS = 0
                   MOVE "Y" TO TILL-OK
               WHEN OTHER
                   PERFORM 112-CHECK-TILL-OPEN
           END-EVALUATE.

       112-CHECK-TILL-OPEN.
           MOVE "N" TO TILL-OK.
           OPEN INPUT TILL-FILE.
           IF TILL-STATUS = "00" OR TILL-STATUS = "05"
               PERFORM 115-CHECK-ONE-TILL UNTIL EOF-TILL = "Y"
               CLOSE TILL-FILE
           END-IF.
           IF TILL-OK = "N"
               DISPLAY "TILL SESSION " TILL-SESSION-WS
                   " IS NOT AN OPEN SESSION. RUN CANCELLED."
           END-IF.

       115-CHECK-ONE-TILL.
           READ TILL-FILE
               AT END
                   MOVE "Y" TO EOF-TILL
               NOT AT END
                   IF TIL-SESSION-ID = TILL-SESSION-WS
                       IF TIL-STATUS = SPACE
                           MOVE "Y" TO TILL-OK
                       ELSE
                           MOVE "N" TO TILL-OK
                       END-IF
                   END-IF
           END-READ.

       150-LOAD-OFFERING-TABLE.
           SET O-ENTRY TO 1.
           OPEN INPUT OFFERING-FILE.
           IF OFFERING-STATUS = "00" OR OFFERING-STATUS = "05"
               PERFORM 160-LOAD-ONE-OFFERING UNTIL EOF-OFFERING = "Y"
                   OR O-ENTRY > OFFERING-MAX
               CLOSE OFFERING-FILE
           END-IF.
           COMPUTE OFFERING-COUNT = O-ENTRY - 1.

       160-LOAD-ONE-OFFERING.
           READ OFFERING-FILE
               AT END
                   MOVE "Y" TO EOF-OFFERING
               NOT AT END
                   MOVE NONCREDIT-OFFERING-RECORD
                       TO OFFERING-ENTRY(O-ENTRY)
                   SET O-ENTRY UP BY 1
           END-READ.

       170-LOAD-REG-TABLE.
           SET R-ENTRY TO 1.
           OPEN INPUT REG-FILE.
           IF REG-STATUS = "00" OR REG-STATUS = "05"
               PERFORM 180-LOAD-ONE-REG UNTIL EOF-REG = "Y"
                   OR R-ENTRY > REG-MAX
               CLOSE REG-FILE
           END-IF.
           COMPUTE REG-COUNT = R-ENTRY - 1.
           IF EOF-REG NOT = "Y" AND REG-COUNT >= REG-MAX
               DISPLAY "NONCREDIT-REGS.txt EXCEEDS " REG-MAX
                   " ROWS. RUN ABORTED - NOTHING CHANGED."
               MOVE 8 TO RETURN-CODE
               MOVE "Y" TO DONE-FLAG
           ELSE
               DISPLAY "LOADED " OFFERING-COUNT " OFFERINGS AND "
                   REG-COUNT " REGISTRATIONS."
           END-IF.

       180-LOAD-ONE-REG.
           READ REG-FILE
               AT END
                   MOVE "Y" TO EOF-REG
               NOT AT END
                   MOVE NONCREDIT-REG-RECORD TO REG-ENTRY(R-ENTRY)
                   SET R-ENTRY UP BY 1
           END-READ.

       200-RUN-MENU.
           DISPLAY " ".
           DISPLAY "NON-CREDIT REGISTRATION DESK".
           DISPLAY "   1. LIST OFFERINGS".
           DISPLAY "   2. REGISTER AND TAKE THE FEE".
           DISPLAY "   3. COMPLETE AND PRINT CERTIFICATE".
           DISPLAY "   4. ROSTER FOR AN OFFERING".
           DISPLAY "   5. QUIT".
           DISPLAY "ENTER YOUR CHOICE: ".
           ACCEPT CHOICE.
           EVALUATE CHOICE
               WHEN 1 PERFORM 210-LIST-OFFERINGS
               WHEN 2 PERFORM 400-REGISTER-LEARNER
               WHEN 3 PERFORM 500-COMPLETE-LEARNER
               WHEN 4 PERFORM 600-LIST-ROSTER
               WHEN 5 MOVE "Y" TO DONE-FLAG
               WHEN OTHER
                   DISPLAY "INVALID CHOICE. PLEASE SELECT 1-5."
           END-EVALUATE.

       210-LIST-OFFERINGS.
           IF OFFERING-COUNT = 0
               DISPLAY "NO NON-CREDIT OFFERINGS ON FILE."
           ELSE
               DISPLAY "  CODE   TITLE                          "
                   "START    END          FEE  SEATS ST"
               PERFORM 215-LIST-ONE-OFFERING
                   VARYING IDX-WS FROM 1 BY 1
                   UNTIL IDX-WS > OFFERING-COUNT
           END-IF.

       215-LIST-ONE-OFFERING.
           MOVE IDX-WS TO NDW-FOUND-ENTRY.
           PERFORM 240-COUNT-ENROLLED.
           MOVE OTB-FEE(IDX-WS) TO NDW-FEE-DISPLAY.
           DISPLAY "  " OTB-OFFERING-CODE(IDX-WS) " "
               OTB-TITLE(IDX-WS) " " OTB-START-DATE(IDX-WS) " "
               OTB-END-DATE(IDX-WS) " " NDW-FEE-DISPLAY " "
               NDW-ENROLLED "/" OTB-CAPACITY(IDX-WS) " "
               OTB-STATUS(IDX-WS).

       230-FIND-OFFERING.
           MOVE 0 TO NDW-FOUND-ENTRY.
           PERFORM VARYING O-ENTRY FROM 1 BY 1
                   UNTIL O-ENTRY > OFFERING-COUNT
                      OR NDW-FOUND-ENTRY > 0
               IF OTB-OFFERING-CODE(O-ENTRY) = NDW-OFFERING-CODE
                   SET NDW-FOUND-ENTRY TO O-ENTRY
               END-IF
           END-PERFORM.

      *    Seats sold in offering NDW-FOUND-ENTRY, completed or not.
       240-COUNT-ENROLLED.
           MOVE 0 TO NDW-ENROLLED.
           PERFORM VARYING R-ENTRY FROM 1 BY 1
                   UNTIL R-ENTRY > REG-COUNT
               IF RTB-OFFERING-CODE(R-ENTRY)
                       = OTB-OFFERING-CODE(NDW-FOUND-ENTRY)
                   ADD 1 TO NDW-ENROLLED
               END-IF
           END-PERFORM.

      *    The learner's registration in NDW-OFFERING-CODE, if any.
       250-FIND-REGISTRATION.
           MOVE 0 TO NDW-REG-ENTRY.
           PERFORM VARYING R-ENTRY FROM 1 BY 1
                   UNTIL R-ENTRY > REG-COUNT OR NDW-REG-ENTRY > 0
               IF RTB-OFFERING-CODE(R-ENTRY) = NDW-OFFERING-CODE
                       AND RTB-LEARNER-TYPE(R-ENTRY) = NDW-LEARNER-TYPE
                       AND RTB-LEARNER-NUMBER(R-ENTRY)
                           = NDW-LEARNER-NUMBER
                   SET NDW-REG-ENTRY TO R-ENTRY
               END-IF
           END-PERFORM.

      *****************************************************************
      * Who the seat is for.  A student number is looked up on
      * STUFILE.dat for the name on their newest term record; 0
      * means a community learner, found by learner number - or,
      * when registering and the number is left blank, keyed fresh
      * (the row is only added once the fee is actually taken).
      *****************************************************************
       300-ACCEPT-LEARNER.
           MOVE "N" TO LEARNER-OK.
           MOVE "N" TO NEW-LEARNER.
           MOVE SPACES TO NDW-LEARNER-NAME.
           MOVE 0 TO NDW-LEARNER-NUMBER.
           DISPLAY "STUDENT NUMBER (0 = COMMUNITY LEARNER): ".
           ACCEPT NDW-STUDENT-IN.
           EVALUATE TRUE
               WHEN FUNCTION TRIM(NDW-STUDENT-IN) IS NOT NUMERIC
                   DISPLAY "INVALID STUDENT NUMBER. DIGITS ONLY."
               WHEN FUNCTION NUMVAL(NDW-STUDENT-IN) > 0
                   MOVE "S" TO NDW-LEARNER-TYPE
                   COMPUTE NDW-LEARNER-NUMBER
                       = FUNCTION NUMVAL(NDW-STUDENT-IN)
                   PERFORM 310-FIND-STUDENT
               WHEN OTHER
                   MOVE "C" TO NDW-LEARNER-TYPE
                   PERFORM 330-ACCEPT-COMMUNITY-LEARNER
           END-EVALUATE.

       310-FIND-STUDENT.
           OPEN INPUT STUDENT-DATA-FILE.
           MOVE NDW-LEARNER-NUMBER TO STUDENT-NUMBER.
           MOVE "N" TO EOF-GROUP.
           START STUDENT-DATA-FILE
               KEY IS EQUAL STUDENT-NUMBER
               INVALID KEY
                   MOVE "Y" TO EOF-GROUP
           END-START.
           PERFORM 320-WALK-ONE-TERM UNTIL EOF-GROUP = "Y".
           CLOSE STUDENT-DATA-FILE.
           IF LEARNER-OK = "N"
               DISPLAY "STUDENT " NDW-LEARNER-NUMBER
                   " IS NOT ON FILE."
           END-IF.

       320-WALK-ONE-TERM.
           READ STUDENT-DATA-FILE NEXT RECORD
               AT END
                   MOVE "Y" TO EOF-GROUP
               NOT AT END
                   IF STUDENT-NUMBER NOT = NDW-LEARNER-NUMBER
                       MOVE "Y" TO EOF-GROUP
                   ELSE
                       MOVE "Y" TO LEARNER-OK
                       MOVE SPACES TO NDW-LEARNER-NAME
                       STRING FUNCTION TRIM(STUDENT-GIVEN-NAME) " "
                           FUNCTION TRIM(STUDENT-SURNAME)
                           DELIMITED BY SIZE INTO NDW-LEARNER-NAME
                       END-STRING
                   END-IF
           END-READ.

       330-ACCEPT-COMMUNITY-LEARNER.
           DISPLAY "COMMUNITY LEARNER NUMBER (BLANK = NEW LEARNER): ".
           ACCEPT NDW-LEARNER-IN.
           PERFORM 340-SCAN-LEARNERS.
           EVALUATE TRUE
               WHEN NDW-LEARNER-IN = SPACES AND CHOICE = 2
                   PERFORM 350-KEY-NEW-LEARNER
               WHEN NDW-LEARNER-IN = SPACES
                   DISPLAY "LEARNER NUMBER REQUIRED."
               WHEN FUNCTION TRIM(NDW-LEARNER-IN) IS NOT NUMERIC
                   DISPLAY "INVALID LEARNER NUMBER. DIGITS ONLY."
               WHEN LEARNER-OK = "N"
                   DISPLAY "COMMUNITY LEARNER "
                       FUNCTION TRIM(NDW-LEARNER-IN)
                       " IS NOT ON FILE."
           END-EVALUATE.

      *    One pass over COMMUNITY-LEARNERS.txt: finds the learner
      *    keyed (if any) and notes the highest number on file, from
      *    which a new learner is numbered.
       340-SCAN-LEARNERS.
           MOVE 0 TO NDW-HIGH-LEARNER.
           IF NDW-LEARNER-IN NOT = SPACES
                   AND FUNCTION TRIM(NDW-LEARNER-IN) IS NUMERIC
               COMPUTE NDW-LEARNER-NUMBER
                   = FUNCTION NUMVAL(NDW-LEARNER-IN)
           END-IF.
           MOVE "N" TO EOF-LEARNER.
           OPEN INPUT LEARNER-FILE.
           IF LEARNER-STATUS = "00" OR LEARNER-STATUS = "05"
               PERFORM 345-SCAN-ONE-LEARNER UNTIL EOF-LEARNER = "Y"
               CLOSE LEARNER-FILE
           END-IF.

       345-SCAN-ONE-LEARNER.
           READ LEARNER-FILE
               AT END
                   MOVE "Y" TO EOF-LEARNER
               NOT AT END
                   IF CML-LEARNER-NUMBER > NDW-HIGH-LEARNER
                       MOVE CML-LEARNER-NUMBER TO NDW-HIGH-LEARNER
                   END-IF
                   IF NDW-LEARNER-NUMBER > 0
                           AND CML-LEARNER-NUMBER = NDW-LEARNER-NUMBER
                       MOVE "Y" TO LEARNER-OK
                       MOVE SPACES TO NDW-LEARNER-NAME
                       STRING FUNCTION TRIM(CML-GIVEN-NAME) " "
                           FUNCTION TRIM(CML-SURNAME)
                           DELIMITED BY SIZE INTO NDW-LEARNER-NAME
                       END-STRING
                   END-IF
           END-READ.

       350-KEY-NEW-LEARNER.
           DISPLAY "SURNAME: ".
           ACCEPT NDW-SURNAME.
           DISPLAY "GIVEN NAME: ".
           ACCEPT NDW-GIVEN-NAME.
           DISPLAY "PHONE: ".
           ACCEPT NDW-PHONE.
           IF NDW-SURNAME = SPACES
               DISPLAY "A NEW LEARNER NEEDS A SURNAME."
           ELSE
               MOVE "Y" TO LEARNER-OK
               MOVE "Y" TO NEW-LEARNER
               COMPUTE NDW-LEARNER-NUMBER = NDW-HIGH-LEARNER + 1
               MOVE SPACES TO NDW-LEARNER-NAME
               STRING FUNCTION TRIM(NDW-GIVEN-NAME) " "
                   FUNCTION TRIM(NDW-SURNAME)
                   DELIMITED BY SIZE INTO NDW-LEARNER-NAME
               END-STRING
           END-IF.

       360-ADD-NEW-LEARNER.
           MOVE SPACES TO COMMUNITY-LEARNER-RECORD.
           MOVE NDW-LEARNER-NUMBER TO CML-LEARNER-NUMBER.
           MOVE NDW-SURNAME TO CML-SURNAME.
           MOVE NDW-GIVEN-NAME TO CML-GIVEN-NAME.
           MOVE NDW-PHONE TO CML-PHONE.
           MOVE NDW-TODAY TO CML-ADDED-DATE.
           MOVE OPERATOR-ID-WS TO CML-ADDED-BY.
           OPEN EXTEND LEARNER-FILE.
           WRITE COMMUNITY-LEARNER-RECORD.
           CLOSE LEARNER-FILE.
           DISPLAY "COMMUNITY LEARNER " NDW-LEARNER-NUMBER " ADDED.".

      *****************************************************************
      * Sells one seat.  The offering has to be open, not yet over
      * and not full, and the learner can't already hold a seat in
      * it.  The fee is flat - no partial payment - and the row is
      * appended the moment the fee is confirmed, so a crash later
      * in the sitting never loses a receipt.
      *****************************************************************
       400-REGISTER-LEARNER.
           DISPLAY "OFFERING CODE: ".
           ACCEPT NDW-OFFERING-CODE.
           PERFORM 230-FIND-OFFERING.
           IF NDW-FOUND-ENTRY > 0
               PERFORM 240-COUNT-ENROLLED
           END-IF.
           MOVE "CK" TO PCK-ACTION.
           MOVE NDW-TODAY TO PCK-POSTING-DATE.
           CALL "PERIOD-CHECK" USING PERIOD-CHECK.
           EVALUATE TRUE
               WHEN PCK-RESULT NOT = "00"
                   DISPLAY "FISCAL PERIOD " PCK-PERIOD " IS CLOSED. "
                       "NOTHING SOLD."
               WHEN NDW-FOUND-ENTRY = 0
                   DISPLAY "OFFERING " NDW-OFFERING-CODE
                       " IS NOT ON FILE."
               WHEN OTB-STATUS(NDW-FOUND-ENTRY) = "X"
                   DISPLAY "OFFERING " NDW-OFFERING-CODE
                       " IS CLOSED TO REGISTRATION."
               WHEN OTB-END-DATE(NDW-FOUND-ENTRY) < NDW-TODAY
                   DISPLAY "OFFERING " NDW-OFFERING-CODE
                       " ENDED " OTB-END-DATE(NDW-FOUND-ENTRY) "."
               WHEN NDW-ENROLLED >= OTB-CAPACITY(NDW-FOUND-ENTRY)
                   DISPLAY "OFFERING " NDW-OFFERING-CODE " IS FULL ("
                       NDW-ENROLLED " SEATS)."
               WHEN REG-COUNT >= REG-MAX
                   DISPLAY "REGISTRATION TABLE FULL. NOTHING SOLD."
               WHEN OTHER
                   PERFORM 410-SELL-SEAT
           END-EVALUATE.

       410-SELL-SEAT.
           PERFORM 300-ACCEPT-LEARNER.
           IF LEARNER-OK = "Y"
               PERFORM 250-FIND-REGISTRATION
           END-IF.
           EVALUATE TRUE
               WHEN LEARNER-OK = "N"
                   DISPLAY "NOTHING SOLD."
               WHEN NDW-REG-ENTRY > 0
                   DISPLAY FUNCTION TRIM(NDW-LEARNER-NAME)
                       " ALREADY HOLDS A SEAT - RECEIPT "
                       RTB-RECEIPT-NUMBER(NDW-REG-ENTRY) "."
               WHEN OTHER
                   PERFORM 420-TAKE-FEE
           END-EVALUATE.

       420-TAKE-FEE.
           MOVE OTB-FEE(NDW-FOUND-ENTRY) TO NDW-FEE-DISPLAY.
           DISPLAY FUNCTION TRIM(NDW-LEARNER-NAME) " - "
               OTB-TITLE(NDW-FOUND-ENTRY).
           DISPLAY "FEE DUE: " NDW-FEE-DISPLAY.
           DISPLAY "TENDER - CASH (C), CHEQUE (K) OR CARD (D): ".
           ACCEPT NDW-TENDER-CODE.
           IF NDW-TENDER-CODE NOT = "C" AND NDW-TENDER-CODE NOT = "K"
                   AND NDW-TENDER-CODE NOT = "D"
               DISPLAY "TENDER MUST BE C, K OR D. NOTHING SOLD."
           ELSE
               DISPLAY "FEE RECEIVED IN FULL? (Y/N): "
               ACCEPT NDW-CONFIRM
               IF NDW-CONFIRM = "Y" OR NDW-CONFIRM = "y"
                   PERFORM 430-STORE-REGISTRATION
               ELSE
                   DISPLAY "NOTHING SOLD."
               END-IF
           END-IF.

       430-STORE-REGISTRATION.
           IF NEW-LEARNER = "Y"
               PERFORM 360-ADD-NEW-LEARNER
           END-IF.
           CALL "RECEIPT-NUMBER" USING RECEIPT-NUMBER-WS.
           MOVE SPACES TO NONCREDIT-REG-RECORD.
           MOVE NDW-OFFERING-CODE TO NCR-OFFERING-CODE.
           MOVE NDW-LEARNER-TYPE TO NCR-LEARNER-TYPE.
           MOVE NDW-LEARNER-NUMBER TO NCR-LEARNER-NUMBER.
           MOVE NDW-LEARNER-NAME TO NCR-LEARNER-NAME.
           MOVE NDW-TODAY TO NCR-REG-DATE.
           MOVE OTB-FEE(NDW-FOUND-ENTRY) TO NCR-FEE-PAID.
           MOVE RECEIPT-NUMBER-WS TO NCR-RECEIPT-NUMBER.
           MOVE TILL-SESSION-WS TO NCR-SESSION-ID.
           MOVE NDW-TENDER-CODE TO NCR-TENDER-CODE.
           MOVE OPERATOR-ID-WS TO NCR-OPERATOR-ID.
           MOVE SPACE TO NCR-STATUS.
           MOVE 0 TO NCR-CERT-DATE.
           OPEN EXTEND REG-FILE.
           WRITE NONCREDIT-REG-RECORD.
           CLOSE REG-FILE.
           ADD 1 TO REG-COUNT.
           MOVE NONCREDIT-REG-RECORD TO REG-ENTRY(REG-COUNT).
           MOVE SPACES TO AUDIT-LOG-RECORD.
           MOVE "NONE" TO AUD-OLD-VALUE.
           STRING "PAID RCPT " RECEIPT-NUMBER-WS
               DELIMITED BY SIZE INTO AUD-NEW-VALUE
           END-STRING.
           PERFORM 700-WRITE-AUDIT-ROW.
           DISPLAY "RECEIPT NUMBER " RECEIPT-NUMBER-WS " ISSUED.".

      *****************************************************************
      * Marks a learner completed and prints the certificate.  Not
      * before the last session date; a learner already completed
      * just gets the certificate reprinted with its original date.
      *****************************************************************
       500-COMPLETE-LEARNER.
           DISPLAY "OFFERING CODE: ".
           ACCEPT NDW-OFFERING-CODE.
           PERFORM 230-FIND-OFFERING.
           IF NDW-FOUND-ENTRY = 0
               DISPLAY "OFFERING " NDW-OFFERING-CODE " IS NOT ON FILE."
           ELSE
               PERFORM 300-ACCEPT-LEARNER
               IF LEARNER-OK = "Y"
                   PERFORM 250-FIND-REGISTRATION
                   PERFORM 510-MARK-COMPLETED
               END-IF
           END-IF.

       510-MARK-COMPLETED.
           EVALUATE TRUE
               WHEN NDW-REG-ENTRY = 0
                   DISPLAY FUNCTION TRIM(NDW-LEARNER-NAME)
                       " HOLDS NO SEAT IN " NDW-OFFERING-CODE "."
               WHEN RTB-STATUS(NDW-REG-ENTRY) = "C"
                   PERFORM 550-PRINT-CERTIFICATE
                   DISPLAY "CERTIFICATE REPRINTED TO CERTIFICATE.txt"
               WHEN OTB-END-DATE(NDW-FOUND-ENTRY) > NDW-TODAY
                   DISPLAY "OFFERING " NDW-OFFERING-CODE
                       " RUNS UNTIL " OTB-END-DATE(NDW-FOUND-ENTRY)
                       ". NOT COMPLETED."
               WHEN OTHER
                   MOVE "C" TO RTB-STATUS(NDW-REG-ENTRY)
                   MOVE NDW-TODAY TO RTB-CERT-DATE(NDW-REG-ENTRY)
                   PERFORM 800-SAVE-REG-TABLE
                   MOVE SPACES TO AUDIT-LOG-RECORD
                   MOVE "REGISTERED" TO AUD-OLD-VALUE
                   MOVE "COMPLETED" TO AUD-NEW-VALUE
                   PERFORM 700-WRITE-AUDIT-ROW
                   PERFORM 550-PRINT-CERTIFICATE
                   DISPLAY "COMPLETED - CERTIFICATE WRITTEN TO "
                       "CERTIFICATE.txt"
           END-EVALUATE.

       550-PRINT-CERTIFICATE.
           OPEN OUTPUT CERTIFICATE-FILE.
           MOVE SPACES TO CERTIFICATE-RECORD.
           MOVE "                    CERTIFICATE OF COMPLETION"
               TO CERTIFICATE-RECORD.
           WRITE CERTIFICATE-RECORD.
           WRITE CERTIFICATE-RECORD FROM BLANK-LINE.
           MOVE "THIS CERTIFIES THAT" TO CERTIFICATE-RECORD.
           WRITE CERTIFICATE-RECORD.
           MOVE SPACES TO CERTIFICATE-RECORD.
           STRING "     " RTB-LEARNER-NAME(NDW-REG-ENTRY)
               DELIMITED BY SIZE INTO CERTIFICATE-RECORD
           END-STRING.
           WRITE CERTIFICATE-RECORD.
           MOVE "HAS COMPLETED THE CONTINUING-EDUCATION COURSE"
               TO CERTIFICATE-RECORD.
           WRITE CERTIFICATE-RECORD.
           MOVE SPACES TO CERTIFICATE-RECORD.
           STRING "     " OTB-OFFERING-CODE(NDW-FOUND-ENTRY) " "
               OTB-TITLE(NDW-FOUND-ENTRY)
               DELIMITED BY SIZE INTO CERTIFICATE-RECORD
           END-STRING.
           WRITE CERTIFICATE-RECORD.
           MOVE SPACES TO CERTIFICATE-RECORD.
           STRING "HELD " OTB-START-DATE(NDW-FOUND-ENTRY)
               " TO " OTB-END-DATE(NDW-FOUND-ENTRY)
               DELIMITED BY SIZE INTO CERTIFICATE-RECORD
           END-STRING.
           WRITE CERTIFICATE-RECORD.
           WRITE CERTIFICATE-RECORD FROM BLANK-LINE.
           MOVE SPACES TO CERTIFICATE-RECORD.
           STRING "ISSUED " RTB-CERT-DATE(NDW-REG-ENTRY)
               "     RECEIPT " RTB-RECEIPT-NUMBER(NDW-REG-ENTRY)
               DELIMITED BY SIZE INTO CERTIFICATE-RECORD
           END-STRING.
           WRITE CERTIFICATE-RECORD.
           MOVE "NON-CREDIT - NO ACADEMIC CREDIT IS AWARDED."
               TO CERTIFICATE-RECORD.
           WRITE CERTIFICATE-RECORD.
           CLOSE CERTIFICATE-FILE.

       600-LIST-ROSTER.
           DISPLAY "OFFERING CODE: ".
           ACCEPT NDW-OFFERING-CODE.
           PERFORM 230-FIND-OFFERING.
           IF NDW-FOUND-ENTRY = 0
               DISPLAY "OFFERING " NDW-OFFERING-CODE " IS NOT ON FILE."
           ELSE
               DISPLAY NDW-OFFERING-CODE " "
                   OTB-TITLE(NDW-FOUND-ENTRY)
               DISPLAY "  T NUMBER NAME                           "
                   "REGISTERED RECEIPT  ST"
               MOVE 0 TO NDW-LISTED
               PERFORM 610-LIST-ONE-REG
                   VARYING IDX-WS FROM 1 BY 1
                   UNTIL IDX-WS > REG-COUNT
               DISPLAY NDW-LISTED " OF " OTB-CAPACITY(NDW-FOUND-ENTRY)
                   " SEATS SOLD."
           END-IF.

       610-LIST-ONE-REG.
           IF RTB-OFFERING-CODE(IDX-WS) = NDW-OFFERING-CODE
               ADD 1 TO NDW-LISTED
               DISPLAY "  " RTB-LEARNER-TYPE(IDX-WS) " "
                   RTB-LEARNER-NUMBER(IDX-WS) " "
                   RTB-LEARNER-NAME(IDX-WS) " "
                   RTB-REG-DATE(IDX-WS) "   "
                   RTB-RECEIPT-NUMBER(IDX-WS) " "
                   RTB-STATUS(IDX-WS)
           END-IF.

      *    The caller has cleared the row and set the old and new
      *    values.  A student's rows carry their number; a community
      *    learner is not a student, so theirs carry 000000.
       700-WRITE-AUDIT-ROW.
           OPEN EXTEND AUDIT-LOG-FILE.
           IF NDW-LEARNER-TYPE = "S"
               MOVE NDW-LEARNER-NUMBER TO AUD-STUDENT-NUMBER
           ELSE
               MOVE 0 TO AUD-STUDENT-NUMBER
           END-IF.
           MOVE SPACES TO AUD-TERM-CODE.
           STRING "NONCREDIT " NDW-OFFERING-CODE
               DELIMITED BY SIZE INTO AUD-FIELD-NAME
           END-STRING.
           MOVE OPERATOR-ID-WS TO AUD-OPERATOR-ID.
           MOVE FUNCTION CURRENT-DATE TO AUD-TIMESTAMP.
           CALL "AUDIT-CHAIN" USING AUDIT-LOG-RECORD.
           WRITE AUDIT-LOG-RECORD.
           CLOSE AUDIT-LOG-FILE.

       800-SAVE-REG-TABLE.
           OPEN OUTPUT REG-FILE.
           PERFORM 810-WRITE-ONE-REG
               VARYING R-ENTRY FROM 1 BY 1
               UNTIL R-ENTRY > REG-COUNT.
           CLOSE REG-FILE.

       810-WRITE-ONE-REG.
           MOVE REG-ENTRY(R-ENTRY) TO NONCREDIT-REG-RECORD.
           WRITE NONCREDIT-REG-RECORD.

       END PROGRAM NONCREDIT-DESK.
