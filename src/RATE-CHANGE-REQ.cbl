      ******************************************************************
      * Tectonics: Rate-change request entry - the maker half of the
      * RATE.txt maker-checker.  Finance used to edit RATE.txt by
      * hand, and one typo in RATE-PER-CREDIT repriced a whole
      * program at the next TUITION-ASSESS.  Nothing reaches RATE.txt
      * from here: the proposed add, change or delete is validated
      * against the file as it stands (a change or delete must name
      * a row that exists, an add must not duplicate one, and the
      * current values are captured so the approver decides against
      * the truth), lands in RATE-CHANGES.txt as 'P'ending, and
      * leaves a RATE-CHG-REQ audit row.  RATE-CHANGE-APPR is where
      * a different operator, signed on as supervisor, accepts or
      * rejects it - the GRADE-CHANGE-REQ/-APPR arrangement.
      * A RATE.txt row is named by program, effective term and
      * residency key (D, P, I, or blank for a row that prices
      * every residency).
      ******************************************************************
       IDENTIFICATION DIVISION.
       PROGRAM-ID. RATE-CHANGE-REQ.

       ENVIRONMENT DIVISION.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
           SELECT OPTIONAL RATE-FILE ASSIGN "RATE.txt"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS RATE-STATUS.
           SELECT OPTIONAL RATE-CHANGES-FILE ASSIGN "RATE-CHANGES.txt"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS QUEUE-STATUS.
      *    Program catalog - a rate for a program we don't run is a
      *    typo, not a proposal.
           SELECT OPTIONAL PROGRAM-FILE ASSIGN "PROGRAM.txt"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS PROGRAM-STATUS.
           SELECT OPTIONAL AUDIT-LOG-FILE ASSIGN "AUDIT-LOG.txt"
               ORGANIZATION IS LINE SEQUENTIAL.

       DATA DIVISION.
       FILE SECTION.
           FD RATE-FILE.
           COPY "RATE-RECORD.cpy".

           FD RATE-CHANGES-FILE.
           COPY "RATECHG-RECORD.cpy".

           FD PROGRAM-FILE.
           01 PROGRAM-RECORD.
               05 PROGRAM-CODE PIC X(6).
               05 PROGRAM-NAME PIC X(20).
               05 FILLER       PIC X(13).

           FD AUDIT-LOG-FILE.
           COPY "AUDIT-LOG.cpy".

       WORKING-STORAGE SECTION.
           01 RATE-STATUS    PIC X(2).
           01 QUEUE-STATUS   PIC X(2).
           01 PROGRAM-STATUS PIC X(2).

           01 OPERATOR-ID-WS PIC X(10) VALUE SPACES.
           01 OPERATOR-PASSWORD-WS PIC X(10) VALUE SPACES.
           01 OPERATOR-ROLE-WS PIC X(1) VALUE SPACE.
           01 SIGNON-STATUS-WS PIC X(2) VALUE SPACES.

           01 FLAGS.
               05 EOF-RATE       PIC X VALUE "N".
               05 EOF-QUEUE      PIC X VALUE "N".
               05 EOF-PROGRAM    PIC X VALUE "N".
               05 ROW-FOUND      PIC X VALUE "N".
               05 PROGRAM-FOUND  PIC X VALUE "N".
               05 PENDING-FOUND  PIC X VALUE "N".
               05 MORE-FLAG      PIC X VALUE "Y".

           01 REQUEST-WORK-AREA.
               05 REQ-PROGRAM        PIC X(6) VALUE SPACES.
               05 REQ-EFFECTIVE-TERM PIC X(6) VALUE SPACES.
               05 REQ-RESIDENCY      PIC X(1) VALUE SPACE.
               05 REQ-ACTION         PIC X(1) VALUE SPACE.
               05 REQ-PER-CREDIT-IN  PIC X(10) VALUE SPACES.
               05 REQ-FLAT-FEE-IN    PIC X(10) VALUE SPACES.
               05 REQ-NEW-PER-CREDIT PIC 9(4)V99 VALUE 0.
               05 REQ-NEW-FLAT-FEE   PIC 9(4)V99 VALUE 0.
               05 REQ-OLD-PER-CREDIT PIC 9(4)V99 VALUE 0.
               05 REQ-OLD-FLAT-FEE   PIC 9(4)V99 VALUE 0.
               05 REQ-REASON         PIC X(20) VALUE SPACES.
               05 REQ-RUN-DATE       PIC 9(8) VALUE 0.
               05 REQ-LAST-ID        PIC 9(6) VALUE 0.
               05 REQ-VALID          PIC X VALUE "N".

           01 RATE-DISPLAY     PIC ZZZ9.99.
           01 FEE-DISPLAY      PIC ZZZ9.99.

       PROCEDURE DIVISION.
       100-MAIN.
           DISPLAY "RATE-CHANGE REQUEST - ENTER YOUR OPERATOR ID: ".
           ACCEPT OPERATOR-ID-WS.
           DISPLAY "ENTER YOUR PASSWORD: ".
           ACCEPT OPERATOR-PASSWORD-WS.
           CALL "OPERATOR-SIGNON" USING OPERATOR-ID-WS
               OPERATOR-PASSWORD-WS OPERATOR-ROLE-WS
               SIGNON-STATUS-WS.
           IF SIGNON-STATUS-WS NOT = "00"
               DISPLAY "SIGN-ON REFUSED. STATUS: " SIGNON-STATUS-WS
               MOVE 8 TO RETURN-CODE
           ELSE
               IF OPERATOR-ROLE-WS = "I" OR "A" OR "C"
                   DISPLAY "INQUIRY-ONLY OPERATORS CANNOT PROPOSE "
                       "RATE CHANGES."
                   MOVE 8 TO RETURN-CODE
               ELSE
                   ACCEPT REQ-RUN-DATE FROM DATE YYYYMMDD
                   PERFORM 200-TAKE-ONE-REQUEST
                       UNTIL MORE-FLAG NOT = "Y"
               END-IF
           END-IF.
           GOBACK.

       200-TAKE-ONE-REQUEST.
           DISPLAY " ".
           DISPLAY "PROGRAM CODE: ".
           ACCEPT REQ-PROGRAM.
           DISPLAY "EFFECTIVE TERM (CCYYTT): ".
           ACCEPT REQ-EFFECTIVE-TERM.
           DISPLAY "RESIDENCY - DOMESTIC (D), PERMANENT RESIDENT (P), "
               "INTERNATIONAL (I) OR BLANK FOR ALL: ".
           ACCEPT REQ-RESIDENCY.
           DISPLAY "ADD A NEW ROW (A), CHANGE A ROW (C) OR DELETE A "
               "ROW (D)? ".
           ACCEPT REQ-ACTION.
           MOVE 0 TO REQ-NEW-PER-CREDIT.
           MOVE 0 TO REQ-NEW-FLAT-FEE.
           MOVE "Y" TO REQ-VALID.
           IF REQ-ACTION = "A" OR REQ-ACTION = "C"
               DISPLAY "NEW RATE PER CREDIT HOUR (9999.99): "
               ACCEPT REQ-PER-CREDIT-IN
               DISPLAY "NEW FLAT TERM FEE (9999.99): "
               ACCEPT REQ-FLAT-FEE-IN
               IF REQ-PER-CREDIT-IN = SPACES
                       OR REQ-FLAT-FEE-IN = SPACES
                   DISPLAY "BOTH AMOUNTS ARE REQUIRED."
                   MOVE "N" TO REQ-VALID
               ELSE
                   COMPUTE REQ-NEW-PER-CREDIT =
                       FUNCTION NUMVAL(REQ-PER-CREDIT-IN)
                   COMPUTE REQ-NEW-FLAT-FEE =
                       FUNCTION NUMVAL(REQ-FLAT-FEE-IN)
               END-IF
           ELSE
               IF REQ-ACTION NOT = "D"
                   DISPLAY "ACTION MUST BE A, C OR D."
                   MOVE "N" TO REQ-VALID
               END-IF
           END-IF.
           IF REQ-RESIDENCY NOT = SPACE AND REQ-RESIDENCY NOT = "D"
                   AND REQ-RESIDENCY NOT = "P"
                   AND REQ-RESIDENCY NOT = "I"
               DISPLAY "RESIDENCY MUST BE D, P, I OR BLANK."
               MOVE "N" TO REQ-VALID
           END-IF.
           IF REQ-VALID = "Y"
               DISPLAY "REASON (20 CHARACTERS): "
               ACCEPT REQ-REASON
               PERFORM 300-VALIDATE-AND-QUEUE
           END-IF.
           DISPLAY "ANOTHER REQUEST? (Y/N) ".
           ACCEPT MORE-FLAG.

      *****************************************************************
      * The request has to describe RATE.txt as it stands: the
      * program must be in the catalog, an add must not collide with
      * an existing program/effective-term/residency row, a change
      * or delete must find one (its current values are captured for the
      * approver), and no second request may sit pending against
      * the same row.
      *****************************************************************
       300-VALIDATE-AND-QUEUE.
           PERFORM 310-CHECK-PROGRAM-CATALOG.
           PERFORM 320-FIND-RATE-ROW.
           PERFORM 330-SCAN-PENDING-QUEUE.
           EVALUATE TRUE
               WHEN PROGRAM-FOUND NOT = "Y"
                   DISPLAY "PROGRAM " REQ-PROGRAM
                       " IS NOT IN PROGRAM.txt. NOT QUEUED."
               WHEN REQ-ACTION = "A" AND ROW-FOUND = "Y"
                   DISPLAY "A RATE ROW ALREADY EXISTS FOR "
                       REQ-PROGRAM " EFFECTIVE " REQ-EFFECTIVE-TERM
                       " - PROPOSE A CHANGE (C). NOT QUEUED."
               WHEN REQ-ACTION NOT = "A" AND ROW-FOUND NOT = "Y"
                   DISPLAY "NO RATE ROW FOR " REQ-PROGRAM
                       " EFFECTIVE " REQ-EFFECTIVE-TERM
                       ". NOT QUEUED."
               WHEN PENDING-FOUND = "Y"
                   DISPLAY "A CHANGE TO THAT ROW IS ALREADY PENDING "
                       "APPROVAL. NOT QUEUED."
               WHEN OTHER
                   PERFORM 400-QUEUE-THE-REQUEST
           END-EVALUATE.

       310-CHECK-PROGRAM-CATALOG.
           MOVE "N" TO PROGRAM-FOUND.
           MOVE "N" TO EOF-PROGRAM.
           OPEN INPUT PROGRAM-FILE.
           IF PROGRAM-STATUS = "00" OR PROGRAM-STATUS = "05"
               PERFORM 315-CHECK-ONE-PROGRAM UNTIL EOF-PROGRAM = "Y"
                   OR PROGRAM-FOUND = "Y"
               CLOSE PROGRAM-FILE
           END-IF.

       315-CHECK-ONE-PROGRAM.
           READ PROGRAM-FILE
               AT END
                   MOVE "Y" TO EOF-PROGRAM
               NOT AT END
                   IF PROGRAM-CODE = REQ-PROGRAM
                       MOVE "Y" TO PROGRAM-FOUND
                   END-IF
           END-READ.

       320-FIND-RATE-ROW.
           MOVE "N" TO ROW-FOUND.
           MOVE "N" TO EOF-RATE.
           MOVE 0 TO REQ-OLD-PER-CREDIT.
           MOVE 0 TO REQ-OLD-FLAT-FEE.
           OPEN INPUT RATE-FILE.
           IF RATE-STATUS = "00" OR RATE-STATUS = "05"
               PERFORM 325-CHECK-ONE-RATE UNTIL EOF-RATE = "Y"
                   OR ROW-FOUND = "Y"
               CLOSE RATE-FILE
           END-IF.

       325-CHECK-ONE-RATE.
           READ RATE-FILE
               AT END
                   MOVE "Y" TO EOF-RATE
               NOT AT END
                   IF RATE-PROGRAM-CODE = REQ-PROGRAM
                           AND RATE-EFFECTIVE-TERM = REQ-EFFECTIVE-TERM
                           AND RATE-RESIDENCY = REQ-RESIDENCY
                       MOVE "Y" TO ROW-FOUND
                       MOVE RATE-PER-CREDIT TO REQ-OLD-PER-CREDIT
                       MOVE RATE-FLAT-FEE   TO REQ-OLD-FLAT-FEE
                   END-IF
           END-READ.

      *    Also picks up the highest change ID issued so far.
       330-SCAN-PENDING-QUEUE.
           MOVE "N" TO PENDING-FOUND.
           MOVE "N" TO EOF-QUEUE.
           MOVE 0 TO REQ-LAST-ID.
           OPEN INPUT RATE-CHANGES-FILE.
           IF QUEUE-STATUS = "00" OR QUEUE-STATUS = "05"
               PERFORM 335-CHECK-ONE-QUEUED UNTIL EOF-QUEUE = "Y"
               CLOSE RATE-CHANGES-FILE
           END-IF.

       335-CHECK-ONE-QUEUED.
           READ RATE-CHANGES-FILE
               AT END
                   MOVE "Y" TO EOF-QUEUE
               NOT AT END
                   IF RCH-CHANGE-ID > REQ-LAST-ID
                       MOVE RCH-CHANGE-ID TO REQ-LAST-ID
                   END-IF
                   IF RCH-STATUS = "P"
                           AND RCH-PROGRAM-CODE = REQ-PROGRAM
                           AND RCH-EFFECTIVE-TERM = REQ-EFFECTIVE-TERM
                           AND RCH-RESIDENCY = REQ-RESIDENCY
                       MOVE "Y" TO PENDING-FOUND
                   END-IF
           END-READ.

       400-QUEUE-THE-REQUEST.
           OPEN EXTEND RATE-CHANGES-FILE.
           MOVE SPACES TO RATE-CHANGE-RECORD.
           ADD 1 TO REQ-LAST-ID.
           MOVE REQ-LAST-ID        TO RCH-CHANGE-ID.
           MOVE REQ-PROGRAM        TO RCH-PROGRAM-CODE.
           MOVE REQ-EFFECTIVE-TERM TO RCH-EFFECTIVE-TERM.
           MOVE REQ-RESIDENCY      TO RCH-RESIDENCY.
           MOVE REQ-ACTION         TO RCH-ACTION.
           MOVE REQ-OLD-PER-CREDIT TO RCH-OLD-PER-CREDIT.
           MOVE REQ-OLD-FLAT-FEE   TO RCH-OLD-FLAT-FEE.
           MOVE REQ-NEW-PER-CREDIT TO RCH-NEW-PER-CREDIT.
           MOVE REQ-NEW-FLAT-FEE   TO RCH-NEW-FLAT-FEE.
           MOVE OPERATOR-ID-WS     TO RCH-REQUESTER.
           MOVE REQ-RUN-DATE       TO RCH-REQUESTED-DATE.
           MOVE REQ-REASON         TO RCH-REASON.
           MOVE "P"                TO RCH-STATUS.
           MOVE SPACES             TO RCH-DECIDED-BY.
           MOVE 0                  TO RCH-DECIDED-DATE.
           WRITE RATE-CHANGE-RECORD.
           CLOSE RATE-CHANGES-FILE.
           OPEN EXTEND AUDIT-LOG-FILE.
           MOVE SPACES TO AUDIT-LOG-RECORD.
           MOVE 0 TO AUD-STUDENT-NUMBER.
           MOVE REQ-EFFECTIVE-TERM TO AUD-TERM-CODE.
           MOVE "RATE-CHG-REQ" TO AUD-FIELD-NAME.
           STRING REQ-PROGRAM " " REQ-RESIDENCY " " REQ-ACTION
               DELIMITED BY SIZE INTO AUD-OLD-VALUE
           END-STRING.
           MOVE REQ-LAST-ID TO AUD-NEW-VALUE.
           MOVE OPERATOR-ID-WS TO AUD-OPERATOR-ID.
           MOVE FUNCTION CURRENT-DATE TO AUD-TIMESTAMP.
           CALL "AUDIT-CHAIN" USING AUDIT-LOG-RECORD.
           WRITE AUDIT-LOG-RECORD.
           CLOSE AUDIT-LOG-FILE.
           MOVE REQ-NEW-PER-CREDIT TO RATE-DISPLAY.
           MOVE REQ-NEW-FLAT-FEE   TO FEE-DISPLAY.
           DISPLAY "REQUEST " REQ-LAST-ID " QUEUED FOR APPROVAL: "
               REQ-PROGRAM " " REQ-EFFECTIVE-TERM " " REQ-RESIDENCY
               " " REQ-ACTION
               " " RATE-DISPLAY "/CR + " FEE-DISPLAY.

       END PROGRAM RATE-CHANGE-REQ.
