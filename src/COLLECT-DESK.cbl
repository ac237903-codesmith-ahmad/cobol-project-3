      * Tectonics: Collections workstation.  The delinquent extract
      * gives collections a list; this screen gives them a desk:
      * pull up an account and see the balance from STUFILE.dat,
      * the PAYMENTS.dat history and any HOLDS.txt rows in one
      * place, then record what happened on the call - a contact
      * attempt, or a promise to pay so much by such a date - onto
      * the account's COLLECTIONS.txt row (see COLLECT-RECORD.cpy).
      * COLLECT-MONITOR judges the promises and runs the dunning
      * ladder; this screen only records what the collector heard.
      * Menu-driven whole-file load/save, the HOLD-MAINT way.
      * Parents, sponsors' caseworkers and spouses ring here too:
      * the account display lists the third-party consents in force
      * (CONSENT-LOOKUP), and a disclosure is recorded from the menu
      * - the caller is matched to a consent and their passphrase
      * checked before anything is said, and whatever the operator
      * then tells them goes on DISCLOSURE-LOG.txt (see
      * DISCLOG-RECORD.cpy) for CONSENT-REPORT.  Only financial
      * information is given out from this desk.
      ******************************************************************
       IDENTIFICATION DIVISION.
       PROGRAM-ID. COLLECT-DESK.
               ACCESS MODE IS RANDOM
               RECORD KEY IS STUDENT-KEY
               FILE STATUS IS FILE-STATUS.
           SELECT OPTIONAL PAYMENTS-FILE
               ASSIGN "PAYMENTS.dat"
               ORGANIZATION IS INDEXED
               ACCESS MODE IS DYNAMIC
               RECORD KEY IS PAY-KEY
               ALTERNATE KEY IS PAY-RECEIPT-NUMBER WITH DUPLICATES
               ALTERNATE KEY IS PAY-DATE WITH DUPLICATES
               FILE STATUS IS PAYMENTS-STATUS.
           SELECT OPTIONAL HOLDS-FILE ASSIGN "HOLDS.txt"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS HOLDS-STATUS.
           SELECT OPTIONAL DISCLOSURE-LOG-FILE
               ASSIGN "DISCLOSURE-LOG.txt"
               ORGANIZATION IS LINE SEQUENTIAL.

       DATA DIVISION.
       FILE SECTION.
           FD HOLDS-FILE.
           COPY "HOLD-RECORD.cpy".

           FD DISCLOSURE-LOG-FILE.
           COPY "DISCLOG-RECORD.cpy".

       WORKING-STORAGE SECTION.
           01 COLLECT-STATUS  PIC X(2).
           01 FILE-STATUS     PIC X(2).
           01 COLLECT-COUNT PIC 9(3) VALUE 0.
           01 COLLECT-MAX   PIC 9(3) VALUE 500.

           COPY "CONSENT-LOOKUP.cpy".

           01 FLAGS.
               05 EOF-COLLECT  PIC X VALUE "N".
               05 EOF-SIDE     PIC X VALUE "N".
               05 DKW-BALANCE-DISPLAY PIC -ZZZ,ZZZ,ZZ9.99.
               05 IDX-WS             PIC 9(3).

      *    The caller on the line when a disclosure is recorded.
           01 CALLER-WORK-AREA.
               05 CLR-PICK           PIC 9(2) VALUE 0.
               05 CLR-LINE-NUMBER    PIC Z9.
               05 CLR-NAME           PIC X(30) VALUE SPACES.
               05 CLR-RELATIONSHIP   PIC X(15) VALUE SPACES.
               05 CLR-CONSENT-ID     PIC 9(6) VALUE 0.
               05 CLR-PASSPHRASE-IN  PIC X(20) VALUE SPACES.
               05 CLR-PASSPHRASE-OK  PIC X(1) VALUE "N".
               05 CLR-ANSWER         PIC X(1) VALUE SPACE.

       PROCEDURE DIVISION.
       100-MAIN-PROCEDURE.
           DISPLAY "COLLECTIONS DESK - ENTER YOUR OPERATOR ID: ".
           DISPLAY "   1. SHOW AN ACCOUNT".
           DISPLAY "   2. RECORD A CONTACT ATTEMPT".
           DISPLAY "   3. RECORD A PROMISE TO PAY".
           DISPLAY "   4. RECORD A DISCLOSURE TO A THIRD PARTY".
           DISPLAY "   5. SAVE AND QUIT".
           DISPLAY "ENTER YOUR CHOICE: ".
           ACCEPT CHOICE.
           EVALUATE CHOICE
               WHEN 1 PERFORM 300-SHOW-ACCOUNT
               WHEN 2 PERFORM 400-RECORD-CONTACT
               WHEN 3 PERFORM 500-RECORD-PROMISE
               WHEN 4 PERFORM 600-RECORD-DISCLOSURE
               WHEN 5 PERFORM 800-SAVE-COLLECT-TABLE
                      MOVE "Y" TO DONE-FLAG
               WHEN OTHER
                   DISPLAY "INVALID CHOICE. PLEASE SELECT 1-5."
           END-EVALUATE.

       205-ACCEPT-ACCOUNT.
               PERFORM 310-SHOW-BALANCE
               PERFORM 320-SHOW-PAYMENT-HISTORY
               PERFORM 330-SHOW-HOLDS
               PERFORM 340-SHOW-CONSENTS
               IF DKW-FOUND-ENTRY > 0
                   DISPLAY "DUNNING STAGE: "
                       CTB-DUNNING-STAGE(DKW-FOUND-ENTRY)
           MOVE "N" TO EOF-SIDE.
           OPEN INPUT PAYMENTS-FILE.
           IF PAYMENTS-STATUS = "00" OR PAYMENTS-STATUS = "05"
               MOVE DKW-STUDENT-NUMBER TO PAY-STUDENT-NUMBER
               MOVE DKW-TERM-CODE      TO PAY-TERM-CODE
               MOVE LOW-VALUES         TO PAY-DATE
               MOVE 0                  TO PAY-SEQ
               START PAYMENTS-FILE KEY IS NOT LESS THAN PAY-KEY
                   INVALID KEY
                       MOVE "Y" TO EOF-SIDE
               END-START
               PERFORM 325-SHOW-ONE-PAYMENT UNTIL EOF-SIDE = "Y"
               CLOSE PAYMENTS-FILE
           END-IF.

      *    Keyed straight to the student/term's rows, oldest first;
      *    the first row past them ends the listing.
       325-SHOW-ONE-PAYMENT.
           READ PAYMENTS-FILE NEXT RECORD
               AT END
                   MOVE "Y" TO EOF-SIDE
               NOT AT END
                       MOVE PAY-AMOUNT TO DKW-BALANCE-DISPLAY
                       DISPLAY "  " PAY-DATE " "
                           DKW-BALANCE-DISPLAY
                   ELSE
                       MOVE "Y" TO EOF-SIDE
                   END-IF
           END-READ.

                   END-IF
           END-READ.

      *****************************************************************
      * Who the student has said we may talk to, as of today - the
      * passphrase is never shown.
      *****************************************************************
       340-SHOW-CONSENTS.
           MOVE DKW-STUDENT-NUMBER TO CNL-STUDENT-NUMBER.
           MOVE DKW-RUN-DATE TO CNL-AS-OF-DATE.
           CALL "CONSENT-LOOKUP" USING CONSENT-LOOKUP.
           IF CNL-COUNT = 0
               DISPLAY "NO THIRD-PARTY CONSENT ON FILE - DISCUSS "
                   "WITH THE STUDENT ONLY."
           ELSE
               DISPLAY "THIRD-PARTY CONSENTS IN FORCE:"
               PERFORM 345-SHOW-ONE-CONSENT
                   VARYING IDX-WS FROM 1 BY 1
                   UNTIL IDX-WS > CNL-COUNT
           END-IF.

       345-SHOW-ONE-CONSENT.
           MOVE IDX-WS TO CLR-LINE-NUMBER.
           IF CNL-SCOPE(IDX-WS) = "B"
               DISPLAY "  " CLR-LINE-NUMBER ". " CNL-PERSON-NAME(IDX-WS)
                   " " CNL-RELATIONSHIP(IDX-WS)
                   " ACADEMIC+FINANCIAL TO "
                   CNL-EXPIRY-DATE(IDX-WS)
           ELSE
               DISPLAY "  " CLR-LINE-NUMBER ". " CNL-PERSON-NAME(IDX-WS)
                   " " CNL-RELATIONSHIP(IDX-WS)
                   " FINANCIAL ONLY TO "
                   CNL-EXPIRY-DATE(IDX-WS)
           END-IF.

       400-RECORD-CONTACT.
           PERFORM 205-ACCEPT-ACCOUNT.
           IF DKW-STUDENT-NUMBER = 0
               END-IF
           END-IF.

      *****************************************************************
      * A third party on the line.  The caller is matched to one of
      * the consents in force and asked for its passphrase; the
      * operator is told plainly whether they may go ahead.  Any
      * balance or payment detail actually given out is logged,
      * consent or not - CONSENT-REPORT picks out the ones made
      * without.
      *****************************************************************
       600-RECORD-DISCLOSURE.
           MOVE 0 TO DKW-STUDENT-NUMBER.
           DISPLAY "STUDENT NUMBER: ".
           ACCEPT DKW-STUDENT-IN.
           IF DKW-STUDENT-IN IS NOT NUMERIC
               DISPLAY "INVALID STUDENT NUMBER. DIGITS ONLY."
           ELSE
               MOVE DKW-STUDENT-IN TO DKW-STUDENT-NUMBER
               PERFORM 340-SHOW-CONSENTS
               PERFORM 610-IDENTIFY-CALLER
               EVALUATE TRUE
                   WHEN CLR-CONSENT-ID = 0
                       DISPLAY "NO CONSENT ON FILE FOR THIS CALLER "
                           "- DO NOT DISCLOSE."
                   WHEN CLR-PASSPHRASE-OK NOT = "Y"
                       DISPLAY "PASSPHRASE DOES NOT MATCH "
                           "- DO NOT DISCLOSE."
                   WHEN OTHER
                       DISPLAY "CONSENT VERIFIED - FINANCIAL "
                           "INFORMATION MAY BE DISCLOSED."
               END-EVALUATE
               DISPLAY "WAS ANY INFORMATION DISCLOSED (Y/N)? "
               MOVE SPACE TO CLR-ANSWER
               ACCEPT CLR-ANSWER
               IF CLR-ANSWER = "Y"
                   PERFORM 620-LOG-DISCLOSURE
               ELSE
                   DISPLAY "NOTHING LOGGED."
               END-IF
           END-IF.

       610-IDENTIFY-CALLER.
           MOVE 0 TO CLR-PICK CLR-CONSENT-ID.
           MOVE "N" TO CLR-PASSPHRASE-OK.
           IF CNL-COUNT > 0
               DISPLAY "CALLER IS WHICH PERSON ABOVE "
                   "(0 = NOT LISTED): "
               ACCEPT CLR-PICK
           END-IF.
           IF CLR-PICK > 0 AND CLR-PICK NOT > CNL-COUNT
               MOVE CNL-CONSENT-ID(CLR-PICK)   TO CLR-CONSENT-ID
               MOVE CNL-PERSON-NAME(CLR-PICK)  TO CLR-NAME
               MOVE CNL-RELATIONSHIP(CLR-PICK) TO CLR-RELATIONSHIP
               DISPLAY "PASSPHRASE THE CALLER GAVE: "
               MOVE SPACES TO CLR-PASSPHRASE-IN
               ACCEPT CLR-PASSPHRASE-IN
               IF CLR-PASSPHRASE-IN = CNL-PASSPHRASE(CLR-PICK)
                   MOVE "Y" TO CLR-PASSPHRASE-OK
               END-IF
           ELSE
               DISPLAY "CALLER'S NAME: "
               MOVE SPACES TO CLR-NAME
               ACCEPT CLR-NAME
               DISPLAY "CALLER'S RELATIONSHIP TO THE STUDENT: "
               MOVE SPACES TO CLR-RELATIONSHIP
               ACCEPT CLR-RELATIONSHIP
           END-IF.

       620-LOG-DISCLOSURE.
           MOVE SPACES TO DISCLOSURE-LOG-RECORD.
           MOVE DKW-STUDENT-NUMBER TO DSL-STUDENT-NUMBER.
           MOVE DKW-RUN-DATE       TO DSL-DISCLOSED-DATE.
           MOVE CLR-NAME           TO DSL-DISCLOSED-TO.
           MOVE CLR-RELATIONSHIP   TO DSL-RELATIONSHIP.
           MOVE "F"                TO DSL-SCOPE.
           MOVE CLR-CONSENT-ID     TO DSL-CONSENT-ID.
           MOVE CLR-PASSPHRASE-OK  TO DSL-PASSPHRASE-FLAG.
           MOVE OPERATOR-ID-WS     TO DSL-DISCLOSED-BY.
           MOVE "COLLECT-DESK"     TO DSL-SOURCE.
           OPEN EXTEND DISCLOSURE-LOG-FILE.
           WRITE DISCLOSURE-LOG-RECORD.
           CLOSE DISCLOSURE-LOG-FILE.
           DISPLAY "DISCLOSURE LOGGED.".

       800-SAVE-COLLECT-TABLE.
           OPEN OUTPUT COLLECT-FILE.
           PERFORM 810-WRITE-ONE-ROW
