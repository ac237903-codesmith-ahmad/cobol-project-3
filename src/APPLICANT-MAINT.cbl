      ******************************************************************
      * Tectonics: Admissions applicant pipeline.  Applications,
      * offers and acceptances were tracked in a spreadsheet, and
      * the desk then re-keyed each new student through
      * UPDATE-STUDENT-FILE's create path and recorded the deposit
      * again in DEPOSIT-MAINT.  APPLICANTS.txt (see
      * APPLICANT-RECORD.cpy) now holds every application - program
      * applied to, entry term and where it stands: applied,
      * offered, accepted, declined or withdrawn - with the contact
      * details in APPLICANT-CONTACTS.txt (APPLICANT-CONTACT.cpy).
      * An offer is refused once the program's offers and
      * acceptances for that entry term reach its intake quota on
      * PROGRAM.txt (set in UpdateProgramFile; 0 = no cap), and each
      * offer made appends a letter to OFFER-LETTERS.txt.
      * Converting an accepted applicant does the whole intake in
      * one step: issues the next student number from
      * STUNUM-CONTROL.txt (seeded from the highest number
      * on STUFILE.dat/STUHIST.dat the first time), writes the
      * first-term STUFILE.dat record and the DEMOGRAPHICS.dat
      * record, hands any deposit to DEPOSITS.txt as a held deposit
      * for TUITION-ASSESS to apply, and logs the admission to
      * AUDIT-LOG.txt.  Whole-file load/save like DEPOSIT-MAINT,
      * saved after every change since a conversion has already
      * written the student by the time the menu comes back.
      * Inquiry-only sign-ons can list but not change anything.
      ******************************************************************
       IDENTIFICATION DIVISION.
       PROGRAM-ID. APPLICANT-MAINT.

       ENVIRONMENT DIVISION.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
           SELECT OPTIONAL APPLICANTS-FILE ASSIGN "APPLICANTS.txt"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS APPLICANTS-STATUS.
           SELECT OPTIONAL CONTACTS-FILE
               ASSIGN "APPLICANT-CONTACTS.txt"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS CONTACTS-STATUS.
           SELECT OPTIONAL PROGRAM-FILE ASSIGN "PROGRAM.txt"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS PROGRAM-STATUS.
           SELECT OPTIONAL TERM-CALENDAR-FILE
               ASSIGN "TERM-CALENDAR.txt"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS CALENDAR-STATUS.
           SELECT OPTIONAL LETTERS-FILE ASSIGN "OFFER-LETTERS.txt"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS LETTERS-STATUS.
      *    Last student number issued - one row, one number.
           SELECT OPTIONAL NUMBER-CONTROL-FILE
               ASSIGN "STUNUM-CONTROL.txt"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS CONTROL-STATUS.
      *    STUFILE.dat, or STUHIST.dat when checking that a number
      *    was never used - same layout and keys, so one SELECT.
           SELECT OPTIONAL STUDENT-DATA-FILE
               ASSIGN TO MASTER-NAME-WS
               ORGANIZATION IS INDEXED
               ACCESS MODE IS DYNAMIC
               RECORD KEY IS STUDENT-KEY
               ALTERNATE KEY IS STUDENT-NUMBER WITH DUPLICATES
               ALTERNATE KEY IS STUDENT-SURNAME WITH DUPLICATES
               FILE STATUS IS FILE-STATUS.
           SELECT OPTIONAL DEMO-FILE
               ASSIGN "DEMOGRAPHICS.dat"
               ORGANIZATION IS INDEXED
               ACCESS MODE IS RANDOM
               RECORD KEY IS DEM-STUDENT-NUMBER
               FILE STATUS IS DEMO-STATUS.
           SELECT OPTIONAL DEPOSITS-FILE ASSIGN "DEPOSITS.txt"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS DEPOSITS-STATUS.
           SELECT OPTIONAL AUDIT-LOG-FILE ASSIGN "AUDIT-LOG.txt"
               ORGANIZATION IS LINE SEQUENTIAL.

       DATA DIVISION.
       FILE SECTION.
           FD APPLICANTS-FILE.
           COPY "APPLICANT-RECORD.cpy".

      *    Read as an image; a matching row is moved whole into the
      *    APPLICANT-CONTACT-RECORD work copy below.
           FD CONTACTS-FILE.
           01 CONTACT-FILE-RECORD.
               05 CFR-APPLICANT-ID PIC 9(6).
               05 FILLER           PIC X(140).

           FD PROGRAM-FILE.
           01 PROGRAM-RECORD PIC X(39).

           FD TERM-CALENDAR-FILE.
           COPY "TERM-CALENDAR.cpy".

           FD LETTERS-FILE.
           01 LETTER-RECORD PIC X(80).

           FD NUMBER-CONTROL-FILE.
           01 NUMBER-CONTROL-RECORD.
               05 NCR-LAST-ISSUED PIC 9(6).

           FD STUDENT-DATA-FILE
               RECORD IS VARYING IN SIZE FROM 82 TO 181 CHARACTERS
               DEPENDING ON COURSE-COUNT.
           COPY "STUDENT-RECORD.cpy".

           FD DEMO-FILE.
           COPY "DEMO-RECORD.cpy".

           FD DEPOSITS-FILE.
           COPY "DEPOSIT-RECORD.cpy".

           FD AUDIT-LOG-FILE.
           COPY "AUDIT-LOG.cpy".

       WORKING-STORAGE SECTION.
           01 APPLICANTS-STATUS PIC X(2).
           01 CONTACTS-STATUS   PIC X(2).
           01 PROGRAM-STATUS    PIC X(2).
           01 CALENDAR-STATUS   PIC X(2).
           01 LETTERS-STATUS    PIC X(2).
           01 CONTROL-STATUS    PIC X(2).
           01 FILE-STATUS       PIC X(2).
           01 DEMO-STATUS       PIC X(2).
           01 DEPOSITS-STATUS   PIC X(2).
           01 MASTER-NAME-WS    PIC X(12) VALUE "STUFILE.dat".

           COPY "APPLICANT-CONTACT.cpy".

           01 APPLICANT-TABLE.
               05 APPLICANT-TABLE-ENTRY OCCURS 500 TIMES
                       INDEXED A-ENTRY.
                   10 ATBL-APPLICANT-ID   PIC 9(6).
                   10 ATBL-SURNAME        PIC X(20).
                   10 ATBL-GIVEN-NAME     PIC X(20).
                   10 ATBL-PROGRAM-CODE   PIC X(6).
                   10 ATBL-ENTRY-TERM     PIC X(6).
                   10 ATBL-STATUS         PIC X(1).
                   10 ATBL-APPLIED-DATE   PIC 9(8).
                   10 ATBL-STATUS-DATE    PIC 9(8).
                   10 ATBL-DEPOSIT-AMOUNT PIC 9(5)V99.
                   10 ATBL-DEPOSIT-DATE   PIC 9(8).
                   10 ATBL-STUDENT-NUMBER PIC 9(6).
                   10 ATBL-DECIDED-BY     PIC X(10).
           01 APPLICANT-ENTRY-COUNT PIC 9(3) VALUE 0.
           01 APPLICANT-TABLE-MAX   PIC 9(3) VALUE 500.

           01 PROGRAM-TABLE.
           COPY "PROGRAM-TABLE.cpy".
           01 PROGRAM-ENTRY-COUNT    PIC 999 VALUE 0.
           01 PROGRAM-TABLE-CAPACITY PIC 999 VALUE 200.

           01 FLAGS.
               05 EOF-APPLICANTS PIC X VALUE "N".
               05 EOF-PROGRAM    PIC X VALUE "N".
               05 EOF-FLAG       PIC X VALUE "N".
               05 DONE-FLAG      PIC X VALUE "N".
               05 CONTACT-FOUND  PIC X VALUE "N".
               05 TERM-FOUND     PIC X VALUE "N".
               05 NUMBER-IN-USE  PIC X VALUE "N".
               05 SEED-NEEDED    PIC X VALUE "N".

           01 CHOICE PIC 9 VALUE 0.

           01 OPERATOR-ID-WS PIC X(10) VALUE SPACES.
           01 OPERATOR-PASSWORD-WS PIC X(10) VALUE SPACES.
           01 OPERATOR-ROLE-WS PIC X(1) VALUE SPACE.
           01 SIGNON-STATUS-WS PIC X(2) VALUE SPACES.

           01 RUN-DATE-WS PIC 9(8) VALUE 0.

           01 APPLICANT-WORK-AREA.
               05 APW-APPLICANT-IN   PIC X(6) VALUE SPACES.
               05 APW-APPLICANT-ID   PIC 9(6) VALUE 0.
               05 APW-ENTRY          PIC 9(3) VALUE 0.
               05 APW-PROGRAM-CODE   PIC X(6) VALUE SPACES.
               05 APW-ENTRY-TERM     PIC X(6) VALUE SPACES.
               05 APW-PROGRAM-ENTRY  PIC 9(3) VALUE 0.
               05 APW-PROGRAM-NAME   PIC X(20) VALUE SPACES.
               05 APW-QUOTA          PIC 9(4) VALUE 0.
               05 APW-PLACES-USED    PIC 9(4) VALUE 0.
               05 APW-MATCH-COUNT    PIC 9(3) VALUE 0.
               05 APW-HIGH-ID        PIC 9(6) VALUE 0.
               05 APW-AMOUNT-IN      PIC X(8) VALUE SPACES.
               05 APW-AMOUNT         PIC 9(5)V99 VALUE 0.
               05 APW-AMOUNT-DISPLAY PIC ZZ,ZZ9.99.
               05 APW-STATUS-TEXT    PIC X(9) VALUE SPACES.
               05 IDX-WS             PIC 9(3).

      *    Student-number issue.  A candidate is taken only when no
      *    STUFILE.dat, STUHIST.dat or DEMOGRAPHICS.dat record holds
      *    it, so a control file restored from an old backup cannot
      *    hand out a number twice.
           01 ISSUE-WORK-AREA.
               05 LAST-ISSUED-WS    PIC 9(6) VALUE 0.
               05 CANDIDATE-WS      PIC 9(6) VALUE 0.
               05 NEW-STUDENT-WS    PIC 9(6) VALUE 0.
               05 HIGH-STUDENT-WS   PIC 9(6) VALUE 0.

           01 BLANK-LINE PIC X(80) VALUE SPACES.

       PROCEDURE DIVISION.
       100-MAIN.
           DISPLAY "ENTER YOUR OPERATOR ID: ".
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
               CALL "BUSINESS-DATE" USING RUN-DATE-WS
               PERFORM 150-LOAD-PROGRAM-TABLE
               PERFORM 160-LOAD-APPLICANT-TABLE
               PERFORM 200-RUN-MENU UNTIL DONE-FLAG = "Y"
           END-IF.
           STOP RUN.

       150-LOAD-PROGRAM-TABLE.
           SET T-ENTRY TO 1.
           OPEN INPUT PROGRAM-FILE.
           IF PROGRAM-STATUS = "00" OR PROGRAM-STATUS = "05"
               PERFORM 155-LOAD-ONE-PROGRAM UNTIL EOF-PROGRAM = "Y"
                   OR T-ENTRY > PROGRAM-TABLE-CAPACITY
               CLOSE PROGRAM-FILE
           END-IF.
           COMPUTE PROGRAM-ENTRY-COUNT = T-ENTRY - 1.

       155-LOAD-ONE-PROGRAM.
           READ PROGRAM-FILE
               AT END
                   MOVE "Y" TO EOF-PROGRAM
               NOT AT END
                   MOVE PROGRAM-RECORD TO PROGRAM-TABLE-ENTRY(T-ENTRY)
      *            A row from before quotas has no cap.
                   IF PROGRAM-TABLE-QUOTA(T-ENTRY) IS NOT NUMERIC
                       MOVE 0 TO PROGRAM-TABLE-QUOTA(T-ENTRY)
                   END-IF
                   ADD 1 TO T-ENTRY
           END-READ.

       160-LOAD-APPLICANT-TABLE.
           SET A-ENTRY TO 1.
           OPEN INPUT APPLICANTS-FILE.
           IF APPLICANTS-STATUS = "00" OR APPLICANTS-STATUS = "05"
               PERFORM 165-LOAD-ONE-APPLICANT
                   UNTIL EOF-APPLICANTS = "Y"
                   OR A-ENTRY > APPLICANT-TABLE-MAX
               CLOSE APPLICANTS-FILE
           END-IF.
           COMPUTE APPLICANT-ENTRY-COUNT = A-ENTRY - 1.
           IF EOF-APPLICANTS NOT = "Y"
                   AND APPLICANT-ENTRY-COUNT >= APPLICANT-TABLE-MAX
               DISPLAY "APPLICANTS.txt EXCEEDS " APPLICANT-TABLE-MAX
                   " ROWS. RUN ABORTED - NOTHING CHANGED."
               MOVE 8 TO RETURN-CODE
               MOVE "Y" TO DONE-FLAG
           END-IF.
           DISPLAY "LOADED " APPLICANT-ENTRY-COUNT " APPLICANTS.".

       165-LOAD-ONE-APPLICANT.
           READ APPLICANTS-FILE
               AT END
                   MOVE "Y" TO EOF-APPLICANTS
               NOT AT END
                   MOVE APL-APPLICANT-ID
                       TO ATBL-APPLICANT-ID(A-ENTRY)
                   MOVE APL-SURNAME       TO ATBL-SURNAME(A-ENTRY)
                   MOVE APL-GIVEN-NAME    TO ATBL-GIVEN-NAME(A-ENTRY)
                   MOVE APL-PROGRAM-CODE
                       TO ATBL-PROGRAM-CODE(A-ENTRY)
                   MOVE APL-ENTRY-TERM    TO ATBL-ENTRY-TERM(A-ENTRY)
                   MOVE APL-STATUS        TO ATBL-STATUS(A-ENTRY)
                   MOVE APL-APPLIED-DATE
                       TO ATBL-APPLIED-DATE(A-ENTRY)
                   MOVE APL-STATUS-DATE
                       TO ATBL-STATUS-DATE(A-ENTRY)
                   MOVE APL-DEPOSIT-AMOUNT
                       TO ATBL-DEPOSIT-AMOUNT(A-ENTRY)
                   MOVE APL-DEPOSIT-DATE
                       TO ATBL-DEPOSIT-DATE(A-ENTRY)
                   MOVE APL-STUDENT-NUMBER
                       TO ATBL-STUDENT-NUMBER(A-ENTRY)
                   MOVE APL-DECIDED-BY    TO ATBL-DECIDED-BY(A-ENTRY)
                   ADD 1 TO A-ENTRY
           END-READ.

       200-RUN-MENU.
           DISPLAY " ".
           DISPLAY "ADMISSIONS - APPLICANTS".
           DISPLAY "   1. LIST APPLICANTS FOR A PROGRAM AND TERM".
           DISPLAY "   2. RECORD A NEW APPLICATION".
           DISPLAY "   3. MAKE AN OFFER OF ADMISSION".
           DISPLAY "   4. RECORD AN ACCEPTANCE AND DEPOSIT".
           DISPLAY "   5. RECORD A DECLINED OFFER".
           DISPLAY "   6. WITHDRAW AN APPLICATION".
           DISPLAY "   7. CONVERT AN ACCEPTED APPLICANT TO A STUDENT".
           DISPLAY "   8. QUIT".
           DISPLAY "ENTER YOUR CHOICE: ".
           ACCEPT CHOICE.
           IF CHOICE > 1 AND CHOICE < 8
                   AND (OPERATOR-ROLE-WS = "I" OR "A" OR "C")
               DISPLAY "INQUIRY-ONLY SIGN-ON. CANNOT CHANGE "
                   "APPLICANTS."
           ELSE
               EVALUATE CHOICE
                   WHEN 1 PERFORM 210-LIST-APPLICANTS
                   WHEN 2 PERFORM 220-NEW-APPLICATION
                   WHEN 3 PERFORM 230-MAKE-OFFER
                   WHEN 4 PERFORM 240-RECORD-ACCEPTANCE
                   WHEN 5 PERFORM 250-RECORD-DECLINE
                   WHEN 6 PERFORM 260-WITHDRAW-APPLICATION
                   WHEN 7 PERFORM 400-CONVERT-APPLICANT
                   WHEN 8 MOVE "Y" TO DONE-FLAG
                   WHEN OTHER
                       DISPLAY "INVALID CHOICE. PLEASE SELECT 1-8."
               END-EVALUATE
           END-IF.

      *****************************************************************
      * Finds the applicant the operator names; APW-ENTRY is the
      * table row, 0 when not found.
      *****************************************************************
       205-ACCEPT-APPLICANT.
           MOVE 0 TO APW-ENTRY.
           DISPLAY "APPLICANT ID: ".
           ACCEPT APW-APPLICANT-IN.
           IF APW-APPLICANT-IN IS NUMERIC
               MOVE APW-APPLICANT-IN TO APW-APPLICANT-ID
               PERFORM 206-FIND-ONE-APPLICANT
                   VARYING IDX-WS FROM 1 BY 1
                   UNTIL IDX-WS > APPLICANT-ENTRY-COUNT
                   OR APW-ENTRY > 0
               IF APW-ENTRY = 0
                   DISPLAY "NO APPLICANT " APW-APPLICANT-ID
                       " ON FILE."
               ELSE
                   PERFORM 208-SHOW-APPLICANT
               END-IF
           ELSE
               DISPLAY "INVALID APPLICANT ID. DIGITS ONLY."
           END-IF.

       206-FIND-ONE-APPLICANT.
           IF ATBL-APPLICANT-ID(IDX-WS) = APW-APPLICANT-ID
               MOVE IDX-WS TO APW-ENTRY
           END-IF.

       207-STATUS-TEXT.
           EVALUATE ATBL-STATUS(IDX-WS)
               WHEN "A" MOVE "APPLIED"   TO APW-STATUS-TEXT
               WHEN "O" MOVE "OFFERED"   TO APW-STATUS-TEXT
               WHEN "C" MOVE "ACCEPTED"  TO APW-STATUS-TEXT
               WHEN "D" MOVE "DECLINED"  TO APW-STATUS-TEXT
               WHEN "W" MOVE "WITHDRAWN" TO APW-STATUS-TEXT
               WHEN OTHER MOVE "UNKNOWN" TO APW-STATUS-TEXT
           END-EVALUATE.

       208-SHOW-APPLICANT.
           MOVE APW-ENTRY TO IDX-WS.
           PERFORM 207-STATUS-TEXT.
           DISPLAY "  " ATBL-APPLICANT-ID(IDX-WS) "  "
               ATBL-SURNAME(IDX-WS) " " ATBL-GIVEN-NAME(IDX-WS).
           DISPLAY "  PROGRAM " ATBL-PROGRAM-CODE(IDX-WS)
               "  ENTRY TERM " ATBL-ENTRY-TERM(IDX-WS)
               "  " APW-STATUS-TEXT " " ATBL-STATUS-DATE(IDX-WS).
           IF ATBL-STUDENT-NUMBER(IDX-WS) NOT = 0
               DISPLAY "  CONVERTED - STUDENT NUMBER "
                   ATBL-STUDENT-NUMBER(IDX-WS)
           END-IF.

       209-SAVE-AND-CONFIRM.
           PERFORM 300-SAVE-APPLICANT-TABLE.
           DISPLAY "APPLICANT " ATBL-APPLICANT-ID(APW-ENTRY) " NOW "
               APW-STATUS-TEXT ".".

      *****************************************************************
      * Everyone who applied to one program for one entry term, and
      * how much of the program's intake quota is spoken for.
      *****************************************************************
       210-LIST-APPLICANTS.
           DISPLAY "PROGRAM CODE: ".
           ACCEPT APW-PROGRAM-CODE.
           DISPLAY "ENTRY TERM (CCYYTT): ".
           ACCEPT APW-ENTRY-TERM.
           MOVE 0 TO APW-MATCH-COUNT.
           PERFORM 215-LIST-ONE-APPLICANT
               VARYING IDX-WS FROM 1 BY 1
               UNTIL IDX-WS > APPLICANT-ENTRY-COUNT.
           IF APW-MATCH-COUNT = 0
               DISPLAY "NO APPLICANTS FOR " APW-PROGRAM-CODE
                   " " APW-ENTRY-TERM
           END-IF.
           PERFORM 270-FIND-PROGRAM.
           IF APW-PROGRAM-ENTRY > 0
               PERFORM 275-COUNT-PLACES-USED
               IF APW-QUOTA = 0
                   DISPLAY "OFFERS OUT AND ACCEPTED: "
                       APW-PLACES-USED "  (NO INTAKE QUOTA SET)"
               ELSE
                   DISPLAY "OFFERS OUT AND ACCEPTED: "
                       APW-PLACES-USED " OF QUOTA " APW-QUOTA
               END-IF
           END-IF.

       215-LIST-ONE-APPLICANT.
           IF ATBL-PROGRAM-CODE(IDX-WS) = APW-PROGRAM-CODE
                   AND ATBL-ENTRY-TERM(IDX-WS) = APW-ENTRY-TERM
               ADD 1 TO APW-MATCH-COUNT
               PERFORM 207-STATUS-TEXT
               DISPLAY "  " ATBL-APPLICANT-ID(IDX-WS) "  "
                   ATBL-SURNAME(IDX-WS) " "
                   ATBL-GIVEN-NAME(IDX-WS) "  " APW-STATUS-TEXT
                   "  " ATBL-STUDENT-NUMBER(IDX-WS)
           END-IF.

      *****************************************************************
      * A new application: the program must be on PROGRAM.txt and
      * the entry term on TERM-CALENDAR.txt.  The applicant ID is
      * the highest on file plus one - rows are never deleted, so an
      * ID is never reused.
      *****************************************************************
       220-NEW-APPLICATION.
           IF APPLICANT-ENTRY-COUNT >= APPLICANT-TABLE-MAX
               DISPLAY "APPLICANT TABLE FULL. CANNOT ADD."
           ELSE
               DISPLAY "PROGRAM CODE APPLIED TO: "
               ACCEPT APW-PROGRAM-CODE
               PERFORM 270-FIND-PROGRAM
               IF APW-PROGRAM-ENTRY = 0
                   DISPLAY "PROGRAM " APW-PROGRAM-CODE
                       " IS NOT ON PROGRAM.txt. NOT RECORDED."
               ELSE
                   DISPLAY "ENTRY TERM (CCYYTT): "
                   ACCEPT APW-ENTRY-TERM
                   PERFORM 280-CHECK-TERM-ON-CALENDAR
                   IF TERM-FOUND NOT = "Y"
                       DISPLAY "TERM " APW-ENTRY-TERM
                           " IS NOT ON TERM-CALENDAR.txt. NOT "
                           "RECORDED."
                   ELSE
                       PERFORM 225-ADD-APPLICANT
                   END-IF
               END-IF
           END-IF.

       225-ADD-APPLICANT.
           MOVE 0 TO APW-HIGH-ID.
           PERFORM 226-NOTE-HIGH-ID
               VARYING IDX-WS FROM 1 BY 1
               UNTIL IDX-WS > APPLICANT-ENTRY-COUNT.
           IF APW-HIGH-ID >= 999999
               DISPLAY "APPLICANT IDS EXHAUSTED. NOT RECORDED."
           ELSE
               ADD 1 TO APPLICANT-ENTRY-COUNT
               MOVE APPLICANT-ENTRY-COUNT TO APW-ENTRY
               ADD 1 APW-HIGH-ID
                   GIVING ATBL-APPLICANT-ID(APW-ENTRY)
               DISPLAY "SURNAME: "
               ACCEPT ATBL-SURNAME(APW-ENTRY)
               DISPLAY "GIVEN NAME: "
               ACCEPT ATBL-GIVEN-NAME(APW-ENTRY)
               MOVE APW-PROGRAM-CODE TO ATBL-PROGRAM-CODE(APW-ENTRY)
               MOVE APW-ENTRY-TERM   TO ATBL-ENTRY-TERM(APW-ENTRY)
               MOVE "A"              TO ATBL-STATUS(APW-ENTRY)
               MOVE RUN-DATE-WS      TO ATBL-APPLIED-DATE(APW-ENTRY)
               MOVE RUN-DATE-WS      TO ATBL-STATUS-DATE(APW-ENTRY)
               MOVE 0 TO ATBL-DEPOSIT-AMOUNT(APW-ENTRY)
               MOVE 0 TO ATBL-DEPOSIT-DATE(APW-ENTRY)
               MOVE 0 TO ATBL-STUDENT-NUMBER(APW-ENTRY)
               MOVE OPERATOR-ID-WS   TO ATBL-DECIDED-BY(APW-ENTRY)
               PERFORM 228-CAPTURE-CONTACT
               MOVE "APPLIED" TO APW-STATUS-TEXT
               PERFORM 209-SAVE-AND-CONFIRM
           END-IF.

       226-NOTE-HIGH-ID.
           IF ATBL-APPLICANT-ID(IDX-WS) > APW-HIGH-ID
               MOVE ATBL-APPLICANT-ID(IDX-WS) TO APW-HIGH-ID
           END-IF.

       228-CAPTURE-CONTACT.
           MOVE SPACES TO APPLICANT-CONTACT-RECORD.
           MOVE ATBL-APPLICANT-ID(APW-ENTRY) TO ACN-APPLICANT-ID.
           DISPLAY "ADDRESS LINE 1: ".
           ACCEPT ACN-ADDRESS-LINE-1.
           DISPLAY "ADDRESS LINE 2: ".
           ACCEPT ACN-ADDRESS-LINE-2.
           DISPLAY "CITY: ".
           ACCEPT ACN-CITY.
           DISPLAY "PROVINCE (2 LETTERS): ".
           ACCEPT ACN-PROVINCE.
           DISPLAY "POSTAL CODE: ".
           ACCEPT ACN-POSTAL-CODE.
           DISPLAY "PHONE: ".
           ACCEPT ACN-PHONE.
           DISPLAY "EMAIL: ".
           ACCEPT ACN-EMAIL.
           OPEN EXTEND CONTACTS-FILE.
           MOVE APPLICANT-CONTACT-RECORD TO CONTACT-FILE-RECORD.
           WRITE CONTACT-FILE-RECORD.
           CLOSE CONTACTS-FILE.

      *****************************************************************
      * An offer goes out only to an applicant still in 'A' status,
      * and only while the program's offers and acceptances for the
      * entry term are under its intake quota.  Over quota, the way
      * on is a higher quota in UpdateProgramFile - not an override
      * here.
      *****************************************************************
       230-MAKE-OFFER.
           PERFORM 205-ACCEPT-APPLICANT.
           IF APW-ENTRY > 0
               IF ATBL-STATUS(APW-ENTRY) NOT = "A"
                   DISPLAY "ONLY AN APPLICANT IN APPLIED STATUS CAN "
                       "BE MADE AN OFFER."
               ELSE
                   MOVE ATBL-PROGRAM-CODE(APW-ENTRY)
                       TO APW-PROGRAM-CODE
                   MOVE ATBL-ENTRY-TERM(APW-ENTRY) TO APW-ENTRY-TERM
                   PERFORM 270-FIND-PROGRAM
                   IF APW-PROGRAM-ENTRY = 0
                       DISPLAY "PROGRAM " APW-PROGRAM-CODE
                           " IS NO LONGER ON PROGRAM.txt. NO OFFER."
                   ELSE
                       PERFORM 275-COUNT-PLACES-USED
                       IF APW-QUOTA > 0
                               AND APW-PLACES-USED >= APW-QUOTA
                           DISPLAY "INTAKE QUOTA REACHED FOR "
                               APW-PROGRAM-CODE " " APW-ENTRY-TERM
                               ": " APW-PLACES-USED " OF "
                               APW-QUOTA ". NO OFFER."
                       ELSE
                           MOVE "O" TO ATBL-STATUS(APW-ENTRY)
                           MOVE RUN-DATE-WS
                               TO ATBL-STATUS-DATE(APW-ENTRY)
                           MOVE OPERATOR-ID-WS
                               TO ATBL-DECIDED-BY(APW-ENTRY)
                           PERFORM 235-WRITE-OFFER-LETTER
                           MOVE "OFFERED" TO APW-STATUS-TEXT
                           PERFORM 209-SAVE-AND-CONFIRM
                       END-IF
                   END-IF
               END-IF
           END-IF.

       235-WRITE-OFFER-LETTER.
           PERFORM 290-FIND-CONTACT.
           OPEN EXTEND LETTERS-FILE.
           MOVE SPACES TO LETTER-RECORD.
           STRING "OFFER OF ADMISSION - APPLICANT "
                  ATBL-APPLICANT-ID(APW-ENTRY)
                  " ISSUED " RUN-DATE-WS
               DELIMITED BY SIZE INTO LETTER-RECORD
           END-STRING.
           WRITE LETTER-RECORD.
           MOVE SPACES TO LETTER-RECORD.
           STRING ATBL-GIVEN-NAME(APW-ENTRY) DELIMITED BY "  "
                  " " DELIMITED BY SIZE
                  ATBL-SURNAME(APW-ENTRY) DELIMITED BY "  "
               INTO LETTER-RECORD
           END-STRING.
           WRITE LETTER-RECORD.
           IF CONTACT-FOUND = "Y"
               MOVE SPACES TO LETTER-RECORD
               MOVE ACN-ADDRESS-LINE-1 TO LETTER-RECORD
               WRITE LETTER-RECORD
               IF ACN-ADDRESS-LINE-2 NOT = SPACES
                   MOVE SPACES TO LETTER-RECORD
                   MOVE ACN-ADDRESS-LINE-2 TO LETTER-RECORD
                   WRITE LETTER-RECORD
               END-IF
               MOVE SPACES TO LETTER-RECORD
               STRING ACN-CITY " " ACN-PROVINCE " " ACN-POSTAL-CODE
                   DELIMITED BY SIZE INTO LETTER-RECORD
               END-STRING
               WRITE LETTER-RECORD
           ELSE
               MOVE SPACES TO LETTER-RECORD
               MOVE "  (NO ADDRESS ON FILE)" TO LETTER-RECORD
               WRITE LETTER-RECORD
           END-IF.
           WRITE LETTER-RECORD FROM BLANK-LINE.
           MOVE SPACES TO LETTER-RECORD.
           MOVE "WE ARE PLEASED TO OFFER YOU ADMISSION TO"
               TO LETTER-RECORD.
           WRITE LETTER-RECORD.
           MOVE SPACES TO LETTER-RECORD.
           STRING "  PROGRAM: " APW-PROGRAM-CODE " " APW-PROGRAM-NAME
               DELIMITED BY SIZE INTO LETTER-RECORD
           END-STRING.
           WRITE LETTER-RECORD.
           MOVE SPACES TO LETTER-RECORD.
           STRING "  BEGINNING TERM: " APW-ENTRY-TERM
               DELIMITED BY SIZE INTO LETTER-RECORD
           END-STRING.
           WRITE LETTER-RECORD.
           MOVE SPACES TO LETTER-RECORD.
           MOVE "TO ACCEPT, CONFIRM WITH THE REGISTRAR'S OFFICE AND PAY"
               TO LETTER-RECORD.
           WRITE LETTER-RECORD.
           MOVE SPACES TO LETTER-RECORD.
           STRING "THE CONFIRMATION DEPOSIT, QUOTING APPLICANT "
                  ATBL-APPLICANT-ID(APW-ENTRY) "."
               DELIMITED BY SIZE INTO LETTER-RECORD
           END-STRING.
           WRITE LETTER-RECORD.
           WRITE LETTER-RECORD FROM BLANK-LINE.
           CLOSE LETTERS-FILE.
           DISPLAY "OFFER LETTER WRITTEN TO OFFER-LETTERS.txt".

      *****************************************************************
      * Acceptance of an outstanding offer, with the confirmation
      * deposit if one came with it (0 = none).  The money stays on
      * the applicant until conversion hands it to DEPOSITS.txt.
      *****************************************************************
       240-RECORD-ACCEPTANCE.
           PERFORM 205-ACCEPT-APPLICANT.
           IF APW-ENTRY > 0
               IF ATBL-STATUS(APW-ENTRY) NOT = "O"
                   DISPLAY "ONLY AN OUTSTANDING OFFER CAN BE "
                       "ACCEPTED."
               ELSE
                   DISPLAY "DEPOSIT AMOUNT (99999.99, 0 = NONE): "
                   ACCEPT APW-AMOUNT-IN
                   COMPUTE APW-AMOUNT =
                       FUNCTION NUMVAL(APW-AMOUNT-IN)
                   MOVE APW-AMOUNT TO ATBL-DEPOSIT-AMOUNT(APW-ENTRY)
                   IF APW-AMOUNT > 0
                       MOVE RUN-DATE-WS
                           TO ATBL-DEPOSIT-DATE(APW-ENTRY)
                   ELSE
                       MOVE 0 TO ATBL-DEPOSIT-DATE(APW-ENTRY)
                   END-IF
                   MOVE "C" TO ATBL-STATUS(APW-ENTRY)
                   MOVE RUN-DATE-WS TO ATBL-STATUS-DATE(APW-ENTRY)
                   MOVE OPERATOR-ID-WS TO ATBL-DECIDED-BY(APW-ENTRY)
                   MOVE "ACCEPTED" TO APW-STATUS-TEXT
                   PERFORM 209-SAVE-AND-CONFIRM
               END-IF
           END-IF.

      *    Declining frees the place for the next offer.  A converted
      *    applicant is a student now - that is a withdrawal through
      *    UPDATE-STUDENT-FILE, not a decline here.
       250-RECORD-DECLINE.
           PERFORM 205-ACCEPT-APPLICANT.
           IF APW-ENTRY > 0
               IF ATBL-STUDENT-NUMBER(APW-ENTRY) NOT = 0
                   DISPLAY "ALREADY CONVERTED TO A STUDENT. NOT "
                       "CHANGED."
               ELSE
                   IF ATBL-STATUS(APW-ENTRY) NOT = "O"
                           AND ATBL-STATUS(APW-ENTRY) NOT = "C"
                       DISPLAY "ONLY AN OFFER OR ACCEPTANCE CAN BE "
                           "DECLINED."
                   ELSE
                       PERFORM 255-WARN-DEPOSIT
                       MOVE "D" TO ATBL-STATUS(APW-ENTRY)
                       MOVE RUN-DATE-WS
                           TO ATBL-STATUS-DATE(APW-ENTRY)
                       MOVE OPERATOR-ID-WS
                           TO ATBL-DECIDED-BY(APW-ENTRY)
                       MOVE "DECLINED" TO APW-STATUS-TEXT
                       PERFORM 209-SAVE-AND-CONFIRM
                   END-IF
               END-IF
           END-IF.

       255-WARN-DEPOSIT.
           IF ATBL-DEPOSIT-AMOUNT(APW-ENTRY) > 0
               MOVE ATBL-DEPOSIT-AMOUNT(APW-ENTRY)
                   TO APW-AMOUNT-DISPLAY
               DISPLAY "NOTE: A DEPOSIT OF " APW-AMOUNT-DISPLAY
                   " WAS TAKEN - REFUND OR FORFEIT IT BY HAND."
           END-IF.

       260-WITHDRAW-APPLICATION.
           PERFORM 205-ACCEPT-APPLICANT.
           IF APW-ENTRY > 0
               IF ATBL-STUDENT-NUMBER(APW-ENTRY) NOT = 0
                   DISPLAY "ALREADY CONVERTED TO A STUDENT. NOT "
                       "CHANGED."
               ELSE
                   IF ATBL-STATUS(APW-ENTRY) NOT = "A"
                           AND ATBL-STATUS(APW-ENTRY) NOT = "O"
                           AND ATBL-STATUS(APW-ENTRY) NOT = "C"
                       DISPLAY "APPLICATION IS ALREADY CLOSED."
                   ELSE
                       PERFORM 255-WARN-DEPOSIT
                       MOVE "W" TO ATBL-STATUS(APW-ENTRY)
                       MOVE RUN-DATE-WS
                           TO ATBL-STATUS-DATE(APW-ENTRY)
                       MOVE OPERATOR-ID-WS
                           TO ATBL-DECIDED-BY(APW-ENTRY)
                       MOVE "WITHDRAWN" TO APW-STATUS-TEXT
                       PERFORM 209-SAVE-AND-CONFIRM
                   END-IF
               END-IF
           END-IF.

      *    APW-PROGRAM-ENTRY 0 = not on PROGRAM.txt.
       270-FIND-PROGRAM.
           MOVE 0 TO APW-PROGRAM-ENTRY.
           MOVE SPACES TO APW-PROGRAM-NAME.
           MOVE 0 TO APW-QUOTA.
           PERFORM 272-CHECK-ONE-PROGRAM
               VARYING IDX-WS FROM 1 BY 1
               UNTIL IDX-WS > PROGRAM-ENTRY-COUNT
               OR APW-PROGRAM-ENTRY > 0.

       272-CHECK-ONE-PROGRAM.
           IF PROGRAM-TABLE-CODE(IDX-WS) = APW-PROGRAM-CODE
               MOVE IDX-WS TO APW-PROGRAM-ENTRY
               MOVE PROGRAM-TABLE-NAME(IDX-WS) TO APW-PROGRAM-NAME
               MOVE PROGRAM-TABLE-QUOTA(IDX-WS) TO APW-QUOTA
           END-IF.

      *    Places spoken for: offers still out plus acceptances
      *    (converted applicants stay 'C' and keep their place).
       275-COUNT-PLACES-USED.
           MOVE 0 TO APW-PLACES-USED.
           PERFORM 277-COUNT-ONE-PLACE
               VARYING IDX-WS FROM 1 BY 1
               UNTIL IDX-WS > APPLICANT-ENTRY-COUNT.

       277-COUNT-ONE-PLACE.
           IF ATBL-PROGRAM-CODE(IDX-WS) = APW-PROGRAM-CODE
                   AND ATBL-ENTRY-TERM(IDX-WS) = APW-ENTRY-TERM
                   AND (ATBL-STATUS(IDX-WS) = "O"
                        OR ATBL-STATUS(IDX-WS) = "C")
               ADD 1 TO APW-PLACES-USED
           END-IF.

       280-CHECK-TERM-ON-CALENDAR.
           MOVE "N" TO TERM-FOUND.
           MOVE "N" TO EOF-FLAG.
           OPEN INPUT TERM-CALENDAR-FILE.
           IF CALENDAR-STATUS = "00" OR CALENDAR-STATUS = "05"
               PERFORM 285-CHECK-ONE-CALENDAR-TERM
                   UNTIL EOF-FLAG = "Y"
               CLOSE TERM-CALENDAR-FILE
           END-IF.

       285-CHECK-ONE-CALENDAR-TERM.
           READ TERM-CALENDAR-FILE
               AT END
                   MOVE "Y" TO EOF-FLAG
               NOT AT END
                   IF TCA-TERM-CODE = APW-ENTRY-TERM
                       MOVE "Y" TO TERM-FOUND
                   END-IF
           END-READ.

      *    The applicant's current contact row - the last one on
      *    file - into APPLICANT-CONTACT-RECORD.
       290-FIND-CONTACT.
           MOVE "N" TO CONTACT-FOUND.
           MOVE "N" TO EOF-FLAG.
           MOVE SPACES TO APPLICANT-CONTACT-RECORD.
           OPEN INPUT CONTACTS-FILE.
           IF CONTACTS-STATUS = "00" OR CONTACTS-STATUS = "05"
               PERFORM 295-CHECK-ONE-CONTACT UNTIL EOF-FLAG = "Y"
               CLOSE CONTACTS-FILE
           END-IF.

       295-CHECK-ONE-CONTACT.
           READ CONTACTS-FILE
               AT END
                   MOVE "Y" TO EOF-FLAG
               NOT AT END
                   IF CFR-APPLICANT-ID = ATBL-APPLICANT-ID(APW-ENTRY)
                       MOVE CONTACT-FILE-RECORD
                           TO APPLICANT-CONTACT-RECORD
                       MOVE "Y" TO CONTACT-FOUND
                   END-IF
           END-READ.

       300-SAVE-APPLICANT-TABLE.
           OPEN OUTPUT APPLICANTS-FILE.
           PERFORM 310-WRITE-ONE-APPLICANT
               VARYING A-ENTRY FROM 1 BY 1
               UNTIL A-ENTRY > APPLICANT-ENTRY-COUNT.
           CLOSE APPLICANTS-FILE.

       310-WRITE-ONE-APPLICANT.
           MOVE SPACES TO APPLICANT-RECORD.
           MOVE ATBL-APPLICANT-ID(A-ENTRY)   TO APL-APPLICANT-ID.
           MOVE ATBL-SURNAME(A-ENTRY)        TO APL-SURNAME.
           MOVE ATBL-GIVEN-NAME(A-ENTRY)     TO APL-GIVEN-NAME.
           MOVE ATBL-PROGRAM-CODE(A-ENTRY)   TO APL-PROGRAM-CODE.
           MOVE ATBL-ENTRY-TERM(A-ENTRY)     TO APL-ENTRY-TERM.
           MOVE ATBL-STATUS(A-ENTRY)         TO APL-STATUS.
           MOVE ATBL-APPLIED-DATE(A-ENTRY)   TO APL-APPLIED-DATE.
           MOVE ATBL-STATUS-DATE(A-ENTRY)    TO APL-STATUS-DATE.
           MOVE ATBL-DEPOSIT-AMOUNT(A-ENTRY) TO APL-DEPOSIT-AMOUNT.
           MOVE ATBL-DEPOSIT-DATE(A-ENTRY)   TO APL-DEPOSIT-DATE.
           MOVE ATBL-STUDENT-NUMBER(A-ENTRY) TO APL-STUDENT-NUMBER.
           MOVE ATBL-DECIDED-BY(A-ENTRY)     TO APL-DECIDED-BY.
           WRITE APPLICANT-RECORD.

      *****************************************************************
      * Conversion - the one step that used to be three re-keyings.
      * The student number is only recorded as issued once the
      * STUFILE.dat record is written; if that write fails nothing
      * has changed and the conversion can simply be tried again.
      *****************************************************************
       400-CONVERT-APPLICANT.
           PERFORM 205-ACCEPT-APPLICANT.
           IF APW-ENTRY > 0
               IF ATBL-STUDENT-NUMBER(APW-ENTRY) NOT = 0
                   DISPLAY "ALREADY CONVERTED TO STUDENT "
                       ATBL-STUDENT-NUMBER(APW-ENTRY) "."
               ELSE
                   IF ATBL-STATUS(APW-ENTRY) NOT = "C"
                       DISPLAY "ONLY AN ACCEPTED APPLICANT CAN BE "
                           "CONVERTED."
                   ELSE
                       PERFORM 410-ISSUE-STUDENT-NUMBER
                       IF NEW-STUDENT-WS NOT = 0
                           PERFORM 420-WRITE-FIRST-TERM-RECORD
                       END-IF
                       IF NEW-STUDENT-WS NOT = 0
                           PERFORM 418-RECORD-NUMBER-ISSUED
                           PERFORM 430-WRITE-DEMOGRAPHICS
                           PERFORM 440-ATTACH-DEPOSIT
                           PERFORM 450-LOG-ADMISSION
                           MOVE NEW-STUDENT-WS
                               TO ATBL-STUDENT-NUMBER(APW-ENTRY)
                           MOVE RUN-DATE-WS
                               TO ATBL-STATUS-DATE(APW-ENTRY)
                           MOVE OPERATOR-ID-WS
                               TO ATBL-DECIDED-BY(APW-ENTRY)
                           PERFORM 300-SAVE-APPLICANT-TABLE
                           DISPLAY "APPLICANT "
                               ATBL-APPLICANT-ID(APW-ENTRY)
                               " IS NOW STUDENT " NEW-STUDENT-WS "."
                       END-IF
                   END-IF
               END-IF
           END-IF.

      *****************************************************************
      * Next number after the last one issued.  With no control file
      * yet, the last one issued is taken to be the highest number
      * on STUFILE.dat or STUHIST.dat.  NEW-STUDENT-WS 0 = none
      * could be issued.
      *****************************************************************
       410-ISSUE-STUDENT-NUMBER.
           MOVE 0 TO NEW-STUDENT-WS.
           MOVE 0 TO LAST-ISSUED-WS.
           MOVE "Y" TO SEED-NEEDED.
           OPEN INPUT NUMBER-CONTROL-FILE.
           IF CONTROL-STATUS = "00" OR CONTROL-STATUS = "05"
               READ NUMBER-CONTROL-FILE
                   AT END
                       CONTINUE
                   NOT AT END
                       IF NCR-LAST-ISSUED IS NUMERIC
                           MOVE NCR-LAST-ISSUED TO LAST-ISSUED-WS
                           MOVE "N" TO SEED-NEEDED
                       END-IF
               END-READ
               CLOSE NUMBER-CONTROL-FILE
           END-IF.
           IF SEED-NEEDED = "Y"
               MOVE "STUFILE.dat" TO MASTER-NAME-WS
               PERFORM 412-SCAN-FOR-HIGHEST
               MOVE "STUHIST.dat" TO MASTER-NAME-WS
               PERFORM 412-SCAN-FOR-HIGHEST
           END-IF.
           MOVE LAST-ISSUED-WS TO CANDIDATE-WS.
           MOVE "Y" TO NUMBER-IN-USE.
           PERFORM 415-TRY-NEXT-NUMBER
               UNTIL NUMBER-IN-USE = "N" OR CANDIDATE-WS >= 999999.
           IF NUMBER-IN-USE = "N"
               MOVE CANDIDATE-WS TO NEW-STUDENT-WS
           ELSE
               DISPLAY "STUDENT NUMBERS EXHAUSTED. NOT CONVERTED."
           END-IF.

       412-SCAN-FOR-HIGHEST.
           MOVE "N" TO EOF-FLAG.
           OPEN INPUT STUDENT-DATA-FILE.
           IF FILE-STATUS = "00" OR FILE-STATUS = "05"
               PERFORM 413-NOTE-ONE-STUDENT UNTIL EOF-FLAG = "Y"
               CLOSE STUDENT-DATA-FILE
           END-IF.

       413-NOTE-ONE-STUDENT.
           READ STUDENT-DATA-FILE NEXT RECORD
               AT END
                   MOVE "Y" TO EOF-FLAG
               NOT AT END
                   IF STUDENT-NUMBER > LAST-ISSUED-WS
                       MOVE STUDENT-NUMBER TO LAST-ISSUED-WS
                   END-IF
           END-READ.

       415-TRY-NEXT-NUMBER.
           ADD 1 TO CANDIDATE-WS.
           MOVE "N" TO NUMBER-IN-USE.
           MOVE "STUFILE.dat" TO MASTER-NAME-WS.
           PERFORM 416-PROBE-STUDENT-MASTER.
           MOVE "STUHIST.dat" TO MASTER-NAME-WS.
           PERFORM 416-PROBE-STUDENT-MASTER.
           OPEN INPUT DEMO-FILE.
           IF DEMO-STATUS = "00" OR DEMO-STATUS = "05"
               MOVE CANDIDATE-WS TO DEM-STUDENT-NUMBER
               READ DEMO-FILE
                   INVALID KEY
                       CONTINUE
                   NOT INVALID KEY
                       MOVE "Y" TO NUMBER-IN-USE
               END-READ
               CLOSE DEMO-FILE
           END-IF.
           IF NUMBER-IN-USE = "Y"
               DISPLAY "STUDENT NUMBER " CANDIDATE-WS
                   " ALREADY IN USE - SKIPPED."
           END-IF.

       416-PROBE-STUDENT-MASTER.
           OPEN INPUT STUDENT-DATA-FILE.
           IF FILE-STATUS = "00" OR FILE-STATUS = "05"
               MOVE CANDIDATE-WS TO STUDENT-NUMBER
               START STUDENT-DATA-FILE KEY IS EQUAL TO STUDENT-NUMBER
                   INVALID KEY
                       CONTINUE
                   NOT INVALID KEY
                       MOVE "Y" TO NUMBER-IN-USE
               END-START
               CLOSE STUDENT-DATA-FILE
           END-IF.

       418-RECORD-NUMBER-ISSUED.
           OPEN OUTPUT NUMBER-CONTROL-FILE.
           MOVE NEW-STUDENT-WS TO NCR-LAST-ISSUED.
           WRITE NUMBER-CONTROL-RECORD.
           CLOSE NUMBER-CONTROL-FILE.

      *    The first-term record, set up the way UPDATE-STUDENT-FILE's
      *    create path sets one up: active, good standing, nothing
      *    owed until TUITION-ASSESS prices the term, and one empty
      *    course slot for registration to fill.
       420-WRITE-FIRST-TERM-RECORD.
           MOVE "STUFILE.dat" TO MASTER-NAME-WS.
           OPEN I-O STUDENT-DATA-FILE.
           MOVE SPACES TO STUDENT-RECORD.
           MOVE 1 TO COURSE-COUNT.
           MOVE NEW-STUDENT-WS TO STUDENT-NUMBER.
           MOVE ATBL-ENTRY-TERM(APW-ENTRY)   TO TERM-CODE.
           MOVE 0 TO TUITION-OWED.
           MOVE ATBL-SURNAME(APW-ENTRY)      TO STUDENT-SURNAME.
           MOVE ATBL-GIVEN-NAME(APW-ENTRY)   TO STUDENT-GIVEN-NAME.
           MOVE ATBL-PROGRAM-CODE(APW-ENTRY) TO PROGRAM-OF-STUDY.
           MOVE "A" TO STATUS-CODE.
           MOVE "G" TO STANDING-CODE.
           MOVE SPACES TO COURSE-CODE(1).
           MOVE 0 TO COURSE-AVG(1).
           MOVE SPACE TO COURSE-GRADE-STATUS(1).
           WRITE STUDENT-RECORD
               INVALID KEY
                   DISPLAY "COULD NOT CREATE STUDENT RECORD. STATUS: "
                       FILE-STATUS ". NOT CONVERTED."
                   MOVE 0 TO NEW-STUDENT-WS
           END-WRITE.
           CLOSE STUDENT-DATA-FILE.

       430-WRITE-DEMOGRAPHICS.
           PERFORM 290-FIND-CONTACT.
           OPEN I-O DEMO-FILE.
           MOVE SPACES TO DEMO-RECORD.
           MOVE NEW-STUDENT-WS     TO DEM-STUDENT-NUMBER.
           MOVE ACN-ADDRESS-LINE-1 TO DEM-ADDRESS-LINE-1.
           MOVE ACN-ADDRESS-LINE-2 TO DEM-ADDRESS-LINE-2.
           MOVE ACN-CITY           TO DEM-CITY.
           MOVE ACN-PROVINCE       TO DEM-PROVINCE.
           MOVE ACN-POSTAL-CODE    TO DEM-POSTAL-CODE.
           MOVE ACN-PHONE          TO DEM-PHONE.
           MOVE ACN-EMAIL          TO DEM-EMAIL.
           MOVE 0 TO DEM-PIN.
           WRITE DEMO-RECORD
               INVALID KEY
                   DISPLAY "DEMOGRAPHICS ALREADY ON FILE FOR "
                       NEW-STUDENT-WS " - LEFT AS IS."
               NOT INVALID KEY
                   DISPLAY "DEMOGRAPHICS RECORDED."
           END-WRITE.
           CLOSE DEMO-FILE.

      *    The deposit becomes an ordinary held deposit - exactly
      *    what DEPOSIT-MAINT would have recorded - dated the day it
      *    was taken, so TUITION-ASSESS applies it and DEPOSIT-
      *    FORFEIT ages it the same as any other.
       440-ATTACH-DEPOSIT.
           IF ATBL-DEPOSIT-AMOUNT(APW-ENTRY) > 0
               OPEN EXTEND DEPOSITS-FILE
               MOVE SPACES TO DEPOSIT-RECORD
               MOVE NEW-STUDENT-WS TO DEP-STUDENT-NUMBER
               MOVE ATBL-DEPOSIT-AMOUNT(APW-ENTRY) TO DEP-AMOUNT
               MOVE ATBL-DEPOSIT-DATE(APW-ENTRY)
                   TO DEP-RECEIVED-DATE
               MOVE SPACE TO DEP-STATUS
               MOVE SPACES TO DEP-APPLIED-TERM
               MOVE 0 TO DEP-DECIDED-DATE
               WRITE DEPOSIT-RECORD
               CLOSE DEPOSITS-FILE
               MOVE ATBL-DEPOSIT-AMOUNT(APW-ENTRY)
                   TO APW-AMOUNT-DISPLAY
               DISPLAY "DEPOSIT OF " APW-AMOUNT-DISPLAY
                   " MOVED TO DEPOSITS.txt."
           END-IF.

       450-LOG-ADMISSION.
           OPEN EXTEND AUDIT-LOG-FILE.
           MOVE SPACES TO AUDIT-LOG-RECORD.
           MOVE NEW-STUDENT-WS TO AUD-STUDENT-NUMBER.
           MOVE ATBL-ENTRY-TERM(APW-ENTRY) TO AUD-TERM-CODE.
           MOVE "ADMITTED-FROM" TO AUD-FIELD-NAME.
           STRING "APPLICANT " ATBL-APPLICANT-ID(APW-ENTRY)
               DELIMITED BY SIZE INTO AUD-OLD-VALUE
           END-STRING.
           MOVE ATBL-PROGRAM-CODE(APW-ENTRY) TO AUD-NEW-VALUE.
           MOVE OPERATOR-ID-WS TO AUD-OPERATOR-ID.
           MOVE FUNCTION CURRENT-DATE TO AUD-TIMESTAMP.
           CALL "AUDIT-CHAIN" USING AUDIT-LOG-RECORD.
           WRITE AUDIT-LOG-RECORD.
           CLOSE AUDIT-LOG-FILE.

       END PROGRAM APPLICANT-MAINT.
