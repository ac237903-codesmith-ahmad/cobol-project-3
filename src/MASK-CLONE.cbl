      ******************************************************************
      * Tectonics: Masked test-data clone.  Test and training runs
      * were done against straight copies of STUFILE.dat,
      * DEMOGRAPHICS.dat, PAYMENTS.dat and the rest - real names,
      * addresses and bank accounts on every trainer's screen.  This
      * utility builds a complete test file set from production in
      * the TEST-CLONE directory (create it before the first run;
      * each run replaces the set it finds there).  It clones the
      * four indexed files itself and every text file through the
      * TEXT-FILE-LIST.cpy list DR-UNLOAD walks, so the set is as
      * whole as a DR unload.  Masked in the copy:
      *    STUFILE.dat / STUHIST.dat  - surname and given name
      *    DEMOGRAPHICS.dat           - address lines, postal code,
      *                                 phone, email, PIN
      *    EMERGENCY-CONTACTS.txt     - contact name and phone
      *    STUDENT-BANKING.txt        - bank account number
      *    ADVISING-NOTES.txt         - note text
      *    OPERATOR.txt               - passwords, reset to TRAINING
      *    AUDIT-LOG.txt              - the same values where an
      *                                 audit row carries them
      *    APPLICANTS.txt             - surname and given name
      *    APPLICANT-CONTACTS.txt     - address lines, postal code,
      *                                 phone, email
      *    RESIDENCY.txt              - permit / PR card number
      *    STUDY-PERMITS.txt          - permit number
      *    ACCOMMODATIONS.txt         - the counsellor's detail line
      *    INTEGRITY-CASES.txt        - the allegation as written
      *    READMISSIONS.txt           - the student's statement and
      *                                 the decision's wording
      *    DECEASED.txt               - who notified us
      *    PREFERRED-NAMES.txt        - the name gone by, as the
      *                                 STUFILE.dat name
      *    NAME-CHANGES.txt           - old and new legal names, as
      *                                 the STUFILE.dat name, and
      *                                 the document
      *    DISCLOSURE-CONSENTS.txt    - the authorized person, as
      *                                 the emergency contact, and
      *                                 the passphrase
      *    DISCLOSURE-LOG.txt         - who was told, the same way
      * Every masked value is built from the student number alone,
      * so a student is the same fake person in every file and every
      * term (an applicant not yet converted is masked from the
      * applicant ID the same way), and student numbers, terms,
      * grades, balances, payments and course structure are copied
      * untouched - cross-file keys hold and the reports still
      * foot.  City and province are kept; residency and fee rules
      * read them.  A blank phone, email, address line or zero PIN
      * stays blank, so "missing data" cases survive into test.  The
      * masked AUDIT-LOG.txt is re-chained (same fold as
      * AUDIT-CHAIN) and a matching AUDIT-CHAIN.txt written, so
      * AUDIT-VERIFY runs clean in test.
      * TEST-CLONE/MASK-MANIFEST.txt lists every file cloned, its
      * row count, the rows masked and the fields masked.
      * RETURN-CODE 0 clean, 8 TEST-CLONE not writable or any clone
      * file that failed to write - do not hand that set out.
      ******************************************************************
       IDENTIFICATION DIVISION.
       PROGRAM-ID. MASK-CLONE.

       ENVIRONMENT DIVISION.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
           SELECT MANIFEST-FILE ASSIGN "TEST-CLONE/MASK-MANIFEST.txt"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS MANIFEST-STATUS.
           SELECT OPTIONAL GENERIC-FILE ASSIGN TO GENERIC-NAME-WS
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS GENERIC-STATUS.
           SELECT CLONE-TEXT-FILE ASSIGN TO CLONE-NAME-WS
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS CLONE-STATUS.
      *    STUFILE.dat and STUHIST.dat share one layout and key set,
      *    so one source and one clone SELECT serve both.
           SELECT OPTIONAL STUDENT-DATA-FILE
               ASSIGN TO MASTER-NAME-WS
               ORGANIZATION IS INDEXED
               ACCESS MODE IS DYNAMIC
               RECORD KEY IS STUDENT-KEY
               ALTERNATE KEY IS STUDENT-NUMBER WITH DUPLICATES
               ALTERNATE KEY IS STUDENT-SURNAME WITH DUPLICATES
               FILE STATUS IS FILE-STATUS.
           SELECT CLONE-STUDENT-FILE
               ASSIGN TO CLONE-NAME-WS
               ORGANIZATION IS INDEXED
               ACCESS MODE IS DYNAMIC
               RECORD KEY IS CLN-STUDENT-KEY
               ALTERNATE KEY IS CLN-STUDENT-NUMBER WITH DUPLICATES
               ALTERNATE KEY IS CLN-STUDENT-SURNAME WITH DUPLICATES
               FILE STATUS IS CLONE-STATUS.
           SELECT OPTIONAL DEMO-FILE
               ASSIGN "DEMOGRAPHICS.dat"
               ORGANIZATION IS INDEXED
               ACCESS MODE IS DYNAMIC
               RECORD KEY IS DEM-STUDENT-NUMBER
               FILE STATUS IS DEMO-STATUS.
           SELECT CLONE-DEMO-FILE
               ASSIGN TO CLONE-NAME-WS
               ORGANIZATION IS INDEXED
               ACCESS MODE IS DYNAMIC
               RECORD KEY IS CLN-DEM-STUDENT-NUMBER
               FILE STATUS IS CLONE-STATUS.
           SELECT OPTIONAL PAYMENTS-FILE
               ASSIGN "PAYMENTS.dat"
               ORGANIZATION IS INDEXED
               ACCESS MODE IS DYNAMIC
               RECORD KEY IS PAY-KEY
               ALTERNATE KEY IS PAY-RECEIPT-NUMBER WITH DUPLICATES
               ALTERNATE KEY IS PAY-DATE WITH DUPLICATES
               FILE STATUS IS PAYMENTS-STATUS.
           SELECT CLONE-PAYMENTS-FILE
               ASSIGN TO CLONE-NAME-WS
               ORGANIZATION IS INDEXED
               ACCESS MODE IS DYNAMIC
               RECORD KEY IS CLN-PAY-KEY
               ALTERNATE KEY IS CLN-PAY-RECEIPT-NUMBER WITH DUPLICATES
               ALTERNATE KEY IS CLN-PAY-DATE WITH DUPLICATES
               FILE STATUS IS CLONE-STATUS.

       DATA DIVISION.
       FILE SECTION.
           FD MANIFEST-FILE.
           01 MANIFEST-RECORD PIC X(132).

           FD GENERIC-FILE.
           01 GENERIC-RECORD PIC X(190).

           FD CLONE-TEXT-FILE.
           01 CLONE-TEXT-RECORD PIC X(190).

           FD STUDENT-DATA-FILE
               RECORD IS VARYING IN SIZE FROM 82 TO 181 CHARACTERS
               DEPENDING ON COURSE-COUNT.
           COPY "STUDENT-RECORD.cpy".

      *    The clone masters are declared as record images with the
      *    keys where the copybooks put them - the masked source
      *    record is moved across whole.
           FD CLONE-STUDENT-FILE
               RECORD IS VARYING IN SIZE FROM 82 TO 181 CHARACTERS
               DEPENDING ON CLONE-LENGTH-WS.
           01 CLN-STUDENT-RECORD.
               05 CLN-STUDENT-KEY.
                   10 CLN-STUDENT-NUMBER  PIC 9(6).
                   10 FILLER              PIC X(6).
               05 FILLER                  PIC X(9).
               05 CLN-STUDENT-SURNAME     PIC X(20).
               05 FILLER                  PIC X(140).

           FD DEMO-FILE.
           COPY "DEMO-RECORD.cpy".

           FD CLONE-DEMO-FILE.
           01 CLN-DEMO-RECORD.
               05 CLN-DEM-STUDENT-NUMBER  PIC 9(6).
               05 FILLER                  PIC X(136).

           FD PAYMENTS-FILE.
           COPY "PAYMENT-RECORD.cpy".

           FD CLONE-PAYMENTS-FILE.
           01 CLN-PAYMENT-RECORD.
               05 CLN-PAY-KEY.
                   10 FILLER              PIC X(12).
                   10 CLN-PAY-DATE        PIC X(8).
                   10 FILLER              PIC X(4).
               05 FILLER                  PIC X(13).
               05 CLN-PAY-RECEIPT-NUMBER  PIC 9(8).
               05 FILLER                  PIC X(9).

       WORKING-STORAGE SECTION.
           01 FILE-STATUS     PIC X(2).
           01 DEMO-STATUS     PIC X(2).
           01 PAYMENTS-STATUS PIC X(2).
           01 GENERIC-STATUS  PIC X(2).
           01 CLONE-STATUS    PIC X(2).
           01 MANIFEST-STATUS PIC X(2).
           01 GENERIC-NAME-WS PIC X(30) VALUE SPACES.
           01 MASTER-NAME-WS  PIC X(30) VALUE SPACES.
           01 CLONE-NAME-WS   PIC X(40) VALUE SPACES.
           01 CLONE-LENGTH-WS PIC 9(3) VALUE 0.

           COPY "TEXT-FILE-LIST.cpy".

      *    Working copies of the text layouts that carry personal
      *    data - each row is moved in, masked and moved back.
           COPY "EMERGENCY-RECORD.cpy".
           COPY "BANKING-RECORD.cpy".
           COPY "ADVNOTE-RECORD.cpy".
           COPY "OPERATOR-RECORD.cpy".
           COPY "AUDIT-LOG.cpy".
           COPY "APPLICANT-RECORD.cpy".
           COPY "APPLICANT-CONTACT.cpy".
           COPY "RESIDENCY-RECORD.cpy".
           COPY "PERMIT-RECORD.cpy".
           COPY "ACCOMMODATION-RECORD.cpy".
           COPY "INTEGRITY-RECORD.cpy".
           COPY "READMIT-RECORD.cpy".
           COPY "DECEASED-RECORD.cpy".
           COPY "PREFNAME-RECORD.cpy".
           COPY "NAMECHG-RECORD.cpy".
           COPY "CONSENT-RECORD.cpy".
           COPY "DISCLOG-RECORD.cpy".

           01 COUNTERS.
               05 FILE-COUNTER    PIC 9(3) VALUE 0.
               05 ROW-COUNTER     PIC 9(7) VALUE 0.
               05 MASKED-COUNTER  PIC 9(7) VALUE 0.
               05 ERROR-COUNTER   PIC 9(5) VALUE 0.

           01 FLAGS.
               05 EOF-FLAG       PIC X VALUE "N".
               05 ROW-MASKED     PIC X VALUE "N".
               05 CHAIN-STARTED  PIC X VALUE "N".

           01 CLONE-WORK-AREA.
               05 FILE-NAME-WS     PIC X(24).
               05 FILE-ROWS-WS     PIC 9(7) VALUE 0.
               05 FILE-MASKED-WS   PIC 9(7) VALUE 0.
               05 FILE-FIELDS-WS   PIC X(70).
               05 STAMP-WS         PIC X(14).
               05 IDX-WS           PIC 9(3).

      *    The fake person behind a student number.  Surname, given
      *    name and street each come from a different slice of the
      *    number, so neighbouring numbers don't share a name.
           01 MASK-NAME-TABLES.
               05 MASK-SURNAME-LIST.
                   10 FILLER PIC X(12) VALUE "ANDERSON".
                   10 FILLER PIC X(12) VALUE "BAKER".
                   10 FILLER PIC X(12) VALUE "CAMPBELL".
                   10 FILLER PIC X(12) VALUE "DAWSON".
                   10 FILLER PIC X(12) VALUE "ELLIS".
                   10 FILLER PIC X(12) VALUE "FRASER".
                   10 FILLER PIC X(12) VALUE "GRANT".
                   10 FILLER PIC X(12) VALUE "HARPER".
                   10 FILLER PIC X(12) VALUE "IRWIN".
                   10 FILLER PIC X(12) VALUE "JOHNSTON".
                   10 FILLER PIC X(12) VALUE "KELLER".
                   10 FILLER PIC X(12) VALUE "LAMBERT".
                   10 FILLER PIC X(12) VALUE "MORGAN".
                   10 FILLER PIC X(12) VALUE "NOLAN".
                   10 FILLER PIC X(12) VALUE "OSBORNE".
                   10 FILLER PIC X(12) VALUE "PARKER".
                   10 FILLER PIC X(12) VALUE "QUINN".
                   10 FILLER PIC X(12) VALUE "REID".
                   10 FILLER PIC X(12) VALUE "SULLIVAN".
                   10 FILLER PIC X(12) VALUE "TURNER".
               05 MASK-SURNAME-TABLE REDEFINES MASK-SURNAME-LIST.
                   10 MASK-SURNAME PIC X(12) OCCURS 20 TIMES.
               05 MASK-GIVEN-LIST.
                   10 FILLER PIC X(12) VALUE "ALEX".
                   10 FILLER PIC X(12) VALUE "BRIDGET".
                   10 FILLER PIC X(12) VALUE "CONNOR".
                   10 FILLER PIC X(12) VALUE "DANA".
                   10 FILLER PIC X(12) VALUE "EMMA".
                   10 FILLER PIC X(12) VALUE "FINN".
                   10 FILLER PIC X(12) VALUE "GRACE".
                   10 FILLER PIC X(12) VALUE "HENRY".
                   10 FILLER PIC X(12) VALUE "ISLA".
                   10 FILLER PIC X(12) VALUE "JORDAN".
                   10 FILLER PIC X(12) VALUE "KATE".
                   10 FILLER PIC X(12) VALUE "LIAM".
                   10 FILLER PIC X(12) VALUE "MAYA".
                   10 FILLER PIC X(12) VALUE "NOAH".
                   10 FILLER PIC X(12) VALUE "OLIVIA".
                   10 FILLER PIC X(12) VALUE "PAUL".
                   10 FILLER PIC X(12) VALUE "RUTH".
                   10 FILLER PIC X(12) VALUE "SAM".
                   10 FILLER PIC X(12) VALUE "TESSA".
                   10 FILLER PIC X(12) VALUE "WYATT".
               05 MASK-GIVEN-TABLE REDEFINES MASK-GIVEN-LIST.
                   10 MASK-GIVEN PIC X(12) OCCURS 20 TIMES.
               05 MASK-STREET-LIST.
                   10 FILLER PIC X(12) VALUE "MAPLE ST".
                   10 FILLER PIC X(12) VALUE "OAK AVE".
                   10 FILLER PIC X(12) VALUE "BIRCH RD".
                   10 FILLER PIC X(12) VALUE "CEDAR CRES".
                   10 FILLER PIC X(12) VALUE "ELM DR".
                   10 FILLER PIC X(12) VALUE "PINE ST".
                   10 FILLER PIC X(12) VALUE "SPRUCE AVE".
                   10 FILLER PIC X(12) VALUE "WILLOW RD".
                   10 FILLER PIC X(12) VALUE "ASPEN WAY".
                   10 FILLER PIC X(12) VALUE "POPLAR ST".
               05 MASK-STREET-TABLE REDEFINES MASK-STREET-LIST.
                   10 MASK-STREET PIC X(12) OCCURS 10 TIMES.

           01 MASK-WORK-AREA.
               05 MASK-STUDENT-WS       PIC 9(6).
               05 MASK-STUDENT-PARTS REDEFINES MASK-STUDENT-WS.
                   10 FILLER            PIC 9(2).
                   10 MASK-LAST-FOUR    PIC 9(4).
               05 MASK-QUOT-WS          PIC 9(6).
               05 MASK-REM-WS           PIC 9(2).
               05 MASK-IDX              PIC 9(2).
               05 MASK-NAME-WS.
                   10 MASK-SURNAME-WS   PIC X(20).
                   10 MASK-GIVEN-WS     PIC X(20).
               05 MASK-ADDRESS-WS       PIC X(30).
               05 MASK-PHONE-WS         PIC X(12).
               05 MASK-EMAIL-WS         PIC X(30).
               05 MASK-CONTACT-WS       PIC X(30).
               05 MASK-CONTACT-PHONE-WS PIC X(12).
               05 MASK-ACCOUNT-WS       PIC X(12).

      *    Re-chaining the masked audit log - the fold is AUDIT-
      *    CHAIN's 300-FOLD-THE-ROW, byte for byte.
           01 CHAIN-WORK-AREA.
               05 LAST-SEQUENCE-WS PIC 9(9) VALUE 0.
               05 LAST-VALUE-WS    PIC 9(9) VALUE 0.
               05 CHAIN-IMAGE-WS   PIC X(124).
               05 CHAIN-IDX        PIC 9(3).
               05 CHAIN-HASH-WS    PIC 9(12).
               05 CHAIN-QUOT-WS    PIC 9(12).
               05 CHAIN-REM-WS     PIC 9(9).

           01 CLONE-CHAIN-LINK.
               05 CCL-LAST-SEQUENCE PIC 9(9).
               05 FILLER            PIC X VALUE SPACE.
               05 CCL-LAST-VALUE    PIC 9(9).

           01 MANIFEST-LINE.
               05 MAN-FILE-NAME  PIC X(24).
               05 FILLER         PIC X VALUE SPACE.
               05 MAN-ROWS       PIC Z(6)9.
               05 FILLER         PIC X VALUE SPACE.
               05 MAN-MASKED     PIC Z(6)9.
               05 FILLER         PIC X(2) VALUE SPACES.
               05 MAN-FIELDS     PIC X(70).

       PROCEDURE DIVISION.
       100-MAIN.
           DISPLAY "MASKED TEST CLONE OF PRODUCTION INTO TEST-CLONE".
           MOVE FUNCTION CURRENT-DATE(1:14) TO STAMP-WS.
           PERFORM 150-OPEN-MANIFEST.
           IF MANIFEST-STATUS NOT = "00"
               DISPLAY "CANNOT WRITE TEST-CLONE/MASK-MANIFEST.txt, "
                   "STATUS " MANIFEST-STATUS
               DISPLAY "CREATE THE TEST-CLONE DIRECTORY AND RERUN. "
                   "NOTHING CLONED."
               MOVE 8 TO RETURN-CODE
           ELSE
               MOVE "STUFILE.dat" TO FILE-NAME-WS
               PERFORM 200-CLONE-STUDENT-MASTER
               MOVE "STUHIST.dat" TO FILE-NAME-WS
               PERFORM 200-CLONE-STUDENT-MASTER
               PERFORM 250-CLONE-DEMO-MASTER
               PERFORM 280-CLONE-PAYMENT-HISTORY
               PERFORM 300-CLONE-ONE-TEXT-FILE
                   VARYING IDX-WS FROM 1 BY 1
                   UNTIL IDX-WS > TEXT-FILE-COUNT
               PERFORM 190-CLOSE-MANIFEST
               PERFORM 950-DISPLAY-STATS
           END-IF.
      *    GOBACK, not STOP RUN, so the job-stream controller can
      *    CALL this program as one step of the night's stream.
           GOBACK.

       150-OPEN-MANIFEST.
           OPEN OUTPUT MANIFEST-FILE.
           IF MANIFEST-STATUS = "00"
               MOVE SPACES TO MANIFEST-RECORD
               STRING "MASKED TEST CLONE BUILT " STAMP-WS
                      " FROM PRODUCTION - NAMES, CONTACT DATA, "
                      "ACCOUNTS AND NOTES MASKED BY STUDENT NUMBER"
                   DELIMITED BY SIZE INTO MANIFEST-RECORD
               END-STRING
               WRITE MANIFEST-RECORD
               MOVE SPACES TO MANIFEST-LINE
               MOVE "FILE" TO MAN-FILE-NAME
               MOVE "FIELDS MASKED" TO MAN-FIELDS
               MOVE MANIFEST-LINE TO MANIFEST-RECORD
               MOVE "   ROWS  MASKED" TO MANIFEST-RECORD(26:15)
               WRITE MANIFEST-RECORD
           END-IF.

      *    Starts one file: clone name, counts, and the manifest's
      *    note of what this file has masked.
       160-START-ONE-FILE.
           MOVE SPACES TO CLONE-NAME-WS.
           STRING "TEST-CLONE/" DELIMITED BY SIZE
                  FILE-NAME-WS DELIMITED BY SPACE
               INTO CLONE-NAME-WS
           END-STRING.
           MOVE 0 TO FILE-ROWS-WS.
           MOVE 0 TO FILE-MASKED-WS.
           MOVE "N" TO EOF-FLAG.
           MOVE SPACES TO FILE-FIELDS-WS.
           EVALUATE FILE-NAME-WS
               WHEN "STUFILE.dat"
               WHEN "STUHIST.dat"
                   MOVE "STUDENT-SURNAME STUDENT-GIVEN-NAME"
                       TO FILE-FIELDS-WS
               WHEN "DEMOGRAPHICS.dat"
                   STRING "DEM-ADDRESS-LINE-1/2 DEM-POSTAL-CODE "
                          "DEM-PHONE DEM-EMAIL DEM-PIN"
                       DELIMITED BY SIZE INTO FILE-FIELDS-WS
                   END-STRING
               WHEN "EMERGENCY-CONTACTS.txt"
                   MOVE "EMC-CONTACT-NAME EMC-PHONE"
                       TO FILE-FIELDS-WS
               WHEN "STUDENT-BANKING.txt"
                   MOVE "BNK-ACCOUNT" TO FILE-FIELDS-WS
               WHEN "ADVISING-NOTES.txt"
                   MOVE "ANT-NOTE" TO FILE-FIELDS-WS
               WHEN "OPERATOR.txt"
                   MOVE "OPR-PASSWORD - ALL RESET TO TRAINING"
                       TO FILE-FIELDS-WS
               WHEN "AUDIT-LOG.txt"
                   STRING "OLD/NEW VALUES OF NAME, ADDRESS, POSTAL, "
                          "PHONE, EMAIL, PIN ROWS - RE-CHAINED"
                       DELIMITED BY SIZE INTO FILE-FIELDS-WS
                   END-STRING
               WHEN "AUDIT-CHAIN.txt"
                   MOVE "REBUILT FOR THE MASKED AUDIT-LOG.txt"
                       TO FILE-FIELDS-WS
               WHEN "APPLICANTS.txt"
                   MOVE "APL-SURNAME APL-GIVEN-NAME" TO FILE-FIELDS-WS
               WHEN "APPLICANT-CONTACTS.txt"
                   STRING "ACN-ADDRESS-LINE-1/2 ACN-POSTAL-CODE "
                          "ACN-PHONE ACN-EMAIL"
                       DELIMITED BY SIZE INTO FILE-FIELDS-WS
                   END-STRING
               WHEN "RESIDENCY.txt"
                   MOVE "RES-DOCUMENT-REF" TO FILE-FIELDS-WS
               WHEN "STUDY-PERMITS.txt"
                   MOVE "PMT-PERMIT-NUMBER" TO FILE-FIELDS-WS
               WHEN "ACCOMMODATIONS.txt"
                   MOVE "ACM-DETAIL" TO FILE-FIELDS-WS
               WHEN "INTEGRITY-CASES.txt"
                   MOVE "INT-ALLEGATION-TEXT" TO FILE-FIELDS-WS
               WHEN "READMISSIONS.txt"
                   MOVE "RDM-STATEMENT RDM-DECISION-TEXT"
                       TO FILE-FIELDS-WS
               WHEN "DECEASED.txt"
                   MOVE "DCS-NOTIFIED-BY" TO FILE-FIELDS-WS
               WHEN "PREFERRED-NAMES.txt"
                   MOVE "PFN-SURNAME PFN-GIVEN-NAME" TO FILE-FIELDS-WS
               WHEN "NAME-CHANGES.txt"
                   MOVE "NMC-OLD-NAME NMC-NEW-NAME NMC-DOCUMENT-REF"
                       TO FILE-FIELDS-WS
               WHEN "DISCLOSURE-CONSENTS.txt"
                   MOVE "CNS-PERSON-NAME CNS-PASSPHRASE"
                       TO FILE-FIELDS-WS
               WHEN "DISCLOSURE-LOG.txt"
                   MOVE "DSL-DISCLOSED-TO" TO FILE-FIELDS-WS
               WHEN OTHER
                   MOVE "NONE - COPIED AS IS" TO FILE-FIELDS-WS
           END-EVALUATE.

       170-END-ONE-FILE.
           MOVE SPACES TO MANIFEST-LINE.
           MOVE FILE-NAME-WS   TO MAN-FILE-NAME.
           MOVE FILE-ROWS-WS   TO MAN-ROWS.
           MOVE FILE-MASKED-WS TO MAN-MASKED.
           MOVE FILE-FIELDS-WS TO MAN-FIELDS.
           MOVE MANIFEST-LINE TO MANIFEST-RECORD.
           WRITE MANIFEST-RECORD.
           ADD 1 TO FILE-COUNTER.
           ADD FILE-ROWS-WS   TO ROW-COUNTER.
           ADD FILE-MASKED-WS TO MASKED-COUNTER.

       180-NOTE-CLONE-ERROR.
           DISPLAY "CLONE WRITE FAILED ON " CLONE-NAME-WS
               " STATUS " CLONE-STATUS.
           ADD 1 TO ERROR-COUNTER.

       190-CLOSE-MANIFEST.
           MOVE SPACES TO MANIFEST-RECORD.
           STRING "FILES " FILE-COUNTER " ROWS " ROW-COUNTER
                  " MASKED " MASKED-COUNTER
                  " WRITE ERRORS " ERROR-COUNTER
               DELIMITED BY SIZE INTO MANIFEST-RECORD
           END-STRING.
           WRITE MANIFEST-RECORD.
           CLOSE MANIFEST-FILE.

      *****************************************************************
      * STUFILE.dat or STUHIST.dat, by FILE-NAME-WS.  The clone row
      * is as long as the source row - same course count.
      *****************************************************************
       200-CLONE-STUDENT-MASTER.
           PERFORM 160-START-ONE-FILE.
           MOVE FILE-NAME-WS TO MASTER-NAME-WS.
           OPEN OUTPUT CLONE-STUDENT-FILE.
           IF CLONE-STATUS NOT = "00"
               PERFORM 180-NOTE-CLONE-ERROR
           ELSE
               OPEN INPUT STUDENT-DATA-FILE
               IF FILE-STATUS = "00" OR FILE-STATUS = "05"
                   PERFORM 210-CLONE-ONE-STUDENT
                       UNTIL EOF-FLAG = "Y"
                   CLOSE STUDENT-DATA-FILE
               END-IF
               CLOSE CLONE-STUDENT-FILE
           END-IF.
           PERFORM 170-END-ONE-FILE.

       210-CLONE-ONE-STUDENT.
           READ STUDENT-DATA-FILE NEXT RECORD
               AT END
                   MOVE "Y" TO EOF-FLAG
               NOT AT END
                   ADD 1 TO FILE-ROWS-WS
                   MOVE STUDENT-NUMBER TO MASK-STUDENT-WS
                   PERFORM 600-BUILD-MASK-VALUES
                   MOVE MASK-SURNAME-WS TO STUDENT-SURNAME
                   MOVE MASK-GIVEN-WS   TO STUDENT-GIVEN-NAME
                   ADD 1 TO FILE-MASKED-WS
                   IF COURSE-COUNT < 1
                       MOVE 82 TO CLONE-LENGTH-WS
                   ELSE
                       COMPUTE CLONE-LENGTH-WS =
                           71 + 11 * COURSE-COUNT
                   END-IF
                   MOVE SPACES TO CLN-STUDENT-RECORD
                   MOVE STUDENT-RECORD TO CLN-STUDENT-RECORD
                   WRITE CLN-STUDENT-RECORD
                   IF CLONE-STATUS NOT = "00"
                       PERFORM 180-NOTE-CLONE-ERROR
                   END-IF
           END-READ.

       250-CLONE-DEMO-MASTER.
           MOVE "DEMOGRAPHICS.dat" TO FILE-NAME-WS.
           PERFORM 160-START-ONE-FILE.
           OPEN OUTPUT CLONE-DEMO-FILE.
           IF CLONE-STATUS NOT = "00"
               PERFORM 180-NOTE-CLONE-ERROR
           ELSE
               OPEN INPUT DEMO-FILE
               IF DEMO-STATUS = "00" OR DEMO-STATUS = "05"
                   PERFORM 260-CLONE-ONE-DEMO UNTIL EOF-FLAG = "Y"
                   CLOSE DEMO-FILE
               END-IF
               CLOSE CLONE-DEMO-FILE
           END-IF.
           PERFORM 170-END-ONE-FILE.

      *    City and province stay real - residency and fee rules
      *    read them.  Blank fields and a zero PIN stay as they are.
       260-CLONE-ONE-DEMO.
           READ DEMO-FILE NEXT RECORD
               AT END
                   MOVE "Y" TO EOF-FLAG
               NOT AT END
                   ADD 1 TO FILE-ROWS-WS
                   MOVE DEM-STUDENT-NUMBER TO MASK-STUDENT-WS
                   PERFORM 600-BUILD-MASK-VALUES
                   IF DEM-ADDRESS-LINE-1 NOT = SPACES
                       MOVE MASK-ADDRESS-WS TO DEM-ADDRESS-LINE-1
                   END-IF
                   IF DEM-ADDRESS-LINE-2 NOT = SPACES
                       MOVE "UNIT 1" TO DEM-ADDRESS-LINE-2
                   END-IF
                   IF DEM-POSTAL-CODE NOT = SPACES
                       MOVE "Z9Z 9Z9" TO DEM-POSTAL-CODE
                   END-IF
                   IF DEM-PHONE NOT = SPACES
                       MOVE MASK-PHONE-WS TO DEM-PHONE
                   END-IF
                   IF DEM-EMAIL NOT = SPACES
                       MOVE MASK-EMAIL-WS TO DEM-EMAIL
                   END-IF
                   IF DEM-PIN NOT = 0
                       MOVE MASK-LAST-FOUR TO DEM-PIN
                   END-IF
                   ADD 1 TO FILE-MASKED-WS
                   MOVE DEMO-RECORD TO CLN-DEMO-RECORD
                   WRITE CLN-DEMO-RECORD
                   IF CLONE-STATUS NOT = "00"
                       PERFORM 180-NOTE-CLONE-ERROR
                   END-IF
           END-READ.

      *    No personal data on a payment row - copied as is.
       280-CLONE-PAYMENT-HISTORY.
           MOVE "PAYMENTS.dat" TO FILE-NAME-WS.
           PERFORM 160-START-ONE-FILE.
           OPEN OUTPUT CLONE-PAYMENTS-FILE.
           IF CLONE-STATUS NOT = "00"
               PERFORM 180-NOTE-CLONE-ERROR
           ELSE
               OPEN INPUT PAYMENTS-FILE
               IF PAYMENTS-STATUS = "00" OR PAYMENTS-STATUS = "05"
                   PERFORM 290-CLONE-ONE-PAYMENT
                       UNTIL EOF-FLAG = "Y"
                   CLOSE PAYMENTS-FILE
               END-IF
               CLOSE CLONE-PAYMENTS-FILE
           END-IF.
           PERFORM 170-END-ONE-FILE.

       290-CLONE-ONE-PAYMENT.
           READ PAYMENTS-FILE NEXT RECORD
               AT END
                   MOVE "Y" TO EOF-FLAG
               NOT AT END
                   ADD 1 TO FILE-ROWS-WS
                   MOVE PAYMENT-RECORD TO CLN-PAYMENT-RECORD
                   WRITE CLN-PAYMENT-RECORD
                   IF CLONE-STATUS NOT = "00"
                       PERFORM 180-NOTE-CLONE-ERROR
                   END-IF
           END-READ.

      *****************************************************************
      * One text file off the shared list.  Production's
      * AUDIT-CHAIN.txt is not copied - it would not match the
      * masked log - the clone's own last link is written instead.
      *****************************************************************
       300-CLONE-ONE-TEXT-FILE.
           MOVE TEXT-FILE-NAME(IDX-WS) TO FILE-NAME-WS.
           PERFORM 160-START-ONE-FILE.
           OPEN OUTPUT CLONE-TEXT-FILE.
           IF CLONE-STATUS NOT = "00"
               PERFORM 180-NOTE-CLONE-ERROR
           ELSE
               IF FILE-NAME-WS = "AUDIT-CHAIN.txt"
                   PERFORM 470-WRITE-CLONE-CHAIN
               ELSE
                   MOVE FILE-NAME-WS TO GENERIC-NAME-WS
                   OPEN INPUT GENERIC-FILE
                   IF GENERIC-STATUS = "00" OR GENERIC-STATUS = "05"
                       PERFORM 310-CLONE-ONE-TEXT-ROW
                           UNTIL EOF-FLAG = "Y"
                       CLOSE GENERIC-FILE
                   END-IF
               END-IF
               CLOSE CLONE-TEXT-FILE
           END-IF.
           PERFORM 170-END-ONE-FILE.

       310-CLONE-ONE-TEXT-ROW.
           READ GENERIC-FILE
               AT END
                   MOVE "Y" TO EOF-FLAG
               NOT AT END
                   ADD 1 TO FILE-ROWS-WS
                   PERFORM 400-MASK-TEXT-ROW
                   MOVE GENERIC-RECORD TO CLONE-TEXT-RECORD
                   WRITE CLONE-TEXT-RECORD
                   IF CLONE-STATUS NOT = "00"
                       PERFORM 180-NOTE-CLONE-ERROR
                   END-IF
           END-READ.

       400-MASK-TEXT-ROW.
           EVALUATE FILE-NAME-WS
               WHEN "EMERGENCY-CONTACTS.txt"
                   PERFORM 410-MASK-EMERGENCY-ROW
               WHEN "STUDENT-BANKING.txt"
                   PERFORM 420-MASK-BANKING-ROW
               WHEN "ADVISING-NOTES.txt"
                   PERFORM 430-MASK-ADVNOTE-ROW
               WHEN "OPERATOR.txt"
                   PERFORM 440-MASK-OPERATOR-ROW
               WHEN "AUDIT-LOG.txt"
                   PERFORM 450-MASK-AUDIT-ROW
               WHEN "APPLICANTS.txt"
                   PERFORM 480-MASK-APPLICANT-ROW
               WHEN "APPLICANT-CONTACTS.txt"
                   PERFORM 490-MASK-APPLICANT-CONTACT-ROW
               WHEN "RESIDENCY.txt"
                   PERFORM 495-MASK-RESIDENCY-ROW
               WHEN "STUDY-PERMITS.txt"
                   PERFORM 496-MASK-PERMIT-ROW
               WHEN "ACCOMMODATIONS.txt"
                   PERFORM 497-MASK-ACCOMMODATION-ROW
               WHEN "INTEGRITY-CASES.txt"
                   PERFORM 498-MASK-INTEGRITY-ROW
               WHEN "READMISSIONS.txt"
                   PERFORM 499-MASK-READMIT-ROW
               WHEN "DECEASED.txt"
                   PERFORM 500-MASK-DECEASED-ROW
               WHEN "PREFERRED-NAMES.txt"
                   PERFORM 510-MASK-PREFNAME-ROW
               WHEN "NAME-CHANGES.txt"
                   PERFORM 520-MASK-NAMECHG-ROW
               WHEN "DISCLOSURE-CONSENTS.txt"
                   PERFORM 530-MASK-CONSENT-ROW
               WHEN "DISCLOSURE-LOG.txt"
                   PERFORM 540-MASK-DISCLOG-ROW
               WHEN OTHER
                   CONTINUE
           END-EVALUATE.

       410-MASK-EMERGENCY-ROW.
           MOVE GENERIC-RECORD TO EMERGENCY-RECORD.
           MOVE EMC-STUDENT-NUMBER TO MASK-STUDENT-WS.
           PERFORM 600-BUILD-MASK-VALUES.
           MOVE MASK-CONTACT-WS TO EMC-CONTACT-NAME.
           IF EMC-PHONE NOT = SPACES
               MOVE MASK-CONTACT-PHONE-WS TO EMC-PHONE
           END-IF.
           MOVE EMERGENCY-RECORD TO GENERIC-RECORD.
           ADD 1 TO FILE-MASKED-WS.

      *    Institution and transit identify a branch, not a person,
      *    and the deposit file edits want them real.
       420-MASK-BANKING-ROW.
           MOVE GENERIC-RECORD TO BANKING-RECORD.
           MOVE BNK-STUDENT-NUMBER TO MASK-STUDENT-WS.
           PERFORM 600-BUILD-MASK-VALUES.
           MOVE MASK-ACCOUNT-WS TO BNK-ACCOUNT.
           MOVE BANKING-RECORD TO GENERIC-RECORD.
           ADD 1 TO FILE-MASKED-WS.

       430-MASK-ADVNOTE-ROW.
           MOVE GENERIC-RECORD TO ADVNOTE-RECORD.
           MOVE "NOTE TEXT REMOVED FROM THE TEST COPY" TO ANT-NOTE.
           MOVE ADVNOTE-RECORD TO GENERIC-RECORD.
           ADD 1 TO FILE-MASKED-WS.

       440-MASK-OPERATOR-ROW.
           MOVE GENERIC-RECORD TO OPERATOR-RECORD.
           MOVE "TRAINING" TO OPR-PASSWORD.
           MOVE OPERATOR-RECORD TO GENERIC-RECORD.
           ADD 1 TO FILE-MASKED-WS.

      *****************************************************************
      * An audit row carrying a masked field gets the student's fake
      * value on both sides, so a replay in test finds the record
      * agreeing with the log.  Every chained row is then folded
      * again from the clone's own previous link.
      *****************************************************************
       450-MASK-AUDIT-ROW.
           MOVE GENERIC-RECORD TO AUDIT-LOG-RECORD.
           MOVE "N" TO ROW-MASKED.
           IF AUD-STUDENT-NUMBER IS NUMERIC
               MOVE AUD-STUDENT-NUMBER TO MASK-STUDENT-WS
               PERFORM 600-BUILD-MASK-VALUES
               MOVE "Y" TO ROW-MASKED
               EVALUATE AUD-FIELD-NAME
                   WHEN "STUDENT-NAME"
                       MOVE MASK-NAME-WS TO AUD-OLD-VALUE
                       MOVE MASK-NAME-WS TO AUD-NEW-VALUE
                   WHEN "GIVEN-NAME"
                       MOVE MASK-GIVEN-WS TO AUD-OLD-VALUE
                       MOVE MASK-GIVEN-WS TO AUD-NEW-VALUE
                   WHEN "PREFERRED-NAME"
                       MOVE MASK-GIVEN-WS TO AUD-OLD-VALUE
                       MOVE MASK-GIVEN-WS TO AUD-NEW-VALUE
                   WHEN "LEGAL-NAME-CHANGE"
                       MOVE MASK-NAME-WS TO AUD-OLD-VALUE
                       MOVE "TEST DOCUMENT" TO AUD-NEW-VALUE
                   WHEN "DEM-ADDRESS-LINE-1"
                       MOVE MASK-ADDRESS-WS TO AUD-OLD-VALUE
                       MOVE MASK-ADDRESS-WS TO AUD-NEW-VALUE
                   WHEN "DEM-ADDRESS-LINE-2"
                       MOVE "UNIT 1" TO AUD-OLD-VALUE
                       MOVE "UNIT 1" TO AUD-NEW-VALUE
                   WHEN "DEM-POSTAL-CODE"
                       MOVE "Z9Z 9Z9" TO AUD-OLD-VALUE
                       MOVE "Z9Z 9Z9" TO AUD-NEW-VALUE
                   WHEN "DEM-PHONE"
                       MOVE MASK-PHONE-WS TO AUD-OLD-VALUE
                       MOVE MASK-PHONE-WS TO AUD-NEW-VALUE
                   WHEN "DEM-EMAIL"
                       MOVE MASK-EMAIL-WS TO AUD-OLD-VALUE
                       MOVE MASK-EMAIL-WS TO AUD-NEW-VALUE
                   WHEN "DEM-PIN"
                       MOVE MASK-LAST-FOUR TO AUD-OLD-VALUE
                       MOVE MASK-LAST-FOUR TO AUD-NEW-VALUE
                   WHEN OTHER
                       MOVE "N" TO ROW-MASKED
               END-EVALUATE
           END-IF.
           IF ROW-MASKED = "Y"
               ADD 1 TO FILE-MASKED-WS
           END-IF.
           IF AUD-SEQUENCE IS NUMERIC
                   AND AUD-SEQUENCE > LAST-SEQUENCE-WS
               PERFORM 460-RECHAIN-ROW
           END-IF.
           MOVE AUDIT-LOG-RECORD TO GENERIC-RECORD.

      *    A row that came in out of order keeps its stored value -
      *    AUDIT-VERIFY reports it in test just as in production.
       460-RECHAIN-ROW.
           MOVE "Y" TO CHAIN-STARTED.
           MOVE AUD-SEQUENCE TO LAST-SEQUENCE-WS.
           MOVE AUDIT-LOG-RECORD(1:124) TO CHAIN-IMAGE-WS.
           MOVE LAST-VALUE-WS TO CHAIN-HASH-WS.
           PERFORM 465-FOLD-ONE-BYTE
               VARYING CHAIN-IDX FROM 1 BY 1
               UNTIL CHAIN-IDX > 124.
           MOVE CHAIN-HASH-WS TO LAST-VALUE-WS.
           MOVE LAST-VALUE-WS TO AUD-CHAIN-VALUE.

       465-FOLD-ONE-BYTE.
           COMPUTE CHAIN-HASH-WS = CHAIN-HASH-WS * 131
               + FUNCTION ORD(CHAIN-IMAGE-WS(CHAIN-IDX:1)).
           DIVIDE CHAIN-HASH-WS BY 999999937
               GIVING CHAIN-QUOT-WS REMAINDER CHAIN-REM-WS.
           MOVE CHAIN-REM-WS TO CHAIN-HASH-WS.

      *    AUDIT-LOG.txt comes ahead of AUDIT-CHAIN.txt on the list,
      *    so the last link is known by the time this runs.  A log
      *    that never started chaining gets an empty control file,
      *    as production would have.
       470-WRITE-CLONE-CHAIN.
           IF CHAIN-STARTED = "Y"
               MOVE LAST-SEQUENCE-WS TO CCL-LAST-SEQUENCE
               MOVE LAST-VALUE-WS    TO CCL-LAST-VALUE
               MOVE SPACES TO CLONE-TEXT-RECORD
               MOVE CLONE-CHAIN-LINK TO CLONE-TEXT-RECORD
               WRITE CLONE-TEXT-RECORD
               IF CLONE-STATUS NOT = "00"
                   PERFORM 180-NOTE-CLONE-ERROR
               END-IF
               ADD 1 TO FILE-ROWS-WS
           END-IF.

      *    A converted applicant takes the name the student record
      *    was masked to; one still in the pipeline is masked from
      *    the applicant ID.
       480-MASK-APPLICANT-ROW.
           MOVE GENERIC-RECORD TO APPLICANT-RECORD.
           IF APL-STUDENT-NUMBER IS NUMERIC
                   AND APL-STUDENT-NUMBER NOT = 0
               MOVE APL-STUDENT-NUMBER TO MASK-STUDENT-WS
           ELSE
               MOVE APL-APPLICANT-ID TO MASK-STUDENT-WS
           END-IF.
           PERFORM 600-BUILD-MASK-VALUES.
           MOVE MASK-SURNAME-WS TO APL-SURNAME.
           MOVE MASK-GIVEN-WS   TO APL-GIVEN-NAME.
           MOVE APPLICANT-RECORD TO GENERIC-RECORD.
           ADD 1 TO FILE-MASKED-WS.

       490-MASK-APPLICANT-CONTACT-ROW.
           MOVE GENERIC-RECORD TO APPLICANT-CONTACT-RECORD.
           MOVE ACN-APPLICANT-ID TO MASK-STUDENT-WS.
           PERFORM 600-BUILD-MASK-VALUES.
           IF ACN-ADDRESS-LINE-1 NOT = SPACES
               MOVE MASK-ADDRESS-WS TO ACN-ADDRESS-LINE-1
           END-IF.
           IF ACN-ADDRESS-LINE-2 NOT = SPACES
               MOVE "UNIT 1" TO ACN-ADDRESS-LINE-2
           END-IF.
           IF ACN-POSTAL-CODE NOT = SPACES
               MOVE "Z9Z 9Z9" TO ACN-POSTAL-CODE
           END-IF.
           IF ACN-PHONE NOT = SPACES
               MOVE MASK-PHONE-WS TO ACN-PHONE
           END-IF.
           IF ACN-EMAIL NOT = SPACES
               MOVE MASK-EMAIL-WS TO ACN-EMAIL
           END-IF.
           MOVE APPLICANT-CONTACT-RECORD TO GENERIC-RECORD.
           ADD 1 TO FILE-MASKED-WS.

      *    The status is kept - it prices the student - but the
      *    permit or PR card number is not.
       495-MASK-RESIDENCY-ROW.
           MOVE GENERIC-RECORD TO RESIDENCY-RECORD.
           IF RES-DOCUMENT-REF NOT = SPACES
               MOVE SPACES TO RES-DOCUMENT-REF
               STRING "TEST DOC " RES-STUDENT-NUMBER
                   DELIMITED BY SIZE INTO RES-DOCUMENT-REF
               END-STRING
           END-IF.
           MOVE RESIDENCY-RECORD TO GENERIC-RECORD.
           ADD 1 TO FILE-MASKED-WS.

       496-MASK-PERMIT-ROW.
           MOVE GENERIC-RECORD TO PERMIT-RECORD.
           MOVE SPACES TO PMT-PERMIT-NUMBER.
           STRING "TP" PMT-STUDENT-NUMBER
               DELIMITED BY SIZE INTO PMT-PERMIT-NUMBER
           END-STRING.
           MOVE PERMIT-RECORD TO GENERIC-RECORD.
           ADD 1 TO FILE-MASKED-WS.

      *    The type and terms are kept - the exam and letter runs
      *    need them - but what the counsellor wrote is not.
       497-MASK-ACCOMMODATION-ROW.
           MOVE GENERIC-RECORD TO ACCOMMODATION-RECORD.
           MOVE "TEST ACCOMMODATION" TO ACM-DETAIL.
           MOVE ACCOMMODATION-RECORD TO GENERIC-RECORD.
           ADD 1 TO FILE-MASKED-WS.

      *    Course, allegation code, finding and sanction are kept -
      *    the transcript and statistics runs need them - but what
      *    was alleged, in words, is not.
       498-MASK-INTEGRITY-ROW.
           MOVE GENERIC-RECORD TO INTEGRITY-RECORD.
           MOVE "TEST ALLEGATION" TO INT-ALLEGATION-TEXT.
           MOVE INTEGRITY-RECORD TO GENERIC-RECORD.
           ADD 1 TO FILE-MASKED-WS.

      *    Dates, terms and decisions are kept for TERM-ROLL and the
      *    council listing; a pending row keeps its blank decision.
       499-MASK-READMIT-ROW.
           MOVE GENERIC-RECORD TO READMIT-RECORD.
           MOVE "TEST STATEMENT" TO RDM-STATEMENT.
           IF RDM-DECISION-TEXT NOT = SPACES
               MOVE "TEST DECISION" TO RDM-DECISION-TEXT
           END-IF.
           MOVE READMIT-RECORD TO GENERIC-RECORD.
           ADD 1 TO FILE-MASKED-WS.

      *    The student and date of death are kept so every path that
      *    asks DECEASED-CHECK still suppresses in test; the name of
      *    whoever notified us is not.
       500-MASK-DECEASED-ROW.
           MOVE GENERIC-RECORD TO DECEASED-RECORD.
           MOVE "TEST NOTIFIER" TO DCS-NOTIFIED-BY.
           MOVE DECEASED-RECORD TO GENERIC-RECORD.
           ADD 1 TO FILE-MASKED-WS.

      *    The same fake person the student is everywhere else.
       510-MASK-PREFNAME-ROW.
           MOVE GENERIC-RECORD TO PREFNAME-RECORD.
           MOVE PFN-STUDENT-NUMBER TO MASK-STUDENT-WS.
           PERFORM 600-BUILD-MASK-VALUES.
           MOVE MASK-NAME-WS TO PFN-NAME.
           MOVE PREFNAME-RECORD TO GENERIC-RECORD.
           ADD 1 TO FILE-MASKED-WS.

      *    Dates are kept; the names become the fake person and the
      *    document a placeholder.
       520-MASK-NAMECHG-ROW.
           MOVE GENERIC-RECORD TO NAMECHG-RECORD.
           MOVE NMC-STUDENT-NUMBER TO MASK-STUDENT-WS.
           PERFORM 600-BUILD-MASK-VALUES.
           MOVE MASK-NAME-WS TO NMC-OLD-NAME.
           MOVE MASK-NAME-WS TO NMC-NEW-NAME.
           MOVE "TEST DOCUMENT" TO NMC-DOCUMENT-REF.
           MOVE NAMECHG-RECORD TO GENERIC-RECORD.
           ADD 1 TO FILE-MASKED-WS.

      *    The authorized person becomes the student's fake contact,
      *    so the desk screens and the log still agree in test; every
      *    passphrase is the same known one for the testers.
       530-MASK-CONSENT-ROW.
           MOVE GENERIC-RECORD TO CONSENT-RECORD.
           MOVE CNS-STUDENT-NUMBER TO MASK-STUDENT-WS.
           PERFORM 600-BUILD-MASK-VALUES.
           MOVE MASK-CONTACT-WS TO CNS-PERSON-NAME.
           MOVE "TEST PASSPHRASE" TO CNS-PASSPHRASE.
           MOVE CONSENT-RECORD TO GENERIC-RECORD.
           ADD 1 TO FILE-MASKED-WS.

       540-MASK-DISCLOG-ROW.
           MOVE GENERIC-RECORD TO DISCLOSURE-LOG-RECORD.
           MOVE DSL-STUDENT-NUMBER TO MASK-STUDENT-WS.
           PERFORM 600-BUILD-MASK-VALUES.
           MOVE MASK-CONTACT-WS TO DSL-DISCLOSED-TO.
           MOVE DISCLOSURE-LOG-RECORD TO GENERIC-RECORD.
           ADD 1 TO FILE-MASKED-WS.

      *****************************************************************
      * The fake person for MASK-STUDENT-WS: the number's last two
      * digits pick the surname, the next two the given name, the
      * rest the street; the last four are the house number, phone
      * line and PIN.  Emails land on TEST.INVALID and phones on
      * 555, so nothing in the clone can reach a real person.
      *****************************************************************
       600-BUILD-MASK-VALUES.
           DIVIDE MASK-STUDENT-WS BY 20
               GIVING MASK-QUOT-WS REMAINDER MASK-REM-WS.
           ADD 1 MASK-REM-WS GIVING MASK-IDX.
           MOVE MASK-SURNAME(MASK-IDX) TO MASK-SURNAME-WS.
           DIVIDE MASK-QUOT-WS BY 20
               GIVING MASK-QUOT-WS REMAINDER MASK-REM-WS.
           ADD 1 MASK-REM-WS GIVING MASK-IDX.
           MOVE MASK-GIVEN(MASK-IDX) TO MASK-GIVEN-WS.
           DIVIDE MASK-QUOT-WS BY 10
               GIVING MASK-QUOT-WS REMAINDER MASK-REM-WS.
           ADD 1 MASK-REM-WS GIVING MASK-IDX.
           MOVE SPACES TO MASK-ADDRESS-WS.
           STRING MASK-LAST-FOUR " " DELIMITED BY SIZE
                  MASK-STREET(MASK-IDX) DELIMITED BY "  "
               INTO MASK-ADDRESS-WS
           END-STRING.
           MOVE SPACES TO MASK-PHONE-WS.
           STRING "555-555-" MASK-LAST-FOUR
               DELIMITED BY SIZE INTO MASK-PHONE-WS
           END-STRING.
           MOVE SPACES TO MASK-EMAIL-WS.
           STRING "S" MASK-STUDENT-WS "@TEST.INVALID"
               DELIMITED BY SIZE INTO MASK-EMAIL-WS
           END-STRING.
           MOVE SPACES TO MASK-CONTACT-WS.
           STRING "TEST CONTACT " MASK-STUDENT-WS
               DELIMITED BY SIZE INTO MASK-CONTACT-WS
           END-STRING.
           MOVE SPACES TO MASK-CONTACT-PHONE-WS.
           STRING "555-556-" MASK-LAST-FOUR
               DELIMITED BY SIZE INTO MASK-CONTACT-PHONE-WS
           END-STRING.
           MOVE SPACES TO MASK-ACCOUNT-WS.
           STRING "TEST00" MASK-STUDENT-WS
               DELIMITED BY SIZE INTO MASK-ACCOUNT-WS
           END-STRING.

       950-DISPLAY-STATS.
           DISPLAY "FILES CLONED:        " FILE-COUNTER.
           DISPLAY "ROWS CLONED:         " ROW-COUNTER.
           DISPLAY "ROWS MASKED:         " MASKED-COUNTER.
           DISPLAY "WRITE ERRORS:        " ERROR-COUNTER.
           DISPLAY "MANIFEST IN TEST-CLONE/MASK-MANIFEST.txt".
           IF ERROR-COUNTER > 0
               DISPLAY "*** TEST CLONE INCOMPLETE - DO NOT HAND IT "
                   "OUT ***"
               MOVE 8 TO RETURN-CODE
           END-IF.

       END PROGRAM MASK-CLONE.
