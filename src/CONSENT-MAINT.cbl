      ******************************************************************
      * Tectonics: Third-party disclosure consent maintenance.
      * Parents, sponsors' caseworkers and spouses ring the desk and
      * collections about a student's balance or grades, and until
      * now nobody could say whether the student had agreed to it.
      * The student's signed consent form is keyed here as one
      * DISCLOSURE-CONSENTS.txt row (see CONSENT-RECORD.cpy): the
      * person authorized and their relationship, the scope
      * (financial only, or academic and financial), the expiry
      * date and the verbal passphrase the caller must give.  A
      * consent the student withdraws is revoked here, never
      * removed.  The desk screens show the consents in force
      * through CONSENT-LOOKUP and log every disclosure made to
      * DISCLOSURE-LOG.txt; CONSENT-REPORT lists consents expiring
      * soon and disclosures made without one.
      * Update sign-on only.  Menu-driven whole-file load/save, the
      * HOLD-MAINT way.  Every consent recorded or revoked lands on
      * AUDIT-LOG.txt by consent number, scope and expiry - the
      * person's name and the passphrase stay in the consent file.
      ******************************************************************
       IDENTIFICATION DIVISION.
       PROGRAM-ID. CONSENT-MAINT.

       ENVIRONMENT DIVISION.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
           SELECT OPTIONAL CONSENT-FILE
               ASSIGN "DISCLOSURE-CONSENTS.txt"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS CONSENT-STATUS.
           SELECT OPTIONAL AUDIT-LOG-FILE ASSIGN "AUDIT-LOG.txt"
               ORGANIZATION IS LINE SEQUENTIAL.

       DATA DIVISION.
       FILE SECTION.
           FD CONSENT-FILE.
           COPY "CONSENT-RECORD.cpy".

           FD AUDIT-LOG-FILE.
           COPY "AUDIT-LOG.cpy".

       WORKING-STORAGE SECTION.
           01 CONSENT-STATUS PIC X(2).

           01 OPERATOR-ID-WS PIC X(10) VALUE SPACES.
           01 OPERATOR-PASSWORD-WS PIC X(10) VALUE SPACES.
           01 OPERATOR-ROLE-WS PIC X(1) VALUE SPACE.
           01 SIGNON-STATUS-WS PIC X(2) VALUE SPACES.

           01 CONSENT-TABLE.
               05 CONSENT-ENTRY OCCURS 2000 TIMES INDEXED C-ENTRY.
                   10 CTB-CONSENT-ID     PIC 9(6).
                   10 CTB-STUDENT-NUMBER PIC 9(6).
                   10 CTB-PERSON-NAME    PIC X(30).
                   10 CTB-RELATIONSHIP   PIC X(15).
                   10 CTB-SCOPE          PIC X(1).
                   10 CTB-EXPIRY-DATE    PIC 9(8).
                   10 CTB-PASSPHRASE     PIC X(20).
                   10 CTB-RECORDED-BY    PIC X(10).
                   10 CTB-RECORDED-DATE  PIC 9(8).
                   10 CTB-STATUS         PIC X(1).
                   10 CTB-REVOKED-BY     PIC X(10).
                   10 CTB-REVOKED-DATE   PIC 9(8).
           01 CONSENT-COUNT PIC 9(4) VALUE 0.
           01 CONSENT-MAX   PIC 9(4) VALUE 2000.

           01 FLAGS.
               05 EOF-CONSENT  PIC X VALUE "N".
               05 DONE-FLAG    PIC X VALUE "N".
               05 CHANGED-FLAG PIC X VALUE "N".

           01 CHOICE PIC 9 VALUE 0.

           01 CONSENT-WORK-AREA.
               05 CSW-STUDENT-IN      PIC X(6) VALUE SPACES.
               05 CSW-STUDENT-NUMBER  PIC 9(6) VALUE 0.
               05 CSW-CONSENT-IN      PIC X(6) VALUE SPACES.
               05 CSW-PERSON-NAME     PIC X(30) VALUE SPACES.
               05 CSW-RELATIONSHIP    PIC X(15) VALUE SPACES.
               05 CSW-SCOPE           PIC X(1) VALUE SPACE.
                   88 CSW-SCOPE-VALID VALUE "F" "B".
               05 CSW-EXPIRY-IN       PIC X(8) VALUE SPACES.
               05 CSW-PASSPHRASE      PIC X(20) VALUE SPACES.
               05 CSW-NEXT-ID         PIC 9(6) VALUE 0.
               05 CSW-MATCH-COUNT     PIC 9(4) VALUE 0.
               05 CSW-FOUND-ENTRY     PIC 9(4) VALUE 0.
               05 CSW-RUN-DATE        PIC 9(8) VALUE 0.
               05 CSW-STATE-TEXT      PIC X(8) VALUE SPACES.
           01 IDX-WS PIC 9(4).

       PROCEDURE DIVISION.
       100-MAIN-PROCEDURE.
           DISPLAY "DISCLOSURE CONSENTS - ENTER YOUR OPERATOR ID: ".
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
               ACCEPT CSW-RUN-DATE FROM DATE YYYYMMDD
               PERFORM 150-LOAD-CONSENT-TABLE
               PERFORM 200-RUN-MENU UNTIL DONE-FLAG = "Y"
           END-IF.
           STOP RUN.

       150-LOAD-CONSENT-TABLE.
           SET C-ENTRY TO 1.
           OPEN INPUT CONSENT-FILE.
           IF CONSENT-STATUS = "00" OR CONSENT-STATUS = "05"
               PERFORM 160-LOAD-ONE-CONSENT UNTIL EOF-CONSENT = "Y"
                   OR C-ENTRY > CONSENT-MAX
               CLOSE CONSENT-FILE
           END-IF.
           COMPUTE CONSENT-COUNT = C-ENTRY - 1.
           IF EOF-CONSENT NOT = "Y"
                   AND CONSENT-COUNT >= CONSENT-MAX
               DISPLAY "DISCLOSURE-CONSENTS.txt EXCEEDS " CONSENT-MAX
                   " ROWS. RUN ABORTED - NOTHING CHANGED."
               MOVE 8 TO RETURN-CODE
               MOVE "Y" TO DONE-FLAG
           ELSE
               DISPLAY "LOADED " CONSENT-COUNT " CONSENTS."
           END-IF.

       160-LOAD-ONE-CONSENT.
           READ CONSENT-FILE
               AT END
                   MOVE "Y" TO EOF-CONSENT
               NOT AT END
                   MOVE CNS-CONSENT-ID   TO CTB-CONSENT-ID(C-ENTRY)
                   MOVE CNS-STUDENT-NUMBER
                       TO CTB-STUDENT-NUMBER(C-ENTRY)
                   MOVE CNS-PERSON-NAME  TO CTB-PERSON-NAME(C-ENTRY)
                   MOVE CNS-RELATIONSHIP
                       TO CTB-RELATIONSHIP(C-ENTRY)
                   MOVE CNS-SCOPE        TO CTB-SCOPE(C-ENTRY)
                   MOVE CNS-EXPIRY-DATE  TO CTB-EXPIRY-DATE(C-ENTRY)
                   MOVE CNS-PASSPHRASE   TO CTB-PASSPHRASE(C-ENTRY)
                   MOVE CNS-RECORDED-BY  TO CTB-RECORDED-BY(C-ENTRY)
                   MOVE CNS-RECORDED-DATE
                       TO CTB-RECORDED-DATE(C-ENTRY)
                   MOVE CNS-STATUS       TO CTB-STATUS(C-ENTRY)
                   MOVE CNS-REVOKED-BY   TO CTB-REVOKED-BY(C-ENTRY)
                   MOVE CNS-REVOKED-DATE
                       TO CTB-REVOKED-DATE(C-ENTRY)
                   IF CNS-CONSENT-ID > CSW-NEXT-ID
                       MOVE CNS-CONSENT-ID TO CSW-NEXT-ID
                   END-IF
                   SET C-ENTRY UP BY 1
           END-READ.

       200-RUN-MENU.
           DISPLAY " ".
           DISPLAY "THIRD-PARTY DISCLOSURE CONSENTS".
           DISPLAY "   1. LIST A STUDENT'S CONSENTS".
           DISPLAY "   2. RECORD A SIGNED CONSENT".
           DISPLAY "   3. REVOKE A CONSENT".
           DISPLAY "   4. SAVE AND QUIT".
           DISPLAY "ENTER YOUR CHOICE: ".
           ACCEPT CHOICE.
           EVALUATE CHOICE
               WHEN 1 PERFORM 210-LIST-CONSENTS
               WHEN 2 PERFORM 300-RECORD-CONSENT
               WHEN 3 PERFORM 400-REVOKE-CONSENT
               WHEN 4 PERFORM 800-SAVE-CONSENT-TABLE
                      MOVE "Y" TO DONE-FLAG
               WHEN OTHER
                   DISPLAY "INVALID CHOICE. PLEASE SELECT 1-4."
           END-EVALUATE.

       205-ACCEPT-STUDENT.
           MOVE 0 TO CSW-STUDENT-NUMBER.
           DISPLAY "STUDENT NUMBER: ".
           ACCEPT CSW-STUDENT-IN.
           IF CSW-STUDENT-IN IS NUMERIC
               MOVE CSW-STUDENT-IN TO CSW-STUDENT-NUMBER
           ELSE
               DISPLAY "INVALID STUDENT NUMBER. DIGITS ONLY."
           END-IF.

      *    Every consent the student has ever given, revoked and
      *    lapsed ones included - never the passphrase.
       210-LIST-CONSENTS.
           PERFORM 205-ACCEPT-STUDENT.
           IF CSW-STUDENT-NUMBER NOT = 0
               MOVE 0 TO CSW-MATCH-COUNT
               PERFORM 215-LIST-ONE-CONSENT
                   VARYING IDX-WS FROM 1 BY 1
                   UNTIL IDX-WS > CONSENT-COUNT
               IF CSW-MATCH-COUNT = 0
                   DISPLAY "NO CONSENTS ON FILE FOR "
                       CSW-STUDENT-NUMBER
               END-IF
           END-IF.

       215-LIST-ONE-CONSENT.
           IF CTB-STUDENT-NUMBER(IDX-WS) = CSW-STUDENT-NUMBER
               ADD 1 TO CSW-MATCH-COUNT
               EVALUATE TRUE
                   WHEN CTB-STATUS(IDX-WS) = "R"
                       MOVE "REVOKED" TO CSW-STATE-TEXT
                   WHEN CTB-EXPIRY-DATE(IDX-WS) < CSW-RUN-DATE
                       MOVE "EXPIRED" TO CSW-STATE-TEXT
                   WHEN OTHER
                       MOVE "IN FORCE" TO CSW-STATE-TEXT
               END-EVALUATE
               DISPLAY "  " CTB-CONSENT-ID(IDX-WS) "  "
                   CTB-PERSON-NAME(IDX-WS) " "
                   CTB-RELATIONSHIP(IDX-WS)
               DISPLAY "          SCOPE " CTB-SCOPE(IDX-WS)
                   "  EXPIRES " CTB-EXPIRY-DATE(IDX-WS)
                   "  " CSW-STATE-TEXT
           END-IF.

      *****************************************************************
      * A newly signed consent.  It runs from today to the expiry on
      * the form; the passphrase is whatever the student chose and
      * is not echoed back anywhere after this.
      *****************************************************************
       300-RECORD-CONSENT.
           PERFORM 205-ACCEPT-STUDENT.
           IF CSW-STUDENT-NUMBER NOT = 0
               DISPLAY "AUTHORIZED PERSON'S NAME: "
               ACCEPT CSW-PERSON-NAME
               DISPLAY "RELATIONSHIP (PARENT, SPOUSE, SPONSOR...): "
               ACCEPT CSW-RELATIONSHIP
               DISPLAY "SCOPE - F FINANCIAL ONLY, "
                   "B ACADEMIC AND FINANCIAL: "
               ACCEPT CSW-SCOPE
               DISPLAY "EXPIRY DATE (CCYYMMDD): "
               ACCEPT CSW-EXPIRY-IN
               DISPLAY "VERBAL PASSPHRASE: "
               ACCEPT CSW-PASSPHRASE
               PERFORM 310-VALIDATE-CONSENT
           END-IF.

       310-VALIDATE-CONSENT.
           EVALUATE TRUE
               WHEN CSW-PERSON-NAME = SPACES
                   DISPLAY "NAME CANNOT BE BLANK. NOTHING RECORDED."
               WHEN CSW-RELATIONSHIP = SPACES
                   DISPLAY "RELATIONSHIP CANNOT BE BLANK. "
                       "NOTHING RECORDED."
               WHEN NOT CSW-SCOPE-VALID
                   DISPLAY "SCOPE MUST BE F OR B. NOTHING RECORDED."
               WHEN CSW-EXPIRY-IN IS NOT NUMERIC
                   DISPLAY "EXPIRY MUST BE CCYYMMDD DIGITS. "
                       "NOTHING RECORDED."
               WHEN CSW-EXPIRY-IN NOT > CSW-RUN-DATE
                   DISPLAY "EXPIRY MUST BE AFTER TODAY. "
                       "NOTHING RECORDED."
               WHEN CSW-PASSPHRASE = SPACES
                   DISPLAY "PASSPHRASE CANNOT BE BLANK. "
                       "NOTHING RECORDED."
               WHEN CONSENT-COUNT >= CONSENT-MAX
                   DISPLAY "CONSENT TABLE FULL. NOTHING RECORDED."
               WHEN OTHER
                   PERFORM 320-ADD-THE-CONSENT
           END-EVALUATE.

       320-ADD-THE-CONSENT.
           ADD 1 TO CONSENT-COUNT.
           ADD 1 TO CSW-NEXT-ID.
           MOVE CSW-NEXT-ID TO CTB-CONSENT-ID(CONSENT-COUNT).
           MOVE CSW-STUDENT-NUMBER
               TO CTB-STUDENT-NUMBER(CONSENT-COUNT).
           MOVE CSW-PERSON-NAME  TO CTB-PERSON-NAME(CONSENT-COUNT).
           MOVE CSW-RELATIONSHIP TO CTB-RELATIONSHIP(CONSENT-COUNT).
           MOVE CSW-SCOPE        TO CTB-SCOPE(CONSENT-COUNT).
           MOVE CSW-EXPIRY-IN    TO CTB-EXPIRY-DATE(CONSENT-COUNT).
           MOVE CSW-PASSPHRASE   TO CTB-PASSPHRASE(CONSENT-COUNT).
           MOVE OPERATOR-ID-WS   TO CTB-RECORDED-BY(CONSENT-COUNT).
           MOVE CSW-RUN-DATE     TO CTB-RECORDED-DATE(CONSENT-COUNT).
           MOVE SPACE            TO CTB-STATUS(CONSENT-COUNT).
           MOVE SPACES           TO CTB-REVOKED-BY(CONSENT-COUNT).
           MOVE 0                TO CTB-REVOKED-DATE(CONSENT-COUNT).
           MOVE "Y" TO CHANGED-FLAG.
           MOVE SPACES TO AUDIT-LOG-RECORD.
           MOVE "DISCLOSURE-CONSENT" TO AUD-FIELD-NAME.
           STRING CSW-NEXT-ID " " CSW-SCOPE " " CSW-EXPIRY-IN
               DELIMITED BY SIZE INTO AUD-NEW-VALUE
           END-STRING.
           PERFORM 700-WRITE-AUDIT-ROW.
           DISPLAY "CONSENT " CSW-NEXT-ID " RECORDED FOR "
               CSW-STUDENT-NUMBER " - EXPIRES " CSW-EXPIRY-IN ".".

      *****************************************************************
      * The student withdraws a consent.  The row stays on file,
      * marked revoked, so the report can still judge disclosures
      * made while it was in force.
      *****************************************************************
       400-REVOKE-CONSENT.
           PERFORM 205-ACCEPT-STUDENT.
           IF CSW-STUDENT-NUMBER NOT = 0
               DISPLAY "CONSENT NUMBER: "
               ACCEPT CSW-CONSENT-IN
               MOVE 0 TO CSW-FOUND-ENTRY
               IF CSW-CONSENT-IN IS NUMERIC
                   PERFORM 410-FIND-CONSENT
               END-IF
               EVALUATE TRUE
                   WHEN CSW-FOUND-ENTRY = 0
                       DISPLAY "NO SUCH CONSENT ON FILE FOR "
                           CSW-STUDENT-NUMBER "."
                   WHEN CTB-STATUS(CSW-FOUND-ENTRY) = "R"
                       DISPLAY "THAT CONSENT IS ALREADY REVOKED."
                   WHEN OTHER
                       PERFORM 420-REVOKE-THE-CONSENT
               END-EVALUATE
           END-IF.

       410-FIND-CONSENT.
           PERFORM VARYING IDX-WS FROM 1 BY 1
                   UNTIL IDX-WS > CONSENT-COUNT OR CSW-FOUND-ENTRY > 0
               IF CTB-CONSENT-ID(IDX-WS) = CSW-CONSENT-IN
                       AND CTB-STUDENT-NUMBER(IDX-WS)
                           = CSW-STUDENT-NUMBER
                   MOVE IDX-WS TO CSW-FOUND-ENTRY
               END-IF
           END-PERFORM.

       420-REVOKE-THE-CONSENT.
           MOVE "R" TO CTB-STATUS(CSW-FOUND-ENTRY).
           MOVE OPERATOR-ID-WS TO CTB-REVOKED-BY(CSW-FOUND-ENTRY).
           MOVE CSW-RUN-DATE TO CTB-REVOKED-DATE(CSW-FOUND-ENTRY).
           MOVE "Y" TO CHANGED-FLAG.
           MOVE SPACES TO AUDIT-LOG-RECORD.
           MOVE "CONSENT-REVOKED" TO AUD-FIELD-NAME.
           STRING CTB-CONSENT-ID(CSW-FOUND-ENTRY) " "
                  CTB-SCOPE(CSW-FOUND-ENTRY) " "
                  CTB-EXPIRY-DATE(CSW-FOUND-ENTRY)
               DELIMITED BY SIZE INTO AUD-OLD-VALUE
           END-STRING.
           MOVE "REVOKED" TO AUD-NEW-VALUE.
           PERFORM 700-WRITE-AUDIT-ROW.
           DISPLAY "CONSENT " CTB-CONSENT-ID(CSW-FOUND-ENTRY)
               " REVOKED.".

      *    The caller has cleared the row and set the field name and
      *    the values.  Consents belong to no term.
       700-WRITE-AUDIT-ROW.
           OPEN EXTEND AUDIT-LOG-FILE.
           MOVE CSW-STUDENT-NUMBER TO AUD-STUDENT-NUMBER.
           MOVE SPACES TO AUD-TERM-CODE.
           MOVE OPERATOR-ID-WS TO AUD-OPERATOR-ID.
           MOVE FUNCTION CURRENT-DATE TO AUD-TIMESTAMP.
           CALL "AUDIT-CHAIN" USING AUDIT-LOG-RECORD.
           WRITE AUDIT-LOG-RECORD.
           CLOSE AUDIT-LOG-FILE.

       800-SAVE-CONSENT-TABLE.
           IF CHANGED-FLAG = "Y"
               OPEN OUTPUT CONSENT-FILE
               PERFORM 810-WRITE-ONE-CONSENT
                   VARYING C-ENTRY FROM 1 BY 1
                   UNTIL C-ENTRY > CONSENT-COUNT
               CLOSE CONSENT-FILE
               DISPLAY "SAVED " CONSENT-COUNT
                   " CONSENTS TO DISCLOSURE-CONSENTS.txt"
           ELSE
               DISPLAY "NO CHANGES TO SAVE."
           END-IF.

       810-WRITE-ONE-CONSENT.
           MOVE SPACES TO CONSENT-RECORD.
           MOVE CTB-CONSENT-ID(C-ENTRY)     TO CNS-CONSENT-ID.
           MOVE CTB-STUDENT-NUMBER(C-ENTRY) TO CNS-STUDENT-NUMBER.
           MOVE CTB-PERSON-NAME(C-ENTRY)    TO CNS-PERSON-NAME.
           MOVE CTB-RELATIONSHIP(C-ENTRY)   TO CNS-RELATIONSHIP.
           MOVE CTB-SCOPE(C-ENTRY)          TO CNS-SCOPE.
           MOVE CTB-EXPIRY-DATE(C-ENTRY)    TO CNS-EXPIRY-DATE.
           MOVE CTB-PASSPHRASE(C-ENTRY)     TO CNS-PASSPHRASE.
           MOVE CTB-RECORDED-BY(C-ENTRY)    TO CNS-RECORDED-BY.
           MOVE CTB-RECORDED-DATE(C-ENTRY)  TO CNS-RECORDED-DATE.
           MOVE CTB-STATUS(C-ENTRY)         TO CNS-STATUS.
           MOVE CTB-REVOKED-BY(C-ENTRY)     TO CNS-REVOKED-BY.
           MOVE CTB-REVOKED-DATE(C-ENTRY)   TO CNS-REVOKED-DATE.
           WRITE CONSENT-RECORD.

       END PROGRAM CONSENT-MAINT.
