               ASSIGN "ADVISING-NOTES.txt"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS NOTES-STATUS.
      *    Every disclosure to a third party made from the inquiry
      *    path - append-only, see DISCLOG-RECORD.cpy.
           SELECT OPTIONAL DISCLOSURE-LOG-FILE
               ASSIGN "DISCLOSURE-LOG.txt"
               ORGANIZATION IS LINE SEQUENTIAL.
       DATA DIVISION.
       FILE SECTION.
       FD STUDENT-DATA-FILE
       FD NOTIFY-QUEUE-FILE.
       COPY "NOTIFY-RECORD.cpy".

       FD DISCLOSURE-LOG-FILE.
       COPY "DISCLOG-RECORD.cpy".

       WORKING-STORAGE SECTION.

       01 HOLDS-STATUS PIC X(2).
      *    every input row instead of assuming the first match.
           05 TERM-CODE-SEARCH-WS    PIC X(6) VALUE SPACES.

      *    The name the student goes by, shown beside the legal one;
      *    a surname search that finds no legal name tries it too.
       COPY "NAME-LOOKUP.cpy".
       01 PREFERRED-NAME-WS PIC X(40) VALUE SPACES.

      *    Third-party consents in force today, and the caller on
      *    the line when a disclosure is recorded.
       COPY "CONSENT-LOOKUP.cpy".
       01 CONSENT-IDX-WS PIC 9(2).
       01 CONSENT-LINE-WS PIC Z9.
       01 DISCLOSE-ANSWER-WS PIC X(1) VALUE SPACE.
       01 CALLER-WORK-AREA.
           05 CALLER-PICK-WS         PIC 9(2) VALUE 0.
           05 CALLER-NAME-WS         PIC X(30) VALUE SPACES.
           05 CALLER-RELATIONSHIP-WS PIC X(15) VALUE SPACES.
           05 CALLER-CONSENT-ID-WS   PIC 9(6) VALUE 0.
           05 CALLER-CONSENT-SCOPE-WS PIC X(1) VALUE SPACE.
           05 CALLER-PASSPHRASE-WS   PIC X(20) VALUE SPACES.
           05 CALLER-PASSPHRASE-OK   PIC X(1) VALUE "N".
           05 DISCLOSE-SCOPE-WS      PIC X(1) VALUE SPACE.
           05 DISCLOSE-DATE-WS       PIC 9(8) VALUE 0.

       01 FLAGS.
           05 VALID-INPUT-FLAG PIC X VALUE "N".
           05 EOF-FLAG PIC X(1) VALUE "X".
               LINE 2 COLUMN 28.

           10 VALUE "PROGRAM OF STUDY: " LINE 3 COLUMN 1.
           10 VALUE "GOES BY: " LINE 4 COLUMN 1.
           10 PREFERRED-NAME-D PIC X(40) FROM PREFERRED-NAME-WS
               LINE 4 COLUMN 12.
           10 VALUE "COURSES" LINE 5 COLUMN 1.

      *    Only the first five course slots are shown on this screen -
                   DISPLAY "SEARCH BY STUDENT NUMBER TO ADD A NEW "
                       "RECORD."
               ELSE
                   IF OPERATOR-ROLE-WS = "I" OR "A" OR "C"
                       DISPLAY "INQUIRY-ONLY SIGN-ON. CANNOT CREATE "
                           "A RECORD."
                   ELSE
               MOVE STUDENT-RECORD-WS TO ORIGINAL-STUDENT-RECORD-WS
               PERFORM 320-SHOW-ACTIVE-HOLDS
               PERFORM 322-SHOW-ADVISING-NOTES
               PERFORM 323-SHOW-DISCLOSURE-CONSENTS
               PERFORM 330-LOCK-THIS-RECORD
               PERFORM 345-CHECK-CLOSED-TERM-WRITE
               PERFORM 100-DISPLAY-DISPLAY-SECTION
                   DISPLAY "TERM " TERM-CODE-WS " IS CLOSED. "
                       "NO CHANGES SAVED."
               ELSE
               IF OPERATOR-ROLE-WS = "I" OR "A" OR "C"
                   DISPLAY "INQUIRY-ONLY SIGN-ON. NO CHANGES SAVED."
               ELSE
               IF WITHDRAW-FLAG = "Y"
                       MOVE "Y" TO NEW-STUDENT-FLAG
                   END-IF
           END-START.
           IF NEW-STUDENT-FLAG = "Y"
               PERFORM 212-SEARCH-BY-PREFERRED-NAME
           END-IF.

      *****************************************************************
      * No legal surname matched in the term - the student may have
      * been asked for by the name they go by.  A preferred-name
      * match is searched for again by student number.
      *****************************************************************
       212-SEARCH-BY-PREFERRED-NAME.
           MOVE "S" TO NML-ACTION.
           MOVE SPACES TO NML-NAME.
           MOVE SURNAME-SEARCH-WS TO NML-SURNAME.
           CALL "NAME-LOOKUP" USING NAME-LOOKUP.
           IF NML-FOUND-FLAG = "Y"
               DISPLAY "FOUND BY PREFERRED NAME: STUDENT "
                   NML-STUDENT-NUMBER
               MOVE NML-STUDENT-NUMBER TO STUDENT-ID-NUM-WS
               MOVE STUDENT-ID-NUM-WS TO STUDENT-ID-IN-WS
               PERFORM 220-SEARCH-BY-NUMBER
           END-IF.

      *****************************************************************
      * Walks one record at a time through the STUDENT-SURNAME
               MOVE COURSE-GRADE-STATUS(CRS-IDX-WS)
                   TO COURSE-GRADE-STATUS-WS(CRS-IDX-WS)
           END-PERFORM.
           MOVE "N" TO NML-ACTION.
           MOVE STUDENT-NUMBER-WS TO NML-STUDENT-NUMBER.
           MOVE STUDENT-NAME-WS TO NML-NAME.
           CALL "NAME-LOOKUP" USING NAME-LOOKUP.
           IF NML-FOUND-FLAG = "Y"
               MOVE NML-NAME TO PREFERRED-NAME-WS
           ELSE
               MOVE SPACES TO PREFERRED-NAME-WS
           END-IF.

       140-LOAD-CLOSED-TERMS.
           SET CT-ENTRY TO 1.
           MOVE "OVERRIDE" TO AUD-NEW-VALUE.
           MOVE OPERATOR-ID-WS TO AUD-OPERATOR-ID.
           MOVE FUNCTION CURRENT-DATE TO AUD-TIMESTAMP.
           CALL "AUDIT-CHAIN" USING AUDIT-LOG-RECORD.
           WRITE AUDIT-LOG-RECORD.

      *****************************************************************
                   END-IF
           END-READ.

      *****************************************************************
      * Who the student has said we may talk to, as of today, from
      * CONSENT-LOOKUP - never the passphrase.  A parent or sponsor
      * on the phone is matched to a consent and their passphrase
      * checked here, and the operator told plainly whether to go
      * ahead; anything actually given out is logged to
      * DISCLOSURE-LOG.txt, consent or not, for CONSENT-REPORT.
      *****************************************************************
       323-SHOW-DISCLOSURE-CONSENTS.
           ACCEPT DISCLOSE-DATE-WS FROM DATE YYYYMMDD.
           MOVE STUDENT-NUMBER-WS TO CNL-STUDENT-NUMBER.
           MOVE DISCLOSE-DATE-WS TO CNL-AS-OF-DATE.
           CALL "CONSENT-LOOKUP" USING CONSENT-LOOKUP.
           IF CNL-COUNT = 0
               DISPLAY "NO THIRD-PARTY CONSENT ON FILE - DISCUSS "
                   "WITH THE STUDENT ONLY."
           ELSE
               DISPLAY "THIRD-PARTY CONSENTS IN FORCE:"
               PERFORM 324-SHOW-ONE-CONSENT
                   VARYING CONSENT-IDX-WS FROM 1 BY 1
                   UNTIL CONSENT-IDX-WS > CNL-COUNT
           END-IF.
           DISPLAY "RECORD A DISCLOSURE TO A THIRD PARTY (Y/N)? ".
           MOVE SPACE TO DISCLOSE-ANSWER-WS.
           ACCEPT DISCLOSE-ANSWER-WS.
           IF DISCLOSE-ANSWER-WS = "Y"
               PERFORM 327-RECORD-DISCLOSURE
           END-IF.

       324-SHOW-ONE-CONSENT.
           MOVE CONSENT-IDX-WS TO CONSENT-LINE-WS.
           IF CNL-SCOPE(CONSENT-IDX-WS) = "B"
               DISPLAY "  " CONSENT-LINE-WS ". "
                   CNL-PERSON-NAME(CONSENT-IDX-WS) " "
                   CNL-RELATIONSHIP(CONSENT-IDX-WS)
                   " ACADEMIC+FINANCIAL TO "
                   CNL-EXPIRY-DATE(CONSENT-IDX-WS)
           ELSE
               DISPLAY "  " CONSENT-LINE-WS ". "
                   CNL-PERSON-NAME(CONSENT-IDX-WS) " "
                   CNL-RELATIONSHIP(CONSENT-IDX-WS)
                   " FINANCIAL ONLY TO "
                   CNL-EXPIRY-DATE(CONSENT-IDX-WS)
           END-IF.

       327-RECORD-DISCLOSURE.
           PERFORM 328-IDENTIFY-CALLER.
           DISPLAY "DISCLOSING - F FINANCIAL, A ACADEMIC: ".
           MOVE SPACE TO DISCLOSE-SCOPE-WS.
           ACCEPT DISCLOSE-SCOPE-WS.
           IF DISCLOSE-SCOPE-WS NOT = "A"
               MOVE "F" TO DISCLOSE-SCOPE-WS
           END-IF.
           EVALUATE TRUE
               WHEN CALLER-CONSENT-ID-WS = 0
                   DISPLAY "NO CONSENT ON FILE FOR THIS CALLER "
                       "- DO NOT DISCLOSE."
               WHEN CALLER-PASSPHRASE-OK NOT = "Y"
                   DISPLAY "PASSPHRASE DOES NOT MATCH "
                       "- DO NOT DISCLOSE."
               WHEN DISCLOSE-SCOPE-WS = "A"
                       AND CALLER-CONSENT-SCOPE-WS NOT = "B"
                   DISPLAY "CONSENT IS FINANCIAL ONLY - DO NOT "
                       "DISCLOSE ACADEMIC RECORDS."
               WHEN OTHER
                   DISPLAY "CONSENT VERIFIED - YOU MAY DISCLOSE."
           END-EVALUATE.
           DISPLAY "WAS ANY INFORMATION DISCLOSED (Y/N)? ".
           MOVE SPACE TO DISCLOSE-ANSWER-WS.
           ACCEPT DISCLOSE-ANSWER-WS.
           IF DISCLOSE-ANSWER-WS = "Y"
               PERFORM 329-LOG-DISCLOSURE
           ELSE
               DISPLAY "NOTHING LOGGED."
           END-IF.

       328-IDENTIFY-CALLER.
           MOVE 0 TO CALLER-PICK-WS CALLER-CONSENT-ID-WS.
           MOVE SPACE TO CALLER-CONSENT-SCOPE-WS.
           MOVE "N" TO CALLER-PASSPHRASE-OK.
           IF CNL-COUNT > 0
               DISPLAY "CALLER IS WHICH PERSON ABOVE "
                   "(0 = NOT LISTED): "
               ACCEPT CALLER-PICK-WS
           END-IF.
           IF CALLER-PICK-WS > 0 AND CALLER-PICK-WS NOT > CNL-COUNT
               MOVE CNL-CONSENT-ID(CALLER-PICK-WS)
                   TO CALLER-CONSENT-ID-WS
               MOVE CNL-SCOPE(CALLER-PICK-WS)
                   TO CALLER-CONSENT-SCOPE-WS
               MOVE CNL-PERSON-NAME(CALLER-PICK-WS) TO CALLER-NAME-WS
               MOVE CNL-RELATIONSHIP(CALLER-PICK-WS)
                   TO CALLER-RELATIONSHIP-WS
               DISPLAY "PASSPHRASE THE CALLER GAVE: "
               MOVE SPACES TO CALLER-PASSPHRASE-WS
               ACCEPT CALLER-PASSPHRASE-WS
               IF CALLER-PASSPHRASE-WS
                       = CNL-PASSPHRASE(CALLER-PICK-WS)
                   MOVE "Y" TO CALLER-PASSPHRASE-OK
               END-IF
           ELSE
               DISPLAY "CALLER'S NAME: "
               MOVE SPACES TO CALLER-NAME-WS
               ACCEPT CALLER-NAME-WS
               DISPLAY "CALLER'S RELATIONSHIP TO THE STUDENT: "
               MOVE SPACES TO CALLER-RELATIONSHIP-WS
               ACCEPT CALLER-RELATIONSHIP-WS
           END-IF.

       329-LOG-DISCLOSURE.
           MOVE SPACES TO DISCLOSURE-LOG-RECORD.
           MOVE STUDENT-NUMBER-WS      TO DSL-STUDENT-NUMBER.
           MOVE DISCLOSE-DATE-WS       TO DSL-DISCLOSED-DATE.
           MOVE CALLER-NAME-WS         TO DSL-DISCLOSED-TO.
           MOVE CALLER-RELATIONSHIP-WS TO DSL-RELATIONSHIP.
           MOVE DISCLOSE-SCOPE-WS      TO DSL-SCOPE.
           MOVE CALLER-CONSENT-ID-WS   TO DSL-CONSENT-ID.
           MOVE CALLER-PASSPHRASE-OK   TO DSL-PASSPHRASE-FLAG.
           MOVE OPERATOR-ID-WS         TO DSL-DISCLOSED-BY.
           MOVE "UPDATE-STUDENT-FILE"  TO DSL-SOURCE.
           OPEN EXTEND DISCLOSURE-LOG-FILE.
           WRITE DISCLOSURE-LOG-RECORD.
           CLOSE DISCLOSURE-LOG-FILE.
           DISPLAY "DISCLOSURE LOGGED.".

      *****************************************************************
      * Operator answered "Y" to the withdraw prompt on the display
      * screen - mark the record inactive instead of walking through
      * Shows old value vs new value for every editable field before
      * the REWRITE happens, so a fat-fingered grade can be caught and
      * backed out instead of silently overwriting the real one.
      *****************************************************************
      *****************************************************************
      * The legal name is the same on every term record and its
      * changes are kept with their documents, so a name typed over
      * on this screen is put back - NAME-MAINT makes the change.
      *****************************************************************
       375-CONFIRM-UPDATE.
           IF STUDENT-NAME-WS NOT = OLD-STUDENT-NAME-WS
               MOVE OLD-STUDENT-NAME-WS TO STUDENT-NAME-WS
               DISPLAY "NAME NOT CHANGED - LEGAL NAME CHANGES ARE "
                   "RECORDED THROUGH NAME-MAINT."
           END-IF.
           MOVE "X" TO CONFIRM-FLAG.
           PERFORM 100-DISPLAY-CONFIRM-SECTION
               UNTIL CONFIRM-FLAG = "Y" OR CONFIRM-FLAG = "N".
           MOVE AUD-NEW-VALUE-WS TO AUD-NEW-VALUE.
           MOVE OPERATOR-ID-WS TO AUD-OPERATOR-ID.
           MOVE FUNCTION CURRENT-DATE TO AUD-TIMESTAMP.
           CALL "AUDIT-CHAIN" USING AUDIT-LOG-RECORD.
           WRITE AUDIT-LOG-RECORD.

      *****************************************************************
