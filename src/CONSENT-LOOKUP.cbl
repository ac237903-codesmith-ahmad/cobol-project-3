      ******************************************************************
      * Tectonics: Disclosure consent lookup.  Returns the third-
      * party consents in force for a student on a given day, from
      * DISCLOSURE-CONSENTS.txt (see CONSENT-RECORD.cpy) - recorded
      * on or before the day, expiring on or after it, and not
      * revoked.  Up to ten come back in CNL-ENTRY, in file order;
      * CNL-COUNT zero means no one may be told anything.  Every
      * screen that shows or checks consents - COLLECT-DESK,
      * UPDATE-STUDENT-FILE's inquiry and SELF-SERVICE - CALLs
      * here, so they cannot disagree about who is authorized.
      * CALLed the same self-contained way RESIDENCY-LOOKUP is.
      ******************************************************************
       IDENTIFICATION DIVISION.
       PROGRAM-ID. CONSENT-LOOKUP.

       ENVIRONMENT DIVISION.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
           SELECT OPTIONAL CONSENT-FILE
               ASSIGN "DISCLOSURE-CONSENTS.txt"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS CONSENT-STATUS.

       DATA DIVISION.
       FILE SECTION.
           FD CONSENT-FILE.
           COPY "CONSENT-RECORD.cpy".

       WORKING-STORAGE SECTION.
           01 CONSENT-STATUS PIC X(2).
           01 EOF-CONSENT    PIC X VALUE "N".

       LINKAGE SECTION.
           COPY "CONSENT-LOOKUP.cpy".

       PROCEDURE DIVISION USING CONSENT-LOOKUP.
       100-MAIN.
           MOVE 0 TO CNL-COUNT.
           MOVE "N" TO EOF-CONSENT.
           OPEN INPUT CONSENT-FILE.
           IF CONSENT-STATUS = "00" OR CONSENT-STATUS = "05"
               PERFORM 200-CHECK-ONE-ROW UNTIL EOF-CONSENT = "Y"
               CLOSE CONSENT-FILE
           END-IF.
           GOBACK.

       200-CHECK-ONE-ROW.
           READ CONSENT-FILE
               AT END
                   MOVE "Y" TO EOF-CONSENT
               NOT AT END
                   IF CNS-STUDENT-NUMBER = CNL-STUDENT-NUMBER
                           AND CNS-STATUS = SPACE
                           AND CNS-RECORDED-DATE NOT > CNL-AS-OF-DATE
                           AND CNS-EXPIRY-DATE NOT < CNL-AS-OF-DATE
                           AND CNL-COUNT < 10
                       ADD 1 TO CNL-COUNT
                       MOVE CNS-CONSENT-ID
                           TO CNL-CONSENT-ID(CNL-COUNT)
                       MOVE CNS-PERSON-NAME
                           TO CNL-PERSON-NAME(CNL-COUNT)
                       MOVE CNS-RELATIONSHIP
                           TO CNL-RELATIONSHIP(CNL-COUNT)
                       MOVE CNS-SCOPE TO CNL-SCOPE(CNL-COUNT)
                       MOVE CNS-EXPIRY-DATE
                           TO CNL-EXPIRY-DATE(CNL-COUNT)
                       MOVE CNS-PASSPHRASE
                           TO CNL-PASSPHRASE(CNL-COUNT)
                   END-IF
           END-READ.

       END PROGRAM CONSENT-LOOKUP.
