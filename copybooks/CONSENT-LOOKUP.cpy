      *****************************************************************
      * Parameter block passed to the CONSENT-LOOKUP subprogram.
      * The caller fills in the student and the date to judge by;
      * back come the consents in force that day (recorded on or
      * before it, expiring on or after it, not revoked), up to
      * ten, in file order.  CNL-COUNT zero = nobody may be told
      * anything.  The passphrase comes back for the caller to
      * match against - it is never to be displayed.
      *****************************************************************
       01 CONSENT-LOOKUP.
           05 CNL-STUDENT-NUMBER PIC 9(6).
           05 CNL-AS-OF-DATE     PIC 9(8).
           05 CNL-COUNT          PIC 9(2).
           05 CNL-ENTRY OCCURS 10 TIMES.
               10 CNL-CONSENT-ID   PIC 9(6).
               10 CNL-PERSON-NAME  PIC X(30).
               10 CNL-RELATIONSHIP PIC X(15).
               10 CNL-SCOPE        PIC X(1).
               10 CNL-EXPIRY-DATE  PIC 9(8).
               10 CNL-PASSPHRASE   PIC X(20).
