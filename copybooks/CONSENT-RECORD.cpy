      *****************************************************************
      * Shared record layout for DISCLOSURE-CONSENTS.txt - one row
      * per third party a student has authorized us to talk to about
      * their record: a parent, a sponsor's caseworker, a spouse.
      * Recorded and revoked only in CONSENT-MAINT, from the
      * student's own signed form.  The desk screens (COLLECT-DESK,
      * UPDATE-STUDENT-FILE) show the consents in force through
      * CONSENT-LOOKUP and check the caller's passphrase before
      * anything is said; every disclosure made goes on
      * DISCLOSURE-LOG.txt (see DISCLOG-RECORD.cpy).  A consent is
      * in force from its recorded date through its expiry date
      * unless revoked; rows are never removed.
      *****************************************************************
       01 CONSENT-RECORD.
           05 CNS-CONSENT-ID      PIC 9(6).
           05 FILLER              PIC X VALUE SPACE.
           05 CNS-STUDENT-NUMBER  PIC 9(6).
           05 FILLER              PIC X VALUE SPACE.
      *        The authorized person, as named on the form.
           05 CNS-PERSON-NAME     PIC X(30).
           05 FILLER              PIC X VALUE SPACE.
           05 CNS-RELATIONSHIP    PIC X(15).
           05 FILLER              PIC X VALUE SPACE.
      *        'F' = financial only (balance, payments, holds),
      *        'B' = academic and financial (grades as well).
           05 CNS-SCOPE           PIC X(1).
           05 FILLER              PIC X VALUE SPACE.
           05 CNS-EXPIRY-DATE     PIC 9(8).
           05 FILLER              PIC X VALUE SPACE.
      *        The verbal passphrase the caller must give.  Never
      *        displayed - the desk types what the caller says and
      *        is told only whether it matches.
           05 CNS-PASSPHRASE      PIC X(20).
           05 FILLER              PIC X VALUE SPACE.
           05 CNS-RECORDED-BY     PIC X(10).
           05 FILLER              PIC X VALUE SPACE.
           05 CNS-RECORDED-DATE   PIC 9(8).
           05 FILLER              PIC X VALUE SPACE.
      *        Space = in force (until expiry), 'R' = revoked.
           05 CNS-STATUS          PIC X(1).
           05 FILLER              PIC X VALUE SPACE.
           05 CNS-REVOKED-BY      PIC X(10).
           05 FILLER              PIC X VALUE SPACE.
           05 CNS-REVOKED-DATE    PIC 9(8).
