      *****************************************************************
      * Shared record layout for DISCLOSURE-LOG.txt - one row per
      * time a desk operator released a student's information to a
      * third party over the phone or at the counter: who to, what
      * (financial or academic), and the consent relied on.  Written
      * (append-only) by COLLECT-DESK and UPDATE-STUDENT-FILE once
      * the operator confirms something was actually disclosed;
      * CONSENT-REPORT lists every row not covered by a consent in
      * force on the day.  Rows are never changed or removed.
      *****************************************************************
       01 DISCLOSURE-LOG-RECORD.
           05 DSL-STUDENT-NUMBER  PIC 9(6).
           05 FILLER              PIC X VALUE SPACE.
           05 DSL-DISCLOSED-DATE  PIC 9(8).
           05 FILLER              PIC X VALUE SPACE.
           05 DSL-DISCLOSED-TO    PIC X(30).
           05 FILLER              PIC X VALUE SPACE.
           05 DSL-RELATIONSHIP    PIC X(15).
           05 FILLER              PIC X VALUE SPACE.
      *        'F' = financial information, 'A' = academic.
           05 DSL-SCOPE           PIC X(1).
           05 FILLER              PIC X VALUE SPACE.
      *        The consent the caller was matched to; zero = the
      *        caller was not on any consent.
           05 DSL-CONSENT-ID      PIC 9(6).
           05 FILLER              PIC X VALUE SPACE.
      *        'Y' = passphrase given and matched, 'N' = not.
           05 DSL-PASSPHRASE-FLAG PIC X(1).
           05 FILLER              PIC X VALUE SPACE.
           05 DSL-DISCLOSED-BY    PIC X(10).
           05 FILLER              PIC X VALUE SPACE.
      *        The desk the disclosure was made from.
           05 DSL-SOURCE          PIC X(20).
