      *****************************************************************
      * Shared record layout for NAME-CHANGES.txt - the history of a
      * student's legal name: one row per change, with the name it
      * replaced, the name now on every term record, the date the
      * change took effect and the document it was made on
      * (marriage certificate, change-of-name order, passport).
      * Written by NAME-MAINT only; rows are never changed or
      * removed.
      *****************************************************************
       01 NAMECHG-RECORD.
           05 NMC-STUDENT-NUMBER  PIC 9(6).
           05 FILLER              PIC X VALUE SPACE.
           05 NMC-OLD-NAME.
               10 NMC-OLD-SURNAME    PIC X(20).
               10 NMC-OLD-GIVEN-NAME PIC X(20).
           05 FILLER              PIC X VALUE SPACE.
           05 NMC-NEW-NAME.
               10 NMC-NEW-SURNAME    PIC X(20).
               10 NMC-NEW-GIVEN-NAME PIC X(20).
           05 FILLER              PIC X VALUE SPACE.
           05 NMC-EFFECTIVE-DATE  PIC 9(8).
           05 FILLER              PIC X VALUE SPACE.
      *        The supporting document, by type and number.
           05 NMC-DOCUMENT-REF    PIC X(20).
           05 FILLER              PIC X VALUE SPACE.
           05 NMC-RECORDED-BY     PIC X(10).
           05 FILLER              PIC X VALUE SPACE.
           05 NMC-RECORDED-DATE   PIC 9(8).
