      *****************************************************************
      * Shared record layout for DIPLOMA-PRINTED.txt - one row per
      * conferred credential whose parchment has gone to the print
      * vendor.  DIPLOMA-PRINT adds the row when the original prints
      * and never sends a credential twice as an original; a
      * replacement parchment bumps the reprint count and the last
      * print date on the same row.  The honours designation is the
      * one printed on the original, so a replacement always matches
      * it whatever the average has done since.
      *****************************************************************
       01 DIPPRINT-RECORD.
           05 DPP-STUDENT-NUMBER  PIC 9(6).
           05 FILLER              PIC X VALUE SPACE.
           05 DPP-PROGRAM-CODE    PIC X(6).
           05 FILLER              PIC X VALUE SPACE.
      *        The term the credential was conferred on.
           05 DPP-TERM-CODE       PIC X(6).
           05 FILLER              PIC X VALUE SPACE.
           05 DPP-CONFER-DATE     PIC 9(8).
           05 FILLER              PIC X VALUE SPACE.
      *        'WITH DISTINCTION', 'WITH HONOURS' or spaces.
           05 DPP-HONOURS         PIC X(20).
           05 FILLER              PIC X VALUE SPACE.
      *        Replacement parchments printed since the original.
           05 DPP-REPRINT-COUNT   PIC 9(2).
           05 FILLER              PIC X VALUE SPACE.
           05 DPP-LAST-PRINT-DATE PIC 9(8).
