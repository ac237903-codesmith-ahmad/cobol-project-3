      *****************************************************************
      * Shared record layout for RETURNED-MAIL.txt - one row per
      * envelope Canada Post brings back undeliverable: the student,
      * the date it came back, what it was, and the postal reason
      * stamped on it.  Keyed at the mailroom through RETMAIL-ENTRY
      * or loaded from the weekly RETURNED-MAIL-IN.txt batch by
      * RETMAIL-LOAD.  While a student has an open row, the address
      * on DEMOGRAPHICS.dat is treated as undeliverable - every
      * mailer asks ADDRESS-CHECK first and skips the student.  A new
      * address keyed through DEMO-MAINT clears every open row for
      * the student; rows are never removed.
      *****************************************************************
       01 RETURNED-MAIL-RECORD.
           05 RTM-STUDENT-NUMBER  PIC 9(6).
           05 FILLER              PIC X VALUE SPACE.
           05 RTM-RETURNED-DATE   PIC 9(8).
           05 FILLER              PIC X VALUE SPACE.
      *        What came back: 'S' = statement, 'D' = delinquent
      *        (dunning) notice, 'V' = enrollment verification
      *        letter, 'R' = receipt, 'L' = any other letter.
           05 RTM-DOCUMENT-TYPE   PIC X(1).
               88 RTM-DOCUMENT-VALID VALUE "S" "D" "V" "R" "L".
           05 FILLER              PIC X VALUE SPACE.
      *        The reason on the post office sticker - moved,
      *        unknown, no such address, refused.
           05 RTM-POSTAL-REASON   PIC X(20).
           05 FILLER              PIC X VALUE SPACE.
           05 RTM-RECORDED-BY     PIC X(10).
           05 FILLER              PIC X VALUE SPACE.
           05 RTM-RECORDED-DATE   PIC 9(8).
           05 FILLER              PIC X VALUE SPACE.
      *        Space = open (address undeliverable), 'C' = cleared
      *        by a new address.
           05 RTM-STATUS          PIC X(1).
           05 FILLER              PIC X VALUE SPACE.
           05 RTM-CLEARED-BY      PIC X(10).
           05 FILLER              PIC X VALUE SPACE.
           05 RTM-CLEARED-DATE    PIC 9(8).
