      *****************************************************************
      * Shared record layout for ID-CARDS.txt - one row per photo
      * ID card ever issued, kept by CARD-DESK and CARD-EXTRACT.  A
      * student has at most one active card; a lost or replaced
      * card stays on file so its serial can be sent to the library
      * and building access systems to be switched off.  The name
      * and program are the ones printed on the card.  The card
      * expires at the end of the term it was issued for - the
      * student's newest TERM-CODE, or the entry term for a new
      * admission - with the date taken from TERM-CALENDAR.txt.
      *****************************************************************
       01 ID-CARD-RECORD.
           05 IDC-CARD-SERIAL    PIC 9(8).
           05 FILLER             PIC X VALUE SPACE.
           05 IDC-STUDENT-NUMBER PIC 9(6).
           05 FILLER             PIC X VALUE SPACE.
           05 IDC-SURNAME        PIC X(20).
           05 FILLER             PIC X VALUE SPACE.
           05 IDC-GIVEN-NAME     PIC X(20).
           05 FILLER             PIC X VALUE SPACE.
           05 IDC-PROGRAM        PIC X(6).
           05 FILLER             PIC X VALUE SPACE.
           05 IDC-ISSUE-DATE     PIC 9(8).
           05 FILLER             PIC X VALUE SPACE.
           05 IDC-EXPIRY-TERM    PIC X(6).
           05 FILLER             PIC X VALUE SPACE.
      *        0 = the term is not on the calendar yet.
           05 IDC-EXPIRY-DATE    PIC 9(8).
           05 FILLER             PIC X VALUE SPACE.
      *        The card office's reference for the student's photo;
      *        blank until the photo is taken, and the card is not
      *        sent for printing until it is filled in.
           05 IDC-PHOTO-REF      PIC X(20).
           05 FILLER             PIC X VALUE SPACE.
      *        'N' = first card, 'R' = replacement.
           05 IDC-ISSUE-TYPE     PIC X(1).
           05 FILLER             PIC X VALUE SPACE.
      *        'A' = active, 'L' = reported lost, 'R' = replaced,
      *        'D' = switched off by CARD-EXTRACT because the holder
      *        is recorded deceased.
           05 IDC-STATUS         PIC X(1).
               88 IDC-ACTIVE     VALUE "A".
               88 IDC-LOST       VALUE "L".
               88 IDC-REPLACED   VALUE "R".
               88 IDC-DECEASED   VALUE "D".
           05 FILLER             PIC X VALUE SPACE.
           05 IDC-STATUS-DATE    PIC 9(8).
           05 FILLER             PIC X VALUE SPACE.
      *        'Y' once the card has gone to the vendor to print.
           05 IDC-PRINT-SENT     PIC X(1).
           05 FILLER             PIC X VALUE SPACE.
      *        'Y' once a lost, replaced or deceased holder's
      *        serial has gone out on the deactivation feed.
           05 IDC-DEACT-SENT     PIC X(1).
