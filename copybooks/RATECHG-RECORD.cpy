      *****************************************************************
      * Shared record layout for RATE-CHANGES.txt - the maker-checker
      * queue every RATE.txt change now goes through.  An operator
      * proposes a row here 'P'ending through RATE-CHANGE-REQ (what
      * the row holds today, what it should hold, who asked and why);
      * a DIFFERENT operator with supervisor sign-on decides it in
      * RATE-CHANGE-APPR, and only an 'A'pproved change ever reaches
      * RATE.txt.  Decided rows stay on file as the workflow's own
      * history - RATE-COMPARE reads them for the board minutes.
      *****************************************************************
       01 RATE-CHANGE-RECORD.
      *        Sequential, assigned by RATE-CHANGE-REQ.
           05 RCH-CHANGE-ID        PIC 9(6).
           05 FILLER               PIC X VALUE SPACE.
           05 RCH-PROGRAM-CODE     PIC X(6).
           05 FILLER               PIC X VALUE SPACE.
           05 RCH-EFFECTIVE-TERM   PIC X(6).
           05 FILLER               PIC X VALUE SPACE.
      *        'A' = add a new RATE.txt row, 'C' = change the
      *        existing row for this program/effective term, 'D' =
      *        delete that row.
           05 RCH-ACTION           PIC X(1).
           05 FILLER               PIC X VALUE SPACE.
      *        What the row held when the change was proposed -
      *        re-verified at approval, so a change proposed against
      *        a row somebody else has since moved is rejected
      *        instead of overwriting blind.  Zero for an add.
           05 RCH-OLD-PER-CREDIT   PIC 9(4)V99.
           05 FILLER               PIC X VALUE SPACE.
           05 RCH-OLD-FLAT-FEE     PIC 9(4)V99.
           05 FILLER               PIC X VALUE SPACE.
      *        Zero for a delete.
           05 RCH-NEW-PER-CREDIT   PIC 9(4)V99.
           05 FILLER               PIC X VALUE SPACE.
           05 RCH-NEW-FLAT-FEE     PIC 9(4)V99.
           05 FILLER               PIC X VALUE SPACE.
           05 RCH-REQUESTER        PIC X(10).
           05 FILLER               PIC X VALUE SPACE.
           05 RCH-REQUESTED-DATE   PIC 9(8).
           05 FILLER               PIC X VALUE SPACE.
           05 RCH-REASON           PIC X(20).
           05 FILLER               PIC X VALUE SPACE.
      *        'P' pending, 'A' approved (and applied), 'R' rejected.
           05 RCH-STATUS           PIC X(1).
           05 FILLER               PIC X VALUE SPACE.
           05 RCH-DECIDED-BY       PIC X(10).
           05 FILLER               PIC X VALUE SPACE.
           05 RCH-DECIDED-DATE     PIC 9(8).
           05 FILLER               PIC X VALUE SPACE.
      *        The RATE.txt row's residency key (RATE-RESIDENCY) -
      *        blank for a row that prices every residency, which is
      *        what every request queued before the column existed
      *        reads as.
           05 RCH-RESIDENCY        PIC X(1).
