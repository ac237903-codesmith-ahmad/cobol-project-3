      *****************************************************************
      * Parameter block for CALL "OUTBOUND-REGISTRY".  The producer
      * fills the file code, the file name and the business date the
      * file is for, then calls twice:
      *    OBC-ACTION "CK" - before anything is written: may this
      *                      business date's file be produced?
      *               "RG" - after the file is closed: record it
      *                      (OBC-RECORD-COUNT, OBC-CONTROL-AMOUNT,
      *                      OBC-OPERATOR-ID, and OBC-OVERRIDE-BY
      *                      exactly as "CK" handed it back).  The
      *                      checksum is taken from the file itself
      *                      and handed back in OBC-CHECKSUM.
      * OUTBOUND-CONFIRM calls the other pair with the file code and
      * business date:
      *               "CT" - may the file be sent?  Hands back the
      *                      latest produced row's name, figures and
      *                      stamp, and the last send's stamp;
      *               "TX" - it has left: record it (OBC-OPERATOR-ID
      *                      the sender, OBC-OVERRIDE-BY as "CT"
      *                      handed it back).
      * OBC-RESULT "00" - go ahead;
      *            "OV" - done before, but a supervisor override
      *                   authorizes one more (OBC-OVERRIDE-BY names
      *                   the supervisor);
      *            "DP" - done before - warn and stop;
      *            "NP" - ("CT") never produced - nothing to send;
      *            "CM" - ("CT") the file on disk no longer matches
      *                   the checksum it was produced with.
      *****************************************************************
       01 OUTBOUND-CHECK.
           05 OBC-ACTION         PIC X(2).
           05 OBC-FILE-CODE      PIC X(10).
           05 OBC-FILE-NAME      PIC X(24).
           05 OBC-BUSINESS-DATE  PIC 9(8).
           05 OBC-RECORD-COUNT   PIC 9(7).
           05 OBC-CONTROL-AMOUNT PIC 9(11)V99.
           05 OBC-OPERATOR-ID    PIC X(10).
           05 OBC-CHECKSUM       PIC 9(9).
           05 OBC-PRODUCED-STAMP PIC X(14).
           05 OBC-SENT-STAMP     PIC X(14).
           05 OBC-OVERRIDE-BY    PIC X(10).
           05 OBC-RESULT         PIC X(2).
