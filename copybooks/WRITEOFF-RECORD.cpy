      * included) - the amount still outstanding is always
      * WOF-AMOUNT minus WOF-RECOVERED, never a rewritten WOF-AMOUNT,
      * so the original write-off stays on record.
      * WOF-REASON tells the two kinds apart: space is bad debt
      * (WRITEOFF-RUN), 'C' a compassionate write-off posted by
      * DECEASED-PROCESS - a balance we will never pursue, so no
      * recovery is ever posted against it.  Rows written before the
      * field existed read as spaces, which is what they were.
      *****************************************************************
       01 WRITEOFF-RECORD.
           05 WOF-STUDENT-NUMBER PIC 9(6).
           05 WOF-DATE           PIC 9(8).
           05 FILLER             PIC X VALUE SPACE.
           05 WOF-RECOVERED      PIC 9(7)V99.
           05 FILLER             PIC X VALUE SPACE.
           05 WOF-REASON         PIC X(1).
