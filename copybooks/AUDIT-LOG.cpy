      * Shared record layout for AUDIT-LOG.txt - one row per changed
      * field on a STUFILE.dat REWRITE, so a disputed balance or grade
      * can be traced back to who changed it, when, and from what.
      *
      * Tamper-evident: every writer CALLs "AUDIT-CHAIN" USING
      * AUDIT-LOG-RECORD immediately before its WRITE.  That stamps
      * the next AUD-SEQUENCE and an AUD-CHAIN-VALUE computed from
      * the row's own content (columns 1-124, everything up to and
      * including the sequence) and the previous row's chain value,
      * so an edited, deleted or reordered row breaks every link
      * after it.  AUDIT-VERIFY walks the log and proves the chain.
      * Rows written before chaining carry neither field.
      *****************************************************************
       01 AUDIT-LOG-RECORD.
           05 AUD-STUDENT-NUMBER PIC 9(6).
           05 AUD-OPERATOR-ID    PIC X(10).
           05 FILLER             PIC X VALUE SPACE.
           05 AUD-TIMESTAMP      PIC X(26).
           05 FILLER             PIC X VALUE SPACE.
           05 AUD-SEQUENCE       PIC 9(9).
           05 FILLER             PIC X VALUE SPACE.
           05 AUD-CHAIN-VALUE    PIC 9(9).
