      *****************************************************************
      * Parameter block for AUDIT-CHAIN-STAMP.  ACP-AUDIT-ROW carries
      * the finished AUDIT-LOG-RECORD in and the stamped row back out.
      * ACP-CHAIN-FILE-NAME is the control file holding the chain's
      * last link: blank for AUDIT-CHAIN.txt in the caller's own
      * directory, or a path (../AUDIT-CHAIN.txt) for a program run
      * from a subdirectory that writes ../AUDIT-LOG.txt, so the one
      * log keeps the one chain whoever writes to it.  Programs in
      * the main directory simply CALL "AUDIT-CHAIN" USING
      * AUDIT-LOG-RECORD, which passes a blank name through.
      *****************************************************************
       01 AUDIT-CHAIN-PARM.
           05 ACP-CHAIN-FILE-NAME PIC X(40).
           05 ACP-AUDIT-ROW       PIC X(134).
