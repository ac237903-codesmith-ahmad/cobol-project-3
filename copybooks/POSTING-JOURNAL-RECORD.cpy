      *****************************************************************
      * Shared record layout for POSTING-JOURNAL.txt - the restart
      * journal the posting batches (BATCH-PAYMENT, GRADE-LOAD) keep
      * through POSTING-JOURNAL as they work down an inbound file.
      * A batch is the job plus the HDR row's batch identifier and
      * file date - the same key INBOUND-REGISTRY uses.  Rows are
      * only ever appended:
      *    'S' - a run started on the batch (PJR-ROW-NUMBER is the
      *          row it resumed after, zero on a fresh start);
      *    'I' - detail row PJR-ROW-NUMBER is about to post;
      *    'R' - detail row PJR-ROW-NUMBER is committed, posted or
      *          rejected, with its amount for the control totals;
      *    'C' - the batch completed and proved out (PJR-ROW-NUMBER
      *          rows, PJR-AMOUNT hash total).
      * A batch with an 'S' and no 'C' after it was left partly
      * applied; an 'I' with no 'R' is the one row in doubt.
      *****************************************************************
       01 POSTING-JOURNAL-RECORD.
           05 PJR-ENTRY-TYPE   PIC X(1).
           05 FILLER           PIC X VALUE SPACE.
           05 PJR-JOB-NAME     PIC X(10).
           05 FILLER           PIC X VALUE SPACE.
           05 PJR-BATCH-ID     PIC X(12).
           05 FILLER           PIC X VALUE SPACE.
           05 PJR-FILE-DATE    PIC 9(8).
           05 FILLER           PIC X VALUE SPACE.
           05 PJR-ROW-NUMBER   PIC 9(6).
           05 FILLER           PIC X VALUE SPACE.
           05 PJR-AMOUNT       PIC 9(9)V99.
           05 FILLER           PIC X VALUE SPACE.
           05 PJR-TIMESTAMP    PIC X(26).
