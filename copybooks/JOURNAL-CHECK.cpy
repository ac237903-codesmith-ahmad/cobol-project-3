      *****************************************************************
      * Parameter block for CALL "POSTING-JOURNAL".  The posting
      * batch fills its job name and the HDR row's batch identifier
      * and file date, then calls:
      *    JNL-ACTION "RS" - before posting: where does this batch
      *                      stand?  JNL-RESULT "00" is a fresh
      *                      start; "RS" means an earlier run died
      *                      part-way - JNL-ROW-NUMBER is the last
      *                      committed detail row, JNL-ROW-COUNT and
      *                      JNL-AMOUNT what it committed, and
      *                      JNL-DOUBT-ROW (non-zero) the row it was
      *                      posting when it died;
      *               "BG" - this run starts, after JNL-ROW-NUMBER;
      *               "IN" - row JNL-ROW-NUMBER is about to post;
      *               "RW" - row JNL-ROW-NUMBER is committed, with
      *                      its JNL-AMOUNT;
      *               "EN" - the batch proved out: JNL-ROW-COUNT
      *                      rows, JNL-AMOUNT hash total.
      *****************************************************************
       01 JOURNAL-CHECK.
           05 JNL-ACTION       PIC X(2).
           05 JNL-JOB-NAME     PIC X(10).
           05 JNL-BATCH-ID     PIC X(12).
           05 JNL-FILE-DATE    PIC 9(8).
           05 JNL-ROW-NUMBER   PIC 9(6).
           05 JNL-DOUBT-ROW    PIC 9(6).
           05 JNL-ROW-COUNT    PIC 9(6).
           05 JNL-AMOUNT       PIC 9(9)V99.
           05 JNL-RESULT       PIC X(2).
