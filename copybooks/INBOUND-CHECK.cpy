      *****************************************************************
      * Parameter block for CALL "INBOUND-REGISTRY".  The loader
      * fills the feed code and the HDR row's batch identifier and
      * file date, then calls twice:
      *    INB-ACTION "CK" - before anything posts: may this batch
      *                      load?
      *               "RG" - after the load completes: record it
      *                      (INB-DETAIL-COUNT, and INB-OVERRIDE-BY
      *                      exactly as "CK" handed it back).
      * INB-RESULT "00" - new batch, load it;
      *            "OV" - already loaded, but a supervisor override
      *                   authorizes one reload (INB-OVERRIDE-BY
      *                   names the supervisor);
      *            "DP" - already loaded - refuse the file;
      *            "NH" - no batch identifier - refuse the file.
      *****************************************************************
       01 INBOUND-CHECK.
           05 INB-ACTION       PIC X(2).
           05 INB-FEED-CODE    PIC X(10).
           05 INB-BATCH-ID     PIC X(12).
           05 INB-FILE-DATE    PIC 9(8).
           05 INB-DETAIL-COUNT PIC 9(6).
           05 INB-OPERATOR-ID  PIC X(10).
           05 INB-OVERRIDE-BY  PIC X(10).
           05 INB-RESULT       PIC X(2).
