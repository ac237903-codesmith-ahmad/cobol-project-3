      *****************************************************************
      * Shared record layout for INBOUND-BATCHES.txt - the registry
      * of every inbound feed batch ever loaded, kept by
      * INBOUND-REGISTRY.  A batch is one feed's sender batch
      * identifier plus the file date off its HDR row.  Rows are
      * only ever appended:
      *    'L' - the batch was loaded (by which job, how many detail
      *          rows, and - for a deliberate reload - the
      *          supervisor whose override allowed it);
      *    'O' - a supervisor authorized ONE more load of a batch
      *          already on file (INBOUND-OVERRIDE), with the reason.
      * A batch may load again only while its 'O' rows outnumber
      * its reloads, so each override buys exactly one reload.
      *****************************************************************
       01 INBOUND-BATCH-RECORD.
           05 IBR-ENTRY-TYPE   PIC X(1).
           05 FILLER           PIC X VALUE SPACE.
           05 IBR-FEED-CODE    PIC X(10).
           05 FILLER           PIC X VALUE SPACE.
           05 IBR-BATCH-ID     PIC X(12).
           05 FILLER           PIC X VALUE SPACE.
           05 IBR-FILE-DATE    PIC 9(8).
           05 FILLER           PIC X VALUE SPACE.
           05 IBR-EVENT-DATE   PIC 9(8).
           05 FILLER           PIC X VALUE SPACE.
      *        The loading job on an 'L' row, the supervisor on 'O'.
           05 IBR-OPERATOR-ID  PIC X(10).
           05 FILLER           PIC X VALUE SPACE.
           05 IBR-DETAIL-COUNT PIC 9(6).
           05 FILLER           PIC X VALUE SPACE.
           05 IBR-OVERRIDE-BY  PIC X(10).
           05 FILLER           PIC X VALUE SPACE.
           05 IBR-REASON       PIC X(20).
