      *****************************************************************
      * Shared HDR control-row layout for every inbound feed file -
      * the sender's batch identifier and the date the sender cut
      * the file.  Each loader's FD carries it as one more record
      * shape alongside its detail (and TRL) rows, and hands the two
      * fields to INBOUND-REGISTRY, which refuses a batch that has
      * already been loaded.  A file without this row, or with a
      * blank batch identifier, is not loaded at all.
      *****************************************************************
       01 INBOUND-HEADER-RECORD.
           05 IHD-RECORD-TYPE PIC X(3).
           05 FILLER          PIC X.
           05 IHD-BATCH-ID    PIC X(12).
           05 FILLER          PIC X.
           05 IHD-FILE-DATE   PIC 9(8).
