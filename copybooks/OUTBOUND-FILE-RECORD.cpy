      *****************************************************************
      * Shared record layout for OUTBOUND-FILES.txt - the manifest of
      * every file this system has produced for a bank, a government
      * office or a partner, kept by OUTBOUND-REGISTRY.  A file is
      * its producer's file code plus the business date it was
      * produced for.  Rows are only ever appended:
      *    'P' - the file was produced: its name, how many records
      *          and what control amount the producer counted into
      *          it, the checksum of the file as written, the job
      *          that wrote it, and - for a deliberate re-run - the
      *          supervisor whose override allowed it;
      *    'T' - the file left the building (OUTBOUND-CONFIRM), with
      *          the produced row's figures carried across so each
      *          row reads whole, and who sent it;
      *    'O' - a supervisor authorized ONE more production ('P'
      *          in OBF-OVERRIDE-FOR) or ONE more transmission ('T')
      *          of a business date's file (OUTBOUND-OVERRIDE), with
      *          the reason.
      * The stamp is CCYYMMDDHHMMSS - when produced, sent or granted.
      *****************************************************************
       01 OUTBOUND-FILE-RECORD.
           05 OBF-ENTRY-TYPE     PIC X(1).
           05 FILLER             PIC X VALUE SPACE.
           05 OBF-FILE-CODE      PIC X(10).
           05 FILLER             PIC X VALUE SPACE.
           05 OBF-BUSINESS-DATE  PIC 9(8).
           05 FILLER             PIC X VALUE SPACE.
           05 OBF-FILE-NAME      PIC X(24).
           05 FILLER             PIC X VALUE SPACE.
           05 OBF-EVENT-STAMP    PIC X(14).
           05 FILLER             PIC X VALUE SPACE.
      *        The producing job on 'P', the sender on 'T', the
      *        supervisor on 'O'.
           05 OBF-OPERATOR-ID    PIC X(10).
           05 FILLER             PIC X VALUE SPACE.
           05 OBF-RECORD-COUNT   PIC 9(7).
           05 FILLER             PIC X VALUE SPACE.
           05 OBF-CONTROL-AMOUNT PIC 9(11)V99.
           05 FILLER             PIC X VALUE SPACE.
           05 OBF-CHECKSUM       PIC 9(9).
           05 FILLER             PIC X VALUE SPACE.
           05 OBF-OVERRIDE-FOR   PIC X(1).
           05 FILLER             PIC X VALUE SPACE.
           05 OBF-OVERRIDE-BY    PIC X(10).
           05 FILLER             PIC X VALUE SPACE.
           05 OBF-REASON         PIC X(20).
