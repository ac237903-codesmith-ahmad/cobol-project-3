      *****************************************************************
      * Shared record layout for FY-ARCHIVES.txt - the catalog of the
      * fiscal year-end archive files FY-ROLLOVER writes, one row per
      * stage a source file reaches for a fiscal year.  Rows are only
      * ever appended; the latest row for a year and source says how
      * far its rollover got:
      *    'A' = the archive file (and, for the line-sequential
      *          sources, the file of rows staying live) is complete
      *          and re-read; the live file is not yet trimmed,
      *    'R' = a line-sequential live file is being rewritten from
      *          its carries and the rows set aside - a rerun
      *          finishes it from those and never archives it again,
      *    'C' = the live file is trimmed, the carried-forward rows
      *          are written and the counts and totals proved.
      * FY-ARCHIVE-READ hands callers the rows of the 'C' archives
      * only - an archive whose rollover never finished is not yet
      * the only copy of its rows.
      *****************************************************************
       01 FY-ARCHIVE-RECORD.
      *        CCYY of the fiscal year's closing period.
           05 FYA-FISCAL-YEAR    PIC X(4).
           05 FILLER             PIC X VALUE SPACE.
      *        'PAYMENTS', 'FEES', 'AWARDS' or 'NOTIFY'.
           05 FYA-SOURCE         PIC X(8).
           05 FILLER             PIC X VALUE SPACE.
           05 FYA-STAGE          PIC X(1).
               88 FYA-ARCHIVED       VALUE "A".
               88 FYA-REWRITING      VALUE "R".
               88 FYA-COMPLETE       VALUE "C".
           05 FILLER             PIC X VALUE SPACE.
      *        e.g. PAYMENTS-FY2026.txt.
           05 FYA-FILE-NAME      PIC X(24).
           05 FILLER             PIC X VALUE SPACE.
      *        The closing period's FPD-END-DATE - every row dated on
      *        or before it belongs to a closed fiscal year.
           05 FYA-CUTOFF-DATE    PIC 9(8).
           05 FILLER             PIC X VALUE SPACE.
      *        Rows moved to the archive and their amount total
      *        (zero for NOTIFY, which carries no money).
           05 FYA-ARCHIVED-COUNT PIC 9(7).
           05 FILLER             PIC X VALUE SPACE.
           05 FYA-ARCHIVED-TOTAL PIC S9(11)V99.
           05 FILLER             PIC X VALUE SPACE.
      *        Rows dated after the cutoff, left on the live file.
           05 FYA-KEPT-COUNT     PIC 9(7).
           05 FILLER             PIC X VALUE SPACE.
           05 FYA-KEPT-TOTAL     PIC S9(11)V99.
           05 FILLER             PIC X VALUE SPACE.
      *        Carried-forward rows written in the archived rows'
      *        place - zero on an 'A' row.
           05 FYA-CARRIED-COUNT  PIC 9(7).
           05 FILLER             PIC X VALUE SPACE.
           05 FYA-RUN-DATE       PIC 9(8).
