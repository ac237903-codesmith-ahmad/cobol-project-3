      *****************************************************************
      * Shared record layout for EXTRACT-LOG.txt - the record of who
      * pulled what through ADHOC-EXTRACT.  Every run after a good
      * sign-on writes one 'S' row per line of the spec it was given
      * (comments included, exactly as read) and then one 'R' row
      * with the outcome, all stamped with the run's start time and
      * the signed-on operator, so the spec behind any extract file
      * can be produced on request.  Append-only; rows are never
      * changed or removed.
      *****************************************************************
       01 EXTRACT-LOG-RECORD.
           05 EXL-RUN-STAMP     PIC X(26).
           05 FILLER            PIC X VALUE SPACE.
           05 EXL-OPERATOR-ID   PIC X(10).
           05 FILLER            PIC X VALUE SPACE.
      *        'S' = one line of the spec, 'R' = the run's outcome.
           05 EXL-ROW-TYPE      PIC X(1).
           05 FILLER            PIC X VALUE SPACE.
           05 EXL-DETAIL        PIC X(61).
           05 EXL-RUN-OUTCOME REDEFINES EXL-DETAIL.
               10 EXL-SPEC-FILE    PIC X(30).
               10 FILLER           PIC X.
               10 EXL-FORMAT       PIC X(5).
               10 FILLER           PIC X.
               10 EXL-ROWS-WRITTEN PIC 9(5).
               10 FILLER           PIC X.
      *            Rows that met the spec but were privacy-blocked.
               10 EXL-SUPPRESSED   PIC 9(5).
               10 FILLER           PIC X.
               10 EXL-RETURN-CODE  PIC 9(3).
               10 FILLER           PIC X(9).
