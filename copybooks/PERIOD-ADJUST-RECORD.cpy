      *****************************************************************
      * Shared record layout for PERIOD-ADJUSTMENTS.txt - one row per
      * posting a batch path forced out of a closed fiscal period
      * into the next open one (see PERIOD-CHECK.cpy).  The posting
      * row itself carries PAJ-POSTED-DATE, so GL-EXTRACT journals it
      * in the open period and last month's reported numbers stand;
      * this row is the adjustment flag that says it belonged to
      * PAJ-ORIGINAL-DATE.  PERIOD-CLOSE lists the adjustments each
      * period absorbed on its period-end summary.
      *****************************************************************
       01 PERIOD-ADJUST-RECORD.
      *        GL-EXTRACT's event type for the posting.
           05 PAJ-EVENT-TYPE     PIC X(8).
           05 FILLER             PIC X VALUE SPACE.
           05 PAJ-STUDENT-NUMBER PIC 9(6).
           05 FILLER             PIC X VALUE SPACE.
           05 PAJ-TERM-CODE      PIC X(6).
           05 FILLER             PIC X VALUE SPACE.
           05 PAJ-AMOUNT         PIC S9(7)V99.
           05 FILLER             PIC X VALUE SPACE.
      *        The date the posting would have carried, and the
      *        closed period it fell in.
           05 PAJ-ORIGINAL-DATE  PIC 9(8).
           05 FILLER             PIC X VALUE SPACE.
           05 PAJ-CLOSED-PERIOD  PIC X(6).
           05 FILLER             PIC X VALUE SPACE.
      *        The date it was posted under instead.
           05 PAJ-POSTED-DATE    PIC 9(8).
           05 FILLER             PIC X VALUE SPACE.
      *        The posting path (PROGRAM-ID) that made the move.
           05 PAJ-SOURCE         PIC X(16).
