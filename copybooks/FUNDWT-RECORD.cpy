      *****************************************************************
      * Shared record layout for FUNDING-WEIGHTS.txt - the ministry's
      * funding weight for each of our programs, one row per program
      * per effective term.  Effective-dated the same way
      * POLICY-PARMS.txt is: the weight IN FORCE for a term is the
      * row with the latest FWT-EFFECTIVE-TERM at or before it, so a
      * new funding year's weights never move a claim already filed.
      * A blank effective term means "since forever".  Maintained
      * only through WEIGHT-MAINT (supervisor sign-on, every change
      * on AUDIT-LOG.txt); read by FTE-CLAIM.
      *****************************************************************
       01 FUNDWT-RECORD.
           05 FWT-PROGRAM-CODE   PIC X(6).
           05 FILLER             PIC X VALUE SPACE.
           05 FWT-EFFECTIVE-TERM PIC X(6).
           05 FILLER             PIC X VALUE SPACE.
      *        The ministry's code for the program on the claim file.
           05 FWT-MINISTRY-CODE  PIC X(8).
           05 FILLER             PIC X VALUE SPACE.
      *        0.000 = a program the ministry does not fund (cost-
      *        recovery, contract training) - its students stay off
      *        the claim.
           05 FWT-WEIGHT         PIC 9(2)V999.
           05 FILLER             PIC X VALUE SPACE.
           05 FWT-CHANGED-BY     PIC X(10).
           05 FILLER             PIC X VALUE SPACE.
           05 FWT-CHANGED-DATE   PIC 9(8).
