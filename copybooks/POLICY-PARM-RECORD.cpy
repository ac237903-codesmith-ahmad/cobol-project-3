      *****************************************************************
      * Shared record layout for POLICY-PARMS.txt - one row per
      * policy parameter per effective term: the probation and
      * suspension lines, the late fee, the pass mark, the
      * full-time/overload hours and the like, which used to be
      * VALUE clauses compiled into each batch.  Effective-dated the
      * same way RATE.txt is: the value IN FORCE for a term is the
      * row with the latest PRM-EFFECTIVE-TERM at or before that
      * term, so next year's council-approved line can sit on file
      * without moving this year's.  A blank effective term means
      * "since forever".  Maintained only through POLICY-MAINT
      * (supervisor sign-on, every change on AUDIT-LOG.txt); read
      * through the POLICY-PARM subprogram.
      *****************************************************************
       01 POLICY-PARM-RECORD.
           05 PRM-NAME           PIC X(20).
           05 FILLER             PIC X VALUE SPACE.
           05 PRM-EFFECTIVE-TERM PIC X(6).
           05 FILLER             PIC X VALUE SPACE.
      *        Wide enough for the largest money parameter; counts,
      *        marks and hours simply carry zero cents.
           05 PRM-VALUE          PIC 9(7)V99.
           05 FILLER             PIC X VALUE SPACE.
           05 PRM-DESCRIPTION    PIC X(30).
           05 FILLER             PIC X VALUE SPACE.
           05 PRM-CHANGED-BY     PIC X(10).
           05 FILLER             PIC X VALUE SPACE.
           05 PRM-CHANGED-DATE   PIC 9(8).
