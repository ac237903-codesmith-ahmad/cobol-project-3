      *****************************************************************
      * Parameter block passed to the POLICY-PARM subprogram.  The
      * caller fills in the parameter name and the term being
      * processed (blank = whatever is newest on file) and moves its
      * own compiled-in default to POL-PARM-VALUE first - a parameter
      * not on POLICY-PARMS.txt comes back untouched with
      * POL-FOUND-FLAG 'N', so a new installation runs on the
      * defaults until the council's values are keyed.
      *****************************************************************
       01 POLICY-LOOKUP.
           05 POL-PARM-NAME  PIC X(20).
           05 POL-TERM-CODE  PIC X(6).
           05 POL-PARM-VALUE PIC 9(7)V99.
           05 POL-FOUND-FLAG PIC X(1).
