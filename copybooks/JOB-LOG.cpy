           05 JOB-STUDENTS-REJECTED PIC 9(5).
           05 FILLER                PIC X VALUE SPACE.
           05 JOB-RETURN-CODE       PIC 9(3).
           05 FILLER                PIC X VALUE SPACE.
      *        The POLICY-PARMS.txt values the run actually used,
      *        e.g. "GOOD=060 SUSP=050" - so "why was this student
      *        suspended?" is answerable from the run record alone.
      *        Blank on rows from programs that read no parameters.
           05 JOB-PARM-VALUES       PIC X(60).
