      *****************************************************************
      * Shared record layout for COA-ALLOWANCES.txt - the aid office's
      * cost-of-attendance allowance per program of study: what a
      * student in the program may reasonably receive in aid beyond
      * the tuition and fees we charge them (books, equipment, living
      * costs) for one term.  A program with no row is allowed
      * nothing beyond its charges.  OVERAWARD-RUN adds the allowance
      * to the term's charges to get the most aid a student may hold.
      *****************************************************************
       01 COA-RECORD.
           05 COA-PROGRAM-CODE   PIC X(6).
           05 FILLER             PIC X VALUE SPACE.
           05 COA-ALLOWANCE      PIC 9(7)V99.
