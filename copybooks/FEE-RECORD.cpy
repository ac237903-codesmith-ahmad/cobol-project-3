      *****************************************************************
      * Shared record layout for FEES.txt - one row per fee assessed
      * onto a student/term's balance (late fees today; anything else
      * fee-shaped tomorrow).  Kept separate from PAYMENTS.dat because
      * a fee is money charged, not money received, and the statement
      * shows fee lines separately from tuition and payments.
      *****************************************************************
      *        'LATEFEE' for the monthly late-fee run, 'TRFEE' for
      *        transcript requests, the submitting office's code for
      *        ancillary feeds, or the per-course fee type from
      *        COURSE-FEES.txt.  'CARRYFWD' = FY-ROLLOVER's sum of a
      *        closed fiscal year's archived fee rows.
           05 FEE-TYPE           PIC X(8).
           05 FILLER             PIC X VALUE SPACE.
      *        Signed so dropping a course inside the add/drop
