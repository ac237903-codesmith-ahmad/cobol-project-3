      * posting date on the end, AWARDS-POSTED.txt (every award
      * actually applied to a balance - what the statement itemizes).
      * Awards are NOT payments: they reduce what the student owes but
      * never touch PAYMENTS.dat, so cash reconciliation only ever
      * sees money that actually moved.
      *****************************************************************
       01 AWARD-RECORD.
           05 AWD-SOURCE         PIC X(10).
           05 FILLER             PIC X VALUE SPACE.
           05 AWD-AMOUNT         PIC 9(5)V99.
           05 FILLER             PIC X VALUE SPACE.
      *        'C' = already committed against its AWARD-FUNDS.txt
      *        row by the desk that approved it (BURSARY-REVIEW);
      *        space = a feed row, budget-checked when it posts.
           05 AWD-COMMITTED      PIC X(1).
               88 AWD-FUND-COMMITTED VALUE "C".
