      *****************************************************************
      * Shared record layout for AWARD-FUNDS.txt - the award fund
      * master, one row per funding source per fiscal year, kept by
      * FUND-MAINT.  AFD-FUND-CODE is the AWD-SOURCE an award is
      * posted under ('ENTRANCE', 'BURSARY'); the fiscal year is the
      * year of the award's TERM-CODE, so an award is committed and
      * later disbursed against the same row whenever it posts.
      * Committed is aid promised but not yet applied (a bursary
      * approval waiting for AWARD-POST); disbursed is aid applied.
      * What is left to award is the budget less both - FUND-CHECK
      * keeps the two running totals and refuses a posting that
      * would take it below zero.
      *****************************************************************
       01 AWARD-FUND-RECORD.
           05 AFD-FUND-CODE      PIC X(10).
           05 FILLER             PIC X VALUE SPACE.
           05 AFD-FISCAL-YEAR    PIC 9(4).
           05 FILLER             PIC X VALUE SPACE.
           05 AFD-BUDGET         PIC 9(9)V99.
           05 FILLER             PIC X VALUE SPACE.
           05 AFD-COMMITTED      PIC 9(9)V99.
           05 FILLER             PIC X VALUE SPACE.
           05 AFD-DISBURSED      PIC 9(9)V99.
