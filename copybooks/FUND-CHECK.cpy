      *****************************************************************
      * Parameter block for CALL "FUND-CHECK".  An award path fills
      * FCK-FUND-CODE (the AWD-SOURCE), FCK-FISCAL-YEAR (the year of
      * the award's term) and FCK-AMOUNT, and calls with:
      *    FCK-ACTION "CK" - is there room in the fund for the amount?
      *               "CM" - commit the amount (an approval not yet
      *                      applied); no budget check - the caller
      *                      has checked, or a supervisor overrode.
      *               "DS" - disburse the amount (an award applied);
      *                      FCK-COMMITTED-FLAG "C" when it was
      *                      committed earlier, so it comes off
      *                      committed as it goes onto disbursed.
      * FCK-RESULT "00" - room enough (CK), or the fund was updated;
      *            "OV" - the amount is more than FCK-AVAILABLE (CK);
      *            "NF" - no AWARD-FUNDS.txt row for the fund and
      *                   year - nothing may be awarded from it;
      *            "TF" - AWARD-FUNDS.txt is over the table size -
      *                   nothing checked or updated.
      * FCK-AVAILABLE comes back as budget less committed less
      * disbursed, before this call's amount.
      *****************************************************************
       01 FUND-CHECK.
           05 FCK-ACTION         PIC X(2).
           05 FCK-FUND-CODE      PIC X(10).
           05 FCK-FISCAL-YEAR    PIC 9(4).
           05 FCK-AMOUNT         PIC 9(9)V99.
           05 FCK-COMMITTED-FLAG PIC X(1).
           05 FCK-RESULT         PIC X(2).
           05 FCK-AVAILABLE      PIC S9(9)V99.
