      *****************************************************************
      * Shared record layout for STUDENT-BANKING.txt - one row per
      * student who has signed a pre-authorized debit agreement: the
      * bank account PAD-ORIGINATE debits plan installments from,
      * and REFUND-BATCH deposits credit-balance refunds into.
      * Maintained by BANKING-MAINT; a student with no row (or an
      * inactive one) simply isn't originated and mails cheques the
      * old way.
           05 FILLER             PIC X VALUE SPACE.
      *        'Y' = agreement active; anything else stops
      *        origination without losing the account details.
      *        'I' = invalid - the bank sent a refund deposit back
      *        (DEPOSIT-RETURNS); re-keyed in BANKING-MAINT to undo.
           05 BNK-ACTIVE-FLAG    PIC X(1).
