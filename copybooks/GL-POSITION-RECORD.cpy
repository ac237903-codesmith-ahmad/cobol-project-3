      *****************************************************************
      * Shared record layout for GL-AR-POSITION.txt - the running
      * position of the receivable control account as journalled to
      * GL-JOURNAL.txt.  One row.  GL-EXTRACT carries it forward by
      * each released business date's net debits less credits to
      * the account GL-ACCOUNTS.txt's 'RECVCTL' row names; the last
      * date's own debits and credits are kept so a rerun of that
      * date replaces its movement instead of adding it twice.
      * Finance seeds the row once with the ledger's opening balance
      * (GLP-LAST-DATE zero).  AR-TRIAL-BALANCE ties the aged
      * STUFILE.dat balances to GLP-BALANCE.
      *****************************************************************
       01 GL-POSITION-RECORD.
           05 GLP-ACCOUNT        PIC 9(6).
           05 FILLER             PIC X VALUE SPACE.
      *        Debit balance positive.
           05 GLP-BALANCE        PIC S9(11)V99.
           05 FILLER             PIC X VALUE SPACE.
           05 GLP-LAST-DATE      PIC 9(8).
           05 FILLER             PIC X VALUE SPACE.
           05 GLP-LAST-DEBITS    PIC 9(11)V99.
           05 FILLER             PIC X VALUE SPACE.
           05 GLP-LAST-CREDITS   PIC 9(11)V99.
