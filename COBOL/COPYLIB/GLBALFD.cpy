      *****************************************************************
      * Copybook:  GLBALFD
      * Purpose:   FD and record layout for the shared GLBAL period
      *            balances - one record per account and period
      *            (YYYYMM) that had a posting. Balances are signed,
      *            a debit balance positive and a credit balance
      *            negative, so the closing balances of every
      *            account sum to zero when the ledger is in
      *            balance. GB-OPENING-BALANCE is the closing
      *            balance of the account's previous period on file;
      *            a period with no posting has no record and its
      *            balance is carried from the last one before it.
      *****************************************************************
       FD  GLBAL.
       01  GLBAL-RECORD.
           05 GB-BALANCE-KEY.
              10 GB-ACCOUNT              PIC X(8).
              10 GB-PERIOD               PIC 9(6).
           05 GB-OPENING-BALANCE         PIC S9(11)V99.
           05 GB-PERIOD-DEBITS           PIC 9(11)V99.
           05 GB-PERIOD-CREDITS          PIC 9(11)V99.
           05 GB-CLOSING-BALANCE         PIC S9(11)V99.
           05 GB-LAST-POSTED-DATE        PIC 9(8).
