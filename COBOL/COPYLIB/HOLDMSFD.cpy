      *****************************************************************
      * Copybook:  HOLDMSFD
      * Purpose:   FD and record layout for the shared HOLDMAST account
      *            holder file. HM-HOLDER-ID links the account to its
      *            holder: every account carrying the same holder ID
      *            belongs to the same person and repeats that
      *            person's name, address and language. A blank
      *            holder ID (rows written before the holder ID was
      *            kept) means the account is its own holder, as if
      *            the holder ID were the account reference. The
      *            maturity instruction stays per account.
      *****************************************************************
       FD  HOLDMAST.
       01  HOLDMAST-RECORD.
           05 HM-ACCOUNT-REF             PIC X(10).
           05 HM-NAME                    PIC X(30).
           05 HM-ADDRESS-1               PIC X(30).
           05 HM-ADDRESS-2               PIC X(30).
           05 HM-LANGUAGE                PIC X(2).
           05 HM-INSTRUCTION-ECHEANCE    PIC X.
           05 HM-NOUVEAU-TERME           PIC 9(2).
           05 HM-HOLDER-ID               PIC X(10).
