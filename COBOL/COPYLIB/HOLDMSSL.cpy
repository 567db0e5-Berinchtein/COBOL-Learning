      *****************************************************************
      * Copybook:  HOLDMSSL
      * Purpose:   FILE-CONTROL entry for the shared HOLDMAST account
      *            holder file - one row per LOANMAST account giving
      *            the holder the account belongs to and the holder's
      *            name, address and statement language. Maintained
      *            by HLDM0001. Each program supplies its own
      *            HOLDMAST-FILE-STATUS field.
      *****************************************************************
           SELECT HOLDMAST ASSIGN TO HOLDMAST
              ORGANIZATION IS LINE SEQUENTIAL
              FILE STATUS IS HOLDMAST-FILE-STATUS.
