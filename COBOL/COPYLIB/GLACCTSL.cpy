      *****************************************************************
      * Copybook:  GLACCTSL
      * Purpose:   FILE-CONTROL entry for the shared GLACCT general
      *            ledger chart of accounts, COPYed into GLAC0001
      *            (which maintains it), GLBL0001 (which refuses a
      *            journal posting to an account not on it) and
      *            GLTB0001 (which prints the trial balance from it).
      *            Each program supplies its own GLACCT-FILE-STATUS
      *            field.
      *****************************************************************
           SELECT GLACCT ASSIGN TO GLACCT
              ORGANIZATION IS INDEXED
              ACCESS MODE IS DYNAMIC
              RECORD KEY IS GA-ACCOUNT
              FILE STATUS IS GLACCT-FILE-STATUS.
