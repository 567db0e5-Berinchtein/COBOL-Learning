      *****************************************************************
      * Copybook:  GLBALSL
      * Purpose:   FILE-CONTROL entry for the shared GLBAL general
      *            ledger period balances, COPYed into GLBL0001
      *            (which rolls each GLJRNL batch into them),
      *            GLTB0001 (the trial balance) and GLCL0001 (which
      *            proves a period balances before locking it).
      *            Each program supplies its own GLBAL-FILE-STATUS
      *            field.
      *****************************************************************
           SELECT GLBAL ASSIGN TO GLBAL
              ORGANIZATION IS INDEXED
              ACCESS MODE IS DYNAMIC
              RECORD KEY IS GB-BALANCE-KEY
              FILE STATUS IS GLBAL-FILE-STATUS.
