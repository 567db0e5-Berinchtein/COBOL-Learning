      *****************************************************************
      * Copybook:  GLJRNLSL
      * Purpose:   FILE-CONTROL entry for the shared GLJRNL balanced
      *            journal, COPYed into GLPJ0001 (which writes one
      *            batch per run), GLBL0001 (which rolls it into the
      *            period balances) and GLCL0001 (which checks it has
      *            been posted before a period is locked). Each
      *            program supplies its own GLJRNL-FILE-STATUS field.
      *****************************************************************
           SELECT GLJRNL ASSIGN TO GLJRNL
              ORGANIZATION IS LINE SEQUENTIAL
              FILE STATUS IS GLJRNL-FILE-STATUS.
