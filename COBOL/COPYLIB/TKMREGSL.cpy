      *****************************************************************
      * Copybook:  TKMREGSL
      * Purpose:   FILE-CONTROL entry for the TANKMREG register of
      *            supplier tank invoices cleared for payment,
      *            COPYed into TKMT0001, which loads it at start-up,
      *            refuses an invoice or a delivery already on file
      *            and appends a row for each invoice it clears.
      *            Each program supplies its own TANKMREG-FILE-STATUS
      *            field.
      *****************************************************************
           SELECT TANKMREG ASSIGN TO TANKMREG
              ORGANIZATION IS LINE SEQUENTIAL
              FILE STATUS IS TANKMREG-FILE-STATUS.
