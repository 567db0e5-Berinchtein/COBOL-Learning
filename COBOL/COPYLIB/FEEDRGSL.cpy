      *****************************************************************
      * Copybook:  FEEDRGSL
      * Purpose:   FILE-CONTROL entry for the shared FEEDREG register
      *            of input feed batches posted in full, COPYed into
      *            GASC0002 (TRIPTRAN) and LNTX0001 (LOANTRAN), which
      *            append a row when a batch is finished and refuse
      *            a batch already on file. Each program supplies its
      *            own FEEDREG-FILE-STATUS field.
      *****************************************************************
           SELECT FEEDREG ASSIGN TO FEEDREG
              ORGANIZATION IS LINE SEQUENTIAL
              FILE STATUS IS FEEDREG-FILE-STATUS.
