      *****************************************************************
      * Copybook:  FEEDCKSL
      * Purpose:   FILE-CONTROL entry for the shared FEEDCKPT restart
      *            checkpoints of GASC0002 and LNTX0001. Each program
      *            supplies its own FEEDCKPT-FILE-STATUS field.
      *****************************************************************
           SELECT FEEDCKPT ASSIGN TO FEEDCKPT
              ORGANIZATION IS LINE SEQUENTIAL
              FILE STATUS IS FEEDCKPT-FILE-STATUS.
