      *****************************************************************
      * Copybook:  TANKLGSL
      * Purpose:   FILE-CONTROL entry for the shared TANKLOG yard tank
      *            movement log, COPYed into TANK0001 (which records
      *            the deliveries and dips) and TKMT0001 (supplier
      *            invoice matching and reorder forecast). Each
      *            program supplies its own TANKLOG-FILE-STATUS field.
      *****************************************************************
           SELECT TANKLOG ASSIGN TO TANKLOG
              ORGANIZATION IS LINE SEQUENTIAL
              FILE STATUS IS TANKLOG-FILE-STATUS.
