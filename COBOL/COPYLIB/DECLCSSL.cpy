      *****************************************************************
      * Copybook:  DECLCSSL
      * Purpose:   FILE-CONTROL entry for the shared DECLCAS register
      *            of cash reporting cases, COPYed into DECL0001
      *            (which opens the cases) and DOSS0001 (which keeps
      *            their reviewed and filed status).
      *            Each program supplies its own
      *            DECLCAS-FILE-STATUS field.
      *****************************************************************
           SELECT DECLCAS ASSIGN TO DECLCAS
              ORGANIZATION IS LINE SEQUENTIAL
              FILE STATUS IS DECLCAS-FILE-STATUS.
