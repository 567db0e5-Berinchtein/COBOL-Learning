      *****************************************************************
      * Copybook:  GLPERDSL
      * Purpose:   FILE-CONTROL entry for the shared GLPERIOD period
      *            close register, COPYed into GLCL0001 (which
      *            appends a row when it locks a period) and the
      *            programs that must respect a locked period -
      *            GLPJ0001, GLBL0001 and GLTB0001. Each program
      *            supplies its own GLPERIOD-FILE-STATUS field.
      *****************************************************************
           SELECT GLPERIOD ASSIGN TO GLPERIOD
              ORGANIZATION IS LINE SEQUENTIAL
              FILE STATUS IS GLPERIOD-FILE-STATUS.
