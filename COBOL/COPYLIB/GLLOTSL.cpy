      *****************************************************************
      * Copybook:  GLLOTSL
      * Purpose:   FILE-CONTROL entry for the shared GLLOT register
      *            of GLJRNL batches already rolled into GLBAL,
      *            COPYed into GLBL0001 (which appends a row per
      *            batch it posts and refuses one already on file,
      *            or one for a month already on file) and GLCL0001
      *            (which will not close a period while GLJRNL holds
      *            a batch not yet posted). Each program supplies its
      *            own GLLOT-FILE-STATUS field.
      *****************************************************************
           SELECT GLLOT ASSIGN TO GLLOT
              ORGANIZATION IS LINE SEQUENTIAL
              FILE STATUS IS GLLOT-FILE-STATUS.
