      *****************************************************************
      * Copybook:  JOBSTRSL
      * Purpose:   FILE-CONTROL entry for the JOBSTREAM definition of
      *            the unattended nightly chain, read by MENU0001.
      *            The reading program supplies its own
      *            JOBSTREAM-FILE-STATUS field.
      *****************************************************************
           SELECT JOBSTREAM ASSIGN TO JOBSTREAM
              ORGANIZATION IS LINE SEQUENTIAL
              FILE STATUS IS JOBSTREAM-FILE-STATUS.
