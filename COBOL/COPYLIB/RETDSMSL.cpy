      *****************************************************************
      * Copybook:  RETDSMSL
      * Purpose:   FILE-CONTROL entry for the RETDSOMM arrears
      *            summary, rewritten by each RETD0001 run and read
      *            by PORT0001 for the portfolio report. Each program
      *            supplies its own RETDSOMM-FILE-STATUS field.
      *****************************************************************
           SELECT RETDSOMM ASSIGN TO RETDSOMM
              ORGANIZATION IS LINE SEQUENTIAL
              FILE STATUS IS RETDSOMM-FILE-STATUS.
