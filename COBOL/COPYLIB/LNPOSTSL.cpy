      *****************************************************************
      * Copybook:  LNPOSTSL
      * Purpose:   FILE-CONTROL entry for the shared LOANPOST journal
      *            of posted account movements, COPYed into LNTX0001
      *            (which appends every movement it posts) and
      *            DECL0001 (which screens the journal for cash
      *            transactions to report).
      *            Each program supplies its own
      *            LOANPOST-FILE-STATUS field.
      *****************************************************************
           SELECT LOANPOST ASSIGN TO LOANPOST
              ORGANIZATION IS LINE SEQUENTIAL
              FILE STATUS IS LOANPOST-FILE-STATUS.
