      *****************************************************************
      * Copybook:  PAYDUESL
      * Purpose:   FILE-CONTROL entry for the shared PAYDUE payment
      *            schedule - one row per instalment due on a
      *            LOANMAST account. Built by PLAN0001, paid down by
      *            the LNTX0001 payment transaction, aged and charged
      *            late fees by RETD0001. Each program supplies its
      *            own PAYDUE-FILE-STATUS field.
      *****************************************************************
           SELECT PAYDUE ASSIGN TO PAYDUE
              ORGANIZATION IS LINE SEQUENTIAL
              FILE STATUS IS PAYDUE-FILE-STATUS.
