      *****************************************************************
      * Copybook:  LNPOSTFD
      * Purpose:   FD and record layout for the shared LOANPOST
      *            journal - one row per LOANTRAN movement LNTX0001
      *            has posted (a rejected movement never reaches it),
      *            with the holder the account belonged to when it
      *            was posted. LP-RUN-TIMESTAMP is the start of the
      *            LNTX0001 run and LP-SEQUENCE the movement's line
      *            number in the LOANTRAN batch, counted from the
      *            HDR row even when the run resumed an interrupted
      *            batch; together they identify the posting.
      *****************************************************************
       FD  LOANPOST.
       01  LOANPOST-RECORD.
           05 LP-TRAN-DATE               PIC 9(8).
           05 FILLER                     PIC X(1)      VALUE SPACE.
           05 LP-ACCOUNT-REF             PIC X(10).
           05 FILLER                     PIC X(1)      VALUE SPACE.
           05 LP-HOLDER-ID               PIC X(10).
           05 FILLER                     PIC X(1)      VALUE SPACE.
           05 LP-TRAN-TYPE               PIC X.
              88 LP-DEPOT                               VALUE "D".
              88 LP-RETRAIT                             VALUE "W".
              88 LP-PAIEMENT                            VALUE "P".
           05 FILLER                     PIC X(1)      VALUE SPACE.
           05 LP-AMOUNT                  PIC 9(7)V99.
           05 FILLER                     PIC X(1)      VALUE SPACE.
           05 LP-REFERENCE.
              10 LP-RUN-TIMESTAMP        PIC 9(14).
              10 LP-SEQUENCE             PIC 9(5).
