      *****************************************************************
      * Copybook:  LNAUDTFD
      * Purpose:   FD and record layout for the shared LOANAUDT
      *            account audit trail - one row per change to a
      *            LOANMAST account, with the account image before
      *            and after it. LA-OPERATOR-ID is the operator who
      *            keyed or ran the change; LA-APPROVER-ID is the
      *            second operator who approved or rejected it in
      *            APPR0001, and stays blank on the rows the batch
      *            programs write (CLOT0001, ECHE0001, LNTX0001).
      *            COPYed into APPR0001, LAUD0001, CLOT0001,
      *            ECHE0001 and LNTX0001.
      *****************************************************************
       FD  LOANAUDT.
       01  LOANAUDT-RECORD.
           05 LA-TIMESTAMP               PIC 9(14).
           05 FILLER                     PIC X(1)      VALUE SPACE.
           05 LA-OPERATOR-ID             PIC X(8).
           05 FILLER                     PIC X(1)      VALUE SPACE.
           05 LA-ACTION                  PIC X(3).
           05 FILLER                     PIC X(1)      VALUE SPACE.
           05 LA-BEFORE-IMAGE            PIC X(53).
           05 FILLER                     PIC X(1)      VALUE SPACE.
           05 LA-AFTER-IMAGE             PIC X(53).
           05 FILLER                     PIC X(1)      VALUE SPACE.
           05 LA-APPROVER-ID             PIC X(8).
