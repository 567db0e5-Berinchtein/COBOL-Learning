      *****************************************************************
      * Copybook:  GLPERDFD
      * Purpose:   FD and record layout for the shared GLPERIOD
      *            register - one row per period closed, append-only,
      *            with the date, the operator and the period totals
      *            proved at close. A period is locked when it is not
      *            after the highest GP-PERIOD on file; the open
      *            period is the month after it. A missing or empty
      *            register means nothing has been closed yet.
      *****************************************************************
       FD  GLPERIOD.
       01  GLPERIOD-RECORD.
           05 GP-PERIOD                  PIC 9(6).
           05 FILLER                     PIC X(1)      VALUE SPACE.
           05 GP-CLOSE-DATE              PIC 9(8).
           05 FILLER                     PIC X(1)      VALUE SPACE.
           05 GP-CLOSED-BY               PIC X(8).
           05 FILLER                     PIC X(1)      VALUE SPACE.
           05 GP-TOTAL-DEBITS            PIC 9(11)V99.
           05 FILLER                     PIC X(1)      VALUE SPACE.
           05 GP-TOTAL-CREDITS           PIC 9(11)V99.
