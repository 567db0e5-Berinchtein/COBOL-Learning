      *****************************************************************
      * Copybook:  PAYDUEFD
      * Purpose:   FD and record layout for the shared PAYDUE payment
      *            schedule. An instalment owes its capital, its
      *            interest and any late fee charged; PD-PAYE is what
      *            has been paid against it so far, taken fee first,
      *            then interest, then capital. It is settled once
      *            PD-PAYE reaches the three together.
      *****************************************************************
       FD  PAYDUE.
       01  PAYDUE-RECORD.
           05 PD-ACCOUNT-REF             PIC X(10).
           05 FILLER                     PIC X(1)      VALUE SPACE.
           05 PD-NUMERO                  PIC 9(4).
           05 FILLER                     PIC X(1)      VALUE SPACE.
           05 PD-DATE-ECHEANCE           PIC 9(8).
           05 FILLER                     PIC X(1)      VALUE SPACE.
           05 PD-CAPITAL                 PIC 9(7)V99.
           05 FILLER                     PIC X(1)      VALUE SPACE.
           05 PD-INTERET                 PIC 9(7)V99.
           05 FILLER                     PIC X(1)      VALUE SPACE.
           05 PD-FRAIS                   PIC 9(7)V99.
           05 FILLER                     PIC X(1)      VALUE SPACE.
           05 PD-PAYE                    PIC 9(7)V99.
           05 FILLER                     PIC X(1)      VALUE SPACE.
           05 PD-DATE-PAIEMENT           PIC 9(8).
