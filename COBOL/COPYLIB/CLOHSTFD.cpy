      *****************************************************************
      * Copybook:  CLOHSTFD
      * Purpose:   FD and record layout for the shared CLOSHIST closed
      *            accounts history - one row per account taken off
      *            LOANMAST, with its final figures: the months and
      *            the total interest accrued over its life (the
      *            interest of the closing broken period included),
      *            the penalty kept back and the amount paid out, and
      *            the last LOANMAST image. Motif A is an early
      *            redemption by CLOT0001, E a payout at maturity by
      *            ECHE0001.
      *****************************************************************
       FD  CLOSHIST.
       01  CLOSHIST-RECORD.
           05 CH-ACCOUNT-REF             PIC X(10).
           05 FILLER                     PIC X(1)      VALUE SPACE.
           05 CH-DATE-CLOTURE            PIC 9(8).
           05 FILLER                     PIC X(1)      VALUE SPACE.
           05 CH-MOTIF                   PIC X.
              88 CH-CLOTURE-ANTICIPEE                   VALUE "A".
              88 CH-PAIEMENT-ECHEANCE                   VALUE "E".
           05 FILLER                     PIC X(1)      VALUE SPACE.
           05 CH-MOIS-COURUS             PIC 9(4).
           05 FILLER                     PIC X(1)      VALUE SPACE.
           05 CH-INTERET-TOTAL           PIC 9(9)V99.
           05 FILLER                     PIC X(1)      VALUE SPACE.
           05 CH-INTERET-FINAL           PIC 9(9)V99.
           05 FILLER                     PIC X(1)      VALUE SPACE.
           05 CH-PENALITE                PIC 9(9)V99.
           05 FILLER                     PIC X(1)      VALUE SPACE.
           05 CH-MONTANT-PAYE            PIC 9(9)V99.
           05 FILLER                     PIC X(1)      VALUE SPACE.
           05 CH-IMAGE-FINALE            PIC X(53).
