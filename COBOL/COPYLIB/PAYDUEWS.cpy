      *****************************************************************
      * Copybook:  PAYDUEWS
      * Purpose:   In-storage copy of the PAYDUE payment schedule,
      *            loaded whole and rewritten at the end of the run by
      *            PLAN0001, LNTX0001 and RETD0001, the same way
      *            LOANMAST is. EP-RETIRE-SWITCH drops a row from the
      *            rewrite.
      *****************************************************************
       01  ECHEANCIER-COUNT           PIC 9(5)      VALUE 0.
       01  ECHEANCIER-SCAN            PIC 9(5)      VALUE 0.
       01  ECHEANCIER-TABLE.
           05 ECHEANCIER-ENTRY
              OCCURS 0 TO 20000 TIMES DEPENDING ON ECHEANCIER-COUNT
              INDEXED BY ECHEANCIER-IDX.
              10 EP-ACCOUNT-REF       PIC X(10).
              10 EP-NUMERO            PIC 9(4).
              10 EP-DATE-ECHEANCE     PIC 9(8).
              10 EP-CAPITAL           PIC 9(7)V99.
              10 EP-INTERET           PIC 9(7)V99.
              10 EP-FRAIS             PIC 9(7)V99.
              10 EP-PAYE              PIC 9(7)V99.
              10 EP-DATE-PAIEMENT     PIC 9(8).
              10 EP-RETIRE-SWITCH     PIC X.
                 88 EP-RETIRE                       VALUE "Y".
