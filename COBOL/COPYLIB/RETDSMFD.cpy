      *****************************************************************
      * Copybook:  RETDSMFD
      * Purpose:   FD and record layout for the RETDSOMM arrears
      *            summary - one row per RETD0001 run: the as-of
      *            date, the unpaid instalments and amounts in each
      *            ageing band (1-30, 31-60, 61-90, over 90 days past
      *            due), the accounts in arrears and the late fees
      *            charged by that run.
      *****************************************************************
       FD  RETDSOMM.
       01  RETDSOMM-RECORD.
           05 RS-DATE-ARRETE             PIC 9(8).
           05 RS-TRANCHE OCCURS 4 TIMES.
              10 FILLER                  PIC X(1).
              10 RS-NOMBRE               PIC 9(5).
              10 FILLER                  PIC X(1).
              10 RS-MONTANT              PIC 9(9)V99.
           05 FILLER                     PIC X(1).
           05 RS-COMPTES-EN-RETARD       PIC 9(5).
           05 FILLER                     PIC X(1).
           05 RS-FRAIS-NOMBRE            PIC 9(5).
           05 FILLER                     PIC X(1).
           05 RS-FRAIS-MONTANT           PIC 9(9)V99.
