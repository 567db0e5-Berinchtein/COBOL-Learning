      *****************************************************************
      * Copybook:  DECLCSFD
      * Purpose:   FD and record layout for the shared DECLCAS
      *            register - one row per cash reporting case opened
      *            by DECL0001. Rule G is a single deposit or
      *            withdrawal at or above the reporting threshold
      *            (DC-REFERENCE is then the LOANPOST reference of the
      *            movement); rule C several smaller movements of the
      *            same type by the same holder on the same day that
      *            add up to the threshold; rule F repeated deposits
      *            just under the threshold by the same holder within
      *            a few days. DC-ACCOUNT-REF is the account of the
      *            movement that raised the case. A case opens with
      *            status O, is set to R once reviewed and to D once
      *            filed with the regulator, with the filing
      *            reference, by DOSS0001.
      *****************************************************************
       FD  DECLCAS.
       01  DECLCAS-RECORD.
           05 DC-NUMERO                  PIC 9(6).
           05 FILLER                     PIC X(1)      VALUE SPACE.
           05 DC-REGLE                   PIC X.
              88 DC-GROS-MONTANT                        VALUE "G".
              88 DC-CUMUL-JOURNEE                       VALUE "C".
              88 DC-FRACTIONNEMENT                      VALUE "F".
           05 FILLER                     PIC X(1)      VALUE SPACE.
           05 DC-TRAN-TYPE               PIC X.
           05 FILLER                     PIC X(1)      VALUE SPACE.
           05 DC-HOLDER-ID               PIC X(10).
           05 FILLER                     PIC X(1)      VALUE SPACE.
           05 DC-ACCOUNT-REF             PIC X(10).
           05 FILLER                     PIC X(1)      VALUE SPACE.
           05 DC-TRAN-DATE               PIC 9(8).
           05 FILLER                     PIC X(1)      VALUE SPACE.
           05 DC-REFERENCE               PIC X(19).
           05 FILLER                     PIC X(1)      VALUE SPACE.
           05 DC-NOMBRE                  PIC 9(3).
           05 FILLER                     PIC X(1)      VALUE SPACE.
           05 DC-MONTANT                 PIC 9(9)V99.
           05 FILLER                     PIC X(1)      VALUE SPACE.
           05 DC-DATE-OUVERTURE          PIC 9(8).
           05 FILLER                     PIC X(1)      VALUE SPACE.
           05 DC-STATUT                  PIC X.
              88 DC-OUVERT                              VALUE "O".
              88 DC-REVU                                VALUE "R".
              88 DC-DECLARE                             VALUE "D".
           05 FILLER                     PIC X(1)      VALUE SPACE.
           05 DC-DATE-STATUT             PIC 9(8).
           05 FILLER                     PIC X(1)      VALUE SPACE.
           05 DC-OPERATEUR               PIC X(8).
           05 FILLER                     PIC X(1)      VALUE SPACE.
           05 DC-REF-DECLARATION         PIC X(15).
