      *****************************************************************
      * Copybook:  TITEXPWS
      * Purpose:   Account-to-holder links loaded from HOLDMAST and
      *            the work fields of the per-holder exposure check
      *            made by the programs that raise a principal
      *            (LNMT0001, LNTX0001) and repeated by APPR0001 when
      *            the change is approved. A holder's exposure is the
      *            sum of the principals of every LOANMAST account
      *            linked to the holder; it may not pass
      *            MAX-EXPOSITION-TITULAIRE (PARMFILE key
      *            TITU-MAX-EXPOSITION). An account with no HOLDMAST
      *            row, or a blank holder ID, is its own holder.
      *****************************************************************
       01  LIENS-SWITCHES.
           05 LIENS-EOF-SWITCH        PIC X         VALUE "N".
              88 LIENS-EOF                          VALUE "Y".
           05 LIENS-DEBORDES-SWITCH   PIC X         VALUE "N".
              88 LIENS-DEBORDES                     VALUE "Y".
           05 EXPOSITION-DEPASSEE-SWITCH PIC X      VALUE "N".
              88 EXPOSITION-DEPASSEE                VALUE "Y".
       01  REF-LIEN                   PIC X(10)     VALUE SPACES.
       01  TITULAIRE-DU-COMPTE        PIC X(10)     VALUE SPACES.
       01  TITULAIRE-A-EXPOSER        PIC X(10)     VALUE SPACES.
       01  LIENS-COUNT                PIC 9(4)      VALUE 0.
       01  LIENS-TABLE.
           05 LIEN-ENTRY
              OCCURS 0 TO 500 TIMES DEPENDING ON LIENS-COUNT
              INDEXED BY LIEN-IDX.
              10 LI-ACCOUNT-REF       PIC X(10).
              10 LI-HOLDER-ID         PIC X(10).
       01  EXPOSITION-TRAVAIL.
           05 MAX-EXPOSITION-TITULAIRE PIC 9(9)V99  VALUE 1000000.00.
           05 EXPOSITION-TITULAIRE    PIC 9(9)V99   VALUE 0.
           05 EXPOSITION-COMPTES      PIC 9(3)      VALUE 0.
           05 EXPOSITION-PRINCIPAL-X  PIC X(9).
           05 EXPOSITION-PRINCIPAL REDEFINES EXPOSITION-PRINCIPAL-X
                                      PIC 9(7)V99.
