      *****************************************************************
      * Copybook:  CHGPNDWS
      * Purpose:   Work fields of the programs that key master-file
      *            changes for approval (LNMT0001, HLDM0001) - the
      *            rows of the change being keyed, written to CHGPEND
      *            together under the next free change number. A
      *            change is refused while any account it touches
      *            already has a change awaiting approval on the same
      *            master file.
      *****************************************************************
       01  CHGPEND-SWITCHES.
           05 CHGPEND-EOF-SWITCH      PIC X         VALUE "N".
              88 CHGPEND-EOF                        VALUE "Y".
           05 CHANGEMENT-BLOQUE-SWITCH PIC X        VALUE "N".
              88 CHANGEMENT-BLOQUE                  VALUE "Y".
       01  CHANGEMENT-FICHIER         PIC X(8)      VALUE SPACES.
       01  CHANGEMENT-NUMERO          PIC 9(6)      VALUE 0.
       01  CHANGEMENT-SCAN            PIC 9(3)      VALUE 0.
       01  CHANGEMENT-LIGNES-COUNT    PIC 9(3)      VALUE 0.
       01  CHANGEMENT-TABLE.
           05 CHANGEMENT-LIGNE
              OCCURS 0 TO 500 TIMES DEPENDING ON CHANGEMENT-LIGNES-COUNT
              INDEXED BY CHANGEMENT-IDX.
              10 CL-ACTION            PIC X(3).
              10 CL-ACCOUNT-REF       PIC X(10).
              10 CL-BEFORE-IMAGE      PIC X(115).
              10 CL-AFTER-IMAGE       PIC X(115).
