      *****************************************************************
      * Copybook:  CLOHSTWS
      * Purpose:   Table of the references on the CLOSHIST closed
      *            accounts history, loaded at start of run by the
      *            programs that must refuse or leave out a closed
      *            account (LNTX0001, INTR0004, PORT0001, LNMT0001,
      *            PLAN0001, RETD0001, APPR0001, INTG0001).
      *            A missing CLOSHIST simply means no account was ever
      *            closed.
      *****************************************************************
       01  FERMES-SWITCHES.
           05 CLOSHIST-EOF-SWITCH     PIC X         VALUE "N".
              88 CLOSHIST-EOF                       VALUE "Y".
           05 FERME-TROUVE-SWITCH     PIC X         VALUE "N".
              88 FERME-TROUVE                       VALUE "Y".
           05 FERMES-DEBORDEE-SWITCH  PIC X         VALUE "N".
              88 FERMES-DEBORDEE                    VALUE "Y".
       01  REF-A-CONTROLER            PIC X(10)     VALUE SPACES.
       01  FERME-SCAN                 PIC 9(4)      VALUE 0.
       01  FERME-POSITION             PIC 9(4)      VALUE 0.
       01  FERMES-COUNT               PIC 9(4)      VALUE 0.
       01  FERMES-TABLE.
           05 FERME-ENTRY
              OCCURS 0 TO 2000 TIMES DEPENDING ON FERMES-COUNT
              INDEXED BY FERME-IDX.
              10 FE-ACCOUNT-REF       PIC X(10).
              10 FE-DATE-CLOTURE      PIC 9(8).
