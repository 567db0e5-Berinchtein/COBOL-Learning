      *****************************************************************
      * Copybook:  GLACCTFD
      * Purpose:   FD and record layout for the shared GLACCT chart
      *            of accounts - one record per general ledger
      *            account, keyed on the same 8-character account
      *            GLMAP maps the sources to. GA-ACCOUNT-TYPE places
      *            the account on the balance sheet (asset,
      *            liability, equity) or the income statement
      *            (revenue, expense). An account is never deleted
      *            once created; an inactive one refuses postings
      *            but keeps its balances on the trial balance.
      *****************************************************************
       FD  GLACCT.
       01  GLACCT-RECORD.
           05 GA-ACCOUNT                 PIC X(8).
           05 GA-ACCOUNT-TYPE            PIC X.
              88 GA-ASSET                           VALUE "A".
              88 GA-LIABILITY                       VALUE "L".
              88 GA-EQUITY                          VALUE "Q".
              88 GA-REVENUE                         VALUE "R".
              88 GA-EXPENSE                         VALUE "X".
              88 GA-VALID-TYPE                      VALUE "A" "L"
                                                          "Q" "R"
                                                          "X".
           05 GA-DESCRIPTION             PIC X(30).
           05 GA-STATUS-SWITCH           PIC X.
              88 GA-ACTIVE                          VALUE "A".
              88 GA-INACTIVE                        VALUE "I".
           05 GA-DATE-CREATED            PIC 9(8).
