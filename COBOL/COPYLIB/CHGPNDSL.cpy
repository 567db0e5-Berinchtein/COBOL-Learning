      *****************************************************************
      * Copybook:  CHGPNDSL
      * Purpose:   FILE-CONTROL entry for the shared CHGPEND file of
      *            master-file changes awaiting a second operator's
      *            approval, COPYed into LNMT0001 and HLDM0001 (which
      *            key the changes) and APPR0001 (which approves or
      *            rejects them).
      *            Each program supplies its own
      *            CHGPEND-FILE-STATUS field.
      *****************************************************************
           SELECT CHGPEND ASSIGN TO CHGPEND
              ORGANIZATION IS LINE SEQUENTIAL
              FILE STATUS IS CHGPEND-FILE-STATUS.
