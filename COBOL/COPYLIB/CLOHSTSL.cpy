      *****************************************************************
      * Copybook:  CLOHSTSL
      * Purpose:   FILE-CONTROL entry for the shared CLOSHIST closed
      *            accounts history, COPYed into CLOT0001 and
      *            ECHE0001 (which move closed accounts there) and
      *            into LNTX0001, INTR0004, PORT0001, LNMT0001,
      *            PLAN0001, RETD0001, APPR0001 and INTG0001 (which
      *            refuse or leave out a closed reference).
      *            Each program supplies its own
      *            CLOSHIST-FILE-STATUS field.
      *****************************************************************
           SELECT CLOSHIST ASSIGN TO CLOSHIST
              ORGANIZATION IS LINE SEQUENTIAL
              FILE STATUS IS CLOSHIST-FILE-STATUS.
