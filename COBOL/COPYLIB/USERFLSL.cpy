      * Copybook:  USERFLSL
      * Purpose:   FILE-CONTROL entry for the shared USERFILE operator
      *            sign-on file, COPYed into MENU0001 (which signs
      *            operators on against it), USER0001 (which
      *            maintains it) and the programs that check an
      *            operator's authority level, such as THLD0001.
      *            Each program supplies its own
      *            USERFILE-FILE-STATUS field.
      *****************************************************************
           SELECT USERFILE ASSIGN TO USERFILE
