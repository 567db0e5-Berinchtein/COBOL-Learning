      *****************************************************************
      * Copybook:  CHGPNDFD
      * Purpose:   FD and record layout for the shared CHGPEND file -
      *            one row per master record a keyed change would
      *            add, modify or delete, with the images before and
      *            after the change and the operator who keyed it.
      *            Every row of one change (a holder modification and
      *            the linked accounts it is carried to, for example)
      *            shares the same CA-NUMERO and is approved or
      *            rejected as a whole. A LOANMAST image fills the
      *            first 53 positions of the image fields, a HOLDMAST
      *            image all 115. APPR0001 takes a change off the
      *            file once it has been approved or rejected.
      *****************************************************************
       FD  CHGPEND.
       01  CHGPEND-RECORD.
           05 CA-NUMERO                  PIC 9(6).
           05 FILLER                     PIC X(1)      VALUE SPACE.
           05 CA-LIGNE                   PIC 9(3).
           05 FILLER                     PIC X(1)      VALUE SPACE.
           05 CA-FICHIER                 PIC X(8).
              88 CA-LOANMAST                            VALUE
                                                        "LOANMAST".
              88 CA-HOLDMAST                            VALUE
                                                        "HOLDMAST".
           05 FILLER                     PIC X(1)      VALUE SPACE.
           05 CA-ACTION                  PIC X(3).
              88 CA-AJOUT                               VALUE "ADD".
              88 CA-MODIFICATION                        VALUE "CHG".
              88 CA-SUPPRESSION                         VALUE "DEL".
           05 FILLER                     PIC X(1)      VALUE SPACE.
           05 CA-ACCOUNT-REF             PIC X(10).
           05 FILLER                     PIC X(1)      VALUE SPACE.
           05 CA-MAKER-ID                PIC X(8).
           05 FILLER                     PIC X(1)      VALUE SPACE.
           05 CA-TIMESTAMP               PIC 9(14).
           05 FILLER                     PIC X(1)      VALUE SPACE.
           05 CA-BEFORE-IMAGE            PIC X(115).
           05 FILLER                     PIC X(1)      VALUE SPACE.
           05 CA-AFTER-IMAGE             PIC X(115).
