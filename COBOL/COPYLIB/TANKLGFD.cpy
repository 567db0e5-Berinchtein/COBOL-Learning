      *****************************************************************
      * Copybook:  TANKLGFD
      * Purpose:   FD and record layout for the shared TANKLOG yard
      *            tank movement log - one dated row per delivery
      *            into the tank (type D) or dip-stick stock reading
      *            (type P), litres in both.
      *****************************************************************
       FD  TANKLOG.
       01  TANKLOG-RECORD.
           05 TK-RECORD-TYPE             PIC X.
              88 TK-DELIVERY                            VALUE "D".
              88 TK-DIP-READING                         VALUE "P".
           05 FILLER                     PIC X(1)      VALUE SPACE.
           05 TK-DATE                    PIC 9(8).
           05 FILLER                     PIC X(1)      VALUE SPACE.
           05 TK-LITRES                  PIC 9(8)V99.
