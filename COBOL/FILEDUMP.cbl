      *                            fresh indexed file verifying the
      *                            same totals on the way back in -
      *                            dumps run nightly from the chain
      * 15/10/2026   MANUEL JARRY  VEHMAST reload takes the tank
      *                            capacity column
      * 15/10/2026   MANUEL JARRY  Backup image widened for the
      *                            VEHMAST acquisition columns
      * 15/10/2026   MANUEL JARRY  VEHMAST reload takes the pool-
      *                            vehicle flag
      * 15/10/2026   MANUEL JARRY  VEHMAST reload takes the asset
      *                            class column
      *
      *****************************************************************
       IDENTIFICATION DIVISION.
       01  FLEETBAK-RECORD               PIC X(100).
      *
       FD  VEHMBAK.
       01  VEHMBAK-RECORD                PIC X(200).
      *
       FD  FUELBAK.
       01  FUELBAK-RECORD                PIC X(100).
          05 CONFIRM-ENTRY               PIC X          VALUE "N".
      *
       01 WORK-FIELDS.
          05 BACKUP-IMAGE                PIC X(200).
          05 DUMP-COUNT                  PIC 9(7)       VALUE 0.
          05 DUMP-HASH                   PIC 9(13)V99   VALUE 0.
          05 RELOAD-COUNT                PIC 9(7)       VALUE 0.
                       WHEN "TRL"
                          PERFORM 600-VERIFY-THE-TRAILER
                       WHEN OTHER
                          MOVE BACKUP-IMAGE (1:108)
                             TO VEHMAST-RECORD
                          WRITE VEHMAST-RECORD
                          ADD 1 TO RELOAD-COUNT
