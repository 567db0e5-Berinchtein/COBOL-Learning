      *                            against JOBLOG, listing every run
      *                            that was due in the window but has
      *                            no matching JL-PROGRAM-ID record
      * 15/10/2026   MANUEL JARRY  Unattended run in the nightly chain
      *                            checks yesterday without asking
      *
      *****************************************************************
       IDENTIFICATION DIVISION.
       01 JOBLOG-START-SAUVEGARDE        PIC 9(14)      VALUE 0.
      *
       COPY OPERIDWS.
      *
       COPY CHAINEWS.
      *
       01 USER-ENTRIES.
          05 WINDOW-DATE-ENTRY           PIC 9(8).
           MOVE JDH-TIME TO JOBLOG-START-SAUVEGARDE (9:6).
           DISPLAY SEPARATOR-LINE.
           DISPLAY "MISSED-RUN EXCEPTION REPORT".
           IF (CHAINE-NOCTURNE-SIGNAL = "Y")
              COMPUTE WINDOW-DATE-ENTRY = FUNCTION DATE-OF-INTEGER
                 (FUNCTION INTEGER-OF-DATE (JDH-DATE) - 1)
              DISPLAY "UNATTENDED RUN - CHECKING " WINDOW-DATE-ENTRY
                      "."
           ELSE
              DISPLAY "ENTER THE DATE TO CHECK (YYYYMMDD, 0 = TODAY):"
              ACCEPT WINDOW-DATE-ENTRY
           END-IF.
           IF (WINDOW-DATE-ENTRY = 0)
              MOVE JDH-DATE TO WINDOW-DATE-ENTRY
           END-IF.
