      *                            replaced, so a reversal backdated
      *                            into a closed month reaches the
      *                            trend report instead of vanishing
      * 15/10/2026   MANUEL JARRY  Days with a trip and the last trip
      *                            date carried on each summary row
      *                            for the utilization report
      * 15/10/2026   MANUEL JARRY  Unattended run in the nightly chain
      *                            closes last month without asking
      *                            and never re-closes a month
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
          05 CLOSE-MONTH-ENTRY           PIC 9(6).
             10 VT-DISTANCE              PIC S9(9)V99.
             10 VT-FUEL-USED             PIC S9(9)V99.
             10 VT-TRIP-COST             PIC S9(9)V99.
             10 VT-TRIP-DAYS             PIC 9(2).
             10 VT-LAST-TRIP-DATE        PIC 9(8).
             10 VT-DAY-FLAGS.
                15 VT-DAY-FLAG           PIC X          OCCURS 31.
      *
      ******************************************************************
      *  The summary rows of every OTHER month, held as images so the
       01 KEPT-ROW-TABLE.
          05 KEPT-ROW-ENTRY
             OCCURS 0 TO 2000 TIMES DEPENDING ON KEPT-ROW-COUNT.
             10 KR-IMAGE                 PIC X(61).
      *
       01 WORK-FIELDS.
          05 TRIP-MONTH                  PIC 9(6).
          05 TRIP-DAY                    PIC 9(2).
          05 CURRENT-MONTH               PIC 9(6).
          05 VEHICLE-SCAN                PIC 9(3).
          05 KEPT-ROW-SCAN               PIC 9(4).
           MOVE JDH-DATE (1:6) TO CURRENT-MONTH.
           DISPLAY SEPARATOR-LINE.
           DISPLAY "MONTH-END TRIP SUMMARY CLOSE".
           IF (CHAINE-NOCTURNE-SIGNAL = "Y")
              IF (CURRENT-MONTH (5:2) = "01")
                 COMPUTE CLOSE-MONTH-ENTRY = CURRENT-MONTH - 89
              ELSE
                 COMPUTE CLOSE-MONTH-ENTRY = CURRENT-MONTH - 1
              END-IF
              DISPLAY "UNATTENDED RUN - CLOSING " CLOSE-MONTH-ENTRY "."
           ELSE
              DISPLAY "ENTER THE MONTH TO CLOSE (YYYYMM):"
              ACCEPT CLOSE-MONTH-ENTRY
           END-IF.
           IF (CLOSE-MONTH-ENTRY = 0)
              OR (CLOSE-MONTH-ENTRY >= CURRENT-MONTH)
              DISPLAY "ONLY A COMPLETE PAST MONTH MAY BE CLOSED. "
                         "TRIPSUMM - ITS " ROWS-REMPLACES " ROW(S) "
                         "WILL BE REPLACED BY THIS RE-CLOSE. "
                         "ENTER Y TO PROCEED:"
                 IF (CHAINE-NOCTURNE-SIGNAL = "Y")
                    MOVE "N" TO CONFIRM-ENTRY
                 ELSE
                    ACCEPT CONFIRM-ENTRY
                 END-IF
                 IF (CONFIRM-ENTRY NOT = "Y" AND "y")
                    DISPLAY "RE-CLOSE ABANDONED BY OPERATOR."
                    MOVE "ABANDON" TO JOBLOG-STATUS-SWITCH
      *
      ******************************************************************
      *  This routine folds one journal record of the closing month
      *  into its vehicle's bucket - trips add, reversals subtract.
      *  A trip also marks its day as used; a reversal leaves the day
      *  marked, since the vehicle still went out that day
      ******************************************************************
       100-FOLD-ONE-TRIP.
      *
                 ADD TJ-DISTANCE TO VT-DISTANCE (VEHICLE-IDX)
                 ADD TJ-FUEL-USED TO VT-FUEL-USED (VEHICLE-IDX)
                 ADD TJ-TRIP-COST TO VT-TRIP-COST (VEHICLE-IDX)
                 PERFORM 120-MARK-TRIP-DAY
              END-IF
           END-IF.
           PERFORM 030-READ-TRIPFILE.
                 MOVE 0 TO VT-DISTANCE (VEHICLE-IDX)
                 MOVE 0 TO VT-FUEL-USED (VEHICLE-IDX)
                 MOVE 0 TO VT-TRIP-COST (VEHICLE-IDX)
                 MOVE 0 TO VT-TRIP-DAYS (VEHICLE-IDX)
                 MOVE 0 TO VT-LAST-TRIP-DATE (VEHICLE-IDX)
                 MOVE SPACES TO VT-DAY-FLAGS (VEHICLE-IDX)
                 MOVE "Y" TO VEHICLE-FOUND-SWITCH
              ELSE
                 DISPLAY "EXCEPTION: VEHICLE TABLE FULL - THE CLOSE "
           END-IF.
      *
      ******************************************************************
      *  This routine counts the trip's day once per vehicle and keeps
      *  the vehicle's latest trip date in the month
      ******************************************************************
       120-MARK-TRIP-DAY.
      *
           MOVE TJ-TRIP-DATE (7:2) TO TRIP-DAY.
           IF (TRIP-DAY >= 1) AND (TRIP-DAY <= 31)
              IF (VT-DAY-FLAG (VEHICLE-IDX, TRIP-DAY) NOT = "Y")
                 MOVE "Y" TO VT-DAY-FLAG (VEHICLE-IDX, TRIP-DAY)
                 ADD 1 TO VT-TRIP-DAYS (VEHICLE-IDX)
              END-IF
           END-IF.
           IF (TJ-TRIP-DATE > VT-LAST-TRIP-DATE (VEHICLE-IDX))
              MOVE TJ-TRIP-DATE TO VT-LAST-TRIP-DATE (VEHICLE-IDX)
           END-IF.
      *
      ******************************************************************
      *  This routine rewrites the whole summary - the kept rows of
      *  every other month first, then the closing month's fresh
      *  rows, so a re-close replaces rather than doubles. Nothing
           MOVE VT-DISTANCE (VEHICLE-SCAN) TO TS-DISTANCE.
           MOVE VT-FUEL-USED (VEHICLE-SCAN) TO TS-FUEL-USED.
           MOVE VT-TRIP-COST (VEHICLE-SCAN) TO TS-TRIP-COST.
           MOVE VT-TRIP-DAYS (VEHICLE-SCAN) TO TS-TRIP-DAYS.
           MOVE VT-LAST-TRIP-DATE (VEHICLE-SCAN) TO TS-LAST-TRIP-DATE.
           WRITE TRIPSUMM-RECORD.
           ADD 1 TO TRIPSUMM-RECORDS-ECRITS.
      *
