      *                            edits into FLEETLOG and TRIPFILE,
      *                            or write rows off - every exit from
      *                            the backlog leaves an audit line
      * 15/10/2026   MANUEL JARRY  Licence expiry edit on resubmission,
      *                            as GASC0002 now applies it
      * 15/10/2026   MANUEL JARRY  Province code carried on the reject
      *                            file, re-keyed and edited on
      *                            resubmission, journalled to TRIPFILE
      * 15/10/2026   MANUEL JARRY  Trip purpose code carried on the
      *                            reject file, re-keyed and edited on
      *                            resubmission, journalled to TRIPFILE
      * 15/10/2026   MANUEL JARRY  A vehicle off the road for repair
      *                            (INCD0001) is refused on
      *                            resubmission
      *
      *****************************************************************
       IDENTIFICATION DIVISION.
           05 TE-TRANSACTION-IMAGE       PIC X(54).
           05 FILLER                     PIC X(1).
           05 TE-REJECT-REASON           PIC X(30).
           05 FILLER                     PIC X(1).
           05 TE-PROVINCE                PIC X(2).
           05 FILLER                     PIC X(1).
           05 TE-PURPOSE                 PIC X.
      *
      ******************************************************************
      *  Audit trail - one line per row leaving the backlog, saying
       01 JOBLOG-START-SAUVEGARDE        PIC 9(14)      VALUE 0.
      *
       COPY OPERIDWS.
      *
       COPY PROVCDWS.
      *
       COPY PURPCDWS.
      *
      ******************************************************************
      *  Working view of one suspended transaction - the same layout
      *  GASC0002 reads off the TRIPTRAN feed, redefinable as the
      *  X(54) image the reject file and audit trail carry. The
      *  province and trip purpose follow the image on the reject
      *  file and are moved in separately
      ******************************************************************
       01 TRAN-TRAVAIL.
          05 TW-VEHICLE-ID              PIC X(6).
          05 TW-FUEL-PRICE              PIC 9(3)V999.
          05 FILLER                     PIC X(1).
          05 TW-DRIVER-ID               PIC X(6).
          05 FILLER                     PIC X(1).
          05 TW-PROVINCE                PIC X(2).
          05 FILLER                     PIC X(1).
          05 TW-PURPOSE                 PIC X.
      *
       01 TRAN-TRAVAIL-IMAGE REDEFINES TRAN-TRAVAIL
                                         PIC X(54).
             OCCURS 0 TO 500 TIMES DEPENDING ON BACKLOG-COUNT.
             10 BK-IMAGE                PIC X(54).
             10 BK-REASON               PIC X(30).
             10 BK-PROVINCE             PIC X(2).
             10 BK-PURPOSE              PIC X.
      *
       01 USER-ENTRIES.
          05 MAINTENANCE-ACTION         PIC 9          VALUE 0.
                             TO BK-IMAGE (BACKLOG-COUNT)
                          MOVE TE-REJECT-REASON
                             TO BK-REASON (BACKLOG-COUNT)
                          MOVE TE-PROVINCE
                             TO BK-PROVINCE (BACKLOG-COUNT)
                          MOVE TE-PURPOSE
                             TO BK-PURPOSE (BACKLOG-COUNT)
                       ELSE
                          DISPLAY "EXCEPTION: BACKLOG TABLE FULL - "
                                  "ROW NOT LOADED, THE FILE WILL "
                 WHEN "GASC-MAX-FUEL-USED"
                    COMPUTE MAX-FUEL-USED-VALUE =
                       FUNCTION NUMVAL (PA-PARM-VALUE)
                 WHEN "FTAX-HOME-PROVINCE"
                    MOVE PA-PARM-VALUE TO HOME-PROVINCE
                 WHEN OTHER
                    CONTINUE
              END-EVALUATE
       210-LIST-ONE-ROW.
      *
           DISPLAY ROW-SCAN " " BK-IMAGE (ROW-SCAN)
                   " " BK-PROVINCE (ROW-SCAN)
                   " " BK-PURPOSE (ROW-SCAN)
                   " " BK-REASON (ROW-SCAN).
      *
      ******************************************************************
              GO TO 300-EXIT
           END-IF.
           MOVE BK-IMAGE (ROW-NUMBER-ENTRY) TO TRAN-TRAVAIL-IMAGE.
           MOVE BK-PROVINCE (ROW-NUMBER-ENTRY) TO TW-PROVINCE.
           MOVE BK-PURPOSE (ROW-NUMBER-ENTRY) TO TW-PURPOSE.
           DISPLAY "ROW AS REJECTED: " TRAN-TRAVAIL-IMAGE.
           DISPLAY "REASON:          " BK-REASON (ROW-NUMBER-ENTRY).
           PERFORM 320-KEY-THE-FIELDS.
           ACCEPT TW-FUEL-PRICE.
           DISPLAY "ENTER THE DRIVER ID (" TW-DRIVER-ID "):".
           ACCEPT TW-DRIVER-ID.
           DISPLAY "ENTER THE PROVINCE CODE, BLANK FOR "
                   HOME-PROVINCE " (" TW-PROVINCE "):".
           ACCEPT TW-PROVINCE.
           DISPLAY "ENTER THE TRIP PURPOSE B/P/C, BLANK FOR "
                   "BUSINESS (" TW-PURPOSE "):".
           ACCEPT TW-PURPOSE.
      *
      ******************************************************************
      *  This routine applies the vehicle, driver, odometer, fuel and
      *
           MOVE "Y" TO TRAN-VALID-SWITCH.
           MOVE SPACES TO REJECT-REASON.
           IF (TW-PROVINCE = SPACES)
              MOVE HOME-PROVINCE TO TW-PROVINCE
           END-IF.
           MOVE TW-PROVINCE TO PROVINCE-CODE-CHECK.
           IF (TW-PURPOSE = SPACE)
              MOVE DEFAULT-PURPOSE TO TW-PURPOSE
           END-IF.
           MOVE TW-PURPOSE TO PURPOSE-CODE-CHECK.
           MOVE TW-VEHICLE-ID TO VM-VEHICLE-ID.
           READ VEHMAST
              INVALID KEY
                    MOVE "N" TO TRAN-VALID-SWITCH
                    MOVE "VEHICLE RETIRED" TO REJECT-REASON
                 END-IF
                 IF VM-OUT-OF-SERVICE
                    MOVE "N" TO TRAN-VALID-SWITCH
                    MOVE "VEHICLE OUT OF SERVICE" TO REJECT-REASON
                 END-IF
           END-READ.
           IF TRAN-VALID
              MOVE TW-DRIVER-ID TO DM-DRIVER-ID
                 WHEN TW-TRIP-DATE = 0
                    MOVE "N" TO TRAN-VALID-SWITCH
                    MOVE "TRIP DATE ZERO" TO REJECT-REASON
                 WHEN NOT PROVINCE-CODE-VALID
                    MOVE "N" TO TRAN-VALID-SWITCH
                    MOVE "PROVINCE CODE INVALID" TO REJECT-REASON
                 WHEN NOT PURPOSE-CODE-VALID
                    MOVE "N" TO TRAN-VALID-SWITCH
                    MOVE "TRIP PURPOSE CODE INVALID" TO REJECT-REASON
              END-EVALUATE
           END-IF.
           IF TRAN-VALID
              IF (DM-LICENCE-EXPIRY NUMERIC)
                 AND (DM-LICENCE-EXPIRY > 0)
                 AND (DM-LICENCE-EXPIRY < TW-TRIP-DATE)
                 MOVE "N" TO TRAN-VALID-SWITCH
                 MOVE "DRIVER LICENCE EXPIRED" TO REJECT-REASON
              END-IF
           END-IF.
           IF TRAN-VALID
              COMPUTE DERIVED-DISTANCE =
                 TW-ODOMETER-END - TW-ODOMETER-START
           MOVE GAS-CONSUMPTION        TO TJ-CONSUMPTION.
           MOVE TOTAL-TRIP-COST        TO TJ-TRIP-COST.
           MOVE TW-DRIVER-ID           TO TJ-DRIVER-ID.
           MOVE TW-PROVINCE            TO TJ-PROVINCE.
           MOVE TW-PURPOSE             TO TJ-PURPOSE.
           WRITE TRIPFILE-RECORD.
      *
      ******************************************************************
      *
           MOVE BK-IMAGE (ROW-SCAN + 1) TO BK-IMAGE (ROW-SCAN).
           MOVE BK-REASON (ROW-SCAN + 1) TO BK-REASON (ROW-SCAN).
           MOVE BK-PROVINCE (ROW-SCAN + 1) TO BK-PROVINCE (ROW-SCAN).
           MOVE BK-PURPOSE (ROW-SCAN + 1) TO BK-PURPOSE (ROW-SCAN).
      *
      ******************************************************************
      *  This routine stamps one audit line for the row leaving the
           MOVE SPACES TO TRIPERR-RECORD.
           MOVE BK-IMAGE (ROW-SCAN) TO TE-TRANSACTION-IMAGE.
           MOVE BK-REASON (ROW-SCAN) TO TE-REJECT-REASON.
           MOVE BK-PROVINCE (ROW-SCAN) TO TE-PROVINCE.
           MOVE BK-PURPOSE (ROW-SCAN) TO TE-PURPOSE.
           WRITE TRIPERR-RECORD.
      *
      ******************************************************************
