      * 02/09/2026   MANUEL JARRY  Warn at trip entry when the vehicle
      *                            has passed its next service point
      *                            (SRVC0001 maintenance schedule)
      * 15/10/2026   MANUEL JARRY  Refuse a driver whose DRIVMAST
      *                            licence has lapsed on the trip date
      * 15/10/2026   MANUEL JARRY  Province code asked per trip and
      *                            journalled to TRIPFILE for the
      *                            quarterly fuel-tax return
      * 15/10/2026   MANUEL JARRY  Trip purpose (business, personal,
      *                            commute) asked and journalled for
      *                            the drivers' taxable benefit
      * 15/10/2026   MANUEL JARRY  A vehicle off the road for repair
      *                            (INCD0001) is refused at entry
      *
      *****************************************************************
       IDENTIFICATION DIVISION.
       COPY OPERIDWS.
      *
       COPY CHAINEWS.
      *
       COPY PROVCDWS.
      *
       COPY PURPCDWS.
      *
       01 USER-ENTRIES.
          05 VEHICLE-ID-ENTRY            PIC X(6).
          05 DRIVER-ID-ENTRY             PIC X(6).
          05 PROVINCE-ENTRY              PIC X(2).
          05 PURPOSE-ENTRY               PIC X.
          05 PROGRAM-START-VALUE         PIC 9.
          05 UNIT-SYSTEM-ENTRY           PIC X.
          05 REVERSAL-DATE-ENTRY         PIC 9(8).
                 WHEN "GASC-MAX-FUEL-USED"
                    COMPUTE MAX-FUEL-USED-VALUE =
                       FUNCTION NUMVAL (PA-PARM-VALUE)
                 WHEN "FTAX-HOME-PROVINCE"
                    MOVE PA-PARM-VALUE TO HOME-PROVINCE
                 WHEN OTHER
                    CONTINUE
              END-EVALUATE
              WHEN 0
                 PERFORM 020-ASK-VEHICLE-ID
                 PERFORM 025-ASK-DRIVER-ID
                 PERFORM 027-ASK-PROVINCE
                 PERFORM 028-ASK-PURPOSE
                 PERFORM 100-SHOW-GAS-CONSUMPTION
                 PERFORM 030-UPDATE-FLEETLOG
                 PERFORM 032-UPDATE-VEHICLE-ODOMETER
                            "AGAINST IT. VEUILLEZ REESSAYER."
                    GO TO 020-ASK-VEHICLE-ID
                 END-IF
                 IF VM-OUT-OF-SERVICE
                    DISPLAY "VEHICLE " VEHICLE-ID-ENTRY
                            " IS OFF THE ROAD FOR REPAIR - NO TRIPS "
                            "UNTIL INCD0001 RETURNS IT TO SERVICE. "
                            "VEUILLEZ REESSAYER."
                    GO TO 020-ASK-VEHICLE-ID
                 END-IF
                 DISPLAY "VEHICLE " VEHICLE-ID-ENTRY
                         " - " VM-DESCRIPTION
           END-READ.
      ******************************************************************
      *  This routine asks who drove the trip, rejecting any ID that
      *  is not an active DRIVMAST record so every journalled trip
      *  can be attributed to a real driver, and any driver whose
      *  licence expired before today's trip date
      ******************************************************************
       025-ASK-DRIVER-ID.
      *
                            "AGAINST THEM. VEUILLEZ REESSAYER."
                    GO TO 025-ASK-DRIVER-ID
                 END-IF
                 IF (DM-LICENCE-EXPIRY NUMERIC)
                    AND (DM-LICENCE-EXPIRY > 0)
                    AND (DM-LICENCE-EXPIRY < JDH-DATE)
                    DISPLAY "DRIVER " DRIVER-ID-ENTRY
                            " LICENCE EXPIRED ON " DM-LICENCE-EXPIRY
                            " - NO TRIPS MAY BE RECORDED AGAINST "
                            "THEM. VEUILLEZ REESSAYER."
                    GO TO 025-ASK-DRIVER-ID
                 END-IF
                 DISPLAY "DRIVER " DRIVER-ID-ENTRY " - " DM-NAME
           END-READ.
      *
           END-IF.
      *
      ******************************************************************
      *  This routine asks which province or territory the trip was
      *  driven and fuelled in, for the quarterly fuel-tax return -
      *  a blank entry takes the home province. A correction is
      *  journalled with the province of the bad trip so it nets out
      *  of the same jurisdiction
      ******************************************************************
       027-ASK-PROVINCE.
      *
           DISPLAY "ENTER THE PROVINCE CODE OF THE TRIP "
                   "(2 LETTERS, BLANK FOR " HOME-PROVINCE "):".
           ACCEPT PROVINCE-ENTRY.
           IF (PROVINCE-ENTRY = SPACES)
              MOVE HOME-PROVINCE TO PROVINCE-ENTRY
           END-IF.
           MOVE PROVINCE-ENTRY TO PROVINCE-CODE-CHECK.
           IF (NOT PROVINCE-CODE-VALID)
              DISPLAY "PROVINCE CODE " PROVINCE-ENTRY
                      " IS NOT A CANADIAN PROVINCE OR TERRITORY. "
                      "VEUILLEZ REESSAYER."
              GO TO 027-ASK-PROVINCE
           END-IF.
      *
      ******************************************************************
      *  This routine asks the purpose of the trip - business,
      *  personal or commute - which the year-end taxable benefit
      *  (TXBN0001) is worked out from. A blank entry is business; a
      *  correction must carry the purpose of the bad trip so the
      *  km net out of the same use
      ******************************************************************
       028-ASK-PURPOSE.
      *
           DISPLAY "ENTER THE TRIP PURPOSE - B (BUSINESS), "
                   "P (PERSONAL), C (COMMUTE), BLANK FOR BUSINESS:".
           ACCEPT PURPOSE-ENTRY.
           IF (PURPOSE-ENTRY = SPACE)
              MOVE DEFAULT-PURPOSE TO PURPOSE-ENTRY
           END-IF.
           MOVE PURPOSE-ENTRY TO PURPOSE-CODE-CHECK.
           IF (NOT PURPOSE-CODE-VALID)
              DISPLAY "TRIP PURPOSE " PURPOSE-ENTRY
                      " IS NOT B, P OR C. VEUILLEZ REESSAYER."
              GO TO 028-ASK-PURPOSE
           END-IF.
      *
      ******************************************************************
      *  This routine folds the session's totals into FLEETLOG and
      *  writes the record back before shutdown
      ******************************************************************
           MOVE CONSUMPTION-METRIC     TO TJ-CONSUMPTION.
           MOVE TOTAL-TRIP-COST        TO TJ-TRIP-COST.
           MOVE DRIVER-ID-ENTRY        TO TJ-DRIVER-ID.
           MOVE PROVINCE-ENTRY         TO TJ-PROVINCE.
           MOVE PURPOSE-ENTRY          TO TJ-PURPOSE.
           WRITE TRIPFILE-RECORD.
      *
      ******************************************************************
                   "TRIP EXACTLY AS THEY WERE FIRST KEYED.".
           PERFORM 310-ASK-REVERSAL-VEHICLE.
           PERFORM 026-ASK-REVERSAL-DRIVER.
           PERFORM 027-ASK-PROVINCE.
           PERFORM 028-ASK-PURPOSE.
           PERFORM 315-ASK-REVERSAL-DATE.
           PERFORM 110-ASK-DISTANCE.
           PERFORM 120-ASK-FUEL-USED.
           MOVE CONSUMPTION-METRIC     TO TJ-CONSUMPTION.
           MOVE TOTAL-TRIP-COST        TO TJ-TRIP-COST.
           MOVE DRIVER-ID-ENTRY        TO TJ-DRIVER-ID.
           MOVE PROVINCE-ENTRY         TO TJ-PROVINCE.
           MOVE PURPOSE-ENTRY          TO TJ-PURPOSE.
           WRITE TRIPFILE-RECORD.
      *
      ******************************************************************
