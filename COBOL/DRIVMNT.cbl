      * 02/09/2026   MANUEL JARRY  Created - DRIVMAST driver master
      *                            maintenance (add/change/deactivate),
      *                            modeled on VEHM0001
      * 15/10/2026   MANUEL JARRY  Licence number, class, expiry date
      *                            and endorsements captured on add
      *                            and change, shown on the listing
      * 15/10/2026   MANUEL JARRY  Take-home vehicle assignment (vehicle
      *                            and period) captured on add and
      *                            change for the taxable benefit
      *
      *****************************************************************
       IDENTIFICATION DIVISION.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
           COPY DRVMSTSL.
           COPY VEHMSTSL.
           COPY JOBLOGSL.
      *****************************************************************
      *
       DATA DIVISION.
       FILE SECTION.
       COPY DRVMSTFD.
      *
       COPY VEHMSTFD.
      *
       COPY JOBLOGFD.
      *****************************************************************
          05 END-OF-SESSION-SWITCH       PIC X          VALUE "N".
          05 DRIVMAST-EOF-SWITCH         PIC X          VALUE "N".
             88 DRIVMAST-EOF                            VALUE "Y".
          05 VEHMAST-OPEN-SWITCH         PIC X          VALUE "N".
             88 VEHMAST-OPEN                            VALUE "Y".
      *
       01 FILE-STATUS-FIELDS.
          05 DRIVMAST-FILE-STATUS        PIC X(2)       VALUE "00".
             88 DRIVMAST-FILE-OK                        VALUE "00".
             88 DRIVMAST-FILE-NOT-FOUND                 VALUE "23" "35".
          05 VEHMAST-FILE-STATUS         PIC X(2)       VALUE "00".
             88 VEHMAST-FILE-OK                         VALUE "00".
             88 VEHMAST-FILE-NOT-FOUND                  VALUE "23" "35".
      *
       01 JOBLOG-DATE-ET-HEURE.
          05 JDH-DATE                    PIC 9(8).
          05 MAINTENANCE-ACTION          PIC 9          VALUE 0.
          05 DRIVER-ID-ENTRY             PIC X(6).
          05 DRIVER-NAME-ENTRY           PIC X(30).
          05 LICENCE-NUMBER-ENTRY        PIC X(15).
          05 LICENCE-CLASS-ENTRY         PIC X(3).
          05 LICENCE-EXPIRY-ENTRY        PIC 9(8).
          05 ENDORSEMENT-ENTRY           PIC X(3).
          05 TAKE-HOME-VEHICLE-ENTRY     PIC X(6).
          05 TAKE-HOME-FROM-ENTRY        PIC 9(8).
          05 TAKE-HOME-TO-ENTRY          PIC 9(8).
          05 CONFIRM-ENTRY               PIC X.
      *
       01 WORK-FIELDS.
          05 ENDORSEMENT-SCAN            PIC 9          VALUE 0.
          05 OTHER-FIELDS.
             10 SEPARATOR-LINE           PIC X(50)
                                                        VALUE
           GOBACK.
      *
      ******************************************************************
      *  This routine opens DRIVMAST, creating it on first-ever use,
      *  and VEHMAST for the take-home vehicle check
      ******************************************************************
       010-OPEN-DRIVMAST.
      *
              CLOSE DRIVMAST
              OPEN I-O DRIVMAST
           END-IF.
           OPEN INPUT VEHMAST.
           IF VEHMAST-FILE-OK
              MOVE "Y" TO VEHMAST-OPEN-SWITCH
           ELSE
              DISPLAY "VEHMAST INTROUVABLE OU ILLISIBLE (FILE STATUS "
                      VEHMAST-FILE-STATUS ") - TAKE-HOME VEHICLE IDS "
                      "WILL NOT BE CHECKED."
           END-IF.
           OPEN EXTEND JOBLOG.
           MOVE FUNCTION CURRENT-DATE TO JOBLOG-DATE-ET-HEURE.
           MOVE JDH-DATE TO JOBLOG-START-SAUVEGARDE (1:8).
                 MOVE DRIVER-ID-ENTRY TO DM-DRIVER-ID
                 MOVE DRIVER-NAME-ENTRY TO DM-NAME
                 MOVE "A" TO DM-STATUS-SWITCH
                 PERFORM 230-ASK-LICENCE-DETAILS
                 PERFORM 250-ASK-TAKE-HOME THRU 250-EXIT
                 WRITE DRIVMAST-RECORD
                 DISPLAY "DRIVER " DM-DRIVER-ID " ADDED ACTIVE."
              NOT INVALID KEY
           END-IF.
      *
      ******************************************************************
      *  This routine asks the licence held by the driver straight
      *  into the record - a blank licence number records none and
      *  leaves the expiry zero, otherwise the expiry is required so
      *  the trip edits have a date to test against
      ******************************************************************
       230-ASK-LICENCE-DETAILS.
      *
           DISPLAY "ENTER THE LICENCE NUMBER (15 CHARACTERS, "
                   "SPACES IF NOT YET RECORDED):".
           ACCEPT LICENCE-NUMBER-ENTRY.
           MOVE LICENCE-NUMBER-ENTRY TO DM-LICENCE-NUMBER.
           MOVE SPACES TO DM-LICENCE-CLASS.
           MOVE 0 TO DM-LICENCE-EXPIRY.
           MOVE SPACES TO DM-ENDORSEMENTS.
           IF (LICENCE-NUMBER-ENTRY = SPACES)
              DISPLAY "NO LICENCE RECORDED - DRIVER WILL BE LISTED "
                      "BY LICR0001 UNTIL ONE IS ENTERED."
           ELSE
              DISPLAY "ENTER THE LICENCE CLASS (3 CHARACTERS):"
              ACCEPT LICENCE-CLASS-ENTRY
              MOVE LICENCE-CLASS-ENTRY TO DM-LICENCE-CLASS
              PERFORM 235-ASK-LICENCE-EXPIRY
              MOVE LICENCE-EXPIRY-ENTRY TO DM-LICENCE-EXPIRY
              PERFORM 240-ASK-ONE-ENDORSEMENT
                 VARYING ENDORSEMENT-SCAN FROM 1 BY 1
                 UNTIL ENDORSEMENT-SCAN > 4
           END-IF.
      *
       235-ASK-LICENCE-EXPIRY.
      *
           DISPLAY "ENTER THE LICENCE EXPIRY DATE (YYYYMMDD):".
           ACCEPT LICENCE-EXPIRY-ENTRY.
           IF (LICENCE-EXPIRY-ENTRY < 19000101)
              OR (LICENCE-EXPIRY-ENTRY (5:2) < "01")
              OR (LICENCE-EXPIRY-ENTRY (5:2) > "12")
              OR (LICENCE-EXPIRY-ENTRY (7:2) < "01")
              OR (LICENCE-EXPIRY-ENTRY (7:2) > "31")
              DISPLAY "INVALID LICENCE EXPIRY DATE. "
                      "VEUILLEZ REESSAYER."
              GO TO 235-ASK-LICENCE-EXPIRY
           END-IF.
           IF (LICENCE-EXPIRY-ENTRY < JDH-DATE)
              DISPLAY "WARNING: THIS LICENCE HAS ALREADY EXPIRED - "
                      "NO TRIPS WILL BE ACCEPTED FOR THIS DRIVER."
           END-IF.
      *
       240-ASK-ONE-ENDORSEMENT.
      *
           DISPLAY "ENTER ENDORSEMENT " ENDORSEMENT-SCAN
                   " (E.G. AB = AIR BRAKE, SPACES FOR NONE):".
           ACCEPT ENDORSEMENT-ENTRY.
           MOVE ENDORSEMENT-ENTRY
              TO DM-ENDORSEMENT (ENDORSEMENT-SCAN).
      *
      ******************************************************************
      *  This routine asks the fleet vehicle the driver takes home, if
      *  any, straight into the record - the vehicle must be on
      *  VEHMAST, the assignment needs a start date, and an end date
      *  of zero means the driver still has it
      ******************************************************************
       250-ASK-TAKE-HOME.
      *
           DISPLAY "ENTER THE VEHICLE ID THE DRIVER TAKES HOME "
                   "(SPACES FOR NONE):".
           ACCEPT TAKE-HOME-VEHICLE-ENTRY.
           MOVE SPACES TO DM-TAKE-HOME-VEHICLE.
           MOVE 0 TO DM-TAKE-HOME-FROM.
           MOVE 0 TO DM-TAKE-HOME-TO.
           IF (TAKE-HOME-VEHICLE-ENTRY = SPACES)
              GO TO 250-EXIT
           END-IF.
           IF VEHMAST-OPEN
              MOVE TAKE-HOME-VEHICLE-ENTRY TO VM-VEHICLE-ID
              READ VEHMAST
                 INVALID KEY
                    DISPLAY "VEHICLE " TAKE-HOME-VEHICLE-ENTRY
                            " IS NOT ON VEHMAST. VEUILLEZ REESSAYER."
                    GO TO 250-ASK-TAKE-HOME
              END-READ
           END-IF.
           MOVE TAKE-HOME-VEHICLE-ENTRY TO DM-TAKE-HOME-VEHICLE.
           PERFORM 255-ASK-TAKE-HOME-FROM.
           MOVE TAKE-HOME-FROM-ENTRY TO DM-TAKE-HOME-FROM.
           PERFORM 260-ASK-TAKE-HOME-TO THRU 260-EXIT.
           MOVE TAKE-HOME-TO-ENTRY TO DM-TAKE-HOME-TO.
      *
       250-EXIT.
           EXIT.
      *
       255-ASK-TAKE-HOME-FROM.
      *
           DISPLAY "ENTER THE DATE THE ASSIGNMENT STARTED (YYYYMMDD):".
           ACCEPT TAKE-HOME-FROM-ENTRY.
           IF (TAKE-HOME-FROM-ENTRY < 19000101)
              OR (TAKE-HOME-FROM-ENTRY (5:2) < "01")
              OR (TAKE-HOME-FROM-ENTRY (5:2) > "12")
              OR (TAKE-HOME-FROM-ENTRY (7:2) < "01")
              OR (TAKE-HOME-FROM-ENTRY (7:2) > "31")
              DISPLAY "INVALID ASSIGNMENT START DATE. "
                      "VEUILLEZ REESSAYER."
              GO TO 255-ASK-TAKE-HOME-FROM
           END-IF.
      *
       260-ASK-TAKE-HOME-TO.
      *
           DISPLAY "ENTER THE DATE THE ASSIGNMENT ENDED (YYYYMMDD, "
                   "0 IF STILL ASSIGNED):".
           ACCEPT TAKE-HOME-TO-ENTRY.
           IF (TAKE-HOME-TO-ENTRY = 0)
              GO TO 260-EXIT
           END-IF.
           IF (TAKE-HOME-TO-ENTRY < TAKE-HOME-FROM-ENTRY)
              OR (TAKE-HOME-TO-ENTRY (5:2) < "01")
              OR (TAKE-HOME-TO-ENTRY (5:2) > "12")
              OR (TAKE-HOME-TO-ENTRY (7:2) < "01")
              OR (TAKE-HOME-TO-ENTRY (7:2) > "31")
              DISPLAY "INVALID ASSIGNMENT END DATE - IT CANNOT BE "
                      "BEFORE THE START. VEUILLEZ REESSAYER."
              GO TO 260-ASK-TAKE-HOME-TO
           END-IF.
      *
       260-EXIT.
           EXIT.
      *
      ******************************************************************
      *  This routine re-enters the name of an existing driver - a
      *  space entry keeps the current value - and on request the
      *  whole licence and the take-home assignment
      ******************************************************************
       300-CHANGE-DRIVER.
      *
                 IF (DRIVER-NAME-ENTRY NOT = SPACES)
                    MOVE DRIVER-NAME-ENTRY TO DM-NAME
                 END-IF
                 IF (DM-LICENCE-EXPIRY NOT NUMERIC)
                    MOVE SPACES TO DM-LICENCE-NUMBER
                    MOVE SPACES TO DM-LICENCE-CLASS
                    MOVE 0 TO DM-LICENCE-EXPIRY
                    MOVE SPACES TO DM-ENDORSEMENTS
                 END-IF
                 DISPLAY "CURRENT LICENCE: " DM-LICENCE-NUMBER
                         " CLASS " DM-LICENCE-CLASS
                         " EXPIRES " DM-LICENCE-EXPIRY
                         " ENDORSEMENTS " DM-ENDORSEMENTS
                 DISPLAY "CHANGE THE LICENCE DETAILS? (Y/N)"
                 ACCEPT CONFIRM-ENTRY
                 IF (CONFIRM-ENTRY = "Y" OR "y")
                    PERFORM 230-ASK-LICENCE-DETAILS
                 END-IF
                 IF (DM-TAKE-HOME-FROM NOT NUMERIC)
                    MOVE SPACES TO DM-TAKE-HOME-VEHICLE
                    MOVE 0 TO DM-TAKE-HOME-FROM
                    MOVE 0 TO DM-TAKE-HOME-TO
                 END-IF
                 DISPLAY "CURRENT TAKE-HOME VEHICLE: "
                         DM-TAKE-HOME-VEHICLE
                         " FROM " DM-TAKE-HOME-FROM
                         " TO " DM-TAKE-HOME-TO
                 DISPLAY "CHANGE THE TAKE-HOME ASSIGNMENT? (Y/N)"
                 ACCEPT CONFIRM-ENTRY
                 IF (CONFIRM-ENTRY = "Y" OR "y")
                    PERFORM 250-ASK-TAKE-HOME THRU 250-EXIT
                 END-IF
                 REWRITE DRIVMAST-RECORD
                 DISPLAY "DRIVER " DM-DRIVER-ID " CHANGED."
           END-READ.
       500-LIST-DRIVERS.
      *
           DISPLAY SEPARATOR-LINE.
           DISPLAY "ID     NAME                           ST "
                   "LICENCE         CLS EXPIRY   HOME".
           MOVE "N" TO DRIVMAST-EOF-SWITCH.
           MOVE LOW-VALUES TO DM-DRIVER-ID.
           START DRIVMAST KEY IS NOT LESS THAN DM-DRIVER-ID
                 AT END
                    MOVE "Y" TO DRIVMAST-EOF-SWITCH
                 NOT AT END
                    IF (DM-LICENCE-EXPIRY NOT NUMERIC)
                       MOVE SPACES TO DM-LICENCE-NUMBER
                       MOVE SPACES TO DM-LICENCE-CLASS
                       MOVE 0 TO DM-LICENCE-EXPIRY
                    END-IF
                    IF (DM-TAKE-HOME-FROM NOT NUMERIC)
                       MOVE SPACES TO DM-TAKE-HOME-VEHICLE
                    END-IF
                    DISPLAY DM-DRIVER-ID " " DM-NAME
                            " " DM-STATUS-SWITCH "  "
                            DM-LICENCE-NUMBER " " DM-LICENCE-CLASS
                            " " DM-LICENCE-EXPIRY
                            " " DM-TAKE-HOME-VEHICLE
              END-READ
           END-PERFORM.
      *
      ******************************************************************
      *  This routine closes DRIVMAST and VEHMAST at end of session
      ******************************************************************
       900-SHUTDOWN-DRIVMAST.
      *
           CLOSE DRIVMAST.
           IF VEHMAST-OPEN
              CLOSE VEHMAST
           END-IF.
      *
      ******************************************************************
      *  This routine writes the run's JOBLOG record and closes JOBLOG
