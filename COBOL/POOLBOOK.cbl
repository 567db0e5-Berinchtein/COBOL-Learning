      *****************************************************************
      * Program name:    RSVM0001
      * Original author: MANUEL JARRY
      *
      * Maintenence Log
      * Date        Author        Maintenance Requirement
      * ----------- ------------  --------------------------------------
      * 15/10/2026   MANUEL JARRY  Created - pool vehicle bookings on
      *                            POOLRESV: book, cancel and list,
      *                            refusing a window that overlaps
      *                            another booking, a vehicle not in
      *                            service or not in the pool, and a
      *                            vehicle whose service is falling
      *                            due on the SRVC0001 schedule
      *
      *****************************************************************
       IDENTIFICATION DIVISION.
       PROGRAM-ID.  RSVM0001.
       AUTHOR. MANUEL JARRY.
       INSTALLATION. COBOL-Learning
       DATE-WRITTEN. 15/10/2026.
       DATE-COMPILED. DD/MM/YYYY.
       SECURITY. NON-CONFIDENTIAL.
      *****************************************************************
      *
      *****************************************************************
       ENVIRONMENT DIVISION.
       CONFIGURATION SECTION.
       SOURCE-COMPUTER. PC-MANU.
       OBJECT-COMPUTER. PC-MANU.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
           COPY POOLRSSL.
           COPY VEHMSTSL.
           COPY DRVMSTSL.
           COPY FLEETLGSL.
           COPY JOBLOGSL.
      *****************************************************************
      *
      *****************************************************************
       DATA DIVISION.
       FILE SECTION.
      *
       COPY POOLRSFD.
      *
       COPY VEHMSTFD.
      *
       COPY DRVMSTFD.
      *
       COPY FLEETLGFD.
      *
       COPY JOBLOGFD.
      *****************************************************************
      *
      *****************************************************************
       WORKING-STORAGE SECTION.
      *
       01 SWITCHES.
          05 END-OF-SESSION-SWITCH       PIC X          VALUE "N".
          05 POOLRESV-EOF-SWITCH         PIC X          VALUE "N".
             88 POOLRESV-EOF                            VALUE "Y".
          05 FLEETLOG-AVAILABLE-SWITCH   PIC X          VALUE "N".
             88 FLEETLOG-AVAILABLE                      VALUE "Y".
          05 SERVICE-DUE-SWITCH          PIC X          VALUE "N".
             88 SERVICE-DUE                             VALUE "Y".
          05 OVERLAP-SWITCH              PIC X          VALUE "N".
             88 OVERLAP-FOUND                           VALUE "Y".
          05 REUSE-KEY-SWITCH            PIC X          VALUE "N".
             88 REUSE-CANCELLED-KEY                     VALUE "Y".
          05 FILES-OPEN-SWITCH           PIC X          VALUE "N".
             88 FILES-OPEN                              VALUE "Y".
      *
       01 FILE-STATUS-FIELDS.
          05 POOLRESV-FILE-STATUS        PIC X(2)       VALUE "00".
             88 POOLRESV-FILE-OK                        VALUE "00".
             88 POOLRESV-FILE-NOT-FOUND                 VALUE "23" "35".
          05 VEHMAST-FILE-STATUS         PIC X(2)       VALUE "00".
             88 VEHMAST-FILE-OK                         VALUE "00".
             88 VEHMAST-FILE-NOT-FOUND                  VALUE "23" "35".
          05 DRIVMAST-FILE-STATUS        PIC X(2)       VALUE "00".
             88 DRIVMAST-FILE-OK                        VALUE "00".
             88 DRIVMAST-FILE-NOT-FOUND                 VALUE "23" "35".
          05 FLEETLOG-FILE-STATUS        PIC X(2)       VALUE "00".
             88 FLEETLOG-FILE-OK                        VALUE "00".
             88 FLEETLOG-FILE-NOT-FOUND                 VALUE "23" "35".
      *
       01 JOBLOG-DATE-ET-HEURE.
          05 JDH-DATE                    PIC 9(8).
          05 JDH-TIME                    PIC 9(6).
          05 FILLER                      PIC X(7).
      *
       01 JOBLOG-STATUS-SWITCH           PIC X(8)       VALUE "NORMAL".
      *
       01 JOBLOG-START-SAUVEGARDE        PIC 9(14)      VALUE 0.
      *
       COPY OPERIDWS.
      *
       01 USER-ENTRIES.
          05 MAINTENANCE-ACTION          PIC 9          VALUE 0.
          05 VEHICLE-ID-ENTRY            PIC X(6).
          05 DRIVER-ID-ENTRY             PIC X(6).
          05 DEPARTMENT-ENTRY            PIC X(4).
          05 START-STAMP-ENTRY.
             10 START-DATE-ENTRY         PIC 9(8).
             10 START-TIME-ENTRY         PIC 9(4).
          05 END-STAMP-ENTRY.
             10 END-DATE-ENTRY           PIC 9(8).
             10 END-TIME-ENTRY           PIC 9(4).
          05 CONFIRM-ENTRY               PIC X.
      *
       01 WORK-FIELDS.
          05 NEXT-SERVICE-POINT          PIC 9(10)V99   VALUE 0.
          05 DUE-SOON-POINT              PIC 9(10)V99   VALUE 0.
          05 CONFLICT-DRIVER-ID          PIC X(6).
          05 CONFLICT-START-STAMP        PIC X(12).
          05 CONFLICT-END-STAMP          PIC X(12).
          05 BOOKINGS-LISTED             PIC 9(5)       VALUE 0.
          05 OTHER-FIELDS.
             10 SEPARATOR-LINE           PIC X(50)
                                                        VALUE
                   "--------------------------------------------------".
      *
      ******************************************************************
      *  A vehicle is refused once it is within this share of its
      *  interval below the next service point - the same DUE SOON
      *  test SRVC0001 prints on its due/overdue report
      ******************************************************************
       01 DUE-SOON-THRESHOLD-PCT         PIC 9(3)       VALUE 10.
      *****************************************************************
      *
      ******************************************************************
       PROCEDURE DIVISION.
      *
           PERFORM 010-OPEN-FILES.
           PERFORM 100-PROCESS-ONE-ACTION THRU 100-EXIT
              UNTIL (END-OF-SESSION-SWITCH = "Y").
           PERFORM 900-SHUTDOWN-FILES.
           PERFORM 950-ECRIRE-JOBLOG.
           DISPLAY "END OF PROGRAM.".
           GOBACK.
      *
      ******************************************************************
      *  This routine opens the files - POOLRESV is created on
      *  first-ever use; without VEHMAST and DRIVMAST no booking can
      *  be validated and the session is abandoned; a missing FLEETLOG
      *  only means every vehicle reads zero logged km
      ******************************************************************
       010-OPEN-FILES.
      *
           OPEN EXTEND JOBLOG.
           MOVE FUNCTION CURRENT-DATE TO JOBLOG-DATE-ET-HEURE.
           MOVE JDH-DATE TO JOBLOG-START-SAUVEGARDE (1:8).
           MOVE JDH-TIME TO JOBLOG-START-SAUVEGARDE (9:6).
           OPEN INPUT VEHMAST.
           OPEN INPUT DRIVMAST.
           IF (NOT VEHMAST-FILE-OK) OR (NOT DRIVMAST-FILE-OK)
              DISPLAY "VEHMAST OR DRIVMAST INTROUVABLE OU ILLISIBLE "
                      "(FILE STATUS " VEHMAST-FILE-STATUS "/"
                      DRIVMAST-FILE-STATUS "). BOOKING SESSION "
                      "ABANDONED."
              MOVE "FILE-ERR" TO JOBLOG-STATUS-SWITCH
              MOVE "Y" TO END-OF-SESSION-SWITCH
              IF VEHMAST-FILE-OK
                 CLOSE VEHMAST
              END-IF
              IF DRIVMAST-FILE-OK
                 CLOSE DRIVMAST
              END-IF
           ELSE
              MOVE "Y" TO FILES-OPEN-SWITCH
              OPEN I-O POOLRESV
              IF POOLRESV-FILE-NOT-FOUND
                 OPEN OUTPUT POOLRESV
                 CLOSE POOLRESV
                 OPEN I-O POOLRESV
              END-IF
              OPEN INPUT FLEETLOG
              IF FLEETLOG-FILE-OK
                 MOVE "Y" TO FLEETLOG-AVAILABLE-SWITCH
              ELSE
                 DISPLAY "FLEETLOG NOT AVAILABLE (FILE STATUS "
                         FLEETLOG-FILE-STATUS ") - SERVICE DUE "
                         "CHECK MADE ON ZERO LOGGED KM."
              END-IF
           END-IF.
      *
      ******************************************************************
      *  This routine prints the menu, accepts a choice and routes it
      ******************************************************************
       100-PROCESS-ONE-ACTION.
      *
           DISPLAY SEPARATOR-LINE.
           DISPLAY "POOL VEHICLE BOOKINGS (RSVM0001)".
           DISPLAY SEPARATOR-LINE.
           DISPLAY "  1 - BOOK A POOL VEHICLE".
           DISPLAY "  2 - CANCEL A BOOKING".
           DISPLAY "  3 - LIST A VEHICLE'S BOOKINGS".
           DISPLAY "  0 - EXIT".
           DISPLAY "ENTER YOUR CHOICE:".
           ACCEPT MAINTENANCE-ACTION.
           EVALUATE MAINTENANCE-ACTION
              WHEN 1
                 PERFORM 200-BOOK-VEHICLE THRU 200-EXIT
              WHEN 2
                 PERFORM 300-CANCEL-BOOKING
              WHEN 3
                 PERFORM 400-LIST-BOOKINGS
              WHEN 0
                 MOVE "Y" TO END-OF-SESSION-SWITCH
              WHEN OTHER
                 DISPLAY "INVALID CHOICE. VEUILLEZ REESSAYER."
           END-EVALUATE.
      *
       100-EXIT.
           EXIT.
      *
      ******************************************************************
      *  This routine takes one booking - the vehicle must be a pool
      *  vehicle in service with no service falling due, the driver
      *  active and licensed to the end of the window, and the window
      *  clear of every live booking on the vehicle. A refusal ends
      *  the booking; the operator starts again from the menu
      ******************************************************************
       200-BOOK-VEHICLE.
      *
           PERFORM 210-ASK-VEHICLE-ID.
           IF (NOT VM-POOL-VEHICLE)
              DISPLAY "BOOKING REFUSED - VEHICLE " VM-VEHICLE-ID
                      " IS NOT A POOL VEHICLE."
              GO TO 200-EXIT
           END-IF.
           IF (NOT VM-IN-SERVICE)
              DISPLAY "BOOKING REFUSED - VEHICLE " VM-VEHICLE-ID
                      " IS NOT IN SERVICE."
              GO TO 200-EXIT
           END-IF.
           PERFORM 220-CHECK-SERVICE-DUE.
           IF SERVICE-DUE
              DISPLAY "BOOKING REFUSED - VEHICLE " VM-VEHICLE-ID
                      " HAS A SERVICE FALLING DUE AT "
                      NEXT-SERVICE-POINT " LOGGED KM (NOW "
                      FL-LIFETIME-DISTANCE ")."
              DISPLAY "RECORD THE SERVICE WITH SRVC0001 BEFORE "
                      "BOOKING IT."
              GO TO 200-EXIT
           END-IF.
           PERFORM 230-ASK-DRIVER-ID.
           PERFORM 240-ASK-WINDOW.
           IF (DM-LICENCE-EXPIRY NUMERIC)
              AND (DM-LICENCE-EXPIRY > 0)
              AND (DM-LICENCE-EXPIRY < END-DATE-ENTRY)
              DISPLAY "BOOKING REFUSED - DRIVER " DM-DRIVER-ID
                      " LICENCE EXPIRES ON " DM-LICENCE-EXPIRY
                      ", BEFORE THE BOOKING ENDS."
              GO TO 200-EXIT
           END-IF.
           DISPLAY "ENTER THE DEPARTMENT TO CHARGE (4 CHARACTERS, "
                   "SPACES FOR THE VEHICLE'S OWN " VM-DEPARTMENT "):".
           ACCEPT DEPARTMENT-ENTRY.
           IF (DEPARTMENT-ENTRY = SPACES)
              MOVE VM-DEPARTMENT TO DEPARTMENT-ENTRY
           END-IF.
           PERFORM 260-CHECK-OVERLAP.
           IF OVERLAP-FOUND
              DISPLAY "BOOKING REFUSED - VEHICLE " VEHICLE-ID-ENTRY
                      " IS ALREADY BOOKED BY " CONFLICT-DRIVER-ID
                      " FROM " CONFLICT-START-STAMP
                      " TO " CONFLICT-END-STAMP "."
              GO TO 200-EXIT
           END-IF.
           MOVE SPACES TO POOLRESV-RECORD.
           MOVE VEHICLE-ID-ENTRY  TO RV-VEHICLE-ID.
           MOVE START-STAMP-ENTRY TO RV-START-STAMP.
           MOVE END-STAMP-ENTRY   TO RV-END-STAMP.
           MOVE DRIVER-ID-ENTRY   TO RV-DRIVER-ID.
           MOVE DEPARTMENT-ENTRY  TO RV-DEPARTMENT.
           MOVE "B" TO RV-STATUS-SWITCH.
           IF (OPERATEUR-SIGNON = LOW-VALUES)
              MOVE SPACES TO RV-BOOKED-BY
           ELSE
              MOVE OPERATEUR-SIGNON TO RV-BOOKED-BY
           END-IF.
           MOVE FUNCTION CURRENT-DATE TO JOBLOG-DATE-ET-HEURE.
           MOVE JDH-DATE TO RV-BOOKED-TIMESTAMP (1:8).
           MOVE JDH-TIME TO RV-BOOKED-TIMESTAMP (9:6).
           IF REUSE-CANCELLED-KEY
              REWRITE POOLRESV-RECORD
           ELSE
              WRITE POOLRESV-RECORD
           END-IF.
           IF POOLRESV-FILE-OK
              DISPLAY "VEHICLE " RV-VEHICLE-ID " BOOKED FOR "
                      RV-DRIVER-ID " (" RV-DEPARTMENT ") FROM "
                      RV-START-STAMP " TO " RV-END-STAMP "."
           ELSE
              DISPLAY "POOLRESV WRITE FAILED (FILE STATUS "
                      POOLRESV-FILE-STATUS ") - BOOKING NOT TAKEN."
              MOVE "FILE-ERR" TO JOBLOG-STATUS-SWITCH
           END-IF.
      *
       200-EXIT.
           EXIT.
      *
      ******************************************************************
      *  This routine asks which vehicle - the ID must be on VEHMAST
      ******************************************************************
       210-ASK-VEHICLE-ID.
      *
           DISPLAY "ENTER THE VEHICLE ID (6 CHARACTERS):".
           ACCEPT VEHICLE-ID-ENTRY.
           MOVE VEHICLE-ID-ENTRY TO VM-VEHICLE-ID.
           READ VEHMAST
              INVALID KEY
                 DISPLAY "VEHICLE " VEHICLE-ID-ENTRY
                         " IS NOT ON VEHMAST. VEUILLEZ REESSAYER."
                 GO TO 210-ASK-VEHICLE-ID
              NOT INVALID KEY
                 DISPLAY "VEHICLE " VEHICLE-ID-ENTRY
                         " - " VM-DESCRIPTION
           END-READ.
      *
      ******************************************************************
      *  This routine applies SRVC0001's DUE SOON test to the vehicle
      *  - lifetime km within the threshold share of the interval
      *  below the next service point, or past it. A vehicle with no
      *  schedule is never due
      ******************************************************************
       220-CHECK-SERVICE-DUE.
      *
           MOVE "N" TO SERVICE-DUE-SWITCH.
           MOVE 0 TO FL-LIFETIME-DISTANCE.
           IF FLEETLOG-AVAILABLE
              MOVE VM-VEHICLE-ID TO FL-VEHICLE-ID
              READ FLEETLOG
                 INVALID KEY
                    MOVE 0 TO FL-LIFETIME-DISTANCE
              END-READ
           END-IF.
           IF (VM-SERVICE-INTERVAL > 0)
              COMPUTE NEXT-SERVICE-POINT =
                 VM-LAST-SERVICE-DISTANCE + VM-SERVICE-INTERVAL
              COMPUTE DUE-SOON-POINT = NEXT-SERVICE-POINT -
                 (VM-SERVICE-INTERVAL * DUE-SOON-THRESHOLD-PCT / 100)
              IF (FL-LIFETIME-DISTANCE >= DUE-SOON-POINT)
                 MOVE "Y" TO SERVICE-DUE-SWITCH
              END-IF
           END-IF.
      *
      ******************************************************************
      *  This routine asks who will drive - an active DRIVMAST driver
      ******************************************************************
       230-ASK-DRIVER-ID.
      *
           DISPLAY "ENTER THE DRIVER ID (6 CHARACTERS):".
           ACCEPT DRIVER-ID-ENTRY.
           MOVE DRIVER-ID-ENTRY TO DM-DRIVER-ID.
           READ DRIVMAST
              INVALID KEY
                 DISPLAY "DRIVER " DRIVER-ID-ENTRY
                         " IS NOT ON DRIVMAST. VEUILLEZ REESSAYER."
                 GO TO 230-ASK-DRIVER-ID
              NOT INVALID KEY
                 IF DM-INACTIVE
                    DISPLAY "DRIVER " DRIVER-ID-ENTRY
                            " IS INACTIVE. VEUILLEZ REESSAYER."
                    GO TO 230-ASK-DRIVER-ID
                 END-IF
                 DISPLAY "DRIVER " DRIVER-ID-ENTRY " - " DM-NAME
           END-READ.
      *
      ******************************************************************
      *  This routine asks the booked window - real dates and 24-hour
      *  times, starting no earlier than today and ending after it
      *  starts
      ******************************************************************
       240-ASK-WINDOW.
      *
           DISPLAY "ENTER THE START DATE (YYYYMMDD):".
           ACCEPT START-DATE-ENTRY.
           DISPLAY "ENTER THE START TIME (HHMM):".
           ACCEPT START-TIME-ENTRY.
           DISPLAY "ENTER THE END DATE (YYYYMMDD):".
           ACCEPT END-DATE-ENTRY.
           DISPLAY "ENTER THE END TIME (HHMM):".
           ACCEPT END-TIME-ENTRY.
           IF (START-DATE-ENTRY < JDH-DATE)
              OR (START-DATE-ENTRY (5:2) < "01")
              OR (START-DATE-ENTRY (5:2) > "12")
              OR (START-DATE-ENTRY (7:2) < "01")
              OR (START-DATE-ENTRY (7:2) > "31")
              OR (END-DATE-ENTRY (5:2) < "01")
              OR (END-DATE-ENTRY (5:2) > "12")
              OR (END-DATE-ENTRY (7:2) < "01")
              OR (END-DATE-ENTRY (7:2) > "31")
              DISPLAY "INVALID DATE - THE START CANNOT BE BEFORE "
                      "TODAY. VEUILLEZ REESSAYER."
              GO TO 240-ASK-WINDOW
           END-IF.
           IF (START-TIME-ENTRY (1:2) > "23")
              OR (START-TIME-ENTRY (3:2) > "59")
              OR (END-TIME-ENTRY (1:2) > "23")
              OR (END-TIME-ENTRY (3:2) > "59")
              DISPLAY "INVALID TIME. VEUILLEZ REESSAYER."
              GO TO 240-ASK-WINDOW
           END-IF.
           IF (END-STAMP-ENTRY <= START-STAMP-ENTRY)
              DISPLAY "THE BOOKING MUST END AFTER IT STARTS. "
                      "VEUILLEZ REESSAYER."
              GO TO 240-ASK-WINDOW
           END-IF.
      *
      ******************************************************************
      *  This routine reads every booking on the vehicle and tests
      *  each live one against the new window - two windows overlap
      *  when each starts before the other ends. A cancelled booking
      *  holding the very same start is noted so its key is reused
      ******************************************************************
       260-CHECK-OVERLAP.
      *
           MOVE "N" TO OVERLAP-SWITCH.
           MOVE "N" TO REUSE-KEY-SWITCH.
           MOVE "N" TO POOLRESV-EOF-SWITCH.
           MOVE VEHICLE-ID-ENTRY TO RV-VEHICLE-ID.
           MOVE ZEROS TO RV-START-STAMP.
           START POOLRESV KEY IS NOT LESS THAN RV-RESERVATION-KEY
              INVALID KEY
                 MOVE "Y" TO POOLRESV-EOF-SWITCH
           END-START.
           PERFORM UNTIL POOLRESV-EOF
              READ POOLRESV NEXT RECORD
                 AT END
                    MOVE "Y" TO POOLRESV-EOF-SWITCH
                 NOT AT END
                    IF (RV-VEHICLE-ID NOT = VEHICLE-ID-ENTRY)
                       MOVE "Y" TO POOLRESV-EOF-SWITCH
                    ELSE
                       PERFORM 265-TEST-ONE-BOOKING
                    END-IF
              END-READ
           END-PERFORM.
      *
       265-TEST-ONE-BOOKING.
      *
           IF RV-CANCELLED
              IF (RV-START-STAMP = START-STAMP-ENTRY)
                 MOVE "Y" TO REUSE-KEY-SWITCH
              END-IF
           ELSE
              IF (RV-START-STAMP < END-STAMP-ENTRY)
                 AND (START-STAMP-ENTRY < RV-END-STAMP)
                 AND (NOT OVERLAP-FOUND)
                 MOVE "Y" TO OVERLAP-SWITCH
                 MOVE RV-DRIVER-ID   TO CONFLICT-DRIVER-ID
                 MOVE RV-START-STAMP TO CONFLICT-START-STAMP
                 MOVE RV-END-STAMP   TO CONFLICT-END-STAMP
              END-IF
           END-IF.
      *
      ******************************************************************
      *  This routine cancels a live booking by its vehicle and start
      *  - the record stays on file flagged cancelled so the weekly
      *  match does not count it as a no-show
      ******************************************************************
       300-CANCEL-BOOKING.
      *
           PERFORM 210-ASK-VEHICLE-ID.
           DISPLAY "ENTER THE START DATE OF THE BOOKING (YYYYMMDD):".
           ACCEPT START-DATE-ENTRY.
           DISPLAY "ENTER THE START TIME OF THE BOOKING (HHMM):".
           ACCEPT START-TIME-ENTRY.
           MOVE VEHICLE-ID-ENTRY TO RV-VEHICLE-ID.
           MOVE START-STAMP-ENTRY TO RV-START-STAMP.
           READ POOLRESV
              INVALID KEY
                 DISPLAY "NO BOOKING FOR " VEHICLE-ID-ENTRY
                         " STARTING " START-STAMP-ENTRY "."
              NOT INVALID KEY
                 IF RV-CANCELLED
                    DISPLAY "THAT BOOKING IS ALREADY CANCELLED."
                 ELSE
                    DISPLAY "BOOKED FOR " RV-DRIVER-ID " ("
                            RV-DEPARTMENT ") TO " RV-END-STAMP
                    DISPLAY "CANCEL THIS BOOKING? (Y/N)"
                    ACCEPT CONFIRM-ENTRY
                    IF (CONFIRM-ENTRY = "Y" OR "y")
                       MOVE "C" TO RV-STATUS-SWITCH
                       REWRITE POOLRESV-RECORD
                       DISPLAY "BOOKING CANCELLED."
                    ELSE
                       DISPLAY "BOOKING KEPT."
                    END-IF
                 END-IF
           END-READ.
      *
      ******************************************************************
      *  This routine lists every booking held for one vehicle, live
      *  and cancelled, in start order
      ******************************************************************
       400-LIST-BOOKINGS.
      *
           PERFORM 210-ASK-VEHICLE-ID.
           DISPLAY SEPARATOR-LINE.
           DISPLAY "START        END          DRIVER DEPT ST BY".
           MOVE 0 TO BOOKINGS-LISTED.
           MOVE "N" TO POOLRESV-EOF-SWITCH.
           MOVE VEHICLE-ID-ENTRY TO RV-VEHICLE-ID.
           MOVE ZEROS TO RV-START-STAMP.
           START POOLRESV KEY IS NOT LESS THAN RV-RESERVATION-KEY
              INVALID KEY
                 MOVE "Y" TO POOLRESV-EOF-SWITCH
           END-START.
           PERFORM UNTIL POOLRESV-EOF
              READ POOLRESV NEXT RECORD
                 AT END
                    MOVE "Y" TO POOLRESV-EOF-SWITCH
                 NOT AT END
                    IF (RV-VEHICLE-ID NOT = VEHICLE-ID-ENTRY)
                       MOVE "Y" TO POOLRESV-EOF-SWITCH
                    ELSE
                       ADD 1 TO BOOKINGS-LISTED
                       DISPLAY RV-START-STAMP " " RV-END-STAMP " "
                               RV-DRIVER-ID " " RV-DEPARTMENT " "
                               RV-STATUS-SWITCH "  " RV-BOOKED-BY
                    END-IF
              END-READ
           END-PERFORM.
           IF (BOOKINGS-LISTED = 0)
              DISPLAY "NO BOOKINGS HELD FOR " VEHICLE-ID-ENTRY "."
           END-IF.
      *
      ******************************************************************
      *  This routine closes the files at end of session
      ******************************************************************
       900-SHUTDOWN-FILES.
      *
           IF FILES-OPEN
              CLOSE POOLRESV
              CLOSE VEHMAST
              CLOSE DRIVMAST
              IF FLEETLOG-AVAILABLE
                 CLOSE FLEETLOG
              END-IF
           END-IF.
      *
      ******************************************************************
      *  This routine writes the run's JOBLOG record and closes JOBLOG
      ******************************************************************
       950-ECRIRE-JOBLOG.
      *
           MOVE SPACES TO JOBLOG-RECORD.
           MOVE "RSVM0001" TO JL-PROGRAM-ID.
           MOVE JOBLOG-START-SAUVEGARDE TO JL-START-TIMESTAMP.
           IF (OPERATEUR-SIGNON = LOW-VALUES)
              MOVE SPACES TO JL-OPERATOR-ID
           ELSE
              MOVE OPERATEUR-SIGNON TO JL-OPERATOR-ID
           END-IF.
           MOVE FUNCTION CURRENT-DATE TO JOBLOG-DATE-ET-HEURE.
           MOVE JDH-DATE TO JL-END-TIMESTAMP (1:8).
           MOVE JDH-TIME TO JL-END-TIMESTAMP (9:6).
           MOVE JOBLOG-STATUS-SWITCH TO JL-STATUS.
           WRITE JOBLOG-RECORD.
           CLOSE JOBLOG.
      *
