      *****************************************************************
      * Program name:    INCD0001
      * Original author: MANUEL JARRY
      *
      * Maintenence Log
      * Date        Author        Maintenance Requirement
      * ----------- ------------  --------------------------------------
      * 15/10/2026   MANUEL JARRY  Created - accident, damage and
      *                            breakdown register on INCIDENT:
      *                            record, update the repair cost and
      *                            claim, return a repaired vehicle to
      *                            service and list; a vehicle taken
      *                            off the road is marked out of
      *                            service on VEHMAST so trip entry
      *                            refuses it until it is returned
      *
      *****************************************************************
       IDENTIFICATION DIVISION.
       PROGRAM-ID.  INCD0001.
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
           COPY INCDNTSL.
           COPY VEHMSTSL.
           COPY DRVMSTSL.
           COPY JOBLOGSL.
      *****************************************************************
      *
      *****************************************************************
       DATA DIVISION.
       FILE SECTION.
      *
       COPY INCDNTFD.
      *
       COPY VEHMSTFD.
      *
       COPY DRVMSTFD.
      *
       COPY JOBLOGFD.
      *****************************************************************
      *
      *****************************************************************
       WORKING-STORAGE SECTION.
      *
       01 SWITCHES.
          05 END-OF-SESSION-SWITCH       PIC X          VALUE "N".
          05 INCIDENT-EOF-SWITCH         PIC X          VALUE "N".
             88 INCIDENT-EOF                            VALUE "Y".
          05 OPEN-INCIDENT-SWITCH        PIC X          VALUE "N".
             88 OPEN-INCIDENT-FOUND                     VALUE "Y".
          05 FILES-OPEN-SWITCH           PIC X          VALUE "N".
             88 FILES-OPEN                              VALUE "Y".
      *
       01 FILE-STATUS-FIELDS.
          05 INCIDENT-FILE-STATUS        PIC X(2)       VALUE "00".
             88 INCIDENT-FILE-OK                        VALUE "00".
             88 INCIDENT-FILE-NOT-FOUND                 VALUE "23" "35".
          05 VEHMAST-FILE-STATUS         PIC X(2)       VALUE "00".
             88 VEHMAST-FILE-OK                         VALUE "00".
             88 VEHMAST-FILE-NOT-FOUND                  VALUE "23" "35".
          05 DRIVMAST-FILE-STATUS        PIC X(2)       VALUE "00".
             88 DRIVMAST-FILE-OK                        VALUE "00".
             88 DRIVMAST-FILE-NOT-FOUND                 VALUE "23" "35".
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
          05 INCIDENT-DATE-ENTRY         PIC 9(8).
          05 SEQUENCE-ENTRY              PIC 9(2).
          05 INCIDENT-TYPE-ENTRY         PIC X.
          05 AT-FAULT-ENTRY              PIC X.
          05 DESCRIPTION-ENTRY           PIC X(30).
          05 REPAIR-COST-ENTRY           PIC 9(8)V99.
          05 CLAIM-NUMBER-ENTRY          PIC X(15).
          05 RETURN-DATE-ENTRY           PIC 9(8).
          05 CONFIRM-ENTRY               PIC X.
      *
       01 WORK-FIELDS.
          05 NEXT-SEQUENCE               PIC 9(3)       VALUE 0.
          05 OPEN-INCIDENT-KEY           PIC X(16).
          05 OFF-ROAD-DAYS               PIC 9(5)       VALUE 0.
          05 INCIDENTS-LISTED            PIC 9(5)       VALUE 0.
          05 REPAIR-COST-EDIT            PIC ZZ,ZZZ,ZZ9.99.
          05 OTHER-FIELDS.
             10 SEPARATOR-LINE           PIC X(50)
                                                        VALUE
                   "--------------------------------------------------".
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
      *  This routine opens the files - INCIDENT is created on
      *  first-ever use; without VEHMAST and DRIVMAST no incident can
      *  be validated and the session is abandoned
      ******************************************************************
       010-OPEN-FILES.
      *
           OPEN EXTEND JOBLOG.
           MOVE FUNCTION CURRENT-DATE TO JOBLOG-DATE-ET-HEURE.
           MOVE JDH-DATE TO JOBLOG-START-SAUVEGARDE (1:8).
           MOVE JDH-TIME TO JOBLOG-START-SAUVEGARDE (9:6).
           OPEN I-O VEHMAST.
           OPEN INPUT DRIVMAST.
           IF (NOT VEHMAST-FILE-OK) OR (NOT DRIVMAST-FILE-OK)
              DISPLAY "VEHMAST OR DRIVMAST INTROUVABLE OU ILLISIBLE "
                      "(FILE STATUS " VEHMAST-FILE-STATUS "/"
                      DRIVMAST-FILE-STATUS "). INCIDENT SESSION "
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
              OPEN I-O INCIDENT
              IF INCIDENT-FILE-NOT-FOUND
                 OPEN OUTPUT INCIDENT
                 CLOSE INCIDENT
                 OPEN I-O INCIDENT
              END-IF
           END-IF.
      *
      ******************************************************************
      *  This routine prints the menu, accepts a choice and routes it
      ******************************************************************
       100-PROCESS-ONE-ACTION.
      *
           DISPLAY SEPARATOR-LINE.
           DISPLAY "INCIDENT AND DOWNTIME REGISTER (INCD0001)".
           DISPLAY SEPARATOR-LINE.
           DISPLAY "  1 - RECORD AN INCIDENT".
           DISPLAY "  2 - UPDATE REPAIR COST OR CLAIM NUMBER".
           DISPLAY "  3 - RETURN A REPAIRED VEHICLE TO SERVICE".
           DISPLAY "  4 - LIST A VEHICLE'S INCIDENTS".
           DISPLAY "  0 - EXIT".
           DISPLAY "ENTER YOUR CHOICE:".
           ACCEPT MAINTENANCE-ACTION.
           EVALUATE MAINTENANCE-ACTION
              WHEN 1
                 PERFORM 200-RECORD-INCIDENT THRU 200-EXIT
              WHEN 2
                 PERFORM 300-UPDATE-INCIDENT
              WHEN 3
                 PERFORM 400-RETURN-TO-SERVICE THRU 400-EXIT
              WHEN 4
                 PERFORM 500-LIST-INCIDENTS
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
      *  This routine records one incident against a vehicle still on
      *  the fleet. When the vehicle is taken off the road for the
      *  repair the incident opens its downtime and VEHMAST marks the
      *  vehicle out of service; a vehicle already off the road stays
      *  under the incident that took it off
      ******************************************************************
       200-RECORD-INCIDENT.
      *
           PERFORM 210-ASK-VEHICLE-ID.
           IF VM-RETIRED
              DISPLAY "VEHICLE " VM-VEHICLE-ID " IS RETIRED - NO "
                      "INCIDENT MAY BE RECORDED AGAINST IT."
              GO TO 200-EXIT
           END-IF.
           PERFORM 220-ASK-DRIVER-ID.
           PERFORM 230-ASK-INCIDENT-DATE.
           PERFORM 240-FIND-NEXT-SEQUENCE.
           IF (NEXT-SEQUENCE > 99)
              DISPLAY "INCIDENT REFUSED - 99 INCIDENTS ALREADY ON "
                      "FILE FOR " VEHICLE-ID-ENTRY " ON "
                      INCIDENT-DATE-ENTRY "."
              GO TO 200-EXIT
           END-IF.
           PERFORM 250-ASK-INCIDENT-TYPE.
           PERFORM 255-ASK-AT-FAULT.
           DISPLAY "ENTER A SHORT DESCRIPTION (30 CHARACTERS):".
           ACCEPT DESCRIPTION-ENTRY.
           DISPLAY "ENTER THE REPAIR COST (ESTIMATE, 0 IF NOT YET "
                   "KNOWN):".
           ACCEPT REPAIR-COST-ENTRY.
           DISPLAY "ENTER THE INSURANCE CLAIM NUMBER (SPACES IF NO "
                   "CLAIM):".
           ACCEPT CLAIM-NUMBER-ENTRY.
           MOVE SPACES TO INCIDENT-RECORD.
           MOVE VEHICLE-ID-ENTRY    TO IN-VEHICLE-ID.
           MOVE INCIDENT-DATE-ENTRY TO IN-INCIDENT-DATE.
           MOVE NEXT-SEQUENCE       TO IN-SEQUENCE.
           MOVE DRIVER-ID-ENTRY     TO IN-DRIVER-ID.
           MOVE INCIDENT-TYPE-ENTRY TO IN-INCIDENT-TYPE.
           MOVE AT-FAULT-ENTRY      TO IN-AT-FAULT-SWITCH.
           MOVE DESCRIPTION-ENTRY   TO IN-DESCRIPTION.
           MOVE REPAIR-COST-ENTRY   TO IN-REPAIR-COST.
           MOVE CLAIM-NUMBER-ENTRY  TO IN-CLAIM-NUMBER.
           MOVE "N" TO IN-OFF-ROAD-SWITCH.
           MOVE 0 TO IN-OFF-ROAD-DATE.
           MOVE 0 TO IN-RETURN-DATE.
           IF VM-OUT-OF-SERVICE
              DISPLAY "VEHICLE " VM-VEHICLE-ID " IS ALREADY OFF THE "
                      "ROAD - ITS DOWNTIME STAYS ON THE INCIDENT THAT "
                      "TOOK IT OFF."
           ELSE
              PERFORM 260-ASK-OFF-ROAD
           END-IF.
           IF (OPERATEUR-SIGNON = LOW-VALUES)
              MOVE SPACES TO IN-RECORDED-BY
           ELSE
              MOVE OPERATEUR-SIGNON TO IN-RECORDED-BY
           END-IF.
           MOVE FUNCTION CURRENT-DATE TO JOBLOG-DATE-ET-HEURE.
           MOVE JDH-DATE TO IN-RECORDED-TIMESTAMP (1:8).
           MOVE JDH-TIME TO IN-RECORDED-TIMESTAMP (9:6).
           WRITE INCIDENT-RECORD.
           IF NOT INCIDENT-FILE-OK
              DISPLAY "INCIDENT WRITE FAILED (FILE STATUS "
                      INCIDENT-FILE-STATUS ") - INCIDENT NOT RECORDED."
              MOVE "FILE-ERR" TO JOBLOG-STATUS-SWITCH
              GO TO 200-EXIT
           END-IF.
           DISPLAY "INCIDENT " IN-VEHICLE-ID " " IN-INCIDENT-DATE "/"
                   IN-SEQUENCE " RECORDED.".
           IF IN-OFF-ROAD
              MOVE "O" TO VM-STATUS-SWITCH
              REWRITE VEHMAST-RECORD
              DISPLAY "VEHICLE " VM-VEHICLE-ID " MARKED OUT OF "
                      "SERVICE FROM " IN-OFF-ROAD-DATE "."
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
      *  This routine asks who was driving - a DRIVMAST driver; one
      *  made inactive since can still have an earlier incident
      *  recorded against them
      ******************************************************************
       220-ASK-DRIVER-ID.
      *
           DISPLAY "ENTER THE DRIVER ID (6 CHARACTERS):".
           ACCEPT DRIVER-ID-ENTRY.
           MOVE DRIVER-ID-ENTRY TO DM-DRIVER-ID.
           READ DRIVMAST
              INVALID KEY
                 DISPLAY "DRIVER " DRIVER-ID-ENTRY
                         " IS NOT ON DRIVMAST. VEUILLEZ REESSAYER."
                 GO TO 220-ASK-DRIVER-ID
              NOT INVALID KEY
                 DISPLAY "DRIVER " DRIVER-ID-ENTRY " - " DM-NAME
           END-READ.
      *
      ******************************************************************
      *  This routine asks the incident date - a real calendar date no
      *  later than today
      ******************************************************************
       230-ASK-INCIDENT-DATE.
      *
           DISPLAY "ENTER THE INCIDENT DATE (YYYYMMDD, 0 FOR TODAY):".
           ACCEPT INCIDENT-DATE-ENTRY.
           IF (INCIDENT-DATE-ENTRY = 0)
              MOVE JDH-DATE TO INCIDENT-DATE-ENTRY
           END-IF.
           IF (INCIDENT-DATE-ENTRY < 19000101)
              OR (INCIDENT-DATE-ENTRY > JDH-DATE)
              OR (INCIDENT-DATE-ENTRY (5:2) < "01")
              OR (INCIDENT-DATE-ENTRY (5:2) > "12")
              OR (INCIDENT-DATE-ENTRY (7:2) < "01")
              OR (INCIDENT-DATE-ENTRY (7:2) > "31")
              DISPLAY "INVALID INCIDENT DATE. VEUILLEZ REESSAYER."
              GO TO 230-ASK-INCIDENT-DATE
           END-IF.
      *
      ******************************************************************
      *  This routine reads the vehicle's incidents of that day and
      *  sets the next free sequence number
      ******************************************************************
       240-FIND-NEXT-SEQUENCE.
      *
           MOVE 1 TO NEXT-SEQUENCE.
           MOVE "N" TO INCIDENT-EOF-SWITCH.
           MOVE VEHICLE-ID-ENTRY    TO IN-VEHICLE-ID.
           MOVE INCIDENT-DATE-ENTRY TO IN-INCIDENT-DATE.
           MOVE 0 TO IN-SEQUENCE.
           START INCIDENT KEY IS NOT LESS THAN IN-INCIDENT-KEY
              INVALID KEY
                 MOVE "Y" TO INCIDENT-EOF-SWITCH
           END-START.
           PERFORM UNTIL INCIDENT-EOF
              READ INCIDENT NEXT RECORD
                 AT END
                    MOVE "Y" TO INCIDENT-EOF-SWITCH
                 NOT AT END
                    IF (IN-VEHICLE-ID NOT = VEHICLE-ID-ENTRY)
                       OR (IN-INCIDENT-DATE NOT = INCIDENT-DATE-ENTRY)
                       MOVE "Y" TO INCIDENT-EOF-SWITCH
                    ELSE
                       COMPUTE NEXT-SEQUENCE = IN-SEQUENCE + 1
                    END-IF
              END-READ
           END-PERFORM.
      *
       250-ASK-INCIDENT-TYPE.
      *
           DISPLAY "ENTER THE INCIDENT TYPE (A = ACCIDENT, D = DAMAGE, "
                   "B = BREAKDOWN):".
           ACCEPT INCIDENT-TYPE-ENTRY.
           MOVE INCIDENT-TYPE-ENTRY TO IN-INCIDENT-TYPE.
           IF (NOT IN-TYPE-VALID)
              DISPLAY "ENTER A, D OR B. VEUILLEZ REESSAYER."
              GO TO 250-ASK-INCIDENT-TYPE
           END-IF.
      *
       255-ASK-AT-FAULT.
      *
           DISPLAY "WAS OUR DRIVER AT FAULT? (Y/N):".
           ACCEPT AT-FAULT-ENTRY.
           IF (AT-FAULT-ENTRY NOT = "Y" AND "y" AND "N" AND "n")
              DISPLAY "ENTER Y OR N. VEUILLEZ REESSAYER."
              GO TO 255-ASK-AT-FAULT
           END-IF.
           IF (AT-FAULT-ENTRY = "y")
              MOVE "Y" TO AT-FAULT-ENTRY
           END-IF.
           IF (AT-FAULT-ENTRY = "n")
              MOVE "N" TO AT-FAULT-ENTRY
           END-IF.
      *
      ******************************************************************
      *  This routine asks whether the vehicle comes off the road for
      *  the repair - its downtime starts on the incident date
      ******************************************************************
       260-ASK-OFF-ROAD.
      *
           DISPLAY "TAKE THE VEHICLE OFF THE ROAD FOR REPAIR? (Y/N):".
           ACCEPT CONFIRM-ENTRY.
           IF (CONFIRM-ENTRY NOT = "Y" AND "y" AND "N" AND "n")
              DISPLAY "ENTER Y OR N. VEUILLEZ REESSAYER."
              GO TO 260-ASK-OFF-ROAD
           END-IF.
           IF (CONFIRM-ENTRY = "Y" OR "y")
              MOVE "Y" TO IN-OFF-ROAD-SWITCH
              MOVE INCIDENT-DATE-ENTRY TO IN-OFF-ROAD-DATE
           END-IF.
      *
      ******************************************************************
      *  This routine brings an incident's repair cost and claim
      *  number up to date as the garage and the insurer report back
      ******************************************************************
       300-UPDATE-INCIDENT.
      *
           PERFORM 310-READ-ONE-INCIDENT.
           IF NOT INCIDENT-FILE-OK
              DISPLAY "NO INCIDENT " VEHICLE-ID-ENTRY " "
                      INCIDENT-DATE-ENTRY "/" SEQUENCE-ENTRY "."
           ELSE
              MOVE IN-REPAIR-COST TO REPAIR-COST-EDIT
              DISPLAY "REPAIR COST NOW " REPAIR-COST-EDIT
                      ", CLAIM " IN-CLAIM-NUMBER
              DISPLAY "ENTER THE REPAIR COST (0 TO KEEP IT):"
              ACCEPT REPAIR-COST-ENTRY
              IF (REPAIR-COST-ENTRY > 0)
                 MOVE REPAIR-COST-ENTRY TO IN-REPAIR-COST
              END-IF
              DISPLAY "ENTER THE CLAIM NUMBER (SPACES TO KEEP IT):"
              ACCEPT CLAIM-NUMBER-ENTRY
              IF (CLAIM-NUMBER-ENTRY NOT = SPACES)
                 MOVE CLAIM-NUMBER-ENTRY TO IN-CLAIM-NUMBER
              END-IF
              REWRITE INCIDENT-RECORD
              DISPLAY "INCIDENT UPDATED."
           END-IF.
      *
      ******************************************************************
      *  This routine asks the full incident key and reads it
      ******************************************************************
       310-READ-ONE-INCIDENT.
      *
           PERFORM 210-ASK-VEHICLE-ID.
           DISPLAY "ENTER THE INCIDENT DATE (YYYYMMDD):".
           ACCEPT INCIDENT-DATE-ENTRY.
           DISPLAY "ENTER THE SEQUENCE NUMBER (1 UNLESS SEVERAL ON "
                   "THE SAME DAY):".
           ACCEPT SEQUENCE-ENTRY.
           MOVE VEHICLE-ID-ENTRY    TO IN-VEHICLE-ID.
           MOVE INCIDENT-DATE-ENTRY TO IN-INCIDENT-DATE.
           MOVE SEQUENCE-ENTRY      TO IN-SEQUENCE.
           READ INCIDENT
              INVALID KEY
                 CONTINUE
           END-READ.
      *
      ******************************************************************
      *  This routine returns a repaired vehicle to service - the
      *  incident that took it off the road is closed with the return
      *  date and the final repair cost, and VEHMAST puts the vehicle
      *  back in service so trips can be recorded again
      ******************************************************************
       400-RETURN-TO-SERVICE.
      *
           PERFORM 210-ASK-VEHICLE-ID.
           IF (NOT VM-OUT-OF-SERVICE)
              DISPLAY "VEHICLE " VM-VEHICLE-ID " IS NOT OFF THE ROAD "
                      "FOR REPAIR."
              GO TO 400-EXIT
           END-IF.
           PERFORM 410-FIND-OPEN-INCIDENT.
           IF (NOT OPEN-INCIDENT-FOUND)
              DISPLAY "NO OPEN DOWNTIME ON FILE FOR " VM-VEHICLE-ID
                      " - VEHICLE RETURNED TO SERVICE WITH NO "
                      "DOWNTIME RECORDED."
              MOVE "A" TO VM-STATUS-SWITCH
              REWRITE VEHMAST-RECORD
              GO TO 400-EXIT
           END-IF.
           MOVE OPEN-INCIDENT-KEY TO IN-INCIDENT-KEY.
           READ INCIDENT
              INVALID KEY
                 CONTINUE
           END-READ.
           DISPLAY "OFF THE ROAD SINCE " IN-OFF-ROAD-DATE " - "
                   IN-DESCRIPTION.
           PERFORM 420-ASK-RETURN-DATE.
           MOVE IN-REPAIR-COST TO REPAIR-COST-EDIT.
           DISPLAY "REPAIR COST NOW " REPAIR-COST-EDIT.
           DISPLAY "ENTER THE FINAL REPAIR COST (0 TO KEEP IT):".
           ACCEPT REPAIR-COST-ENTRY.
           IF (REPAIR-COST-ENTRY > 0)
              MOVE REPAIR-COST-ENTRY TO IN-REPAIR-COST
           END-IF.
           MOVE RETURN-DATE-ENTRY TO IN-RETURN-DATE.
           REWRITE INCIDENT-RECORD.
           MOVE "A" TO VM-STATUS-SWITCH.
           REWRITE VEHMAST-RECORD.
           COMPUTE OFF-ROAD-DAYS =
              FUNCTION INTEGER-OF-DATE (IN-RETURN-DATE) -
              FUNCTION INTEGER-OF-DATE (IN-OFF-ROAD-DATE).
           DISPLAY "VEHICLE " VM-VEHICLE-ID " BACK IN SERVICE FROM "
                   IN-RETURN-DATE " AFTER " OFF-ROAD-DAYS
                   " DAY(S) OFF THE ROAD.".
      *
       400-EXIT.
           EXIT.
      *
      ******************************************************************
      *  This routine reads the vehicle's incidents for the one still
      *  holding it off the road - the latest, should there be more
      ******************************************************************
       410-FIND-OPEN-INCIDENT.
      *
           MOVE "N" TO OPEN-INCIDENT-SWITCH.
           MOVE "N" TO INCIDENT-EOF-SWITCH.
           MOVE VM-VEHICLE-ID TO IN-VEHICLE-ID.
           MOVE 0 TO IN-INCIDENT-DATE.
           MOVE 0 TO IN-SEQUENCE.
           START INCIDENT KEY IS NOT LESS THAN IN-INCIDENT-KEY
              INVALID KEY
                 MOVE "Y" TO INCIDENT-EOF-SWITCH
           END-START.
           PERFORM UNTIL INCIDENT-EOF
              READ INCIDENT NEXT RECORD
                 AT END
                    MOVE "Y" TO INCIDENT-EOF-SWITCH
                 NOT AT END
                    IF (IN-VEHICLE-ID NOT = VM-VEHICLE-ID)
                       MOVE "Y" TO INCIDENT-EOF-SWITCH
                    ELSE
                       IF (IN-OFF-ROAD) AND (IN-RETURN-DATE = 0)
                          MOVE "Y" TO OPEN-INCIDENT-SWITCH
                          MOVE IN-INCIDENT-KEY TO OPEN-INCIDENT-KEY
                       END-IF
                    END-IF
              END-READ
           END-PERFORM.
      *
      ******************************************************************
      *  This routine asks the day the vehicle went back on the road -
      *  no earlier than the day it came off, no later than today
      ******************************************************************
       420-ASK-RETURN-DATE.
      *
           DISPLAY "ENTER THE RETURN-TO-SERVICE DATE (YYYYMMDD, 0 FOR "
                   "TODAY):".
           ACCEPT RETURN-DATE-ENTRY.
           IF (RETURN-DATE-ENTRY = 0)
              MOVE JDH-DATE TO RETURN-DATE-ENTRY
           END-IF.
           IF (RETURN-DATE-ENTRY < IN-OFF-ROAD-DATE)
              OR (RETURN-DATE-ENTRY > JDH-DATE)
              OR (RETURN-DATE-ENTRY (5:2) < "01")
              OR (RETURN-DATE-ENTRY (5:2) > "12")
              OR (RETURN-DATE-ENTRY (7:2) < "01")
              OR (RETURN-DATE-ENTRY (7:2) > "31")
              DISPLAY "INVALID RETURN DATE. VEUILLEZ REESSAYER."
              GO TO 420-ASK-RETURN-DATE
           END-IF.
      *
      ******************************************************************
      *  This routine lists every incident held for one vehicle in
      *  date order
      ******************************************************************
       500-LIST-INCIDENTS.
      *
           PERFORM 210-ASK-VEHICLE-ID.
           DISPLAY SEPARATOR-LINE.
           DISPLAY "DATE     SQ DRIVER T F   REPAIR COST  CLAIM"
                   "           OFF ROAD RETURNED".
           MOVE 0 TO INCIDENTS-LISTED.
           MOVE "N" TO INCIDENT-EOF-SWITCH.
           MOVE VEHICLE-ID-ENTRY TO IN-VEHICLE-ID.
           MOVE 0 TO IN-INCIDENT-DATE.
           MOVE 0 TO IN-SEQUENCE.
           START INCIDENT KEY IS NOT LESS THAN IN-INCIDENT-KEY
              INVALID KEY
                 MOVE "Y" TO INCIDENT-EOF-SWITCH
           END-START.
           PERFORM UNTIL INCIDENT-EOF
              READ INCIDENT NEXT RECORD
                 AT END
                    MOVE "Y" TO INCIDENT-EOF-SWITCH
                 NOT AT END
                    IF (IN-VEHICLE-ID NOT = VEHICLE-ID-ENTRY)
                       MOVE "Y" TO INCIDENT-EOF-SWITCH
                    ELSE
                       ADD 1 TO INCIDENTS-LISTED
                       MOVE IN-REPAIR-COST TO REPAIR-COST-EDIT
                       DISPLAY IN-INCIDENT-DATE " " IN-SEQUENCE " "
                               IN-DRIVER-ID " " IN-INCIDENT-TYPE " "
                               IN-AT-FAULT-SWITCH " " REPAIR-COST-EDIT
                               "  " IN-CLAIM-NUMBER " "
                               IN-OFF-ROAD-DATE " " IN-RETURN-DATE
                       DISPLAY "            " IN-DESCRIPTION
                    END-IF
              END-READ
           END-PERFORM.
           IF (INCIDENTS-LISTED = 0)
              DISPLAY "NO INCIDENTS HELD FOR " VEHICLE-ID-ENTRY "."
           END-IF.
      *
      ******************************************************************
      *  This routine closes the files at end of session
      ******************************************************************
       900-SHUTDOWN-FILES.
      *
           IF FILES-OPEN
              CLOSE INCIDENT
              CLOSE VEHMAST
              CLOSE DRIVMAST
           END-IF.
      *
      ******************************************************************
      *  This routine writes the run's JOBLOG record and closes JOBLOG
      ******************************************************************
       950-ECRIRE-JOBLOG.
      *
           MOVE SPACES TO JOBLOG-RECORD.
           MOVE "INCD0001" TO JL-PROGRAM-ID.
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
