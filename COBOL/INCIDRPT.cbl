      *****************************************************************
      * Program name:    INCR0001
      * Original author: MANUEL JARRY
      *
      * Maintenence Log
      * Date        Author        Maintenance Requirement
      * ----------- ------------  --------------------------------------
      * 15/10/2026   MANUEL JARRY  Created - quarterly incident and
      *                            downtime report for the insurer:
      *                            incidents per driver per 100,000 km
      *                            on the distance DRVR0001 reports,
      *                            and days off the road per vehicle
      *
      *****************************************************************
       IDENTIFICATION DIVISION.
       PROGRAM-ID.  INCR0001.
       AUTHOR. MANUEL JARRY.
       INSTALLATION. COBOL-Learning
       DATE-WRITTEN. 15/10/2026.
       DATE-COMPILED. DD/MM/YYYY.
       SECURITY. NON-CONFIDENTIAL.
      *****************************************************************
      *
      *  A driver's km for the quarter are taken from the TRIPFILE
      *  detail the way DRVR0001 takes them - TJ-DISTANCE by
      *  TJ-DRIVER-ID, reversals subtracting. Records journalled
      *  before driver attribution carry no driver and cannot carry a
      *  rate, so they are left out. Incidents count in the quarter of
      *  their incident date. A vehicle's downtime is every day of the
      *  quarter it spent off the road: from the off-road date to the
      *  day before its return, or to the quarter end (today, for the
      *  current quarter) while it is still off.
      *
      *****************************************************************
       ENVIRONMENT DIVISION.
       CONFIGURATION SECTION.
       SOURCE-COMPUTER. PC-MANU.
       OBJECT-COMPUTER. PC-MANU.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
           SELECT INCRRPT ASSIGN TO INCRRPT
              ORGANIZATION IS LINE SEQUENTIAL.
           COPY INCDNTSL.
           COPY TRIPFLSL.
           COPY DRVMSTSL.
           COPY JOBLOGSL.
      *****************************************************************
      *
      *****************************************************************
       DATA DIVISION.
       FILE SECTION.
      *
       FD  INCRRPT.
       01  PRINT-AREA                    PIC X(132).
      *
       COPY INCDNTFD.
      *
       COPY TRIPFLFD.
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
          05 TRIPFILE-EOF-SWITCH         PIC X          VALUE "N".
             88 TRIPFILE-EOF                            VALUE "Y".
          05 INCIDENT-EOF-SWITCH         PIC X          VALUE "N".
             88 INCIDENT-EOF                            VALUE "Y".
          05 DRIVER-FOUND-SWITCH         PIC X          VALUE "N".
          05 VEHICLE-FOUND-SWITCH        PIC X          VALUE "N".
          05 RUN-READY-SWITCH            PIC X          VALUE "N".
             88 RUN-READY                               VALUE "Y".
          05 DRIVMAST-AVAILABLE-SWITCH   PIC X          VALUE "N".
             88 DRIVMAST-AVAILABLE                      VALUE "Y".
          05 REPORT-SECTION-SWITCH       PIC X          VALUE "D".
             88 PRINTING-DRIVERS                        VALUE "D".
             88 PRINTING-VEHICLES                       VALUE "V".
      *
       01 FILE-STATUS-FIELDS.
          05 INCIDENT-FILE-STATUS        PIC X(2)       VALUE "00".
             88 INCIDENT-FILE-OK                        VALUE "00".
             88 INCIDENT-FILE-NOT-FOUND                 VALUE "23" "35".
          05 TRIPFILE-FILE-STATUS        PIC X(2)       VALUE "00".
             88 TRIPFILE-FILE-OK                        VALUE "00".
          05 DRIVMAST-FILE-STATUS        PIC X(2)       VALUE "00".
             88 DRIVMAST-FILE-OK                        VALUE "00".
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
          05 REPORT-YEAR-ENTRY           PIC 9(4).
          05 REPORT-QUARTER-ENTRY        PIC 9.
      *
      ******************************************************************
      *  One entry per driver with km or an incident in the quarter
      ******************************************************************
       01 DRIVER-COUNT                   PIC 9(3)       VALUE 0.
       01 DRIVER-TABLE.
          05 DRIVER-ENTRY
             OCCURS 0 TO 300 TIMES DEPENDING ON DRIVER-COUNT
             INDEXED BY DRIVER-IDX.
             10 DT-DRIVER-ID             PIC X(6).
             10 DT-KM                    PIC S9(9)V99.
             10 DT-INCIDENTS             PIC 9(4).
             10 DT-AT-FAULT              PIC 9(4).
             10 DT-REPAIR-COST           PIC 9(9)V99.
      *
      ******************************************************************
      *  One entry per vehicle with an incident or downtime in the
      *  quarter
      ******************************************************************
       01 VEHICLE-COUNT                  PIC 9(3)       VALUE 0.
       01 VEHICLE-TABLE.
          05 VEHICLE-ENTRY
             OCCURS 0 TO 500 TIMES DEPENDING ON VEHICLE-COUNT
             INDEXED BY VEHICLE-IDX.
             10 VT-VEHICLE-ID            PIC X(6).
             10 VT-INCIDENTS             PIC 9(4).
             10 VT-AT-FAULT              PIC 9(4).
             10 VT-DOWNTIME-DAYS         PIC 9(5).
             10 VT-REPAIR-COST           PIC 9(9)V99.
             10 VT-OFF-ROAD-SWITCH       PIC X.
                88 VT-STILL-OFF-ROAD                    VALUE "Y".
      *
       01 WORK-FIELDS.
          05 QUARTER-FIRST-MONTH         PIC 9(2).
          05 QUARTER-START-DATE          PIC 9(8).
          05 QUARTER-END-DATE            PIC 9(8).
          05 NEXT-QUARTER-START          PIC 9(8).
          05 AS-OF-DATE                  PIC 9(8).
          05 DOWN-FROM-DATE              PIC 9(8).
          05 DOWN-TO-DATE                PIC 9(8).
          05 DOWN-DAYS                   PIC S9(7).
          05 LOOKUP-DRIVER-ID            PIC X(6).
          05 LOOKUP-VEHICLE-ID           PIC X(6).
          05 DRIVER-SCAN                 PIC 9(3).
          05 VEHICLE-SCAN                PIC 9(3).
          05 RATE-PER-100K               PIC 9(6)V99.
          05 FLEET-TOTALS.
             10 FLEET-KM                 PIC S9(11)V99  VALUE 0.
             10 FLEET-INCIDENTS          PIC 9(5)       VALUE 0.
             10 FLEET-DOWNTIME-DAYS      PIC 9(6)       VALUE 0.
             10 FLEET-REPAIR-COST        PIC 9(11)V99   VALUE 0.
          05 OTHER-FIELDS.
             10 SEPARATOR-LINE           PIC X(50)
                                                        VALUE
                   "--------------------------------------------------".
      *
       01 RECONCILIATION-COUNTERS.
          05 TRIPFILE-RECORDS-LUS        PIC 9(7)       VALUE 0.
          05 TRIPFILE-RECORDS-RETENUS    PIC 9(7)       VALUE 0.
          05 TRIPFILE-RECORDS-IGNORES    PIC 9(7)       VALUE 0.
          05 INCIDENT-RECORDS-LUS        PIC 9(7)       VALUE 0.
          05 INCIDENT-RECORDS-RETENUS    PIC 9(7)       VALUE 0.
      *
       01 HEADING-LINE-1.
          05 FILLER                      PIC X(35)      VALUE
                "INCIDENT AND DOWNTIME REPORT - QTR ".
          05 HL1-QUARTER                 PIC 9.
          05 FILLER                      PIC X(1)       VALUE "/".
          05 HL1-YEAR                    PIC 9(4).
          05 FILLER                      PIC X(6)       VALUE SPACE.
          05 FILLER                      PIC X(8)  VALUE "PAGE:   ".
          05 HL1-PAGE-NUMBER             PIC ZZ9.
          05 FILLER                      PIC X(74)      VALUE SPACE.
      *
       01 HEADING-LINE-2.
          05 FILLER                      PIC X(8)  VALUE "DRIVER  ".
          05 FILLER                      PIC X(32) VALUE "NAME".
          05 FILLER                      PIC X(16)
                                         VALUE "            KM  ".
          05 FILLER                      PIC X(6)  VALUE "INCD  ".
          05 FILLER                      PIC X(6)  VALUE "FAULT ".
          05 FILLER                      PIC X(12) VALUE "INCD/100K KM".
          05 FILLER                      PIC X(12) VALUE "FLT/100K KM ".
          05 FILLER                      PIC X(13)
                                         VALUE "  REPAIR COST".
          05 FILLER                      PIC X(27)      VALUE SPACE.
      *
       01 HEADING-LINE-3.
          05 FILLER                      PIC X(8)  VALUE "VEHICLE ".
          05 FILLER                      PIC X(6)  VALUE "INCD  ".
          05 FILLER                      PIC X(6)  VALUE "FAULT ".
          05 FILLER                      PIC X(7)  VALUE " DAYS  ".
          05 FILLER                      PIC X(15)
                                         VALUE "  REPAIR COST  ".
          05 FILLER                      PIC X(20) VALUE "STATUS".
          05 FILLER                      PIC X(70)      VALUE SPACE.
      *
       01 DRIVER-LINE.
          05 DL-DRIVER-ID                PIC X(6).
          05 FILLER                      PIC X(2)       VALUE SPACE.
          05 DL-NAME                     PIC X(30).
          05 FILLER                      PIC X(2)       VALUE SPACE.
          05 DL-KM                       PIC ---,---,--9.99.
          05 FILLER                      PIC X(2)       VALUE SPACE.
          05 DL-INCIDENTS                PIC ZZZ9.
          05 FILLER                      PIC X(2)       VALUE SPACE.
          05 DL-AT-FAULT                 PIC ZZZ9.
          05 FILLER                      PIC X(2)       VALUE SPACE.
          05 DL-RATE-AREA                PIC X(10).
          05 DL-RATE REDEFINES DL-RATE-AREA
                                         PIC ZZZ,ZZ9.99.
          05 FILLER                      PIC X(2)       VALUE SPACE.
          05 DL-FAULT-RATE-AREA          PIC X(10).
          05 DL-FAULT-RATE REDEFINES DL-FAULT-RATE-AREA
                                         PIC ZZZ,ZZ9.99.
          05 FILLER                      PIC X(2)       VALUE SPACE.
          05 DL-REPAIR-COST              PIC ZZ,ZZZ,ZZ9.99.
          05 FILLER                      PIC X(27)      VALUE SPACE.
      *
       01 VEHICLE-LINE.
          05 VL-VEHICLE-ID               PIC X(6).
          05 FILLER                      PIC X(2)       VALUE SPACE.
          05 VL-INCIDENTS                PIC ZZZ9.
          05 FILLER                      PIC X(2)       VALUE SPACE.
          05 VL-AT-FAULT                 PIC ZZZ9.
          05 FILLER                      PIC X(2)       VALUE SPACE.
          05 VL-DOWNTIME-DAYS            PIC ZZZZ9.
          05 FILLER                      PIC X(2)       VALUE SPACE.
          05 VL-REPAIR-COST              PIC ZZ,ZZZ,ZZ9.99.
          05 FILLER                      PIC X(2)       VALUE SPACE.
          05 VL-STATUS                   PIC X(20).
          05 FILLER                      PIC X(70)      VALUE SPACE.
      *
       01 TOTAL-LINE.
          05 FILLER                      PIC X(18)      VALUE
                "FLEET - INCIDENTS ".
          05 TL-INCIDENTS                PIC ZZZ9.
          05 FILLER                      PIC X(5)  VALUE "  KM ".
          05 TL-KM                       PIC ---,---,--9.99.
          05 FILLER                      PIC X(16)      VALUE
                "  PER 100,000 KM".
          05 TL-RATE                     PIC ZZZ,ZZ9.99.
          05 FILLER                      PIC X(16)      VALUE
                "  DOWNTIME DAYS ".
          05 TL-DOWNTIME-DAYS            PIC ZZZZZ9.
          05 FILLER                      PIC X(14)      VALUE
                "  REPAIR COST ".
          05 TL-REPAIR-COST              PIC ZZZ,ZZZ,ZZ9.99.
          05 FILLER                      PIC X(15)      VALUE SPACE.
      *
       01 PRINT-COUNTERS.
          05 RPT-PAGE-COUNTER            PIC 9(3)       VALUE 0.
          05 RPT-LINE-COUNTER            PIC 9(2)       VALUE 0.
          05 LINES-PER-PAGE              PIC 9(2)       VALUE 50.
      *****************************************************************
      *
      ******************************************************************
       PROCEDURE DIVISION.
      *
           PERFORM 010-OPEN-FILES THRU 010-EXIT.
           PERFORM 100-FOLD-ONE-TRIP THRU 100-EXIT
              UNTIL TRIPFILE-EOF.
           PERFORM 200-LOAD-INCIDENTS THRU 200-EXIT.
           PERFORM 400-PRINT-INCIDENT-REPORT THRU 400-EXIT.
           PERFORM 900-SHUTDOWN-FILES.
           PERFORM 950-ECRIRE-JOBLOG.
           DISPLAY "END OF PROGRAM.".
           GOBACK.
      *
      ******************************************************************
      *  This routine asks the report quarter, works out its first and
      *  last day, and opens the files - a missing INCIDENT register or
      *  TRIPFILE abandons the run; without DRIVMAST the drivers print
      *  without their names
      ******************************************************************
       010-OPEN-FILES.
      *
           OPEN EXTEND JOBLOG.
           MOVE FUNCTION CURRENT-DATE TO JOBLOG-DATE-ET-HEURE.
           MOVE JDH-DATE TO JOBLOG-START-SAUVEGARDE (1:8).
           MOVE JDH-TIME TO JOBLOG-START-SAUVEGARDE (9:6).
           DISPLAY SEPARATOR-LINE.
           DISPLAY "QUARTERLY INCIDENT AND DOWNTIME REPORT".
           MOVE "Y" TO TRIPFILE-EOF-SWITCH.
           PERFORM 015-ASK-THE-QUARTER.
           COMPUTE QUARTER-FIRST-MONTH =
              (REPORT-QUARTER-ENTRY - 1) * 3 + 1.
           COMPUTE QUARTER-START-DATE =
              REPORT-YEAR-ENTRY * 10000 + QUARTER-FIRST-MONTH * 100 + 1.
           IF (REPORT-QUARTER-ENTRY = 4)
              COMPUTE NEXT-QUARTER-START =
                 (REPORT-YEAR-ENTRY + 1) * 10000 + 101
           ELSE
              COMPUTE NEXT-QUARTER-START = QUARTER-START-DATE + 300
           END-IF.
           COMPUTE QUARTER-END-DATE = FUNCTION DATE-OF-INTEGER
              (FUNCTION INTEGER-OF-DATE (NEXT-QUARTER-START) - 1).
           IF (QUARTER-END-DATE > JDH-DATE)
              MOVE JDH-DATE TO AS-OF-DATE
           ELSE
              MOVE QUARTER-END-DATE TO AS-OF-DATE
           END-IF.
           MOVE REPORT-YEAR-ENTRY TO HL1-YEAR.
           MOVE REPORT-QUARTER-ENTRY TO HL1-QUARTER.
           OPEN INPUT INCIDENT.
           IF NOT INCIDENT-FILE-OK
              DISPLAY "INCIDENT INTROUVABLE OU ILLISIBLE "
                      "(FILE STATUS " INCIDENT-FILE-STATUS "). "
                      "INCIDENT REPORT ABANDONED."
              MOVE "FILE-ERR" TO JOBLOG-STATUS-SWITCH
              GO TO 010-EXIT
           END-IF.
           OPEN INPUT TRIPFILE.
           IF NOT TRIPFILE-FILE-OK
              DISPLAY "TRIPFILE INTROUVABLE OU ILLISIBLE "
                      "(FILE STATUS " TRIPFILE-FILE-STATUS "). "
                      "INCIDENT REPORT ABANDONED."
              MOVE "FILE-ERR" TO JOBLOG-STATUS-SWITCH
              CLOSE INCIDENT
              GO TO 010-EXIT
           END-IF.
           OPEN INPUT DRIVMAST.
           IF DRIVMAST-FILE-OK
              MOVE "Y" TO DRIVMAST-AVAILABLE-SWITCH
           ELSE
              DISPLAY "DRIVMAST NOT AVAILABLE (FILE STATUS "
                      DRIVMAST-FILE-STATUS ") - DRIVER NAMES NOT "
                      "PRINTED."
           END-IF.
           OPEN OUTPUT INCRRPT.
           MOVE "Y" TO RUN-READY-SWITCH.
           MOVE "N" TO TRIPFILE-EOF-SWITCH.
           PERFORM 040-READ-TRIPFILE.
      *
       010-EXIT.
           EXIT.
      *
      ******************************************************************
      *  This routine asks the report year and quarter - the retry
      *  stays inside this paragraph so JOBLOG, already open, is
      *  never re-opened
      ******************************************************************
       015-ASK-THE-QUARTER.
      *
           DISPLAY "ENTER THE REPORT YEAR (YYYY):".
           ACCEPT REPORT-YEAR-ENTRY.
           DISPLAY "ENTER THE QUARTER (1 TO 4):".
           ACCEPT REPORT-QUARTER-ENTRY.
           IF (REPORT-YEAR-ENTRY < 1900)
              OR (REPORT-QUARTER-ENTRY < 1)
              OR (REPORT-QUARTER-ENTRY > 4)
              DISPLAY "YEAR OR QUARTER INVALID - QUARTER MUST BE 1 TO "
                      "4. VEUILLEZ REESSAYER."
              GO TO 015-ASK-THE-QUARTER
           END-IF.
      *
       040-READ-TRIPFILE.
      *
           READ TRIPFILE
              AT END
                 MOVE "Y" TO TRIPFILE-EOF-SWITCH
              NOT AT END
                 ADD 1 TO TRIPFILE-RECORDS-LUS
           END-READ.
      *
      ******************************************************************
      *  This routine adds one quarter's journal record to its
      *  driver's km - reversals subtract, as on DRVR0001; records
      *  with no driver are counted apart
      ******************************************************************
       100-FOLD-ONE-TRIP.
      *
           IF (NOT TJ-TRIP) AND (NOT TJ-REVERSAL)
              PERFORM 040-READ-TRIPFILE
              GO TO 100-EXIT
           END-IF.
           IF (TJ-TRIP-DATE < QUARTER-START-DATE)
              OR (TJ-TRIP-DATE > QUARTER-END-DATE)
              PERFORM 040-READ-TRIPFILE
              GO TO 100-EXIT
           END-IF.
           IF (TJ-DRIVER-ID = SPACES)
              ADD 1 TO TRIPFILE-RECORDS-IGNORES
              PERFORM 040-READ-TRIPFILE
              GO TO 100-EXIT
           END-IF.
           MOVE TJ-DRIVER-ID TO LOOKUP-DRIVER-ID.
           PERFORM 110-FIND-DRIVER-SLOT.
           IF (DRIVER-FOUND-SWITCH = "Y")
              ADD 1 TO TRIPFILE-RECORDS-RETENUS
              IF TJ-REVERSAL
                 SUBTRACT TJ-DISTANCE FROM DT-KM (DRIVER-IDX)
              ELSE
                 ADD TJ-DISTANCE TO DT-KM (DRIVER-IDX)
              END-IF
           END-IF.
           PERFORM 040-READ-TRIPFILE.
      *
       100-EXIT.
           EXIT.
      *
      ******************************************************************
      *  This routine locates the driver in the table, adding the
      *  driver on first sight - a full table is reported
      ******************************************************************
       110-FIND-DRIVER-SLOT.
      *
           MOVE "N" TO DRIVER-FOUND-SWITCH.
           IF (DRIVER-COUNT > 0)
              SET DRIVER-IDX TO 1
              SEARCH DRIVER-ENTRY
                 AT END
                    CONTINUE
                 WHEN DT-DRIVER-ID (DRIVER-IDX) = LOOKUP-DRIVER-ID
                    MOVE "Y" TO DRIVER-FOUND-SWITCH
              END-SEARCH
           END-IF.
           IF (DRIVER-FOUND-SWITCH = "N")
              IF (DRIVER-COUNT < 300)
                 ADD 1 TO DRIVER-COUNT
                 SET DRIVER-IDX TO DRIVER-COUNT
                 MOVE LOOKUP-DRIVER-ID TO DT-DRIVER-ID (DRIVER-IDX)
                 MOVE 0 TO DT-KM (DRIVER-IDX)
                 MOVE 0 TO DT-INCIDENTS (DRIVER-IDX)
                 MOVE 0 TO DT-AT-FAULT (DRIVER-IDX)
                 MOVE 0 TO DT-REPAIR-COST (DRIVER-IDX)
                 MOVE "Y" TO DRIVER-FOUND-SWITCH
              ELSE
                 DISPLAY "EXCEPTION: DRIVER TABLE FULL - DRIVER "
                         LOOKUP-DRIVER-ID " NOT REPORTED."
                 MOVE "RECONERR" TO JOBLOG-STATUS-SWITCH
              END-IF
           END-IF.
      *
      ******************************************************************
      *  This routine locates the vehicle in the table, adding it on
      *  first sight - a full table is reported
      ******************************************************************
       120-FIND-VEHICLE-SLOT.
      *
           MOVE "N" TO VEHICLE-FOUND-SWITCH.
           IF (VEHICLE-COUNT > 0)
              SET VEHICLE-IDX TO 1
              SEARCH VEHICLE-ENTRY
                 AT END
                    CONTINUE
                 WHEN VT-VEHICLE-ID (VEHICLE-IDX) = LOOKUP-VEHICLE-ID
                    MOVE "Y" TO VEHICLE-FOUND-SWITCH
              END-SEARCH
           END-IF.
           IF (VEHICLE-FOUND-SWITCH = "N")
              IF (VEHICLE-COUNT < 500)
                 ADD 1 TO VEHICLE-COUNT
                 SET VEHICLE-IDX TO VEHICLE-COUNT
                 MOVE LOOKUP-VEHICLE-ID TO VT-VEHICLE-ID (VEHICLE-IDX)
                 MOVE 0 TO VT-INCIDENTS (VEHICLE-IDX)
                 MOVE 0 TO VT-AT-FAULT (VEHICLE-IDX)
                 MOVE 0 TO VT-DOWNTIME-DAYS (VEHICLE-IDX)
                 MOVE 0 TO VT-REPAIR-COST (VEHICLE-IDX)
                 MOVE "N" TO VT-OFF-ROAD-SWITCH (VEHICLE-IDX)
                 MOVE "Y" TO VEHICLE-FOUND-SWITCH
              ELSE
                 DISPLAY "EXCEPTION: VEHICLE TABLE FULL - VEHICLE "
                         LOOKUP-VEHICLE-ID " NOT REPORTED."
                 MOVE "RECONERR" TO JOBLOG-STATUS-SWITCH
              END-IF
           END-IF.
      *
      ******************************************************************
      *  This routine sweeps the INCIDENT register in key order
      ******************************************************************
       200-LOAD-INCIDENTS.
      *
           IF (NOT RUN-READY)
              GO TO 200-EXIT
           END-IF.
           MOVE LOW-VALUES TO IN-INCIDENT-KEY.
           START INCIDENT KEY IS NOT LESS THAN IN-INCIDENT-KEY
              INVALID KEY
                 DISPLAY "NO INCIDENTS RECORDED ON INCIDENT."
                 MOVE "Y" TO INCIDENT-EOF-SWITCH
           END-START.
           PERFORM UNTIL INCIDENT-EOF
              READ INCIDENT NEXT RECORD
                 AT END
                    MOVE "Y" TO INCIDENT-EOF-SWITCH
                 NOT AT END
                    ADD 1 TO INCIDENT-RECORDS-LUS
                    PERFORM 210-LOAD-ONE-INCIDENT
              END-READ
           END-PERFORM.
      *
       200-EXIT.
           EXIT.
      *
      ******************************************************************
      *  This routine counts an incident of the quarter against its
      *  driver and its vehicle, then adds whatever part of its
      *  downtime falls inside the quarter
      ******************************************************************
       210-LOAD-ONE-INCIDENT.
      *
           IF (IN-INCIDENT-DATE >= QUARTER-START-DATE)
              AND (IN-INCIDENT-DATE <= QUARTER-END-DATE)
              ADD 1 TO INCIDENT-RECORDS-RETENUS
              MOVE IN-DRIVER-ID TO LOOKUP-DRIVER-ID
              PERFORM 110-FIND-DRIVER-SLOT
              IF (DRIVER-FOUND-SWITCH = "Y")
                 ADD 1 TO DT-INCIDENTS (DRIVER-IDX)
                 ADD IN-REPAIR-COST TO DT-REPAIR-COST (DRIVER-IDX)
                 IF IN-AT-FAULT
                    ADD 1 TO DT-AT-FAULT (DRIVER-IDX)
                 END-IF
              END-IF
              MOVE IN-VEHICLE-ID TO LOOKUP-VEHICLE-ID
              PERFORM 120-FIND-VEHICLE-SLOT
              IF (VEHICLE-FOUND-SWITCH = "Y")
                 ADD 1 TO VT-INCIDENTS (VEHICLE-IDX)
                 ADD IN-REPAIR-COST TO VT-REPAIR-COST (VEHICLE-IDX)
                 IF IN-AT-FAULT
                    ADD 1 TO VT-AT-FAULT (VEHICLE-IDX)
                 END-IF
              END-IF
           END-IF.
           IF IN-OFF-ROAD
              PERFORM 220-ADD-DOWNTIME THRU 220-EXIT
           END-IF.
      *
      ******************************************************************
      *  This routine works out the days of the quarter an incident
      *  kept its vehicle off the road - the return day itself is a
      *  day back in service
      ******************************************************************
       220-ADD-DOWNTIME.
      *
           IF (IN-OFF-ROAD-DATE > AS-OF-DATE)
              GO TO 220-EXIT
           END-IF.
           IF (IN-RETURN-DATE NOT = 0)
              AND (IN-RETURN-DATE <= QUARTER-START-DATE)
              GO TO 220-EXIT
           END-IF.
           IF (IN-OFF-ROAD-DATE < QUARTER-START-DATE)
              MOVE QUARTER-START-DATE TO DOWN-FROM-DATE
           ELSE
              MOVE IN-OFF-ROAD-DATE TO DOWN-FROM-DATE
           END-IF.
           IF (IN-RETURN-DATE = 0) OR (IN-RETURN-DATE > AS-OF-DATE)
              MOVE AS-OF-DATE TO DOWN-TO-DATE
           ELSE
              COMPUTE DOWN-TO-DATE = FUNCTION DATE-OF-INTEGER
                 (FUNCTION INTEGER-OF-DATE (IN-RETURN-DATE) - 1)
           END-IF.
           COMPUTE DOWN-DAYS =
              FUNCTION INTEGER-OF-DATE (DOWN-TO-DATE) -
              FUNCTION INTEGER-OF-DATE (DOWN-FROM-DATE) + 1.
           IF (DOWN-DAYS > 0)
              MOVE IN-VEHICLE-ID TO LOOKUP-VEHICLE-ID
              PERFORM 120-FIND-VEHICLE-SLOT
              IF (VEHICLE-FOUND-SWITCH = "Y")
                 ADD DOWN-DAYS TO VT-DOWNTIME-DAYS (VEHICLE-IDX)
                 IF (IN-RETURN-DATE = 0)
                    MOVE "Y" TO VT-OFF-ROAD-SWITCH (VEHICLE-IDX)
                 END-IF
              END-IF
           END-IF.
      *
       220-EXIT.
           EXIT.
      *
      ******************************************************************
      *  This routine prints the drivers, then the vehicles, then the
      *  fleet totals the insurer asks for
      ******************************************************************
       400-PRINT-INCIDENT-REPORT.
      *
           IF (NOT RUN-READY)
              GO TO 400-EXIT
           END-IF.
           MOVE "D" TO REPORT-SECTION-SWITCH.
           PERFORM 030-PRINT-HEADINGS.
           IF (DRIVER-COUNT > 0)
              PERFORM 410-PRINT-ONE-DRIVER
                 VARYING DRIVER-SCAN FROM 1 BY 1
                 UNTIL DRIVER-SCAN > DRIVER-COUNT
           END-IF.
           MOVE "V" TO REPORT-SECTION-SWITCH.
           PERFORM 030-PRINT-HEADINGS.
           IF (VEHICLE-COUNT > 0)
              PERFORM 420-PRINT-ONE-VEHICLE
                 VARYING VEHICLE-SCAN FROM 1 BY 1
                 UNTIL VEHICLE-SCAN > VEHICLE-COUNT
           END-IF.
           MOVE FLEET-INCIDENTS     TO TL-INCIDENTS.
           MOVE FLEET-KM            TO TL-KM.
           MOVE 0 TO RATE-PER-100K.
           IF (FLEET-KM > 0)
              COMPUTE RATE-PER-100K ROUNDED =
                 FLEET-INCIDENTS * 100000 / FLEET-KM
           END-IF.
           MOVE RATE-PER-100K       TO TL-RATE.
           MOVE FLEET-DOWNTIME-DAYS TO TL-DOWNTIME-DAYS.
           MOVE FLEET-REPAIR-COST   TO TL-REPAIR-COST.
           WRITE PRINT-AREA FROM SEPARATOR-LINE.
           WRITE PRINT-AREA FROM TOTAL-LINE.
      *
       400-EXIT.
           EXIT.
      *
      ******************************************************************
      *  This routine prints one driver - the rates need km driven in
      *  the quarter, so a driver with incidents and no km prints
      *  NO KM in their place
      ******************************************************************
       410-PRINT-ONE-DRIVER.
      *
           MOVE SPACES TO DRIVER-LINE.
           MOVE DT-DRIVER-ID (DRIVER-SCAN) TO DL-DRIVER-ID.
           PERFORM 415-GET-DRIVER-NAME.
           MOVE DT-KM (DRIVER-SCAN)          TO DL-KM.
           MOVE DT-INCIDENTS (DRIVER-SCAN)   TO DL-INCIDENTS.
           MOVE DT-AT-FAULT (DRIVER-SCAN)    TO DL-AT-FAULT.
           MOVE DT-REPAIR-COST (DRIVER-SCAN) TO DL-REPAIR-COST.
           IF (DT-KM (DRIVER-SCAN) > 0)
              COMPUTE RATE-PER-100K ROUNDED =
                 DT-INCIDENTS (DRIVER-SCAN) * 100000 /
                 DT-KM (DRIVER-SCAN)
              MOVE RATE-PER-100K TO DL-RATE
              COMPUTE RATE-PER-100K ROUNDED =
                 DT-AT-FAULT (DRIVER-SCAN) * 100000 /
                 DT-KM (DRIVER-SCAN)
              MOVE RATE-PER-100K TO DL-FAULT-RATE
              ADD DT-KM (DRIVER-SCAN) TO FLEET-KM
           ELSE
              MOVE "     NO KM" TO DL-RATE-AREA
              MOVE "     NO KM" TO DL-FAULT-RATE-AREA
           END-IF.
           ADD DT-INCIDENTS (DRIVER-SCAN)   TO FLEET-INCIDENTS.
           ADD DT-REPAIR-COST (DRIVER-SCAN) TO FLEET-REPAIR-COST.
           IF (RPT-LINE-COUNTER >= LINES-PER-PAGE)
              PERFORM 030-PRINT-HEADINGS
           END-IF.
           WRITE PRINT-AREA FROM DRIVER-LINE.
           ADD 1 TO RPT-LINE-COUNTER.
      *
       415-GET-DRIVER-NAME.
      *
           MOVE SPACES TO DL-NAME.
           IF DRIVMAST-AVAILABLE
              MOVE DT-DRIVER-ID (DRIVER-SCAN) TO DM-DRIVER-ID
              READ DRIVMAST
                 INVALID KEY
                    MOVE "*** NOT ON DRIVMAST ***" TO DL-NAME
                 NOT INVALID KEY
                    MOVE DM-NAME TO DL-NAME
              END-READ
           END-IF.
      *
       420-PRINT-ONE-VEHICLE.
      *
           MOVE SPACES TO VEHICLE-LINE.
           MOVE VT-VEHICLE-ID (VEHICLE-SCAN)    TO VL-VEHICLE-ID.
           MOVE VT-INCIDENTS (VEHICLE-SCAN)     TO VL-INCIDENTS.
           MOVE VT-AT-FAULT (VEHICLE-SCAN)      TO VL-AT-FAULT.
           MOVE VT-DOWNTIME-DAYS (VEHICLE-SCAN) TO VL-DOWNTIME-DAYS.
           MOVE VT-REPAIR-COST (VEHICLE-SCAN)   TO VL-REPAIR-COST.
           IF VT-STILL-OFF-ROAD (VEHICLE-SCAN)
              MOVE "STILL OFF THE ROAD" TO VL-STATUS
           END-IF.
           ADD VT-DOWNTIME-DAYS (VEHICLE-SCAN) TO FLEET-DOWNTIME-DAYS.
           IF (RPT-LINE-COUNTER >= LINES-PER-PAGE)
              PERFORM 030-PRINT-HEADINGS
           END-IF.
           WRITE PRINT-AREA FROM VEHICLE-LINE.
           ADD 1 TO RPT-LINE-COUNTER.
      *
      ******************************************************************
      *  This routine starts a new page with the headings of the
      *  section being printed
      ******************************************************************
       030-PRINT-HEADINGS.
      *
           ADD 1 TO RPT-PAGE-COUNTER.
           MOVE RPT-PAGE-COUNTER TO HL1-PAGE-NUMBER.
           WRITE PRINT-AREA FROM HEADING-LINE-1.
           IF PRINTING-DRIVERS
              WRITE PRINT-AREA FROM HEADING-LINE-2
           ELSE
              WRITE PRINT-AREA FROM HEADING-LINE-3
           END-IF.
           MOVE 0 TO RPT-LINE-COUNTER.
      *
      ******************************************************************
      *  This routine prints the run totals and closes the files
      ******************************************************************
       900-SHUTDOWN-FILES.
      *
           DISPLAY SEPARATOR-LINE.
           DISPLAY "INCIDENT REPORT - " TRIPFILE-RECORDS-RETENUS
                   " JOURNAL RECORDS IN QUARTER, "
                   TRIPFILE-RECORDS-IGNORES " WITH NO DRIVER LEFT "
                   "OUT, " INCIDENT-RECORDS-RETENUS " INCIDENT(S) OF "
                   INCIDENT-RECORDS-LUS " ON FILE.".
           IF RUN-READY
              CLOSE INCIDENT
              CLOSE TRIPFILE
              CLOSE INCRRPT
              IF DRIVMAST-AVAILABLE
                 CLOSE DRIVMAST
              END-IF
           END-IF.
      *
      ******************************************************************
      *  This routine writes the run's JOBLOG record and closes JOBLOG
      ******************************************************************
       950-ECRIRE-JOBLOG.
      *
           MOVE SPACES TO JOBLOG-RECORD.
           MOVE "INCR0001" TO JL-PROGRAM-ID.
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
