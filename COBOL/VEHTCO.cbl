      *****************************************************************
      * Program name:    TCOR0001
      * Original author: MANUEL JARRY
      *
      * Maintenence Log
      * Date        Author        Maintenance Requirement
      * ----------- ------------  --------------------------------------
      * 15/10/2026   MANUEL JARRY  Created - vehicle total cost of
      *                            ownership: acquisition cost from
      *                            VEHMAST, service cost from SRVCLOG
      *                            and fuel spend from TRIPSUMM over
      *                            FL-LIFETIME-DISTANCE, with
      *                            replacement candidates flagged on
      *                            the PARMFILE age, km and cost-per-km
      *                            thresholds
      *
      *****************************************************************
       IDENTIFICATION DIVISION.
       PROGRAM-ID.  TCOR0001.
       AUTHOR. MANUEL JARRY.
       INSTALLATION. COBOL-Learning
       DATE-WRITTEN. 15/10/2026.
       DATE-COMPILED. DD/MM/YYYY.
       SECURITY. NON-CONFIDENTIAL.
      *****************************************************************
      *
      ******************************************************************
      *  Cost of ownership is everything the vehicle has cost since it
      *  was bought - the purchase price, every service logged against
      *  it and the fuel of every closed month - spread over the km it
      *  has logged in its lifetime. A vehicle whose age, lifetime km
      *  or cost per km reaches its PARMFILE threshold is put forward
      *  as a replacement candidate, with the tests it failed named
      ******************************************************************
       ENVIRONMENT DIVISION.
       CONFIGURATION SECTION.
       SOURCE-COMPUTER. PC-MANU.
       OBJECT-COMPUTER. PC-MANU.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
           SELECT TCORPT ASSIGN TO TCORPT
              ORGANIZATION IS LINE SEQUENTIAL.
           COPY VEHMSTSL.
           COPY FLEETLGSL.
           COPY SRVCLGSL.
           COPY TRIPSMSL.
           COPY PARMFLSL.
           COPY JOBLOGSL.
      *****************************************************************
      *
      *****************************************************************
       DATA DIVISION.
       FILE SECTION.
      *
       FD  TCORPT.
       01  PRINT-AREA                    PIC X(132).
      *
       COPY VEHMSTFD.
      *
       COPY FLEETLGFD.
      *
       COPY SRVCLGFD.
      *
       COPY TRIPSMFD.
      *
       COPY PARMFLFD.
      *
       COPY JOBLOGFD.
      *****************************************************************
      *
      *****************************************************************
       WORKING-STORAGE SECTION.
      *
       01 SWITCHES.
          05 VEHMAST-EOF-SWITCH          PIC X          VALUE "N".
             88 VEHMAST-EOF                             VALUE "Y".
          05 SRVCLOG-EOF-SWITCH          PIC X          VALUE "N".
             88 SRVCLOG-EOF                             VALUE "Y".
          05 TRIPSUMM-EOF-SWITCH         PIC X          VALUE "N".
             88 TRIPSUMM-EOF                            VALUE "Y".
          05 PARMFILE-EOF-SWITCH         PIC X          VALUE "N".
             88 PARMFILE-EOF                            VALUE "Y".
          05 VEHICLE-FOUND-SWITCH        PIC X          VALUE "N".
          05 FLEETLOG-AVAILABLE-SWITCH   PIC X          VALUE "N".
             88 FLEETLOG-AVAILABLE                      VALUE "Y".
          05 REPORT-READY-SWITCH         PIC X          VALUE "N".
             88 REPORT-READY                            VALUE "Y".
      *
       01 FILE-STATUS-FIELDS.
          05 VEHMAST-FILE-STATUS         PIC X(2)       VALUE "00".
             88 VEHMAST-FILE-OK                         VALUE "00".
             88 VEHMAST-FILE-NOT-FOUND                  VALUE "23" "35".
          05 FLEETLOG-FILE-STATUS        PIC X(2)       VALUE "00".
             88 FLEETLOG-FILE-OK                        VALUE "00".
             88 FLEETLOG-FILE-NOT-FOUND                 VALUE "23" "35".
          05 SRVCLOG-FILE-STATUS         PIC X(2)       VALUE "00".
             88 SRVCLOG-FILE-OK                         VALUE "00".
          05 TRIPSUMM-FILE-STATUS        PIC X(2)       VALUE "00".
             88 TRIPSUMM-FILE-OK                        VALUE "00".
          05 PARMFILE-FILE-STATUS        PIC X(2)       VALUE "00".
             88 PARMFILE-FILE-OK                        VALUE "00".
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
      ******************************************************************
      *  Replacement thresholds, overridden from PARMFILE - a vehicle
      *  reaching any one of them is flagged
      ******************************************************************
       01 REPLACEMENT-THRESHOLDS.
          05 MAX-AGE-YEARS               PIC 9(2)V9     VALUE 08.0.
          05 MAX-LIFETIME-KM             PIC 9(7)       VALUE 0300000.
          05 MAX-COST-PER-KM             PIC 9(2)V999   VALUE 00.750.
      *
      ******************************************************************
      *  Service cost and closed-month fuel spend per vehicle, folded
      *  from SRVCLOG and TRIPSUMM before VEHMAST is swept - fuel is
      *  signed since TRIPSUMM nets reversals
      ******************************************************************
       01 VEHICLE-COUNT                  PIC 9(3)       VALUE 0.
       01 VEHICLE-TABLE.
          05 VEHICLE-ENTRY
             OCCURS 0 TO 500 TIMES DEPENDING ON VEHICLE-COUNT
             INDEXED BY VEHICLE-IDX.
             10 VT-VEHICLE-ID            PIC X(6).
             10 VT-SERVICE-COST          PIC S9(9)V99.
             10 VT-FUEL-SPEND            PIC S9(9)V99.
      *
       01 WORK-FIELDS.
          05 LOOKUP-VEHICLE-ID           PIC X(6).
          05 AGE-DAYS                    PIC S9(7)      VALUE 0.
          05 AGE-YEARS                   PIC 9(3)V9     VALUE 0.
          05 VEHICLE-SERVICE-COST        PIC S9(9)V99   VALUE 0.
          05 VEHICLE-FUEL-SPEND          PIC S9(9)V99   VALUE 0.
          05 VEHICLE-TOTAL-COST          PIC S9(10)V99  VALUE 0.
          05 COST-PER-KM                 PIC S9(5)V999  VALUE 0.
          05 FLAG-POINTER                PIC 9(3)       VALUE 0.
          05 REPLACEMENT-FLAGS           PIC X(22).
          05 OTHER-FIELDS.
             10 SEPARATOR-LINE           PIC X(50)
                                                        VALUE
                   "--------------------------------------------------".
      *
       01 RECONCILIATION-COUNTERS.
          05 SRVCLOG-RECORDS-LUS         PIC 9(7)       VALUE 0.
          05 TRIPSUMM-RECORDS-LUS        PIC 9(7)       VALUE 0.
          05 VEHICLES-REPORTED           PIC 9(5)       VALUE 0.
          05 VEHICLES-CANDIDATES         PIC 9(5)       VALUE 0.
      *
       01 FLEET-TOTALS.
          05 FT-ACQUISITION-COST         PIC S9(11)V99  VALUE 0.
          05 FT-SERVICE-COST             PIC S9(11)V99  VALUE 0.
          05 FT-FUEL-SPEND               PIC S9(11)V99  VALUE 0.
          05 FT-TOTAL-COST               PIC S9(11)V99  VALUE 0.
          05 FT-LIFETIME-KM              PIC 9(12)V99   VALUE 0.
      *
       01 HEADING-LINE-1.
          05 FILLER                      PIC X(7)       VALUE "DATE:  ".
          05 HL1-DAY                     PIC 9(2).
          05 FILLER                      PIC X(1)       VALUE "/".
          05 HL1-MONTH                   PIC 9(2).
          05 FILLER                      PIC X(1)       VALUE "/".
          05 HL1-YEAR                    PIC 9(4).
          05 FILLER                      PIC X(4)       VALUE SPACE.
          05 FILLER                      PIC X(44)      VALUE
                "VEHICLE COST OF OWNERSHIP AND REPLACEMENT   ".
          05 FILLER                      PIC X(8)  VALUE "PAGE:   ".
          05 HL1-PAGE-NUMBER             PIC ZZ9.
          05 FILLER                      PIC X(56)      VALUE SPACE.
      *
       01 HEADING-LINE-2.
          05 FILLER                      PIC X(8)  VALUE "VEHICLE ".
          05 FILLER                      PIC X(6)  VALUE "   AGE".
          05 FILLER                      PIC X(15)
                                         VALUE "    LIFETIME KM".
          05 FILLER                      PIC X(15)
                                         VALUE "    ACQUISITION".
          05 FILLER                      PIC X(16)
                                         VALUE "         SERVICE".
          05 FILLER                      PIC X(15)
                                         VALUE "           FUEL".
          05 FILLER                      PIC X(17)
                                         VALUE "       TOTAL COST".
          05 FILLER                      PIC X(9)  VALUE "  COST/KM".
          05 FILLER                      PIC X(2)       VALUE SPACE.
          05 FILLER                      PIC X(22)
                                         VALUE "REPLACEMENT".
          05 FILLER                      PIC X(7)       VALUE SPACE.
      *
       01 DETAIL-LINE.
          05 DL-VEHICLE-ID               PIC X(6).
          05 FILLER                      PIC X(2)       VALUE SPACE.
          05 DL-AGE-YEARS                PIC ZZZ9.9.
          05 FILLER                      PIC X(2)       VALUE SPACE.
          05 DL-LIFETIME-KM              PIC Z,ZZZ,ZZZ,ZZ9.
          05 FILLER                      PIC X(2)       VALUE SPACE.
          05 DL-ACQUISITION-COST         PIC ZZ,ZZZ,ZZ9.99.
          05 FILLER                      PIC X(2)       VALUE SPACE.
          05 DL-SERVICE-COST             PIC ---,---,--9.99.
          05 FILLER                      PIC X(1)       VALUE SPACE.
          05 DL-FUEL-SPEND               PIC ---,---,--9.99.
          05 FILLER                      PIC X(1)       VALUE SPACE.
          05 DL-TOTAL-COST               PIC -,---,---,--9.99.
          05 FILLER                      PIC X(2)       VALUE SPACE.
          05 DL-COST-PER-KM              PIC --9.999.
          05 FILLER                      PIC X(2)       VALUE SPACE.
          05 DL-FLAGS                    PIC X(22).
          05 FILLER                      PIC X(7)       VALUE SPACE.
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
           PERFORM 010-OPEN-FILES.
           IF REPORT-READY
              PERFORM 100-FOLD-SERVICE-COSTS
              PERFORM 200-FOLD-FUEL-SPEND
              PERFORM 400-PRINT-TCO-REPORT
           END-IF.
           PERFORM 900-SHUTDOWN-FILES.
           PERFORM 950-ECRIRE-JOBLOG.
           DISPLAY "END OF PROGRAM.".
           GOBACK.
      *
      ******************************************************************
      *  This routine opens the files - VEHMAST is the spine of the
      *  report and a missing one abandons the run; a missing FLEETLOG,
      *  SRVCLOG or TRIPSUMM only means that column reads zero
      ******************************************************************
       010-OPEN-FILES.
      *
           OPEN EXTEND JOBLOG.
           MOVE FUNCTION CURRENT-DATE TO JOBLOG-DATE-ET-HEURE.
           MOVE JDH-DATE TO JOBLOG-START-SAUVEGARDE (1:8).
           MOVE JDH-TIME TO JOBLOG-START-SAUVEGARDE (9:6).
           MOVE JDH-DATE (7:2) TO HL1-DAY.
           MOVE JDH-DATE (5:2) TO HL1-MONTH.
           MOVE JDH-DATE (1:4) TO HL1-YEAR.
           PERFORM 015-LOAD-PARAMETERS.
           OPEN INPUT VEHMAST.
           IF NOT VEHMAST-FILE-OK
              DISPLAY "VEHMAST INTROUVABLE OU ILLISIBLE "
                      "(FILE STATUS " VEHMAST-FILE-STATUS "). "
                      "COST OF OWNERSHIP REPORT ABANDONED."
              MOVE "FILE-ERR" TO JOBLOG-STATUS-SWITCH
           ELSE
              MOVE "Y" TO REPORT-READY-SWITCH
              OPEN OUTPUT TCORPT
              OPEN INPUT FLEETLOG
              IF FLEETLOG-FILE-OK
                 MOVE "Y" TO FLEETLOG-AVAILABLE-SWITCH
              ELSE
                 DISPLAY "FLEETLOG NOT AVAILABLE (FILE STATUS "
                         FLEETLOG-FILE-STATUS ") - LIFETIME KM "
                         "REPORTED AS ZERO."
              END-IF
           END-IF.
      *
      ******************************************************************
      *  This routine loads the replacement thresholds from PARMFILE -
      *  a missing PARMFILE leaves the compiled defaults standing
      ******************************************************************
       015-LOAD-PARAMETERS.
      *
           OPEN INPUT PARMFILE.
           IF NOT PARMFILE-FILE-OK
              DISPLAY "PARMFILE NOT AVAILABLE (FILE STATUS "
                      PARMFILE-FILE-STATUS ") - COMPILED DEFAULTS "
                      "IN EFFECT."
           ELSE
              PERFORM UNTIL PARMFILE-EOF
                 READ PARMFILE
                    AT END
                       MOVE "Y" TO PARMFILE-EOF-SWITCH
                    NOT AT END
                       PERFORM 016-APPLY-ONE-PARM
                 END-READ
              END-PERFORM
              CLOSE PARMFILE
           END-IF.
      *
       016-APPLY-ONE-PARM.
      *
           IF (PA-PARM-VALUE = SPACES)
              CONTINUE
           ELSE
              EVALUATE PA-PARM-KEY
                 WHEN "TCO-MAX-AGE-YEARS"
                    COMPUTE MAX-AGE-YEARS =
                       FUNCTION NUMVAL (PA-PARM-VALUE)
                 WHEN "TCO-MAX-KM"
                    COMPUTE MAX-LIFETIME-KM =
                       FUNCTION NUMVAL (PA-PARM-VALUE)
                 WHEN "TCO-MAX-COST-PER-KM"
                    COMPUTE MAX-COST-PER-KM =
                       FUNCTION NUMVAL (PA-PARM-VALUE)
                 WHEN OTHER
                    CONTINUE
              END-EVALUATE
           END-IF.
      *
      ******************************************************************
      *  This routine totals the cost of the work logged per vehicle -
      *  rows logged before costs were captured carry spaces in the
      *  cost column and add nothing
      ******************************************************************
       100-FOLD-SERVICE-COSTS.
      *
           OPEN INPUT SRVCLOG.
           IF NOT SRVCLOG-FILE-OK
              DISPLAY "SRVCLOG NOT AVAILABLE (FILE STATUS "
                      SRVCLOG-FILE-STATUS ") - SERVICE COSTS "
                      "REPORTED AS ZERO."
           ELSE
              PERFORM UNTIL SRVCLOG-EOF
                 READ SRVCLOG
                    AT END
                       MOVE "Y" TO SRVCLOG-EOF-SWITCH
                    NOT AT END
                       ADD 1 TO SRVCLOG-RECORDS-LUS
                       IF SV-SERVICE-COST NUMERIC
                          MOVE SV-VEHICLE-ID TO LOOKUP-VEHICLE-ID
                          PERFORM 300-FIND-VEHICLE-SLOT
                          IF (VEHICLE-FOUND-SWITCH = "Y")
                             ADD SV-SERVICE-COST
                                TO VT-SERVICE-COST (VEHICLE-IDX)
                          END-IF
                       END-IF
                 END-READ
              END-PERFORM
              CLOSE SRVCLOG
           END-IF.
      *
      ******************************************************************
      *  This routine totals the fuel spend of every closed month per
      *  vehicle from the month-end summary
      ******************************************************************
       200-FOLD-FUEL-SPEND.
      *
           OPEN INPUT TRIPSUMM.
           IF NOT TRIPSUMM-FILE-OK
              DISPLAY "TRIPSUMM NOT AVAILABLE (FILE STATUS "
                      TRIPSUMM-FILE-STATUS ") - FUEL SPEND "
                      "REPORTED AS ZERO."
           ELSE
              PERFORM UNTIL TRIPSUMM-EOF
                 READ TRIPSUMM
                    AT END
                       MOVE "Y" TO TRIPSUMM-EOF-SWITCH
                    NOT AT END
                       ADD 1 TO TRIPSUMM-RECORDS-LUS
                       MOVE TS-VEHICLE-ID TO LOOKUP-VEHICLE-ID
                       PERFORM 300-FIND-VEHICLE-SLOT
                       IF (VEHICLE-FOUND-SWITCH = "Y")
                          ADD TS-TRIP-COST
                             TO VT-FUEL-SPEND (VEHICLE-IDX)
                       END-IF
                 END-READ
              END-PERFORM
              CLOSE TRIPSUMM
           END-IF.
      *
      ******************************************************************
      *  This routine locates LOOKUP-VEHICLE-ID in the table, adding
      *  it on first sight with zero costs
      ******************************************************************
       300-FIND-VEHICLE-SLOT.
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
                 MOVE LOOKUP-VEHICLE-ID
                    TO VT-VEHICLE-ID (VEHICLE-IDX)
                 MOVE 0 TO VT-SERVICE-COST (VEHICLE-IDX)
                 MOVE 0 TO VT-FUEL-SPEND (VEHICLE-IDX)
                 MOVE "Y" TO VEHICLE-FOUND-SWITCH
              ELSE
                 DISPLAY "EXCEPTION: VEHICLE TABLE FULL - "
                         LOOKUP-VEHICLE-ID " IGNORED."
                 MOVE "RECONERR" TO JOBLOG-STATUS-SWITCH
              END-IF
           END-IF.
      *
      ******************************************************************
      *  This routine sweeps VEHMAST in key order and reports every
      *  vehicle still on the fleet, then prints the fleet totals
      ******************************************************************
       400-PRINT-TCO-REPORT.
      *
           MOVE LOW-VALUES TO VM-VEHICLE-ID.
           START VEHMAST KEY IS NOT LESS THAN VM-VEHICLE-ID
              INVALID KEY
                 DISPLAY "NO VEHICLES RECORDED ON VEHMAST."
                 MOVE "Y" TO VEHMAST-EOF-SWITCH
           END-START.
           PERFORM UNTIL VEHMAST-EOF
              READ VEHMAST NEXT RECORD
                 AT END
                    MOVE "Y" TO VEHMAST-EOF-SWITCH
                 NOT AT END
                    IF (NOT VM-RETIRED)
                       PERFORM 410-REPORT-ONE-VEHICLE
                    END-IF
              END-READ
           END-PERFORM.
           PERFORM 450-PRINT-FLEET-TOTALS.
      *
      ******************************************************************
      *  This routine costs one vehicle and judges it against the
      *  replacement thresholds - an unknown acquisition date gives no
      *  age and so cannot fail the age test, zero lifetime km gives
      *  no cost per km
      ******************************************************************
       410-REPORT-ONE-VEHICLE.
      *
           ADD 1 TO VEHICLES-REPORTED.
           MOVE 0 TO FL-LIFETIME-DISTANCE.
           IF FLEETLOG-AVAILABLE
              MOVE VM-VEHICLE-ID TO FL-VEHICLE-ID
              READ FLEETLOG
                 INVALID KEY
                    MOVE 0 TO FL-LIFETIME-DISTANCE
              END-READ
           END-IF.
           IF (VM-ACQUISITION-DATE NOT NUMERIC)
              MOVE 0 TO VM-ACQUISITION-DATE
           END-IF.
           IF (VM-ACQUISITION-COST NOT NUMERIC)
              MOVE 0 TO VM-ACQUISITION-COST
           END-IF.
           MOVE 0 TO AGE-YEARS.
           IF (VM-ACQUISITION-DATE > 16010000)
              AND (VM-ACQUISITION-DATE <= JDH-DATE)
              COMPUTE AGE-DAYS =
                 FUNCTION INTEGER-OF-DATE (JDH-DATE) -
                 FUNCTION INTEGER-OF-DATE (VM-ACQUISITION-DATE)
              COMPUTE AGE-YEARS ROUNDED = AGE-DAYS / 365.25
           END-IF.
           MOVE VM-VEHICLE-ID TO LOOKUP-VEHICLE-ID.
           PERFORM 300-FIND-VEHICLE-SLOT.
           MOVE 0 TO VEHICLE-SERVICE-COST.
           MOVE 0 TO VEHICLE-FUEL-SPEND.
           IF (VEHICLE-FOUND-SWITCH = "Y")
              MOVE VT-SERVICE-COST (VEHICLE-IDX)
                 TO VEHICLE-SERVICE-COST
              MOVE VT-FUEL-SPEND (VEHICLE-IDX) TO VEHICLE-FUEL-SPEND
           END-IF.
           COMPUTE VEHICLE-TOTAL-COST = VM-ACQUISITION-COST +
              VEHICLE-SERVICE-COST + VEHICLE-FUEL-SPEND.
           MOVE 0 TO COST-PER-KM.
           IF (FL-LIFETIME-DISTANCE > 0)
              COMPUTE COST-PER-KM ROUNDED =
                 VEHICLE-TOTAL-COST / FL-LIFETIME-DISTANCE
                 ON SIZE ERROR
                    MOVE 0 TO COST-PER-KM
              END-COMPUTE
           END-IF.
           PERFORM 420-JUDGE-REPLACEMENT.
           MOVE SPACES TO DETAIL-LINE.
           MOVE VM-VEHICLE-ID          TO DL-VEHICLE-ID.
           MOVE AGE-YEARS              TO DL-AGE-YEARS.
           MOVE FL-LIFETIME-DISTANCE   TO DL-LIFETIME-KM.
           MOVE VM-ACQUISITION-COST    TO DL-ACQUISITION-COST.
           MOVE VEHICLE-SERVICE-COST   TO DL-SERVICE-COST.
           MOVE VEHICLE-FUEL-SPEND     TO DL-FUEL-SPEND.
           MOVE VEHICLE-TOTAL-COST     TO DL-TOTAL-COST.
           MOVE COST-PER-KM            TO DL-COST-PER-KM.
           MOVE REPLACEMENT-FLAGS      TO DL-FLAGS.
           PERFORM 430-WRITE-DETAIL-LINE.
           ADD VM-ACQUISITION-COST    TO FT-ACQUISITION-COST.
           ADD VEHICLE-SERVICE-COST   TO FT-SERVICE-COST.
           ADD VEHICLE-FUEL-SPEND     TO FT-FUEL-SPEND.
           ADD VEHICLE-TOTAL-COST     TO FT-TOTAL-COST.
           ADD FL-LIFETIME-DISTANCE   TO FT-LIFETIME-KM.
      *
      ******************************************************************
      *  This routine names each threshold the vehicle has reached -
      *  any one of them makes it a replacement candidate
      ******************************************************************
       420-JUDGE-REPLACEMENT.
      *
           MOVE SPACES TO REPLACEMENT-FLAGS.
           MOVE 4 TO FLAG-POINTER.
           IF (AGE-YEARS > 0) AND (AGE-YEARS >= MAX-AGE-YEARS)
              STRING "AGE " DELIMITED BY SIZE
                 INTO REPLACEMENT-FLAGS WITH POINTER FLAG-POINTER
           END-IF.
           IF (FL-LIFETIME-DISTANCE >= MAX-LIFETIME-KM)
              AND (MAX-LIFETIME-KM > 0)
              STRING "KM " DELIMITED BY SIZE
                 INTO REPLACEMENT-FLAGS WITH POINTER FLAG-POINTER
           END-IF.
           IF (COST-PER-KM > 0) AND (COST-PER-KM >= MAX-COST-PER-KM)
              STRING "COST/KM " DELIMITED BY SIZE
                 INTO REPLACEMENT-FLAGS WITH POINTER FLAG-POINTER
           END-IF.
           IF (FLAG-POINTER > 4)
              ADD 1 TO VEHICLES-CANDIDATES
              MOVE "**" TO REPLACEMENT-FLAGS (1:2)
           END-IF.
      *
      ******************************************************************
      *  This routine writes one report line, reprinting the headings
      *  every LINES-PER-PAGE detail lines
      ******************************************************************
       430-WRITE-DETAIL-LINE.
      *
           IF (RPT-LINE-COUNTER = 0)
              OR (RPT-LINE-COUNTER >= LINES-PER-PAGE)
              PERFORM 030-PRINT-HEADINGS
           END-IF.
           WRITE PRINT-AREA FROM DETAIL-LINE.
           ADD 1 TO RPT-LINE-COUNTER.
      *
      ******************************************************************
      *  This routine prints the fleet totals under the detail - the
      *  fleet cost per km is total cost over total lifetime km
      ******************************************************************
       450-PRINT-FLEET-TOTALS.
      *
           MOVE SPACES TO DETAIL-LINE.
           MOVE "FLEET" TO DL-VEHICLE-ID.
           MOVE FT-LIFETIME-KM       TO DL-LIFETIME-KM.
           MOVE FT-ACQUISITION-COST  TO DL-ACQUISITION-COST.
           MOVE FT-SERVICE-COST      TO DL-SERVICE-COST.
           MOVE FT-FUEL-SPEND        TO DL-FUEL-SPEND.
           MOVE FT-TOTAL-COST        TO DL-TOTAL-COST.
           MOVE 0 TO COST-PER-KM.
           IF (FT-LIFETIME-KM > 0)
              COMPUTE COST-PER-KM ROUNDED =
                 FT-TOTAL-COST / FT-LIFETIME-KM
                 ON SIZE ERROR
                    MOVE 0 TO COST-PER-KM
              END-COMPUTE
           END-IF.
           MOVE COST-PER-KM TO DL-COST-PER-KM.
           STRING VEHICLES-CANDIDATES DELIMITED BY SIZE
                  " CANDIDATE(S)" DELIMITED BY SIZE
              INTO DL-FLAGS.
           PERFORM 430-WRITE-DETAIL-LINE.
      *
      ******************************************************************
      *  This routine starts a new page and reprints the headings
      ******************************************************************
       030-PRINT-HEADINGS.
      *
           ADD 1 TO RPT-PAGE-COUNTER.
           MOVE RPT-PAGE-COUNTER TO HL1-PAGE-NUMBER.
           WRITE PRINT-AREA FROM HEADING-LINE-1.
           WRITE PRINT-AREA FROM HEADING-LINE-2.
           MOVE 0 TO RPT-LINE-COUNTER.
      *
      ******************************************************************
      *  This routine prints the run totals and closes the files
      ******************************************************************
       900-SHUTDOWN-FILES.
      *
           DISPLAY SEPARATOR-LINE.
           DISPLAY "COST OF OWNERSHIP REPORT - " VEHICLES-REPORTED
                   " VEHICLE(S) REPORTED, " VEHICLES-CANDIDATES
                   " REPLACEMENT CANDIDATE(S).".
           DISPLAY SRVCLOG-RECORDS-LUS " SERVICE ROW(S) AND "
                   TRIPSUMM-RECORDS-LUS " MONTH SUMMARY ROW(S) READ.".
           IF REPORT-READY
              CLOSE VEHMAST
              CLOSE TCORPT
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
           MOVE "TCOR0001" TO JL-PROGRAM-ID.
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
