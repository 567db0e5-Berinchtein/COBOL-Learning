      *****************************************************************
      * Program name:    UTIL0001
      * Original author: MANUEL JARRY
      *
      * Maintenence Log
      * Date        Author        Maintenance Requirement
      * ----------- ------------  --------------------------------------
      * 15/10/2026   MANUEL JARRY  Created - monthly fleet utilization
      *                            and idle-vehicle report from the
      *                            TRIPSUMM summary and the open months
      *                            of TRIPFILE, with pooling/disposal
      *                            candidates and the vehicles that
      *                            made no trips listed apart
      *
      *****************************************************************
       IDENTIFICATION DIVISION.
       PROGRAM-ID.  UTIL0001.
       AUTHOR. MANUEL JARRY.
       INSTALLATION. COBOL-Learning
       DATE-WRITTEN. 15/10/2026.
       DATE-COMPILED. DD/MM/YYYY.
       SECURITY. NON-CONFIDENTIAL.
      *****************************************************************
      *
      *  Every in-service vehicle on VEHMAST is reported for the month
      *  asked: days since its last trip (as at the month end, or
      *  today for the current month), days in the month with at least
      *  one trip, km driven net of reversals, and those km against
      *  the average of the in-service vehicles sharing its department
      *  and fuel type. A vehicle under UTIL-MIN-KM-MONTH (PARMFILE,
      *  default 500 km) in the month and in each of the two before it
      *  is flagged as a pooling or disposal candidate - unless it was
      *  acquired inside that window. Vehicles with no trip in the
      *  month print in a section of their own.
      *
      *****************************************************************
       ENVIRONMENT DIVISION.
       CONFIGURATION SECTION.
       SOURCE-COMPUTER. PC-MANU.
       OBJECT-COMPUTER. PC-MANU.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
           SELECT UTILRPT ASSIGN TO UTILRPT
              ORGANIZATION IS LINE SEQUENTIAL.
           COPY VEHMSTSL.
           COPY TRIPSMSL.
           COPY TRIPFLSL.
           COPY PARMFLSL.
           COPY JOBLOGSL.
      *****************************************************************
      *
      *****************************************************************
       DATA DIVISION.
       FILE SECTION.
      *
       FD  UTILRPT.
       01  PRINT-AREA                    PIC X(132).
      *
       COPY VEHMSTFD.
      *
       COPY TRIPSMFD.
      *
       COPY TRIPFLFD.
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
          05 TRIPSUMM-EOF-SWITCH         PIC X          VALUE "N".
             88 TRIPSUMM-EOF                            VALUE "Y".
          05 TRIPFILE-EOF-SWITCH         PIC X          VALUE "N".
             88 TRIPFILE-EOF                            VALUE "Y".
          05 PARMFILE-EOF-SWITCH         PIC X          VALUE "N".
             88 PARMFILE-EOF                            VALUE "Y".
          05 VEHICLE-FOUND-SWITCH        PIC X          VALUE "N".
          05 GROUP-FOUND-SWITCH          PIC X          VALUE "N".
          05 MONTH-SUMMARIZED-SWITCH     PIC X          VALUE "N".
             88 MONTH-SUMMARIZED                        VALUE "Y".
          05 OLD-SUMMARY-SWITCH          PIC X          VALUE "N".
             88 OLD-SUMMARY-SEEN                        VALUE "Y".
          05 RUN-READY-SWITCH            PIC X          VALUE "N".
             88 RUN-READY                               VALUE "Y".
          05 REPORT-SECTION-SWITCH       PIC X          VALUE "U".
             88 PRINTING-USED                           VALUE "U".
             88 PRINTING-IDLE                           VALUE "I".
             88 PRINTING-GROUPS                         VALUE "G".
      *
       01 FILE-STATUS-FIELDS.
          05 VEHMAST-FILE-STATUS         PIC X(2)       VALUE "00".
             88 VEHMAST-FILE-OK                         VALUE "00".
             88 VEHMAST-FILE-NOT-FOUND                  VALUE "23" "35".
          05 TRIPSUMM-FILE-STATUS        PIC X(2)       VALUE "00".
             88 TRIPSUMM-FILE-OK                        VALUE "00".
          05 TRIPFILE-FILE-STATUS        PIC X(2)       VALUE "00".
             88 TRIPFILE-FILE-OK                        VALUE "00".
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
       01 USER-ENTRIES.
          05 REPORT-MONTH-ENTRY          PIC 9(6).
      *
      ******************************************************************
      *  Utilization threshold - km per month under which a month
      *  counts as under-used, overridable from PARMFILE
      ******************************************************************
       01 MIN-KM-PER-MONTH               PIC 9(6)       VALUE 500.
      *
      ******************************************************************
      *  One entry per in-service vehicle - km for each month of the
      *  three-month window (slot 3 is the report month), the days of
      *  the report month with a trip, and the latest trip date on or
      *  before the month end
      ******************************************************************
       01 VEHICLE-COUNT                  PIC 9(3)       VALUE 0.
       01 VEHICLE-TABLE.
          05 VEHICLE-ENTRY
             OCCURS 0 TO 500 TIMES DEPENDING ON VEHICLE-COUNT
             INDEXED BY VEHICLE-IDX.
             10 UT-VEHICLE-ID            PIC X(6).
             10 UT-DEPARTMENT            PIC X(4).
             10 UT-FUEL-TYPE             PIC X(8).
             10 UT-ACQUISITION-DATE      PIC 9(8).
             10 UT-LAST-TRIP-DATE        PIC 9(8).
             10 UT-TRIP-DAYS             PIC 9(2).
             10 UT-WINDOW-KM             PIC S9(9)V99   OCCURS 3.
             10 UT-DAY-FLAGS.
                15 UT-DAY-FLAG           PIC X          OCCURS 31.
      *
      ******************************************************************
      *  The months present on TRIPSUMM - the detail pass skips
      *  exactly these, as FLTR0001 does
      ******************************************************************
       01 SUMMARY-MONTH-COUNT            PIC 9(3)       VALUE 0.
       01 SUMMARY-MONTH-TABLE.
          05 SUMMARY-MONTH-ENTRY
             OCCURS 0 TO 240 TIMES
             DEPENDING ON SUMMARY-MONTH-COUNT
             INDEXED BY SUMMARY-MONTH-IDX.
             10 SM-MONTH                 PIC 9(6).
      *
      ******************************************************************
      *  Department and fuel-type groups for the comparison average
      ******************************************************************
       01 GROUP-COUNT                    PIC 9(3)       VALUE 0.
       01 GROUP-TABLE.
          05 GROUP-ENTRY
             OCCURS 0 TO 200 TIMES DEPENDING ON GROUP-COUNT
             INDEXED BY GROUP-IDX.
             10 GT-DEPARTMENT            PIC X(4).
             10 GT-FUEL-TYPE             PIC X(8).
             10 GT-VEHICLES              PIC 9(4).
             10 GT-KM                    PIC S9(11)V99.
             10 GT-AVERAGE-KM            PIC S9(9)V99.
      *
       01 WORK-FIELDS.
          05 MONTH-WORK.
             10 MONTH-WORK-YEAR          PIC 9(4).
             10 MONTH-WORK-MONTH         PIC 9(2).
          05 REPORT-MONTH-INDEX          PIC 9(6).
          05 TRIP-MONTH-INDEX            PIC 9(6).
          05 WINDOW-SLOT                 PIC S9(6).
          05 WINDOW-START-DATE           PIC 9(8).
          05 MONTH-END-DATE              PIC 9(8).
          05 AS-OF-DATE                  PIC 9(8).
          05 TRIP-MONTH                  PIC 9(6).
          05 TRIP-DAY                    PIC 9(2).
          05 LOOKUP-VEHICLE-ID           PIC X(6).
          05 VEHICLE-SCAN                PIC 9(3).
          05 GROUP-SCAN                  PIC 9(3).
          05 SLOT-SCAN                   PIC 9.
          05 MONTHS-UNDER                PIC 9.
          05 DAYS-SINCE                  PIC 9(5).
          05 GROUP-PCT                   PIC 9(4).
          05 VEHICLES-USED               PIC 9(4)       VALUE 0.
          05 VEHICLES-IDLE               PIC 9(4)       VALUE 0.
          05 CANDIDATES-FLAGGED          PIC 9(4)       VALUE 0.
          05 OTHER-FIELDS.
             10 SEPARATOR-LINE           PIC X(50)
                                                        VALUE
                   "--------------------------------------------------".
      *
       01 RECONCILIATION-COUNTERS.
          05 VEHMAST-RECORDS-LUS         PIC 9(5)       VALUE 0.
          05 TRIPSUMM-RECORDS-LUS        PIC 9(7)       VALUE 0.
          05 TRIPSUMM-RECORDS-RETENUS    PIC 9(7)       VALUE 0.
          05 TRIPFILE-RECORDS-LUS        PIC 9(7)       VALUE 0.
          05 TRIPFILE-RECORDS-RETENUS    PIC 9(7)       VALUE 0.
          05 TRIPFILE-RECORDS-RESUMES    PIC 9(7)       VALUE 0.
      *
       01 HEADING-LINE-1.
          05 FILLER                      PIC X(29)      VALUE
                "FLEET UTILIZATION REPORT FOR ".
          05 HL1-MONTH                   PIC 9(6).
          05 FILLER                      PIC X(6)       VALUE SPACE.
          05 FILLER                      PIC X(8)  VALUE "PAGE:   ".
          05 HL1-PAGE-NUMBER             PIC ZZ9.
          05 FILLER                      PIC X(80)      VALUE SPACE.
      *
       01 SECTION-LINE.
          05 SC-TITLE                    PIC X(60).
          05 FILLER                      PIC X(72)      VALUE SPACE.
      *
       01 HEADING-LINE-2.
          05 FILLER                      PIC X(8)  VALUE "VEHICLE ".
          05 FILLER                      PIC X(6)  VALUE "DEPT  ".
          05 FILLER                      PIC X(10) VALUE "FUEL TYPE ".
          05 FILLER                      PIC X(10) VALUE "LAST TRIP ".
          05 FILLER                      PIC X(7)  VALUE "SINCE  ".
          05 FILLER                      PIC X(4)  VALUE "DY  ".
          05 FILLER                      PIC X(16)
                                         VALUE "   KM IN MONTH  ".
          05 FILLER                      PIC X(16)
                                         VALUE "  GROUP AVG KM  ".
          05 FILLER                      PIC X(6)  VALUE " PCT  ".
          05 FILLER                      PIC X(11)
                                         VALUE "   KM M-2  ".
          05 FILLER                      PIC X(11)
                                         VALUE "   KM M-1  ".
          05 FILLER                      PIC X(20) VALUE "FLAG".
          05 FILLER                      PIC X(7)       VALUE SPACE.
      *
       01 HEADING-LINE-3.
          05 FILLER                      PIC X(6)  VALUE "DEPT  ".
          05 FILLER                      PIC X(10) VALUE "FUEL TYPE ".
          05 FILLER                      PIC X(10) VALUE "VEHICLES  ".
          05 FILLER                      PIC X(16)
                                         VALUE "    AVERAGE KM  ".
          05 FILLER                      PIC X(90)      VALUE SPACE.
      *
       01 DETAIL-LINE.
          05 DL-VEHICLE-ID               PIC X(6).
          05 FILLER                      PIC X(2)       VALUE SPACE.
          05 DL-DEPARTMENT               PIC X(4).
          05 FILLER                      PIC X(2)       VALUE SPACE.
          05 DL-FUEL-TYPE                PIC X(8).
          05 FILLER                      PIC X(2)       VALUE SPACE.
          05 DL-LAST-TRIP                PIC X(8).
          05 FILLER                      PIC X(2)       VALUE SPACE.
          05 DL-DAYS-SINCE               PIC ZZZZ9.
          05 FILLER                      PIC X(2)       VALUE SPACE.
          05 DL-TRIP-DAYS                PIC Z9.
          05 FILLER                      PIC X(2)       VALUE SPACE.
          05 DL-KM                       PIC ---,---,--9.99.
          05 FILLER                      PIC X(2)       VALUE SPACE.
          05 DL-GROUP-AVERAGE            PIC ---,---,--9.99.
          05 FILLER                      PIC X(2)       VALUE SPACE.
          05 DL-GROUP-PCT                PIC ZZZ9.
          05 FILLER                      PIC X(2)       VALUE SPACE.
          05 DL-KM-M2                    PIC -,---,--9.
          05 FILLER                      PIC X(2)       VALUE SPACE.
          05 DL-KM-M1                    PIC -,---,--9.
          05 FILLER                      PIC X(2)       VALUE SPACE.
          05 DL-FLAG                     PIC X(20).
          05 FILLER                      PIC X(7)       VALUE SPACE.
      *
       01 GROUP-LINE.
          05 GL-DEPARTMENT               PIC X(4).
          05 FILLER                      PIC X(2)       VALUE SPACE.
          05 GL-FUEL-TYPE                PIC X(8).
          05 FILLER                      PIC X(2)       VALUE SPACE.
          05 GL-VEHICLES                 PIC ZZZ9.
          05 FILLER                      PIC X(6)       VALUE SPACE.
          05 GL-AVERAGE-KM               PIC ---,---,--9.99.
          05 FILLER                      PIC X(92)      VALUE SPACE.
      *
       01 TOTAL-LINE.
          05 FILLER                      PIC X(20)      VALUE
                "VEHICLES WITH TRIPS ".
          05 TL-USED                     PIC ZZZ9.
          05 FILLER                      PIC X(22)      VALUE
                "   WITH NO TRIPS      ".
          05 TL-IDLE                     PIC ZZZ9.
          05 FILLER                      PIC X(22)      VALUE
                "   FLAGGED CANDIDATES ".
          05 TL-FLAGGED                  PIC ZZZ9.
          05 FILLER                      PIC X(56)      VALUE SPACE.
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
           PERFORM 050-LOAD-VEHICLES THRU 050-EXIT.
           PERFORM 060-LOAD-SUMMARIES THRU 060-EXIT.
           PERFORM 100-FOLD-ONE-TRIP THRU 100-EXIT
              UNTIL TRIPFILE-EOF.
           PERFORM 300-BUILD-GROUP-AVERAGES.
           PERFORM 400-PRINT-UTILIZATION THRU 400-EXIT.
           PERFORM 900-SHUTDOWN-FILES.
           PERFORM 950-ECRIRE-JOBLOG.
           DISPLAY "END OF PROGRAM.".
           GOBACK.
      *
      ******************************************************************
      *  This routine asks the report month, works out the window
      *  and the as-at date, and opens the files - a missing VEHMAST
      *  or TRIPFILE abandons the run
      ******************************************************************
       010-OPEN-FILES.
      *
           OPEN EXTEND JOBLOG.
           MOVE FUNCTION CURRENT-DATE TO JOBLOG-DATE-ET-HEURE.
           MOVE JDH-DATE TO JOBLOG-START-SAUVEGARDE (1:8).
           MOVE JDH-TIME TO JOBLOG-START-SAUVEGARDE (9:6).
           PERFORM 008-LOAD-PARAMETERS.
           DISPLAY SEPARATOR-LINE.
           DISPLAY "FLEET UTILIZATION AND IDLE-VEHICLE REPORT".
           MOVE "Y" TO TRIPFILE-EOF-SWITCH.
           PERFORM 015-ASK-THE-MONTH.
           MOVE REPORT-MONTH-ENTRY TO HL1-MONTH.
           MOVE REPORT-MONTH-ENTRY TO MONTH-WORK.
           COMPUTE REPORT-MONTH-INDEX =
              MONTH-WORK-YEAR * 12 + MONTH-WORK-MONTH.
           IF (MONTH-WORK-MONTH = 12)
              ADD 1 TO MONTH-WORK-YEAR
              MOVE 1 TO MONTH-WORK-MONTH
           ELSE
              ADD 1 TO MONTH-WORK-MONTH
           END-IF.
           COMPUTE MONTH-END-DATE = FUNCTION DATE-OF-INTEGER
              (FUNCTION INTEGER-OF-DATE
                 (MONTH-WORK-YEAR * 10000 + MONTH-WORK-MONTH * 100 + 1)
               - 1).
           IF (MONTH-END-DATE > JDH-DATE)
              MOVE JDH-DATE TO AS-OF-DATE
           ELSE
              MOVE MONTH-END-DATE TO AS-OF-DATE
           END-IF.
           COMPUTE MONTH-WORK-YEAR =
              (REPORT-MONTH-INDEX - 3) / 12.
           COMPUTE MONTH-WORK-MONTH = REPORT-MONTH-INDEX - 2
              - MONTH-WORK-YEAR * 12.
           COMPUTE WINDOW-START-DATE =
              MONTH-WORK-YEAR * 10000 + MONTH-WORK-MONTH * 100 + 1.
           OPEN INPUT VEHMAST.
           IF NOT VEHMAST-FILE-OK
              DISPLAY "VEHMAST INTROUVABLE OU ILLISIBLE "
                      "(FILE STATUS " VEHMAST-FILE-STATUS "). "
                      "UTILIZATION REPORT ABANDONED."
              MOVE "FILE-ERR" TO JOBLOG-STATUS-SWITCH
              GO TO 010-EXIT
           END-IF.
           OPEN INPUT TRIPFILE.
           IF NOT TRIPFILE-FILE-OK
              DISPLAY "TRIPFILE INTROUVABLE OU ILLISIBLE "
                      "(FILE STATUS " TRIPFILE-FILE-STATUS "). "
                      "UTILIZATION REPORT ABANDONED."
              MOVE "FILE-ERR" TO JOBLOG-STATUS-SWITCH
              CLOSE VEHMAST
              GO TO 010-EXIT
           END-IF.
           OPEN OUTPUT UTILRPT.
           MOVE "Y" TO RUN-READY-SWITCH.
           MOVE "N" TO TRIPFILE-EOF-SWITCH.
      *
       010-EXIT.
           EXIT.
      *
      ******************************************************************
      *  This routine loads the utilization threshold from PARMFILE -
      *  a missing PARMFILE leaves the compiled default standing
      ******************************************************************
       008-LOAD-PARAMETERS.
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
                       PERFORM 009-APPLY-ONE-PARM
                 END-READ
              END-PERFORM
              CLOSE PARMFILE
           END-IF.
      *
       009-APPLY-ONE-PARM.
      *
           IF (PA-PARM-VALUE = SPACES)
              CONTINUE
           ELSE
              EVALUATE PA-PARM-KEY
                 WHEN "UTIL-MIN-KM-MONTH"
                    COMPUTE MIN-KM-PER-MONTH =
                       FUNCTION NUMVAL (PA-PARM-VALUE)
                 WHEN OTHER
                    CONTINUE
              END-EVALUATE
           END-IF.
      *
      ******************************************************************
      *  This routine asks the report month - a month still to come
      *  has nothing to report. The retry stays inside this paragraph
      *  so JOBLOG, already open, is never re-opened
      ******************************************************************
       015-ASK-THE-MONTH.
      *
           DISPLAY "ENTER THE REPORT MONTH (YYYYMM):".
           ACCEPT REPORT-MONTH-ENTRY.
           MOVE REPORT-MONTH-ENTRY TO MONTH-WORK.
           IF (MONTH-WORK-YEAR < 1900)
              OR (MONTH-WORK-MONTH < 1)
              OR (MONTH-WORK-MONTH > 12)
              OR (REPORT-MONTH-ENTRY > JDH-DATE (1:6))
              DISPLAY "INVALID OR FUTURE MONTH. VEUILLEZ REESSAYER."
              GO TO 015-ASK-THE-MONTH
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
      *  This routine sweeps VEHMAST in key order and takes every
      *  in-service vehicle into the table - retired vehicles are not
      *  reported
      ******************************************************************
       050-LOAD-VEHICLES.
      *
           IF (NOT RUN-READY)
              GO TO 050-EXIT
           END-IF.
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
                    ADD 1 TO VEHMAST-RECORDS-LUS
                    IF VM-IN-SERVICE
                       PERFORM 055-LOAD-ONE-VEHICLE
                    END-IF
              END-READ
           END-PERFORM.
      *
       050-EXIT.
           EXIT.
      *
       055-LOAD-ONE-VEHICLE.
      *
           IF (VEHICLE-COUNT >= 500)
              DISPLAY "EXCEPTION: VEHICLE TABLE FULL - VEHICLE "
                      VM-VEHICLE-ID " NOT REPORTED."
              MOVE "RECONERR" TO JOBLOG-STATUS-SWITCH
           ELSE
              ADD 1 TO VEHICLE-COUNT
              SET VEHICLE-IDX TO VEHICLE-COUNT
              MOVE VM-VEHICLE-ID  TO UT-VEHICLE-ID (VEHICLE-IDX)
              MOVE VM-DEPARTMENT  TO UT-DEPARTMENT (VEHICLE-IDX)
              MOVE VM-FUEL-TYPE   TO UT-FUEL-TYPE (VEHICLE-IDX)
              IF (VM-ACQUISITION-DATE NOT NUMERIC)
                 MOVE 0 TO UT-ACQUISITION-DATE (VEHICLE-IDX)
              ELSE
                 MOVE VM-ACQUISITION-DATE
                    TO UT-ACQUISITION-DATE (VEHICLE-IDX)
              END-IF
              MOVE 0 TO UT-LAST-TRIP-DATE (VEHICLE-IDX)
              MOVE 0 TO UT-TRIP-DAYS (VEHICLE-IDX)
              MOVE 0 TO UT-WINDOW-KM (VEHICLE-IDX, 1)
              MOVE 0 TO UT-WINDOW-KM (VEHICLE-IDX, 2)
              MOVE 0 TO UT-WINDOW-KM (VEHICLE-IDX, 3)
              MOVE SPACES TO UT-DAY-FLAGS (VEHICLE-IDX)
           END-IF.
      *
      ******************************************************************
      *  This routine takes every closed month up to the report month
      *  from TRIPSUMM and notes which months it carries. A row
      *  closed before trip days were summarized has no day count or
      *  last trip date - its month is dated from its first day and
      *  the run says which month to re-close with MCLS0001
      ******************************************************************
       060-LOAD-SUMMARIES.
      *
           IF (NOT RUN-READY)
              GO TO 060-EXIT
           END-IF.
           OPEN INPUT TRIPSUMM.
           IF NOT TRIPSUMM-FILE-OK
              DISPLAY "TRIPSUMM NOT AVAILABLE (FILE STATUS "
                      TRIPSUMM-FILE-STATUS ") - FULL TRIPFILE SCAN "
                      "IN EFFECT. RUN MCLS0001 AT MONTH-END."
              MOVE "Y" TO TRIPSUMM-EOF-SWITCH
           END-IF.
           PERFORM UNTIL TRIPSUMM-EOF
              READ TRIPSUMM
                 AT END
                    MOVE "Y" TO TRIPSUMM-EOF-SWITCH
                 NOT AT END
                    ADD 1 TO TRIPSUMM-RECORDS-LUS
                    PERFORM 065-LOAD-ONE-SUMMARY THRU 065-EXIT
              END-READ
           END-PERFORM.
           IF TRIPSUMM-FILE-OK OR TRIPSUMM-FILE-STATUS = "10"
              CLOSE TRIPSUMM
           END-IF.
           PERFORM 040-READ-TRIPFILE.
      *
       060-EXIT.
           EXIT.
      *
       065-LOAD-ONE-SUMMARY.
      *
           MOVE TS-SUMMARY-MONTH TO TRIP-MONTH.
           PERFORM 070-NOTE-A-SUMMARY-MONTH.
           IF (TS-SUMMARY-MONTH > REPORT-MONTH-ENTRY)
              GO TO 065-EXIT
           END-IF.
           MOVE TS-VEHICLE-ID TO LOOKUP-VEHICLE-ID.
           PERFORM 110-FIND-VEHICLE.
           IF (VEHICLE-FOUND-SWITCH = "N")
              GO TO 065-EXIT
           END-IF.
           ADD 1 TO TRIPSUMM-RECORDS-RETENUS.
           IF (TS-TRIP-DAYS NOT NUMERIC)
              OR (TS-LAST-TRIP-DATE NOT NUMERIC)
              IF (NOT OLD-SUMMARY-SEEN)
                 DISPLAY "TRIPSUMM ROWS FOR MONTH " TS-SUMMARY-MONTH
                         " CARRY NO TRIP DAYS - RE-CLOSE THE MONTH "
                         "WITH MCLS0001 FOR EXACT DAY COUNTS."
                 MOVE "Y" TO OLD-SUMMARY-SWITCH
              END-IF
              MOVE 0 TO TS-TRIP-DAYS
              MOVE 0 TO TS-LAST-TRIP-DATE
              IF (TS-DISTANCE > 0)
                 COMPUTE TS-LAST-TRIP-DATE = TS-SUMMARY-MONTH * 100 + 1
              END-IF
           END-IF.
           IF (TS-LAST-TRIP-DATE > UT-LAST-TRIP-DATE (VEHICLE-IDX))
              MOVE TS-LAST-TRIP-DATE
                 TO UT-LAST-TRIP-DATE (VEHICLE-IDX)
           END-IF.
           MOVE TS-SUMMARY-MONTH TO MONTH-WORK.
           PERFORM 120-FIND-WINDOW-SLOT.
           IF (WINDOW-SLOT >= 1) AND (WINDOW-SLOT <= 3)
              ADD TS-DISTANCE TO UT-WINDOW-KM (VEHICLE-IDX, WINDOW-SLOT)
           END-IF.
           IF (WINDOW-SLOT = 3)
              MOVE TS-TRIP-DAYS TO UT-TRIP-DAYS (VEHICLE-IDX)
           END-IF.
      *
       065-EXIT.
           EXIT.
      *
      ******************************************************************
      *  This routine files the summary row's month in the closed-
      *  months list, once per distinct month
      ******************************************************************
       070-NOTE-A-SUMMARY-MONTH.
      *
           PERFORM 075-CHECK-A-SUMMARY-MONTH.
           IF (NOT MONTH-SUMMARIZED)
              IF (SUMMARY-MONTH-COUNT < 240)
                 ADD 1 TO SUMMARY-MONTH-COUNT
                 SET SUMMARY-MONTH-IDX TO SUMMARY-MONTH-COUNT
                 MOVE TS-SUMMARY-MONTH
                    TO SM-MONTH (SUMMARY-MONTH-IDX)
              ELSE
                 DISPLAY "EXCEPTION: SUMMARY MONTH LIST FULL - "
                         "MONTH " TS-SUMMARY-MONTH " WILL ALSO BE "
                         "READ FROM THE DETAIL."
              END-IF
           END-IF.
      *
      ******************************************************************
      *  This routine says whether TRIP-MONTH is one of the months
      *  already summarized on TRIPSUMM
      ******************************************************************
       075-CHECK-A-SUMMARY-MONTH.
      *
           MOVE "N" TO MONTH-SUMMARIZED-SWITCH.
           IF (SUMMARY-MONTH-COUNT > 0)
              SET SUMMARY-MONTH-IDX TO 1
              SEARCH SUMMARY-MONTH-ENTRY
                 AT END
                    CONTINUE
                 WHEN SM-MONTH (SUMMARY-MONTH-IDX) = TRIP-MONTH
                    MOVE "Y" TO MONTH-SUMMARIZED-SWITCH
              END-SEARCH
           END-IF.
      *
      ******************************************************************
      *  This routine folds one journal record of an open month, up
      *  to the report month end, into its vehicle - km are signed by
      *  reversals; only trips mark a day or move the last trip date
      ******************************************************************
       100-FOLD-ONE-TRIP.
      *
           IF (NOT TJ-TRIP) AND (NOT TJ-REVERSAL)
              PERFORM 040-READ-TRIPFILE
              GO TO 100-EXIT
           END-IF.
           MOVE TJ-TRIP-DATE (1:6) TO TRIP-MONTH.
           IF (TRIP-MONTH > REPORT-MONTH-ENTRY)
              PERFORM 040-READ-TRIPFILE
              GO TO 100-EXIT
           END-IF.
           PERFORM 075-CHECK-A-SUMMARY-MONTH.
           IF MONTH-SUMMARIZED
              ADD 1 TO TRIPFILE-RECORDS-RESUMES
              PERFORM 040-READ-TRIPFILE
              GO TO 100-EXIT
           END-IF.
           MOVE TJ-VEHICLE-ID TO LOOKUP-VEHICLE-ID.
           PERFORM 110-FIND-VEHICLE.
           IF (VEHICLE-FOUND-SWITCH = "N")
              PERFORM 040-READ-TRIPFILE
              GO TO 100-EXIT
           END-IF.
           ADD 1 TO TRIPFILE-RECORDS-RETENUS.
           MOVE TRIP-MONTH TO MONTH-WORK.
           PERFORM 120-FIND-WINDOW-SLOT.
           IF (WINDOW-SLOT >= 1) AND (WINDOW-SLOT <= 3)
              IF TJ-REVERSAL
                 SUBTRACT TJ-DISTANCE
                    FROM UT-WINDOW-KM (VEHICLE-IDX, WINDOW-SLOT)
              ELSE
                 ADD TJ-DISTANCE
                    TO UT-WINDOW-KM (VEHICLE-IDX, WINDOW-SLOT)
              END-IF
           END-IF.
           IF TJ-TRIP
              IF (TJ-TRIP-DATE > UT-LAST-TRIP-DATE (VEHICLE-IDX))
                 MOVE TJ-TRIP-DATE TO UT-LAST-TRIP-DATE (VEHICLE-IDX)
              END-IF
              IF (WINDOW-SLOT = 3)
                 PERFORM 130-MARK-TRIP-DAY
              END-IF
           END-IF.
           PERFORM 040-READ-TRIPFILE.
      *
       100-EXIT.
           EXIT.
      *
      ******************************************************************
      *  This routine finds the vehicle in the in-service table - a
      *  vehicle not found is retired or unknown and is not reported
      ******************************************************************
       110-FIND-VEHICLE.
      *
           MOVE "N" TO VEHICLE-FOUND-SWITCH.
           IF (VEHICLE-COUNT > 0)
              SET VEHICLE-IDX TO 1
              SEARCH VEHICLE-ENTRY
                 AT END
                    CONTINUE
                 WHEN UT-VEHICLE-ID (VEHICLE-IDX) = LOOKUP-VEHICLE-ID
                    MOVE "Y" TO VEHICLE-FOUND-SWITCH
              END-SEARCH
           END-IF.
      *
      ******************************************************************
      *  This routine turns the month in MONTH-WORK into its slot in
      *  the three-month window - 3 is the report month, 1 the month
      *  two before it, anything else falls outside
      ******************************************************************
       120-FIND-WINDOW-SLOT.
      *
           COMPUTE TRIP-MONTH-INDEX =
              MONTH-WORK-YEAR * 12 + MONTH-WORK-MONTH.
           COMPUTE WINDOW-SLOT =
              TRIP-MONTH-INDEX - REPORT-MONTH-INDEX + 3.
      *
      ******************************************************************
      *  This routine counts a report-month trip day once per vehicle
      ******************************************************************
       130-MARK-TRIP-DAY.
      *
           MOVE TJ-TRIP-DATE (7:2) TO TRIP-DAY.
           IF (TRIP-DAY >= 1) AND (TRIP-DAY <= 31)
              IF (UT-DAY-FLAG (VEHICLE-IDX, TRIP-DAY) NOT = "Y")
                 MOVE "Y" TO UT-DAY-FLAG (VEHICLE-IDX, TRIP-DAY)
                 ADD 1 TO UT-TRIP-DAYS (VEHICLE-IDX)
              END-IF
           END-IF.
      *
      ******************************************************************
      *  This routine totals the report month's km by department and
      *  fuel type across the in-service vehicles, idle ones included,
      *  and works out each group's average
      ******************************************************************
       300-BUILD-GROUP-AVERAGES.
      *
           IF (VEHICLE-COUNT > 0)
              PERFORM 310-ADD-ONE-VEHICLE-TO-GROUP
                 VARYING VEHICLE-SCAN FROM 1 BY 1
                 UNTIL VEHICLE-SCAN > VEHICLE-COUNT
           END-IF.
           IF (GROUP-COUNT > 0)
              PERFORM 320-AVERAGE-ONE-GROUP
                 VARYING GROUP-SCAN FROM 1 BY 1
                 UNTIL GROUP-SCAN > GROUP-COUNT
           END-IF.
      *
       310-ADD-ONE-VEHICLE-TO-GROUP.
      *
           PERFORM 330-FIND-GROUP-SLOT.
           IF (GROUP-FOUND-SWITCH = "Y")
              ADD 1 TO GT-VEHICLES (GROUP-IDX)
              ADD UT-WINDOW-KM (VEHICLE-SCAN, 3) TO GT-KM (GROUP-IDX)
           END-IF.
      *
       320-AVERAGE-ONE-GROUP.
      *
           COMPUTE GT-AVERAGE-KM (GROUP-SCAN) ROUNDED =
              GT-KM (GROUP-SCAN) / GT-VEHICLES (GROUP-SCAN).
      *
      ******************************************************************
      *  This routine locates the vehicle's department and fuel type
      *  among the groups, adding it on first sight - a full table is
      *  reported and the vehicle prints with no comparison
      ******************************************************************
       330-FIND-GROUP-SLOT.
      *
           MOVE "N" TO GROUP-FOUND-SWITCH.
           IF (GROUP-COUNT > 0)
              SET GROUP-IDX TO 1
              SEARCH GROUP-ENTRY
                 AT END
                    CONTINUE
                 WHEN GT-DEPARTMENT (GROUP-IDX) =
                         UT-DEPARTMENT (VEHICLE-SCAN)
                  AND GT-FUEL-TYPE (GROUP-IDX) =
                         UT-FUEL-TYPE (VEHICLE-SCAN)
                    MOVE "Y" TO GROUP-FOUND-SWITCH
              END-SEARCH
           END-IF.
           IF (GROUP-FOUND-SWITCH = "N")
              IF (GROUP-COUNT < 200)
                 ADD 1 TO GROUP-COUNT
                 SET GROUP-IDX TO GROUP-COUNT
                 MOVE UT-DEPARTMENT (VEHICLE-SCAN)
                    TO GT-DEPARTMENT (GROUP-IDX)
                 MOVE UT-FUEL-TYPE (VEHICLE-SCAN)
                    TO GT-FUEL-TYPE (GROUP-IDX)
                 MOVE 0 TO GT-VEHICLES (GROUP-IDX)
                 MOVE 0 TO GT-KM (GROUP-IDX)
                 MOVE 0 TO GT-AVERAGE-KM (GROUP-IDX)
                 MOVE "Y" TO GROUP-FOUND-SWITCH
              ELSE
                 DISPLAY "EXCEPTION: GROUP TABLE FULL - VEHICLE "
                         UT-VEHICLE-ID (VEHICLE-SCAN)
                         " NOT COMPARED."
                 MOVE "RECONERR" TO JOBLOG-STATUS-SWITCH
              END-IF
           END-IF.
      *
      ******************************************************************
      *  This routine prints the report in three sections - vehicles
      *  that made trips in the month, vehicles that made none, and
      *  the group averages they were compared with
      ******************************************************************
       400-PRINT-UTILIZATION.
      *
           IF (NOT RUN-READY)
              GO TO 400-EXIT
           END-IF.
           IF (VEHICLE-COUNT = 0)
              DISPLAY "NO IN-SERVICE VEHICLES ON VEHMAST - NOTHING TO "
                      "REPORT."
              GO TO 400-EXIT
           END-IF.
           MOVE "U" TO REPORT-SECTION-SWITCH.
           MOVE "VEHICLES WITH TRIPS IN THE MONTH" TO SC-TITLE.
           PERFORM 030-PRINT-HEADINGS.
           PERFORM 410-PRINT-ONE-VEHICLE THRU 410-EXIT
              VARYING VEHICLE-SCAN FROM 1 BY 1
              UNTIL VEHICLE-SCAN > VEHICLE-COUNT.
           MOVE "I" TO REPORT-SECTION-SWITCH.
           MOVE "VEHICLES WITH NO TRIPS IN THE MONTH" TO SC-TITLE.
           PERFORM 030-PRINT-HEADINGS.
           PERFORM 410-PRINT-ONE-VEHICLE THRU 410-EXIT
              VARYING VEHICLE-SCAN FROM 1 BY 1
              UNTIL VEHICLE-SCAN > VEHICLE-COUNT.
           MOVE "G" TO REPORT-SECTION-SWITCH.
           MOVE "DEPARTMENT AND FUEL-TYPE AVERAGES" TO SC-TITLE.
           PERFORM 030-PRINT-HEADINGS.
           PERFORM 450-PRINT-ONE-GROUP
              VARYING GROUP-SCAN FROM 1 BY 1
              UNTIL GROUP-SCAN > GROUP-COUNT.
           MOVE VEHICLES-USED      TO TL-USED.
           MOVE VEHICLES-IDLE      TO TL-IDLE.
           MOVE CANDIDATES-FLAGGED TO TL-FLAGGED.
           WRITE PRINT-AREA FROM SEPARATOR-LINE.
           WRITE PRINT-AREA FROM TOTAL-LINE.
      *
       400-EXIT.
           EXIT.
      *
      ******************************************************************
      *  This routine prints one vehicle in the section it belongs to
      *  - a trip day in the month puts it with the used vehicles -
      *  and flags it when all three months of the window fell under
      *  the threshold and it was already on the fleet when the window
      *  opened
      ******************************************************************
       410-PRINT-ONE-VEHICLE.
      *
           IF (PRINTING-USED) AND (UT-TRIP-DAYS (VEHICLE-SCAN) = 0)
              GO TO 410-EXIT
           END-IF.
           IF (PRINTING-IDLE) AND (UT-TRIP-DAYS (VEHICLE-SCAN) > 0)
              GO TO 410-EXIT
           END-IF.
           MOVE SPACES TO DETAIL-LINE.
           MOVE UT-VEHICLE-ID (VEHICLE-SCAN) TO DL-VEHICLE-ID.
           MOVE UT-DEPARTMENT (VEHICLE-SCAN) TO DL-DEPARTMENT.
           MOVE UT-FUEL-TYPE (VEHICLE-SCAN)  TO DL-FUEL-TYPE.
           IF (UT-LAST-TRIP-DATE (VEHICLE-SCAN) = 0)
              MOVE "NEVER" TO DL-LAST-TRIP
           ELSE
              MOVE UT-LAST-TRIP-DATE (VEHICLE-SCAN) TO DL-LAST-TRIP
              COMPUTE DAYS-SINCE =
                 FUNCTION INTEGER-OF-DATE (AS-OF-DATE) -
                 FUNCTION INTEGER-OF-DATE
                    (UT-LAST-TRIP-DATE (VEHICLE-SCAN))
              MOVE DAYS-SINCE TO DL-DAYS-SINCE
           END-IF.
           MOVE UT-TRIP-DAYS (VEHICLE-SCAN)     TO DL-TRIP-DAYS.
           MOVE UT-WINDOW-KM (VEHICLE-SCAN, 3)  TO DL-KM.
           MOVE UT-WINDOW-KM (VEHICLE-SCAN, 1)  TO DL-KM-M2.
           MOVE UT-WINDOW-KM (VEHICLE-SCAN, 2)  TO DL-KM-M1.
           PERFORM 330-FIND-GROUP-SLOT.
           IF (GROUP-FOUND-SWITCH = "Y")
              MOVE GT-AVERAGE-KM (GROUP-IDX) TO DL-GROUP-AVERAGE
              IF (GT-AVERAGE-KM (GROUP-IDX) > 0)
                 AND (UT-WINDOW-KM (VEHICLE-SCAN, 3) > 0)
                 COMPUTE GROUP-PCT ROUNDED =
                    UT-WINDOW-KM (VEHICLE-SCAN, 3) * 100 /
                    GT-AVERAGE-KM (GROUP-IDX)
                 MOVE GROUP-PCT TO DL-GROUP-PCT
              ELSE
                 MOVE 0 TO DL-GROUP-PCT
              END-IF
           END-IF.
           MOVE 0 TO MONTHS-UNDER.
           PERFORM 420-COUNT-ONE-MONTH-UNDER
              VARYING SLOT-SCAN FROM 1 BY 1
              UNTIL SLOT-SCAN > 3.
           IF (MONTHS-UNDER = 3)
              AND (UT-ACQUISITION-DATE (VEHICLE-SCAN)
                      < WINDOW-START-DATE)
              MOVE "POOL/DISPOSE CAND." TO DL-FLAG
              ADD 1 TO CANDIDATES-FLAGGED
           END-IF.
           IF (RPT-LINE-COUNTER >= LINES-PER-PAGE)
              PERFORM 030-PRINT-HEADINGS
           END-IF.
           WRITE PRINT-AREA FROM DETAIL-LINE.
           ADD 1 TO RPT-LINE-COUNTER.
           IF PRINTING-USED
              ADD 1 TO VEHICLES-USED
           ELSE
              ADD 1 TO VEHICLES-IDLE
           END-IF.
      *
       410-EXIT.
           EXIT.
      *
       420-COUNT-ONE-MONTH-UNDER.
      *
           IF (UT-WINDOW-KM (VEHICLE-SCAN, SLOT-SCAN)
                  < MIN-KM-PER-MONTH)
              ADD 1 TO MONTHS-UNDER
           END-IF.
      *
       450-PRINT-ONE-GROUP.
      *
           MOVE SPACES TO GROUP-LINE.
           MOVE GT-DEPARTMENT (GROUP-SCAN) TO GL-DEPARTMENT.
           MOVE GT-FUEL-TYPE (GROUP-SCAN)  TO GL-FUEL-TYPE.
           MOVE GT-VEHICLES (GROUP-SCAN)   TO GL-VEHICLES.
           MOVE GT-AVERAGE-KM (GROUP-SCAN) TO GL-AVERAGE-KM.
           IF (RPT-LINE-COUNTER >= LINES-PER-PAGE)
              PERFORM 030-PRINT-HEADINGS
           END-IF.
           WRITE PRINT-AREA FROM GROUP-LINE.
           ADD 1 TO RPT-LINE-COUNTER.
      *
      ******************************************************************
      *  This routine starts a new page and reprints the headings of
      *  the section being printed
      ******************************************************************
       030-PRINT-HEADINGS.
      *
           ADD 1 TO RPT-PAGE-COUNTER.
           MOVE RPT-PAGE-COUNTER TO HL1-PAGE-NUMBER.
           WRITE PRINT-AREA FROM HEADING-LINE-1.
           WRITE PRINT-AREA FROM SECTION-LINE.
           IF PRINTING-GROUPS
              WRITE PRINT-AREA FROM HEADING-LINE-3
           ELSE
              WRITE PRINT-AREA FROM HEADING-LINE-2
           END-IF.
           MOVE 0 TO RPT-LINE-COUNTER.
      *
      ******************************************************************
      *  This routine prints the run totals and closes the files
      ******************************************************************
       900-SHUTDOWN-FILES.
      *
           DISPLAY SEPARATOR-LINE.
           DISPLAY "UTILIZATION - " VEHMAST-RECORDS-LUS
                   " VEHICLES READ, " TRIPSUMM-RECORDS-RETENUS
                   " SUMMARY ROWS AND " TRIPFILE-RECORDS-RETENUS
                   " OPEN-MONTH JOURNAL RECORDS USED, "
                   CANDIDATES-FLAGGED " CANDIDATE(S) FLAGGED.".
           IF RUN-READY
              CLOSE VEHMAST
              CLOSE TRIPFILE
              CLOSE UTILRPT
           END-IF.
      *
      ******************************************************************
      *  This routine writes the run's JOBLOG record and closes JOBLOG
      ******************************************************************
       950-ECRIRE-JOBLOG.
      *
           MOVE SPACES TO JOBLOG-RECORD.
           MOVE "UTIL0001" TO JL-PROGRAM-ID.
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
