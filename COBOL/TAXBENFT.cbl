      *****************************************************************
      * Program name:    TXBN0001
      * Original author: MANUEL JARRY
      *
      * Maintenence Log
      * Date        Author        Maintenance Requirement
      * ----------- ------------  --------------------------------------
      * 15/10/2026   MANUEL JARRY  Created - year-end taxable automobile
      *                            benefit per driver from the TRIPFILE
      *                            purpose codes and the DRIVMAST
      *                            take-home assignment, with a payroll
      *                            extract under HDR/TRL controls
      *
      *****************************************************************
       IDENTIFICATION DIVISION.
       PROGRAM-ID.  TXBN0001.
       AUTHOR. MANUEL JARRY.
       INSTALLATION. COBOL-Learning
       DATE-WRITTEN. 15/10/2026.
       DATE-COMPILED. DD/MM/YYYY.
       SECURITY. NON-CONFIDENTIAL.
      *****************************************************************
      *
      *  The benefit has two parts. The standby charge is a percentage
      *  of the take-home vehicle's acquisition cost (TXBN-STANDBY-PCT
      *  on PARMFILE, default 2%) for each 30 days the vehicle was
      *  available to the driver in the tax year, rounded to whole
      *  months. It is reduced in proportion when the driver's
      *  personal km are under TXBN-KM-PER-MONTH (default 1667) per
      *  month available and more than half the driver's km were
      *  business. The operating-cost benefit is the driver's
      *  personal km at TXBN-OPER-COST-RATE (default 0.33) per km.
      *  Personal and commute trips both count as personal km;
      *  reversal records subtract. Trips journalled before purpose
      *  codes existed read as business.
      *
      *****************************************************************
       ENVIRONMENT DIVISION.
       CONFIGURATION SECTION.
       SOURCE-COMPUTER. PC-MANU.
       OBJECT-COMPUTER. PC-MANU.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
           SELECT TXBNRPT ASSIGN TO TXBNRPT
              ORGANIZATION IS LINE SEQUENTIAL.
           SELECT TXBNPAY ASSIGN TO TXBNPAY
              ORGANIZATION IS LINE SEQUENTIAL.
           COPY TRIPFLSL.
           COPY DRVMSTSL.
           COPY VEHMSTSL.
           COPY PARMFLSL.
           COPY JOBLOGSL.
      *****************************************************************
      *
      *****************************************************************
       DATA DIVISION.
       FILE SECTION.
      *
       FD  TXBNRPT.
       01  PRINT-AREA                    PIC X(132).
      *
      ******************************************************************
      *  Payroll extract - one row per driver with a benefit for the
      *  tax year, bracketed by the same HDR/TRL controls as the other
      *  extracts so payroll can prove it arrived complete
      ******************************************************************
       FD  TXBNPAY.
       01  TXBNPAY-RECORD.
           05 TB-TAX-YEAR                PIC 9(4).
           05 FILLER                     PIC X(1)      VALUE SPACE.
           05 TB-DRIVER-ID               PIC X(6).
           05 FILLER                     PIC X(1)      VALUE SPACE.
           05 TB-VEHICLE-ID              PIC X(6).
           05 FILLER                     PIC X(1)      VALUE SPACE.
           05 TB-DAYS-AVAILABLE          PIC 9(3).
           05 FILLER                     PIC X(1)      VALUE SPACE.
           05 TB-PERSONAL-KM             PIC 9(7)V99.
           05 FILLER                     PIC X(1)      VALUE SPACE.
           05 TB-STANDBY-CHARGE          PIC 9(7)V99.
           05 FILLER                     PIC X(1)      VALUE SPACE.
           05 TB-OPERATING-BENEFIT       PIC 9(7)V99.
           05 FILLER                     PIC X(1)      VALUE SPACE.
           05 TB-TOTAL-BENEFIT           PIC 9(7)V99.
      *
       COPY TRIPFLFD.
      *
       COPY DRVMSTFD.
      *
       COPY VEHMSTFD.
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
          05 TRIPFILE-EOF-SWITCH         PIC X          VALUE "N".
             88 TRIPFILE-EOF                            VALUE "Y".
          05 DRIVMAST-EOF-SWITCH         PIC X          VALUE "N".
             88 DRIVMAST-EOF                            VALUE "Y".
          05 PARMFILE-EOF-SWITCH         PIC X          VALUE "N".
             88 PARMFILE-EOF                            VALUE "Y".
          05 DRIVER-FOUND-SWITCH         PIC X          VALUE "N".
          05 RUN-READY-SWITCH            PIC X          VALUE "N".
             88 RUN-READY                               VALUE "Y".
      *
       01 FILE-STATUS-FIELDS.
          05 TRIPFILE-FILE-STATUS        PIC X(2)       VALUE "00".
             88 TRIPFILE-FILE-OK                        VALUE "00".
          05 DRIVMAST-FILE-STATUS        PIC X(2)       VALUE "00".
             88 DRIVMAST-FILE-OK                        VALUE "00".
             88 DRIVMAST-FILE-NOT-FOUND                 VALUE "23" "35".
          05 VEHMAST-FILE-STATUS         PIC X(2)       VALUE "00".
             88 VEHMAST-FILE-OK                         VALUE "00".
             88 VEHMAST-FILE-NOT-FOUND                  VALUE "23" "35".
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
          05 TAX-YEAR-ENTRY              PIC 9(4).
      *
      ******************************************************************
      *  Benefit parameters - compiled defaults, overridable from
      *  PARMFILE
      ******************************************************************
       01 BENEFIT-PARAMETERS.
          05 STANDBY-PCT                 PIC 9V99       VALUE 2.00.
          05 OPER-COST-RATE              PIC 9V9999     VALUE 0.3300.
          05 KM-PER-MONTH                PIC 9(5)       VALUE 01667.
      *
      ******************************************************************
      *  Per-driver accumulation of the year's signed km - total and
      *  personal (personal plus commute). DT-MATCHED is set when the
      *  driver is found on DRIVMAST, so personal km journalled
      *  against an unknown ID can be reported instead of lost
      ******************************************************************
       01 DRIVER-COUNT                   PIC 9(3)       VALUE 0.
       01 DRIVER-TABLE.
          05 DRIVER-ENTRY
             OCCURS 0 TO 500 TIMES DEPENDING ON DRIVER-COUNT
             INDEXED BY DRIVER-IDX.
             10 DT-DRIVER-ID             PIC X(6).
             10 DT-MATCHED-SWITCH        PIC X.
                88 DT-MATCHED                           VALUE "Y".
             10 DT-TOTAL-KM              PIC S9(9)V99.
             10 DT-PERSONAL-KM           PIC S9(9)V99.
      *
       01 WORK-FIELDS.
          05 TRIP-YEAR                   PIC 9(4).
          05 YEAR-START-DATE             PIC 9(8).
          05 YEAR-END-DATE               PIC 9(8).
          05 PERIOD-FROM-DATE            PIC 9(8).
          05 PERIOD-TO-DATE              PIC 9(8).
          05 DRIVER-SCAN                 PIC 9(3).
          05 DAYS-AVAILABLE              PIC 9(3).
          05 MONTHS-AVAILABLE            PIC 9(2).
          05 DRIVER-TOTAL-KM             PIC S9(9)V99.
          05 DRIVER-PERSONAL-KM          PIC S9(9)V99.
          05 VEHICLE-COST                PIC 9(8)V99.
          05 REDUCTION-KM-LIMIT          PIC 9(7).
          05 STANDBY-CHARGE              PIC 9(7)V99.
          05 OPERATING-BENEFIT           PIC 9(7)V99.
          05 TOTAL-BENEFIT               PIC 9(7)V99.
          05 BENEFIT-NOTE                PIC X(16).
          05 FLEET-TOTALS.
             10 FLEET-STANDBY            PIC 9(9)V99    VALUE 0.
             10 FLEET-OPERATING          PIC 9(9)V99    VALUE 0.
             10 FLEET-BENEFIT            PIC 9(9)V99    VALUE 0.
          05 OTHER-FIELDS.
             10 SEPARATOR-LINE           PIC X(50)
                                                        VALUE
                   "--------------------------------------------------".
      *
      ******************************************************************
      *  Batch-control records - same HDR/TRL convention as INTR0003,
      *  hash total on the total benefit per row
      ******************************************************************
       01 CONTROLE-ENTETE.
          05 FILLER                     PIC X(3)       VALUE "HDR".
          05 FILLER                     PIC X(1)       VALUE SPACE.
          05 CE-RUN-DATE                PIC 9(8).
          05 FILLER                     PIC X(1)       VALUE SPACE.
          05 CE-PROGRAM-ID              PIC X(8).
      *
       01 CONTROLE-PIED.
          05 FILLER                     PIC X(3)       VALUE "TRL".
          05 FILLER                     PIC X(1)       VALUE SPACE.
          05 CP-RECORD-COUNT            PIC 9(7).
          05 FILLER                     PIC X(1)       VALUE SPACE.
          05 CP-HASH-TOTAL              PIC 9(13)V99.
      *
       01 CONTROLE-ACCUMULATEURS.
          05 TXBNPAY-CTRL-COUNT         PIC 9(7)       VALUE 0.
          05 TXBNPAY-CTRL-HASH          PIC 9(13)V99   VALUE 0.
      *
       01 RECONCILIATION-COUNTERS.
          05 TRIPFILE-RECORDS-LUS        PIC 9(7)       VALUE 0.
          05 TRIPFILE-RECORDS-RETENUS    PIC 9(7)       VALUE 0.
          05 TRIPFILE-RECORDS-IGNORES    PIC 9(7)       VALUE 0.
          05 DRIVMAST-RECORDS-LUS        PIC 9(5)       VALUE 0.
          05 DRIVERS-WITH-BENEFIT        PIC 9(5)       VALUE 0.
      *
       01 HEADING-LINE-1.
          05 FILLER                      PIC X(40)      VALUE
                "TAXABLE AUTOMOBILE BENEFIT FOR TAX YEAR ".
          05 HL1-YEAR                    PIC 9(4).
          05 FILLER                      PIC X(6)       VALUE SPACE.
          05 FILLER                      PIC X(8)  VALUE "PAGE:   ".
          05 HL1-PAGE-NUMBER             PIC ZZ9.
          05 FILLER                      PIC X(71)      VALUE SPACE.
      *
       01 HEADING-LINE-2.
          05 FILLER                      PIC X(8)  VALUE "DRIVER  ".
          05 FILLER                      PIC X(20) VALUE "NAME".
          05 FILLER                      PIC X(8)  VALUE "VEHICLE ".
          05 FILLER                      PIC X(5)  VALUE "DAYS ".
          05 FILLER                      PIC X(4)  VALUE "MO  ".
          05 FILLER                      PIC X(11)
                                         VALUE " TOTAL KM  ".
          05 FILLER                      PIC X(11)
                                         VALUE " PERS. KM  ".
          05 FILLER                      PIC X(14)
                                         VALUE " STANDBY CHG  ".
          05 FILLER                      PIC X(14)
                                         VALUE "  OPER. COST  ".
          05 FILLER                      PIC X(14)
                                         VALUE "     BENEFIT  ".
          05 FILLER                      PIC X(16) VALUE "NOTE".
          05 FILLER                      PIC X(7)       VALUE SPACE.
      *
       01 DETAIL-LINE.
          05 DL-DRIVER-ID                PIC X(6).
          05 FILLER                      PIC X(2)       VALUE SPACE.
          05 DL-NAME                     PIC X(18).
          05 FILLER                      PIC X(2)       VALUE SPACE.
          05 DL-VEHICLE-ID               PIC X(6).
          05 FILLER                      PIC X(2)       VALUE SPACE.
          05 DL-DAYS                     PIC ZZ9.
          05 FILLER                      PIC X(2)       VALUE SPACE.
          05 DL-MONTHS                   PIC Z9.
          05 FILLER                      PIC X(2)       VALUE SPACE.
          05 DL-TOTAL-KM                 PIC -,---,--9.
          05 FILLER                      PIC X(2)       VALUE SPACE.
          05 DL-PERSONAL-KM              PIC -,---,--9.
          05 FILLER                      PIC X(2)       VALUE SPACE.
          05 DL-STANDBY                  PIC Z,ZZZ,ZZ9.99.
          05 FILLER                      PIC X(2)       VALUE SPACE.
          05 DL-OPERATING                PIC Z,ZZZ,ZZ9.99.
          05 FILLER                      PIC X(2)       VALUE SPACE.
          05 DL-BENEFIT                  PIC Z,ZZZ,ZZ9.99.
          05 FILLER                      PIC X(2)       VALUE SPACE.
          05 DL-NOTE                     PIC X(16).
          05 FILLER                      PIC X(7)       VALUE SPACE.
      *
       01 TOTAL-LINE.
          05 FILLER                      PIC X(66)
                                         VALUE "TOTAL".
          05 TL-STANDBY                  PIC ZZ,ZZZ,ZZ9.99.
          05 FILLER                      PIC X(1)       VALUE SPACE.
          05 TL-OPERATING                PIC ZZ,ZZZ,ZZ9.99.
          05 FILLER                      PIC X(1)       VALUE SPACE.
          05 TL-BENEFIT                  PIC ZZ,ZZZ,ZZ9.99.
          05 FILLER                      PIC X(25)      VALUE SPACE.
      *
       01 PARAMETER-LINE.
          05 FILLER                      PIC X(11)
                                         VALUE "STANDBY AT ".
          05 PL-STANDBY-PCT              PIC 9.99.
          05 FILLER                      PIC X(30)      VALUE
                "% OF COST PER MONTH, OPERATING".
          05 FILLER                      PIC X(9)  VALUE " COST AT ".
          05 PL-OPER-COST-RATE           PIC 9.9999.
          05 FILLER                      PIC X(29)      VALUE
                " PER PERSONAL KM, REDUCED BY ".
          05 FILLER                      PIC X(20)      VALUE
                "PERSONAL KM UNDER ".
          05 PL-KM-PER-MONTH             PIC ZZZZ9.
          05 FILLER                      PIC X(18)      VALUE
                " PER MONTH.".
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
           PERFORM 300-START-BENEFITS THRU 300-EXIT.
           PERFORM 310-BENEFIT-ONE-DRIVER THRU 310-EXIT
              UNTIL DRIVMAST-EOF.
           PERFORM 400-FINISH-BENEFITS THRU 400-EXIT.
           PERFORM 900-SHUTDOWN-FILES.
           PERFORM 950-ECRIRE-JOBLOG.
           DISPLAY "END OF PROGRAM.".
           GOBACK.
      *
      ******************************************************************
      *  This routine asks the tax year and opens the files - a
      *  missing TRIPFILE, DRIVMAST or VEHMAST abandons the run
      ******************************************************************
       010-OPEN-FILES.
      *
           OPEN EXTEND JOBLOG.
           MOVE FUNCTION CURRENT-DATE TO JOBLOG-DATE-ET-HEURE.
           MOVE JDH-DATE TO JOBLOG-START-SAUVEGARDE (1:8).
           MOVE JDH-TIME TO JOBLOG-START-SAUVEGARDE (9:6).
           PERFORM 008-LOAD-PARAMETERS.
           DISPLAY SEPARATOR-LINE.
           DISPLAY "TAXABLE AUTOMOBILE BENEFIT - YEAR END".
           PERFORM 015-ASK-THE-YEAR.
           COMPUTE YEAR-START-DATE = TAX-YEAR-ENTRY * 10000 + 0101.
           COMPUTE YEAR-END-DATE = TAX-YEAR-ENTRY * 10000 + 1231.
           MOVE TAX-YEAR-ENTRY TO HL1-YEAR.
           MOVE "Y" TO DRIVMAST-EOF-SWITCH.
           OPEN INPUT TRIPFILE.
           IF NOT TRIPFILE-FILE-OK
              DISPLAY "TRIPFILE INTROUVABLE OU ILLISIBLE "
                      "(FILE STATUS " TRIPFILE-FILE-STATUS "). "
                      "BENEFIT RUN ABANDONED."
              MOVE "FILE-ERR" TO JOBLOG-STATUS-SWITCH
              MOVE "Y" TO TRIPFILE-EOF-SWITCH
              GO TO 010-EXIT
           END-IF.
           OPEN INPUT DRIVMAST.
           IF NOT DRIVMAST-FILE-OK
              DISPLAY "DRIVMAST INTROUVABLE OU ILLISIBLE "
                      "(FILE STATUS " DRIVMAST-FILE-STATUS "). "
                      "BENEFIT RUN ABANDONED."
              MOVE "FILE-ERR" TO JOBLOG-STATUS-SWITCH
              MOVE "Y" TO TRIPFILE-EOF-SWITCH
              CLOSE TRIPFILE
              GO TO 010-EXIT
           END-IF.
           OPEN INPUT VEHMAST.
           IF NOT VEHMAST-FILE-OK
              DISPLAY "VEHMAST INTROUVABLE OU ILLISIBLE "
                      "(FILE STATUS " VEHMAST-FILE-STATUS "). "
                      "BENEFIT RUN ABANDONED."
              MOVE "FILE-ERR" TO JOBLOG-STATUS-SWITCH
              MOVE "Y" TO TRIPFILE-EOF-SWITCH
              CLOSE TRIPFILE
              CLOSE DRIVMAST
              GO TO 010-EXIT
           END-IF.
           OPEN OUTPUT TXBNRPT.
           OPEN OUTPUT TXBNPAY.
           MOVE "Y" TO RUN-READY-SWITCH.
           PERFORM 040-READ-TRIPFILE.
      *
       010-EXIT.
           EXIT.
      *
      ******************************************************************
      *  This routine loads the benefit parameters from PARMFILE - a
      *  missing PARMFILE leaves the compiled defaults standing
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
                 WHEN "TXBN-STANDBY-PCT"
                    COMPUTE STANDBY-PCT =
                       FUNCTION NUMVAL (PA-PARM-VALUE)
                 WHEN "TXBN-OPER-COST-RATE"
                    COMPUTE OPER-COST-RATE =
                       FUNCTION NUMVAL (PA-PARM-VALUE)
                 WHEN "TXBN-KM-PER-MONTH"
                    COMPUTE KM-PER-MONTH =
                       FUNCTION NUMVAL (PA-PARM-VALUE)
                 WHEN OTHER
                    CONTINUE
              END-EVALUATE
           END-IF.
      *
      ******************************************************************
      *  This routine asks the tax year - the retry stays inside this
      *  paragraph so JOBLOG, already open, is never re-opened
      ******************************************************************
       015-ASK-THE-YEAR.
      *
           DISPLAY "ENTER THE TAX YEAR (YYYY):".
           ACCEPT TAX-YEAR-ENTRY.
           IF (TAX-YEAR-ENTRY < 1900)
              DISPLAY "INVALID TAX YEAR. VEUILLEZ REESSAYER."
              GO TO 015-ASK-THE-YEAR
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
      *  This routine folds one journal record of the tax year into
      *  its driver's bucket - trip records add, reversal records
      *  subtract. A record with no driver ID cannot be attributed
      *  and is counted as ignored
      ******************************************************************
       100-FOLD-ONE-TRIP.
      *
           IF (NOT TJ-TRIP) AND (NOT TJ-REVERSAL)
              ADD 1 TO TRIPFILE-RECORDS-IGNORES
              PERFORM 040-READ-TRIPFILE
              GO TO 100-EXIT
           END-IF.
           MOVE TJ-TRIP-DATE (1:4) TO TRIP-YEAR.
           IF (TRIP-YEAR NOT = TAX-YEAR-ENTRY)
              PERFORM 040-READ-TRIPFILE
              GO TO 100-EXIT
           END-IF.
           IF (TJ-DRIVER-ID = SPACES)
              ADD 1 TO TRIPFILE-RECORDS-IGNORES
              PERFORM 040-READ-TRIPFILE
              GO TO 100-EXIT
           END-IF.
           ADD 1 TO TRIPFILE-RECORDS-RETENUS.
           PERFORM 120-FIND-DRIVER-SLOT.
           IF (DRIVER-FOUND-SWITCH = "Y")
              IF TJ-REVERSAL
                 SUBTRACT TJ-DISTANCE FROM DT-TOTAL-KM (DRIVER-IDX)
                 IF TJ-PERSONAL OR TJ-COMMUTE
                    SUBTRACT TJ-DISTANCE
                       FROM DT-PERSONAL-KM (DRIVER-IDX)
                 END-IF
              ELSE
                 ADD TJ-DISTANCE TO DT-TOTAL-KM (DRIVER-IDX)
                 IF TJ-PERSONAL OR TJ-COMMUTE
                    ADD TJ-DISTANCE TO DT-PERSONAL-KM (DRIVER-IDX)
                 END-IF
              END-IF
           END-IF.
           PERFORM 040-READ-TRIPFILE.
      *
       100-EXIT.
           EXIT.
      *
      ******************************************************************
      *  This routine locates the driver in the table, adding it on
      *  first sight - a full table is reported and the record
      *  counted as ignored so the run does not pass silently short
      ******************************************************************
       120-FIND-DRIVER-SLOT.
      *
           MOVE "N" TO DRIVER-FOUND-SWITCH.
           IF (DRIVER-COUNT > 0)
              SET DRIVER-IDX TO 1
              SEARCH DRIVER-ENTRY
                 AT END
                    CONTINUE
                 WHEN DT-DRIVER-ID (DRIVER-IDX) = TJ-DRIVER-ID
                    MOVE "Y" TO DRIVER-FOUND-SWITCH
              END-SEARCH
           END-IF.
           IF (DRIVER-FOUND-SWITCH = "N")
              IF (DRIVER-COUNT < 500)
                 ADD 1 TO DRIVER-COUNT
                 SET DRIVER-IDX TO DRIVER-COUNT
                 MOVE TJ-DRIVER-ID TO DT-DRIVER-ID (DRIVER-IDX)
                 MOVE "N" TO DT-MATCHED-SWITCH (DRIVER-IDX)
                 MOVE 0 TO DT-TOTAL-KM (DRIVER-IDX)
                 MOVE 0 TO DT-PERSONAL-KM (DRIVER-IDX)
                 MOVE "Y" TO DRIVER-FOUND-SWITCH
              ELSE
                 DISPLAY "EXCEPTION: DRIVER TABLE FULL - "
                         TJ-DRIVER-ID " IGNORED."
                 ADD 1 TO TRIPFILE-RECORDS-IGNORES
                 MOVE "RECONERR" TO JOBLOG-STATUS-SWITCH
              END-IF
           END-IF.
      *
      ******************************************************************
      *  This routine writes the extract header and positions DRIVMAST
      *  on its first record for the benefit sweep
      ******************************************************************
       300-START-BENEFITS.
      *
           IF (NOT RUN-READY)
              GO TO 300-EXIT
           END-IF.
           MOVE FUNCTION CURRENT-DATE TO JOBLOG-DATE-ET-HEURE.
           MOVE JDH-DATE TO CE-RUN-DATE.
           MOVE "TXBN0001" TO CE-PROGRAM-ID.
           WRITE TXBNPAY-RECORD FROM CONTROLE-ENTETE.
           MOVE "N" TO DRIVMAST-EOF-SWITCH.
           MOVE LOW-VALUES TO DM-DRIVER-ID.
           START DRIVMAST KEY IS NOT LESS THAN DM-DRIVER-ID
              INVALID KEY
                 DISPLAY "NO DRIVERS RECORDED ON DRIVMAST."
                 MOVE "Y" TO DRIVMAST-EOF-SWITCH
           END-START.
           PERFORM 320-READ-DRIVMAST.
      *
       300-EXIT.
           EXIT.
      *
      ******************************************************************
      *  This routine works out one driver's benefit for the year -
      *  a driver with no take-home days and no personal km has none
      *  and is skipped
      ******************************************************************
       310-BENEFIT-ONE-DRIVER.
      *
           IF (DM-TAKE-HOME-FROM NOT NUMERIC)
              MOVE SPACES TO DM-TAKE-HOME-VEHICLE
              MOVE 0 TO DM-TAKE-HOME-FROM
              MOVE 0 TO DM-TAKE-HOME-TO
           END-IF.
           MOVE SPACES TO BENEFIT-NOTE.
           MOVE 0 TO DRIVER-TOTAL-KM.
           MOVE 0 TO DRIVER-PERSONAL-KM.
           MOVE 0 TO STANDBY-CHARGE.
           MOVE 0 TO OPERATING-BENEFIT.
           MOVE "N" TO DRIVER-FOUND-SWITCH.
           IF (DRIVER-COUNT > 0)
              SET DRIVER-IDX TO 1
              SEARCH DRIVER-ENTRY
                 AT END
                    CONTINUE
                 WHEN DT-DRIVER-ID (DRIVER-IDX) = DM-DRIVER-ID
                    MOVE "Y" TO DRIVER-FOUND-SWITCH
                    MOVE "Y" TO DT-MATCHED-SWITCH (DRIVER-IDX)
                    MOVE DT-TOTAL-KM (DRIVER-IDX) TO DRIVER-TOTAL-KM
                    MOVE DT-PERSONAL-KM (DRIVER-IDX)
                       TO DRIVER-PERSONAL-KM
              END-SEARCH
           END-IF.
           IF (DRIVER-PERSONAL-KM < 0)
              MOVE 0 TO DRIVER-PERSONAL-KM
              MOVE "EXCESS REVERSALS" TO BENEFIT-NOTE
           END-IF.
           PERFORM 330-DAYS-AVAILABLE THRU 330-EXIT.
           IF (DAYS-AVAILABLE = 0) AND (DRIVER-PERSONAL-KM = 0)
              PERFORM 320-READ-DRIVMAST
              GO TO 310-EXIT
           END-IF.
           IF (DAYS-AVAILABLE > 0)
              PERFORM 340-STANDBY-CHARGE THRU 340-EXIT
           END-IF.
           COMPUTE OPERATING-BENEFIT ROUNDED =
              DRIVER-PERSONAL-KM * OPER-COST-RATE.
           COMPUTE TOTAL-BENEFIT = STANDBY-CHARGE + OPERATING-BENEFIT.
           PERFORM 350-PRINT-ONE-DRIVER.
           IF (TOTAL-BENEFIT > 0)
              PERFORM 360-WRITE-ONE-EXTRACT
           END-IF.
           PERFORM 320-READ-DRIVMAST.
      *
       310-EXIT.
           EXIT.
      *
       320-READ-DRIVMAST.
      *
           IF (NOT DRIVMAST-EOF)
              READ DRIVMAST NEXT RECORD
                 AT END
                    MOVE "Y" TO DRIVMAST-EOF-SWITCH
                 NOT AT END
                    ADD 1 TO DRIVMAST-RECORDS-LUS
              END-READ
           END-IF.
      *
      ******************************************************************
      *  This routine works out the days the take-home vehicle was
      *  available in the tax year - the overlap of the DRIVMAST
      *  assignment period with the year, an open-ended assignment
      *  running to the year end - and how many whole months that is
      ******************************************************************
       330-DAYS-AVAILABLE.
      *
           MOVE 0 TO DAYS-AVAILABLE.
           MOVE 0 TO MONTHS-AVAILABLE.
           IF (DM-TAKE-HOME-VEHICLE = SPACES)
              OR (DM-TAKE-HOME-FROM = 0)
              OR (DM-TAKE-HOME-FROM > YEAR-END-DATE)
              GO TO 330-EXIT
           END-IF.
           IF (DM-TAKE-HOME-TO NOT = 0)
              AND (DM-TAKE-HOME-TO < YEAR-START-DATE)
              GO TO 330-EXIT
           END-IF.
           IF (DM-TAKE-HOME-FROM < YEAR-START-DATE)
              MOVE YEAR-START-DATE TO PERIOD-FROM-DATE
           ELSE
              MOVE DM-TAKE-HOME-FROM TO PERIOD-FROM-DATE
           END-IF.
           IF (DM-TAKE-HOME-TO = 0)
              OR (DM-TAKE-HOME-TO > YEAR-END-DATE)
              MOVE YEAR-END-DATE TO PERIOD-TO-DATE
           ELSE
              MOVE DM-TAKE-HOME-TO TO PERIOD-TO-DATE
           END-IF.
           COMPUTE DAYS-AVAILABLE =
              FUNCTION INTEGER-OF-DATE (PERIOD-TO-DATE) -
              FUNCTION INTEGER-OF-DATE (PERIOD-FROM-DATE) + 1.
           COMPUTE MONTHS-AVAILABLE ROUNDED = DAYS-AVAILABLE / 30.
           IF (MONTHS-AVAILABLE > 12)
              MOVE 12 TO MONTHS-AVAILABLE
           END-IF.
      *
       330-EXIT.
           EXIT.
      *
      ******************************************************************
      *  This routine works out the standby charge on the take-home
      *  vehicle's cost, reduced in proportion when business use is
      *  more than half and personal km are under the monthly limit.
      *  A vehicle off VEHMAST or with no cost recorded cannot be
      *  charged and flags the run for follow-up
      ******************************************************************
       340-STANDBY-CHARGE.
      *
           MOVE DM-TAKE-HOME-VEHICLE TO VM-VEHICLE-ID.
           READ VEHMAST
              INVALID KEY
                 MOVE 0 TO VEHICLE-COST
                 MOVE "VEH NOT ON FILE" TO BENEFIT-NOTE
              NOT INVALID KEY
                 IF (VM-ACQUISITION-COST NOT NUMERIC)
                    MOVE 0 TO VEHICLE-COST
                 ELSE
                    MOVE VM-ACQUISITION-COST TO VEHICLE-COST
                 END-IF
                 IF (VEHICLE-COST = 0)
                    MOVE "NO VEHICLE COST" TO BENEFIT-NOTE
                 END-IF
           END-READ.
           IF (VEHICLE-COST = 0)
              MOVE "RECONERR" TO JOBLOG-STATUS-SWITCH
              GO TO 340-EXIT
           END-IF.
           IF (MONTHS-AVAILABLE = 0)
              GO TO 340-EXIT
           END-IF.
           COMPUTE STANDBY-CHARGE ROUNDED =
              VEHICLE-COST * STANDBY-PCT / 100 * MONTHS-AVAILABLE.
           COMPUTE REDUCTION-KM-LIMIT =
              KM-PER-MONTH * MONTHS-AVAILABLE.
           IF (DRIVER-PERSONAL-KM < REDUCTION-KM-LIMIT)
              AND (DRIVER-PERSONAL-KM * 2 < DRIVER-TOTAL-KM)
              COMPUTE STANDBY-CHARGE ROUNDED =
                 STANDBY-CHARGE * DRIVER-PERSONAL-KM /
                 REDUCTION-KM-LIMIT
              MOVE "REDUCED STANDBY" TO BENEFIT-NOTE
           END-IF.
      *
       340-EXIT.
           EXIT.
      *
      ******************************************************************
      *  This routine prints one driver's benefit line
      ******************************************************************
       350-PRINT-ONE-DRIVER.
      *
           MOVE SPACES TO DETAIL-LINE.
           MOVE DM-DRIVER-ID           TO DL-DRIVER-ID.
           MOVE DM-NAME                TO DL-NAME.
           MOVE DM-TAKE-HOME-VEHICLE   TO DL-VEHICLE-ID.
           MOVE DAYS-AVAILABLE         TO DL-DAYS.
           MOVE MONTHS-AVAILABLE       TO DL-MONTHS.
           MOVE DRIVER-TOTAL-KM        TO DL-TOTAL-KM.
           MOVE DRIVER-PERSONAL-KM     TO DL-PERSONAL-KM.
           MOVE STANDBY-CHARGE         TO DL-STANDBY.
           MOVE OPERATING-BENEFIT      TO DL-OPERATING.
           MOVE TOTAL-BENEFIT          TO DL-BENEFIT.
           MOVE BENEFIT-NOTE           TO DL-NOTE.
           IF (RPT-LINE-COUNTER = 0)
              OR (RPT-LINE-COUNTER >= LINES-PER-PAGE)
              PERFORM 030-PRINT-HEADINGS
           END-IF.
           WRITE PRINT-AREA FROM DETAIL-LINE.
           ADD 1 TO RPT-LINE-COUNTER.
           ADD STANDBY-CHARGE    TO FLEET-STANDBY.
           ADD OPERATING-BENEFIT TO FLEET-OPERATING.
           ADD TOTAL-BENEFIT     TO FLEET-BENEFIT.
      *
      ******************************************************************
      *  This routine writes one driver's payroll extract row
      ******************************************************************
       360-WRITE-ONE-EXTRACT.
      *
           MOVE SPACES TO TXBNPAY-RECORD.
           MOVE TAX-YEAR-ENTRY         TO TB-TAX-YEAR.
           MOVE DM-DRIVER-ID           TO TB-DRIVER-ID.
           MOVE DM-TAKE-HOME-VEHICLE   TO TB-VEHICLE-ID.
           MOVE DAYS-AVAILABLE         TO TB-DAYS-AVAILABLE.
           MOVE DRIVER-PERSONAL-KM     TO TB-PERSONAL-KM.
           MOVE STANDBY-CHARGE         TO TB-STANDBY-CHARGE.
           MOVE OPERATING-BENEFIT      TO TB-OPERATING-BENEFIT.
           MOVE TOTAL-BENEFIT          TO TB-TOTAL-BENEFIT.
           WRITE TXBNPAY-RECORD.
           ADD 1 TO TXBNPAY-CTRL-COUNT.
           ADD TOTAL-BENEFIT TO TXBNPAY-CTRL-HASH.
           ADD 1 TO DRIVERS-WITH-BENEFIT.
      *
      ******************************************************************
      *  This routine prints the totals and parameters, closes the
      *  extract with its trailer and reports personal km journalled
      *  against driver IDs that are not on DRIVMAST
      ******************************************************************
       400-FINISH-BENEFITS.
      *
           IF (NOT RUN-READY)
              GO TO 400-EXIT
           END-IF.
           IF (RPT-LINE-COUNTER = 0)
              PERFORM 030-PRINT-HEADINGS
           END-IF.
           MOVE FLEET-STANDBY   TO TL-STANDBY.
           MOVE FLEET-OPERATING TO TL-OPERATING.
           MOVE FLEET-BENEFIT   TO TL-BENEFIT.
           WRITE PRINT-AREA FROM TOTAL-LINE.
           MOVE STANDBY-PCT     TO PL-STANDBY-PCT.
           MOVE OPER-COST-RATE  TO PL-OPER-COST-RATE.
           MOVE KM-PER-MONTH    TO PL-KM-PER-MONTH.
           WRITE PRINT-AREA FROM PARAMETER-LINE.
           MOVE TXBNPAY-CTRL-COUNT TO CP-RECORD-COUNT.
           MOVE TXBNPAY-CTRL-HASH  TO CP-HASH-TOTAL.
           WRITE TXBNPAY-RECORD FROM CONTROLE-PIED.
           IF (DRIVER-COUNT > 0)
              PERFORM 410-CHECK-ONE-UNMATCHED
                 VARYING DRIVER-SCAN FROM 1 BY 1
                 UNTIL DRIVER-SCAN > DRIVER-COUNT
           END-IF.
      *
       400-EXIT.
           EXIT.
      *
       410-CHECK-ONE-UNMATCHED.
      *
           IF (NOT DT-MATCHED (DRIVER-SCAN))
              AND (DT-PERSONAL-KM (DRIVER-SCAN) > 0)
              DISPLAY "EXCEPTION: DRIVER " DT-DRIVER-ID (DRIVER-SCAN)
                      " HAS PERSONAL KM BUT IS NOT ON DRIVMAST - "
                      "NO BENEFIT WORKED OUT."
              MOVE "RECONERR" TO JOBLOG-STATUS-SWITCH
           END-IF.
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
           DISPLAY "BENEFIT RUN - " TRIPFILE-RECORDS-LUS
                   " JOURNAL RECORDS READ, "
                   TRIPFILE-RECORDS-RETENUS " IN YEAR, "
                   TRIPFILE-RECORDS-IGNORES " IGNORED.".
           DISPLAY "BENEFIT RUN - " DRIVMAST-RECORDS-LUS
                   " DRIVERS READ, " DRIVERS-WITH-BENEFIT
                   " SENT TO PAYROLL.".
           IF RUN-READY
              CLOSE TRIPFILE
              CLOSE DRIVMAST
              CLOSE VEHMAST
              CLOSE TXBNRPT
              CLOSE TXBNPAY
           END-IF.
      *
      ******************************************************************
      *  This routine writes the run's JOBLOG record and closes JOBLOG
      ******************************************************************
       950-ECRIRE-JOBLOG.
      *
           MOVE SPACES TO JOBLOG-RECORD.
           MOVE "TXBN0001" TO JL-PROGRAM-ID.
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
