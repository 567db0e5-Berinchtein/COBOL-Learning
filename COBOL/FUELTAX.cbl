      *****************************************************************
      * Program name:    FTAX0001
      * Original author: MANUEL JARRY
      *
      * Maintenence Log
      * Date        Author        Maintenance Requirement
      * ----------- ------------  --------------------------------------
      * 15/10/2026   MANUEL JARRY  Created - quarterly fuel-tax return
      *                            by province from the TRIPFILE
      *                            journal: km driven and litres bought
      *                            per jurisdiction, FTAXRATE rates,
      *                            net tax payable or refundable, with
      *                            the supporting trip detail listing
      *
      *****************************************************************
       IDENTIFICATION DIVISION.
       PROGRAM-ID.  FTAX0001.
       AUTHOR. MANUEL JARRY.
       INSTALLATION. COBOL-Learning
       DATE-WRITTEN. 15/10/2026.
       DATE-COMPILED. DD/MM/YYYY.
       SECURITY. NON-CONFIDENTIAL.
      *****************************************************************
      *
      *  The return follows the usual interjurisdictional method: the
      *  fleet's average litres per km for the quarter is applied to
      *  the km driven in each province to give the litres consumed
      *  there. Tax is due on the litres consumed and was already paid
      *  at the pump on the litres purchased, both at the province's
      *  rate - the difference is payable when positive and
      *  refundable when negative. Reversal records subtract. A trip
      *  journalled before province codes existed counts in the home
      *  province (FTAX-HOME-PROVINCE on PARMFILE).
      *
      *****************************************************************
       ENVIRONMENT DIVISION.
       CONFIGURATION SECTION.
       SOURCE-COMPUTER. PC-MANU.
       OBJECT-COMPUTER. PC-MANU.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
           SELECT FTAXRATE ASSIGN TO FTAXRATE
              ORGANIZATION IS LINE SEQUENTIAL
              FILE STATUS IS FTAXRATE-FILE-STATUS.
           SELECT FTAXRPT ASSIGN TO FTAXRPT
              ORGANIZATION IS LINE SEQUENTIAL.
           COPY TRIPFLSL.
           COPY PARMFLSL.
           COPY JOBLOGSL.
      *****************************************************************
      *
      *****************************************************************
       DATA DIVISION.
       FILE SECTION.
      *
      ******************************************************************
      *  Fuel-tax rate table - one row per province and effective
      *  date, dollars of tax per litre. The rate used for a quarter
      *  is the latest one effective on or before its first day
      ******************************************************************
       FD  FTAXRATE.
       01  FTAXRATE-RECORD.
           05 FR-PROVINCE                PIC X(2).
           05 FILLER                     PIC X(1).
           05 FR-EFFECTIVE-DATE          PIC 9(8).
           05 FILLER                     PIC X(1).
           05 FR-RATE-PER-LITRE          PIC 9V9(4).
      *
       FD  FTAXRPT.
       01  PRINT-AREA                    PIC X(132).
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
          05 FTAXRATE-EOF-SWITCH         PIC X          VALUE "N".
             88 FTAXRATE-EOF                            VALUE "Y".
          05 TRIPFILE-EOF-SWITCH         PIC X          VALUE "N".
             88 TRIPFILE-EOF                            VALUE "Y".
          05 PARMFILE-EOF-SWITCH         PIC X          VALUE "N".
             88 PARMFILE-EOF                            VALUE "Y".
          05 PROVINCE-FOUND-SWITCH       PIC X          VALUE "N".
          05 RUN-READY-SWITCH            PIC X          VALUE "N".
             88 RUN-READY                               VALUE "Y".
          05 REPORT-SECTION-SWITCH       PIC X          VALUE "D".
             88 PRINTING-DETAIL                         VALUE "D".
             88 PRINTING-SUMMARY                        VALUE "S".
      *
       01 FILE-STATUS-FIELDS.
          05 FTAXRATE-FILE-STATUS        PIC X(2)       VALUE "00".
             88 FTAXRATE-FILE-OK                        VALUE "00".
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
       COPY PROVCDWS.
      *
       01 USER-ENTRIES.
          05 REPORT-YEAR-ENTRY           PIC 9(4).
          05 REPORT-QUARTER-ENTRY        PIC 9.
      *
      ******************************************************************
      *  One bucket per jurisdiction - the rate in force for the
      *  quarter and the signed km and litres journalled there
      ******************************************************************
       01 PROVINCE-COUNT                 PIC 9(2)       VALUE 0.
       01 PROVINCE-TABLE.
          05 PROVINCE-ENTRY
             OCCURS 0 TO 20 TIMES DEPENDING ON PROVINCE-COUNT
             INDEXED BY PROVINCE-IDX.
             10 PT-PROVINCE              PIC X(2).
             10 PT-RATE-SWITCH           PIC X.
                88 PT-RATE-ON-FILE                      VALUE "Y".
             10 PT-RATE-DATE             PIC 9(8).
             10 PT-RATE                  PIC 9V9(4).
             10 PT-KM                    PIC S9(9)V99.
             10 PT-LITRES                PIC S9(9)V99.
      *
       01 WORK-FIELDS.
          05 TRIP-YEAR                   PIC 9(4).
          05 TRIP-MONTH-NO               PIC 9(2).
          05 QUARTER-FIRST-MONTH         PIC 9(2).
          05 QUARTER-LAST-MONTH          PIC 9(2).
          05 QUARTER-START-DATE          PIC 9(8).
          05 PROVINCE-SCAN               PIC 9(2).
          05 LOOKUP-PROVINCE             PIC X(2).
          05 FLEET-LITRES-PER-KM         PIC S9(3)V9(6) VALUE 0.
          05 LITRES-CONSUMED             PIC S9(9)V99.
          05 TAX-DUE                     PIC S9(9)V99.
          05 TAX-PAID                    PIC S9(9)V99.
          05 NET-TAX                     PIC S9(9)V99.
          05 FLEET-TOTALS.
             10 FLEET-KM                 PIC S9(9)V99   VALUE 0.
             10 FLEET-LITRES             PIC S9(9)V99   VALUE 0.
             10 FLEET-CONSUMED           PIC S9(9)V99   VALUE 0.
             10 FLEET-TAX-DUE            PIC S9(9)V99   VALUE 0.
             10 FLEET-TAX-PAID           PIC S9(9)V99   VALUE 0.
             10 FLEET-NET-TAX            PIC S9(9)V99   VALUE 0.
          05 OTHER-FIELDS.
             10 SEPARATOR-LINE           PIC X(50)
                                                        VALUE
                   "--------------------------------------------------".
      *
       01 RECONCILIATION-COUNTERS.
          05 FTAXRATE-RECORDS-LUS        PIC 9(5)       VALUE 0.
          05 TRIPFILE-RECORDS-LUS        PIC 9(7)       VALUE 0.
          05 TRIPFILE-RECORDS-RETENUS    PIC 9(7)       VALUE 0.
          05 TRIPFILE-RECORDS-DEFAUT     PIC 9(7)       VALUE 0.
      *
       01 HEADING-LINE-1.
          05 FILLER                      PIC X(34)      VALUE
                "FUEL-TAX RETURN BY PROVINCE - QTR ".
          05 HL1-QUARTER                 PIC 9.
          05 FILLER                      PIC X(1)       VALUE "/".
          05 HL1-YEAR                    PIC 9(4).
          05 FILLER                      PIC X(6)       VALUE SPACE.
          05 FILLER                      PIC X(8)  VALUE "PAGE:   ".
          05 HL1-PAGE-NUMBER             PIC ZZ9.
          05 FILLER                      PIC X(75)      VALUE SPACE.
      *
       01 HEADING-LINE-2.
          05 FILLER                      PIC X(10) VALUE "TRIP DATE ".
          05 FILLER                      PIC X(8)  VALUE "VEHICLE ".
          05 FILLER                      PIC X(8)  VALUE "DRIVER  ".
          05 FILLER                      PIC X(6)  VALUE "TYPE  ".
          05 FILLER                      PIC X(4)  VALUE "PROV".
          05 FILLER                      PIC X(16)
                                         VALUE "            KM".
          05 FILLER                      PIC X(16)
                                         VALUE "        LITRES".
          05 FILLER                      PIC X(64)      VALUE SPACE.
      *
       01 HEADING-LINE-3.
          05 FILLER                      PIC X(5)  VALUE "PROV ".
          05 FILLER                      PIC X(9)  VALUE " RATE/L  ".
          05 FILLER                      PIC X(16)
                                         VALUE "            KM".
          05 FILLER                      PIC X(16)
                                         VALUE "   LITRES BOUGHT".
          05 FILLER                      PIC X(16)
                                         VALUE "   LITRES BURNED".
          05 FILLER                      PIC X(15)
                                         VALUE "        TAX DUE".
          05 FILLER                      PIC X(15)
                                         VALUE "       TAX PAID".
          05 FILLER                      PIC X(15)
                                         VALUE "        NET TAX".
          05 FILLER                      PIC X(25)      VALUE SPACE.
      *
       01 DETAIL-LINE.
          05 DL-TRIP-DATE                PIC 9(8).
          05 FILLER                      PIC X(2)       VALUE SPACE.
          05 DL-VEHICLE-ID               PIC X(6).
          05 FILLER                      PIC X(2)       VALUE SPACE.
          05 DL-DRIVER-ID                PIC X(6).
          05 FILLER                      PIC X(2)       VALUE SPACE.
          05 DL-RECORD-TYPE              PIC X(4).
          05 FILLER                      PIC X(2)       VALUE SPACE.
          05 DL-PROVINCE                 PIC X(2).
          05 FILLER                      PIC X(2)       VALUE SPACE.
          05 DL-KM                       PIC ---,---,--9.99.
          05 FILLER                      PIC X(2)       VALUE SPACE.
          05 DL-LITRES                   PIC ---,---,--9.99.
          05 FILLER                      PIC X(2)       VALUE SPACE.
          05 DL-NOTE                     PIC X(20).
          05 FILLER                      PIC X(44)      VALUE SPACE.
      *
       01 SUMMARY-LINE.
          05 SL-PROVINCE                 PIC X(2).
          05 FILLER                      PIC X(3)       VALUE SPACE.
          05 SL-RATE                     PIC Z9.9999.
          05 FILLER                      PIC X(2)       VALUE SPACE.
          05 SL-KM                       PIC ---,---,--9.99.
          05 FILLER                      PIC X(2)       VALUE SPACE.
          05 SL-LITRES                   PIC ---,---,--9.99.
          05 FILLER                      PIC X(2)       VALUE SPACE.
          05 SL-CONSUMED                 PIC ---,---,--9.99.
          05 FILLER                      PIC X(2)       VALUE SPACE.
          05 SL-TAX-DUE                  PIC --,---,--9.99.
          05 FILLER                      PIC X(2)       VALUE SPACE.
          05 SL-TAX-PAID                 PIC --,---,--9.99.
          05 FILLER                      PIC X(2)       VALUE SPACE.
          05 SL-NET-TAX                  PIC --,---,--9.99.
          05 FILLER                      PIC X(2)       VALUE SPACE.
          05 SL-NOTE                     PIC X(15).
          05 FILLER                      PIC X(10)      VALUE SPACE.
      *
       01 TOTAL-LINE.
          05 FILLER                      PIC X(14)
                                         VALUE "FLEET TOTAL   ".
          05 TL-KM                       PIC ---,---,--9.99.
          05 FILLER                      PIC X(2)       VALUE SPACE.
          05 TL-LITRES                   PIC ---,---,--9.99.
          05 FILLER                      PIC X(2)       VALUE SPACE.
          05 TL-CONSUMED                 PIC ---,---,--9.99.
          05 FILLER                      PIC X(2)       VALUE SPACE.
          05 TL-TAX-DUE                  PIC --,---,--9.99.
          05 FILLER                      PIC X(2)       VALUE SPACE.
          05 TL-TAX-PAID                 PIC --,---,--9.99.
          05 FILLER                      PIC X(2)       VALUE SPACE.
          05 TL-NET-TAX                  PIC --,---,--9.99.
          05 FILLER                      PIC X(2)       VALUE SPACE.
          05 TL-NOTE                     PIC X(15).
          05 FILLER                      PIC X(10)      VALUE SPACE.
      *
       01 AVERAGE-LINE.
          05 FILLER                      PIC X(30)      VALUE
                "FLEET AVERAGE LITRES PER KM: ".
          05 AL-LITRES-PER-KM            PIC ZZ9.999999.
          05 FILLER                      PIC X(92)      VALUE SPACE.
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
           PERFORM 050-LOAD-RATES.
           PERFORM 100-FOLD-ONE-TRIP THRU 100-EXIT
              UNTIL TRIPFILE-EOF.
           PERFORM 400-PRINT-PROVINCE-SUMMARY.
           PERFORM 900-SHUTDOWN-FILES.
           PERFORM 950-ECRIRE-JOBLOG.
           DISPLAY "END OF PROGRAM.".
           GOBACK.
      *
      ******************************************************************
      *  This routine asks the return quarter and opens the files - a
      *  missing TRIPFILE abandons the run
      ******************************************************************
       010-OPEN-FILES.
      *
           OPEN EXTEND JOBLOG.
           MOVE FUNCTION CURRENT-DATE TO JOBLOG-DATE-ET-HEURE.
           MOVE JDH-DATE TO JOBLOG-START-SAUVEGARDE (1:8).
           MOVE JDH-TIME TO JOBLOG-START-SAUVEGARDE (9:6).
           PERFORM 008-LOAD-PARAMETERS.
           DISPLAY SEPARATOR-LINE.
           DISPLAY "QUARTERLY FUEL-TAX RETURN BY PROVINCE".
           PERFORM 015-ASK-THE-QUARTER.
           COMPUTE QUARTER-FIRST-MONTH =
              (REPORT-QUARTER-ENTRY - 1) * 3 + 1.
           COMPUTE QUARTER-LAST-MONTH = QUARTER-FIRST-MONTH + 2.
           COMPUTE QUARTER-START-DATE =
              REPORT-YEAR-ENTRY * 10000 + QUARTER-FIRST-MONTH * 100 + 1.
           MOVE REPORT-YEAR-ENTRY TO HL1-YEAR.
           MOVE REPORT-QUARTER-ENTRY TO HL1-QUARTER.
           OPEN INPUT TRIPFILE.
           IF NOT TRIPFILE-FILE-OK
              DISPLAY "TRIPFILE INTROUVABLE OU ILLISIBLE "
                      "(FILE STATUS " TRIPFILE-FILE-STATUS "). "
                      "FUEL-TAX RETURN ABANDONED."
              MOVE "FILE-ERR" TO JOBLOG-STATUS-SWITCH
              MOVE "Y" TO TRIPFILE-EOF-SWITCH
           ELSE
              OPEN OUTPUT FTAXRPT
              MOVE "Y" TO RUN-READY-SWITCH
           END-IF.
      *
      ******************************************************************
      *  This routine loads the home province from PARMFILE - a
      *  missing PARMFILE leaves the compiled default standing
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
                 WHEN "FTAX-HOME-PROVINCE"
                    MOVE PA-PARM-VALUE TO HOME-PROVINCE
                 WHEN OTHER
                    CONTINUE
              END-EVALUATE
           END-IF.
      *
      ******************************************************************
      *  This routine asks the return year and quarter - the retry
      *  stays inside this paragraph so JOBLOG, already open, is
      *  never re-opened (same precaution as FVER0001)
      ******************************************************************
       015-ASK-THE-QUARTER.
      *
           DISPLAY "ENTER THE RETURN YEAR (YYYY):".
           ACCEPT REPORT-YEAR-ENTRY.
           DISPLAY "ENTER THE QUARTER (1 TO 4):".
           ACCEPT REPORT-QUARTER-ENTRY.
           IF (REPORT-QUARTER-ENTRY < 1)
              OR (REPORT-QUARTER-ENTRY > 4)
              DISPLAY "QUARTER MUST BE 1 TO 4. VEUILLEZ REESSAYER."
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
      *  This routine loads the rate table, keeping per province the
      *  latest rate effective on or before the first day of the
      *  quarter. A missing FTAXRATE leaves every rate at zero and
      *  flags the run, since the return cannot then be filed
      ******************************************************************
       050-LOAD-RATES.
      *
           IF (NOT RUN-READY)
              MOVE "Y" TO FTAXRATE-EOF-SWITCH
           ELSE
              OPEN INPUT FTAXRATE
              IF NOT FTAXRATE-FILE-OK
                 DISPLAY "FTAXRATE NOT AVAILABLE (FILE STATUS "
                         FTAXRATE-FILE-STATUS ") - ALL RATES "
                         "TAKEN AS ZERO, RETURN FLAGGED."
                 MOVE "RECONERR" TO JOBLOG-STATUS-SWITCH
                 MOVE "Y" TO FTAXRATE-EOF-SWITCH
              END-IF
              PERFORM UNTIL FTAXRATE-EOF
                 READ FTAXRATE
                    AT END
                       MOVE "Y" TO FTAXRATE-EOF-SWITCH
                    NOT AT END
                       ADD 1 TO FTAXRATE-RECORDS-LUS
                       PERFORM 055-APPLY-ONE-RATE
                 END-READ
              END-PERFORM
              IF FTAXRATE-FILE-OK OR FTAXRATE-FILE-STATUS = "10"
                 CLOSE FTAXRATE
              END-IF
              PERFORM 040-READ-TRIPFILE
           END-IF.
      *
       055-APPLY-ONE-RATE.
      *
           MOVE FR-PROVINCE TO PROVINCE-CODE-CHECK.
           IF (NOT PROVINCE-CODE-VALID)
              OR (FR-EFFECTIVE-DATE NOT NUMERIC)
              OR (FR-RATE-PER-LITRE NOT NUMERIC)
              DISPLAY "EXCEPTION: FTAXRATE ROW " FTAXRATE-RECORDS-LUS
                      " INVALID - " FTAXRATE-RECORD " IGNORED."
              MOVE "RECONERR" TO JOBLOG-STATUS-SWITCH
           ELSE
              IF (FR-EFFECTIVE-DATE NOT > QUARTER-START-DATE)
                 MOVE FR-PROVINCE TO LOOKUP-PROVINCE
                 PERFORM 110-FIND-PROVINCE-SLOT
                 IF (PROVINCE-FOUND-SWITCH = "Y")
                    IF (NOT PT-RATE-ON-FILE (PROVINCE-IDX))
                       OR (FR-EFFECTIVE-DATE >
                          PT-RATE-DATE (PROVINCE-IDX))
                       MOVE "Y" TO PT-RATE-SWITCH (PROVINCE-IDX)
                       MOVE FR-EFFECTIVE-DATE
                          TO PT-RATE-DATE (PROVINCE-IDX)
                       MOVE FR-RATE-PER-LITRE
                          TO PT-RATE (PROVINCE-IDX)
                    END-IF
                 END-IF
              END-IF
           END-IF.
      *
      ******************************************************************
      *  This routine folds one journal record of the chosen quarter
      *  into its province's km and litres - trips add, reversals
      *  subtract - and prints it on the supporting detail listing
      ******************************************************************
       100-FOLD-ONE-TRIP.
      *
           IF (NOT TJ-TRIP) AND (NOT TJ-REVERSAL)
              PERFORM 040-READ-TRIPFILE
              GO TO 100-EXIT
           END-IF.
           MOVE TJ-TRIP-DATE (1:4) TO TRIP-YEAR.
           MOVE TJ-TRIP-DATE (5:2) TO TRIP-MONTH-NO.
           IF (TRIP-YEAR NOT = REPORT-YEAR-ENTRY)
              OR (TRIP-MONTH-NO < QUARTER-FIRST-MONTH)
              OR (TRIP-MONTH-NO > QUARTER-LAST-MONTH)
              PERFORM 040-READ-TRIPFILE
              GO TO 100-EXIT
           END-IF.
           ADD 1 TO TRIPFILE-RECORDS-RETENUS.
           MOVE SPACES TO DETAIL-LINE.
           IF (TJ-PROVINCE = SPACES)
              MOVE HOME-PROVINCE TO LOOKUP-PROVINCE
              MOVE "(HOME PROVINCE)" TO DL-NOTE
              ADD 1 TO TRIPFILE-RECORDS-DEFAUT
           ELSE
              MOVE TJ-PROVINCE TO LOOKUP-PROVINCE
           END-IF.
           PERFORM 110-FIND-PROVINCE-SLOT.
           IF (PROVINCE-FOUND-SWITCH = "Y")
              IF TJ-REVERSAL
                 SUBTRACT TJ-DISTANCE FROM PT-KM (PROVINCE-IDX)
                 SUBTRACT TJ-FUEL-USED FROM PT-LITRES (PROVINCE-IDX)
              ELSE
                 ADD TJ-DISTANCE TO PT-KM (PROVINCE-IDX)
                 ADD TJ-FUEL-USED TO PT-LITRES (PROVINCE-IDX)
              END-IF
           ELSE
              MOVE "(NOT IN RETURN)" TO DL-NOTE
           END-IF.
           PERFORM 120-PRINT-TRIP-DETAIL.
           PERFORM 040-READ-TRIPFILE.
      *
       100-EXIT.
           EXIT.
      *
      ******************************************************************
      *  This routine locates LOOKUP-PROVINCE in the table, adding it
      *  on first sight with no rate yet
      ******************************************************************
       110-FIND-PROVINCE-SLOT.
      *
           MOVE "N" TO PROVINCE-FOUND-SWITCH.
           IF (PROVINCE-COUNT > 0)
              SET PROVINCE-IDX TO 1
              SEARCH PROVINCE-ENTRY
                 AT END
                    CONTINUE
                 WHEN PT-PROVINCE (PROVINCE-IDX) = LOOKUP-PROVINCE
                    MOVE "Y" TO PROVINCE-FOUND-SWITCH
              END-SEARCH
           END-IF.
           IF (PROVINCE-FOUND-SWITCH = "N")
              IF (PROVINCE-COUNT < 20)
                 ADD 1 TO PROVINCE-COUNT
                 SET PROVINCE-IDX TO PROVINCE-COUNT
                 MOVE LOOKUP-PROVINCE TO PT-PROVINCE (PROVINCE-IDX)
                 MOVE "N" TO PT-RATE-SWITCH (PROVINCE-IDX)
                 MOVE 0 TO PT-RATE-DATE (PROVINCE-IDX)
                 MOVE 0 TO PT-RATE (PROVINCE-IDX)
                 MOVE 0 TO PT-KM (PROVINCE-IDX)
                 MOVE 0 TO PT-LITRES (PROVINCE-IDX)
                 MOVE "Y" TO PROVINCE-FOUND-SWITCH
              ELSE
                 DISPLAY "EXCEPTION: PROVINCE TABLE FULL - "
                         LOOKUP-PROVINCE " IGNORED."
                 MOVE "RECONERR" TO JOBLOG-STATUS-SWITCH
              END-IF
           END-IF.
      *
       120-PRINT-TRIP-DETAIL.
      *
           MOVE TJ-TRIP-DATE TO DL-TRIP-DATE.
           MOVE TJ-VEHICLE-ID TO DL-VEHICLE-ID.
           MOVE TJ-DRIVER-ID TO DL-DRIVER-ID.
           MOVE LOOKUP-PROVINCE TO DL-PROVINCE.
           IF TJ-REVERSAL
              MOVE "REV " TO DL-RECORD-TYPE
              COMPUTE DL-KM = 0 - TJ-DISTANCE
              COMPUTE DL-LITRES = 0 - TJ-FUEL-USED
           ELSE
              MOVE "TRIP" TO DL-RECORD-TYPE
              MOVE TJ-DISTANCE TO DL-KM
              MOVE TJ-FUEL-USED TO DL-LITRES
           END-IF.
           IF (RPT-LINE-COUNTER = 0)
              OR (RPT-LINE-COUNTER >= LINES-PER-PAGE)
              PERFORM 030-PRINT-HEADINGS
           END-IF.
           WRITE PRINT-AREA FROM DETAIL-LINE.
           ADD 1 TO RPT-LINE-COUNTER.
      *
      ******************************************************************
      *  This routine works out the fleet litres per km for the
      *  quarter, then prints one line per province with the tax due
      *  on the litres burned there against the tax paid on the
      *  litres bought there, and the fleet total
      ******************************************************************
       400-PRINT-PROVINCE-SUMMARY.
      *
           IF (NOT RUN-READY) OR (TRIPFILE-RECORDS-RETENUS = 0)
              DISPLAY "NO TRIP DETAIL IN THE QUARTER - NOTHING TO "
                      "RETURN."
           ELSE
              PERFORM 405-ADD-FLEET-TOTALS
                 VARYING PROVINCE-SCAN FROM 1 BY 1
                 UNTIL PROVINCE-SCAN > PROVINCE-COUNT
              IF (FLEET-KM > 0)
                 COMPUTE FLEET-LITRES-PER-KM ROUNDED =
                    FLEET-LITRES / FLEET-KM
              END-IF
              MOVE "S" TO REPORT-SECTION-SWITCH
              MOVE 0 TO RPT-LINE-COUNTER
              PERFORM 410-PRINT-ONE-PROVINCE
                 VARYING PROVINCE-SCAN FROM 1 BY 1
                 UNTIL PROVINCE-SCAN > PROVINCE-COUNT
              MOVE FLEET-KM TO TL-KM
              MOVE FLEET-LITRES TO TL-LITRES
              MOVE FLEET-CONSUMED TO TL-CONSUMED
              MOVE FLEET-TAX-DUE TO TL-TAX-DUE
              MOVE FLEET-TAX-PAID TO TL-TAX-PAID
              MOVE FLEET-NET-TAX TO TL-NET-TAX
              IF (FLEET-NET-TAX < 0)
                 MOVE "NET REFUND" TO TL-NOTE
              ELSE
                 MOVE "NET PAYABLE" TO TL-NOTE
              END-IF
              WRITE PRINT-AREA FROM TOTAL-LINE
              MOVE FLEET-LITRES-PER-KM TO AL-LITRES-PER-KM
              WRITE PRINT-AREA FROM AVERAGE-LINE
           END-IF.
      *
       405-ADD-FLEET-TOTALS.
      *
           SET PROVINCE-IDX TO PROVINCE-SCAN.
           ADD PT-KM (PROVINCE-IDX) TO FLEET-KM.
           ADD PT-LITRES (PROVINCE-IDX) TO FLEET-LITRES.
      *
       410-PRINT-ONE-PROVINCE.
      *
           SET PROVINCE-IDX TO PROVINCE-SCAN.
           IF (PT-KM (PROVINCE-IDX) = 0)
              AND (PT-LITRES (PROVINCE-IDX) = 0)
              CONTINUE
           ELSE
              COMPUTE LITRES-CONSUMED ROUNDED =
                 PT-KM (PROVINCE-IDX) * FLEET-LITRES-PER-KM
              COMPUTE TAX-DUE ROUNDED =
                 LITRES-CONSUMED * PT-RATE (PROVINCE-IDX)
              COMPUTE TAX-PAID ROUNDED =
                 PT-LITRES (PROVINCE-IDX) * PT-RATE (PROVINCE-IDX)
              COMPUTE NET-TAX = TAX-DUE - TAX-PAID
              MOVE SPACES TO SUMMARY-LINE
              MOVE PT-PROVINCE (PROVINCE-IDX) TO SL-PROVINCE
              MOVE PT-RATE (PROVINCE-IDX) TO SL-RATE
              MOVE PT-KM (PROVINCE-IDX) TO SL-KM
              MOVE PT-LITRES (PROVINCE-IDX) TO SL-LITRES
              MOVE LITRES-CONSUMED TO SL-CONSUMED
              MOVE TAX-DUE TO SL-TAX-DUE
              MOVE TAX-PAID TO SL-TAX-PAID
              MOVE NET-TAX TO SL-NET-TAX
              EVALUATE TRUE
                 WHEN NOT PT-RATE-ON-FILE (PROVINCE-IDX)
                    MOVE "(NO RATE)" TO SL-NOTE
                    MOVE "RECONERR" TO JOBLOG-STATUS-SWITCH
                 WHEN NET-TAX < 0
                    MOVE "REFUNDABLE" TO SL-NOTE
                 WHEN OTHER
                    MOVE "PAYABLE" TO SL-NOTE
              END-EVALUATE
              IF (RPT-LINE-COUNTER = 0)
                 OR (RPT-LINE-COUNTER >= LINES-PER-PAGE)
                 PERFORM 030-PRINT-HEADINGS
              END-IF
              WRITE PRINT-AREA FROM SUMMARY-LINE
              ADD 1 TO RPT-LINE-COUNTER
              ADD LITRES-CONSUMED TO FLEET-CONSUMED
              ADD TAX-DUE TO FLEET-TAX-DUE
              ADD TAX-PAID TO FLEET-TAX-PAID
              ADD NET-TAX TO FLEET-NET-TAX
           END-IF.
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
           IF PRINTING-SUMMARY
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
           DISPLAY "FUEL-TAX RETURN - " TRIPFILE-RECORDS-LUS
                   " JOURNAL RECORD(S) READ, "
                   TRIPFILE-RECORDS-RETENUS " IN QUARTER, "
                   TRIPFILE-RECORDS-DEFAUT " WITHOUT PROVINCE "
                   "(HOME PROVINCE " HOME-PROVINCE ").".
           IF RUN-READY
              CLOSE TRIPFILE
              CLOSE FTAXRPT
           END-IF.
      *
      ******************************************************************
      *  This routine writes the run's JOBLOG record and closes JOBLOG
      ******************************************************************
       950-ECRIRE-JOBLOG.
      *
           MOVE SPACES TO JOBLOG-RECORD.
           MOVE "FTAX0001" TO JL-PROGRAM-ID.
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
