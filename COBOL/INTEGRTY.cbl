      *****************************************************************
      * Program name:    INTG0001
      * Original author: MANUEL JARRY
      *
      * Maintenence Log
      * Date        Author        Maintenance Requirement
      * ----------- ------------  --------------------------------------
      * 15/10/2026   MANUEL JARRY  Created - nightly cross-file
      *                            referential integrity check of the
      *                            fleet and loan masters, ending
      *                            RECONERR when it finds breaks
      * 15/10/2026   MANUEL JARRY  HOLDMAST rows of accounts closed on
      *                            CLOSHIST are kept on purpose by
      *                            CLOT0001 and ECHE0001 and no longer
      *                            reported as breaks
      *
      *****************************************************************
       IDENTIFICATION DIVISION.
       PROGRAM-ID.  INTG0001.
       AUTHOR. MANUEL JARRY.
       INSTALLATION. COBOL-Learning
       DATE-WRITTEN. 15/10/2026.
       DATE-COMPILED. DD/MM/YYYY.
       SECURITY. NON-CONFIDENTIAL.
      *****************************************************************
      *
      ******************************************************************
      *  Every program checks its own keys as it posts, but nothing
      *  checks the files against each other afterwards. This run
      *  reads both sides of the system and lists every break:
      *     FLEET  TRIPFILE vehicles missing from VEHMAST
      *            TRIPFILE drivers missing from DRIVMAST
      *            VEHMAST vehicles with no FLEETLOG record
      *            VM-FUEL-TYPE with no FUELPRCE price
      *            VM-FUEL-TYPE with no EMISFACT factor
      *            VM-DEPARTMENT with no GLMAP FLT-dddd mapping
      *     LOAN   LOANMAST accounts with no HOLDMAST holder
      *            LOANMAST accounts with no ACCRMAST row
      *            HOLDMAST rows whose account is not on LOANMAST
      *              nor closed on CLOSHIST
      *            ACCRMAST rows whose account is not on LOANMAST
      *  Retired vehicles are not checked for fuel type or department.
      *  CLOT0001 and ECHE0001 keep the holder row of an account they
      *  close, so a HOLDMAST row of a closed account is not a break.
      *  A break ends the run RECONERR so the chain and the menu
      *  status panel show it; a side whose master cannot be opened
      *  is skipped and ends the run FILE-ERR
      ******************************************************************
       ENVIRONMENT DIVISION.
       CONFIGURATION SECTION.
       SOURCE-COMPUTER. PC-MANU.
       OBJECT-COMPUTER. PC-MANU.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
           SELECT INTGRPT ASSIGN TO INTGRPT
              ORGANIZATION IS LINE SEQUENTIAL.
           SELECT EMISFACT ASSIGN TO EMISFACT
              ORGANIZATION IS LINE SEQUENTIAL
              FILE STATUS IS EMISFACT-FILE-STATUS.
           SELECT GLMAP ASSIGN TO GLMAP
              ORGANIZATION IS LINE SEQUENTIAL
              FILE STATUS IS GLMAP-FILE-STATUS.
           SELECT LOANMAST ASSIGN TO LOANMAST
              ORGANIZATION IS LINE SEQUENTIAL
              FILE STATUS IS LOANMAST-FILE-STATUS.
           SELECT ACCRMAST ASSIGN TO ACCRMAST
              ORGANIZATION IS LINE SEQUENTIAL
              FILE STATUS IS ACCRMAST-FILE-STATUS.
           COPY VEHMSTSL.
           COPY DRVMSTSL.
           COPY FLEETLGSL.
           COPY TRIPFLSL.
           COPY FUELPRSL.
           COPY HOLDMSSL.
           COPY CLOHSTSL.
           COPY JOBLOGSL.
      *****************************************************************
      *
      *****************************************************************
       DATA DIVISION.
       FILE SECTION.
      *
       FD  INTGRPT.
       01  PRINT-AREA                    PIC X(132).
      *
      ******************************************************************
      *  Emission factor master, as EMIS0001 reads it
      ******************************************************************
       FD  EMISFACT.
       01  EMISFACT-RECORD.
           05 EF-FUEL-TYPE               PIC X(8).
           05 FILLER                     PIC X(1).
           05 EF-KG-CO2-PER-LITRE        PIC 9(2)V9(4).
      *
      ******************************************************************
      *  Chart-of-accounts mapping, as GLPJ0001 reads it
      ******************************************************************
       FD  GLMAP.
       01  GLMAP-RECORD.
           05 GM-SOURCE-CODE             PIC X(12).
           05 FILLER                     PIC X(1).
           05 GM-DEBIT-ACCT              PIC X(8).
           05 FILLER                     PIC X(1).
           05 GM-CREDIT-ACCT             PIC X(8).
      *
      ******************************************************************
      *  Loan master - only the account reference is needed here
      ******************************************************************
       FD  LOANMAST.
       01  LOANMAST-RECORD.
           05 LM-ACCOUNT-REF             PIC X(10).
           05 FILLER                     PIC X(43).
      *
      ******************************************************************
      *  Accrual state per account, as INTR0004 keeps it
      ******************************************************************
       FD  ACCRMAST.
       01  ACCRMAST-RECORD.
           05 AC-ACCOUNT-REF             PIC X(10).
           05 FILLER                     PIC X(1).
           05 AC-DERNIER-MOIS            PIC 9(6).
           05 FILLER                     PIC X(1).
           05 AC-MOIS-COURUS             PIC 9(4).
           05 FILLER                     PIC X(1).
           05 AC-INTERET-COURU           PIC 9(9)V99.
      *
       COPY VEHMSTFD.
      *
       COPY DRVMSTFD.
      *
       COPY FLEETLGFD.
      *
       COPY TRIPFLFD.
      *
       COPY FUELPRFD.
      *
       COPY HOLDMSFD.
      *
       COPY CLOHSTFD.
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
          05 TRIPFILE-EOF-SWITCH         PIC X          VALUE "N".
             88 TRIPFILE-EOF                            VALUE "Y".
          05 FUELPRCE-EOF-SWITCH         PIC X          VALUE "N".
             88 FUELPRCE-EOF                            VALUE "Y".
          05 EMISFACT-EOF-SWITCH         PIC X          VALUE "N".
             88 EMISFACT-EOF                            VALUE "Y".
          05 GLMAP-EOF-SWITCH            PIC X          VALUE "N".
             88 GLMAP-EOF                               VALUE "Y".
          05 LOANMAST-EOF-SWITCH         PIC X          VALUE "N".
             88 LOANMAST-EOF                            VALUE "Y".
          05 HOLDMAST-EOF-SWITCH         PIC X          VALUE "N".
             88 HOLDMAST-EOF                            VALUE "Y".
          05 ACCRMAST-EOF-SWITCH         PIC X          VALUE "N".
             88 ACCRMAST-EOF                            VALUE "Y".
          05 FLEET-SIDE-SWITCH           PIC X          VALUE "N".
             88 FLEET-SIDE-READY                        VALUE "Y".
          05 LOAN-SIDE-SWITCH            PIC X          VALUE "N".
             88 LOAN-SIDE-READY                         VALUE "Y".
          05 DRIVMAST-OPEN-SWITCH        PIC X          VALUE "N".
             88 DRIVMAST-OPENED                         VALUE "Y".
          05 FLEETLOG-OPEN-SWITCH        PIC X          VALUE "N".
             88 FLEETLOG-OPENED                         VALUE "Y".
          05 KEY-FOUND-SWITCH            PIC X          VALUE "N".
             88 KEY-FOUND                               VALUE "Y".
          05 CHECK-INCOMPLETE-SWITCH     PIC X          VALUE "N".
             88 CHECK-INCOMPLETE                        VALUE "Y".
      *
       01 FILE-STATUS-FIELDS.
          05 VEHMAST-FILE-STATUS         PIC X(2)       VALUE "00".
             88 VEHMAST-FILE-OK                         VALUE "00".
          05 DRIVMAST-FILE-STATUS        PIC X(2)       VALUE "00".
             88 DRIVMAST-FILE-OK                        VALUE "00".
          05 FLEETLOG-FILE-STATUS        PIC X(2)       VALUE "00".
             88 FLEETLOG-FILE-OK                        VALUE "00".
          05 TRIPFILE-FILE-STATUS        PIC X(2)       VALUE "00".
             88 TRIPFILE-FILE-OK                        VALUE "00".
          05 FUELPRCE-FILE-STATUS        PIC X(2)       VALUE "00".
             88 FUELPRCE-FILE-OK                        VALUE "00".
          05 EMISFACT-FILE-STATUS        PIC X(2)       VALUE "00".
             88 EMISFACT-FILE-OK                        VALUE "00".
          05 GLMAP-FILE-STATUS           PIC X(2)       VALUE "00".
             88 GLMAP-FILE-OK                           VALUE "00".
          05 LOANMAST-FILE-STATUS        PIC X(2)       VALUE "00".
             88 LOANMAST-FILE-OK                        VALUE "00".
          05 HOLDMAST-FILE-STATUS        PIC X(2)       VALUE "00".
             88 HOLDMAST-FILE-OK                        VALUE "00".
          05 ACCRMAST-FILE-STATUS        PIC X(2)       VALUE "00".
             88 ACCRMAST-FILE-OK                        VALUE "00".
          05 CLOSHIST-FILE-STATUS        PIC X(2)       VALUE "00".
             88 CLOSHIST-FILE-OK                        VALUE "00".
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
       COPY CLOHSTWS.
      *
      ******************************************************************
      *  The ten checks in report order - side, file checked and what
      *  the break means. CT-BREAKS counts the breaks found per check
      ******************************************************************
       01 CHECK-TABLE-INIT.
          05 FILLER                      PIC X(5)       VALUE "FLEET".
          05 FILLER                      PIC X(8)  VALUE "TRIPFILE".
          05 FILLER                      PIC X(36)      VALUE
                "VEHICLE NOT ON VEHMAST".
          05 FILLER                      PIC X(5)       VALUE "FLEET".
          05 FILLER                      PIC X(8)  VALUE "TRIPFILE".
          05 FILLER                      PIC X(36)      VALUE
                "DRIVER NOT ON DRIVMAST".
          05 FILLER                      PIC X(5)       VALUE "FLEET".
          05 FILLER                      PIC X(8)  VALUE "VEHMAST ".
          05 FILLER                      PIC X(36)      VALUE
                "NO FLEETLOG RECORD".
          05 FILLER                      PIC X(5)       VALUE "FLEET".
          05 FILLER                      PIC X(8)  VALUE "VEHMAST ".
          05 FILLER                      PIC X(36)      VALUE
                "FUEL TYPE HAS NO FUELPRCE PRICE".
          05 FILLER                      PIC X(5)       VALUE "FLEET".
          05 FILLER                      PIC X(8)  VALUE "VEHMAST ".
          05 FILLER                      PIC X(36)      VALUE
                "FUEL TYPE HAS NO EMISFACT FACTOR".
          05 FILLER                      PIC X(5)       VALUE "FLEET".
          05 FILLER                      PIC X(8)  VALUE "VEHMAST ".
          05 FILLER                      PIC X(36)      VALUE
                "DEPARTMENT HAS NO GLMAP MAPPING".
          05 FILLER                      PIC X(5)       VALUE "LOAN ".
          05 FILLER                      PIC X(8)  VALUE "LOANMAST".
          05 FILLER                      PIC X(36)      VALUE
                "ACCOUNT HAS NO HOLDMAST HOLDER".
          05 FILLER                      PIC X(5)       VALUE "LOAN ".
          05 FILLER                      PIC X(8)  VALUE "LOANMAST".
          05 FILLER                      PIC X(36)      VALUE
                "ACCOUNT HAS NO ACCRMAST ROW".
          05 FILLER                      PIC X(5)       VALUE "LOAN ".
          05 FILLER                      PIC X(8)  VALUE "HOLDMAST".
          05 FILLER                      PIC X(36)      VALUE
                "ACCOUNT NOT ON LOANMAST OR CLOSHIST".
          05 FILLER                      PIC X(5)       VALUE "LOAN ".
          05 FILLER                      PIC X(8)  VALUE "ACCRMAST".
          05 FILLER                      PIC X(36)      VALUE
                "ACCOUNT NOT ON LOANMAST".
      *
       01 CHECK-TABLE REDEFINES CHECK-TABLE-INIT.
          05 CHECK-ENTRY OCCURS 10 TIMES.
             10 CT-SIDE                  PIC X(5).
             10 CT-FILE                  PIC X(8).
             10 CT-DESCRIPTION           PIC X(36).
      *
       01 CHECK-BREAK-COUNTS.
          05 CT-BREAKS                   PIC 9(5)       VALUE 0
                                         OCCURS 10 TIMES.
      *
      ******************************************************************
      *  Vehicles and drivers journalled on TRIPFILE, with their trip
      *  count and first and last trip dates, gathered in one pass so
      *  each missing key is reported once
      ******************************************************************
       01 TRIP-VEHICLE-COUNT             PIC 9(4)       VALUE 0.
       01 TRIP-VEHICLE-TABLE.
          05 TRIP-VEHICLE-ENTRY
             OCCURS 0 TO 1000 TIMES DEPENDING ON TRIP-VEHICLE-COUNT
             INDEXED BY TV-IDX.
             10 TV-VEHICLE-ID            PIC X(6).
             10 TV-TRIP-COUNT            PIC 9(5).
             10 TV-FIRST-DATE            PIC 9(8).
             10 TV-LAST-DATE             PIC 9(8).
      *
       01 TRIP-DRIVER-COUNT              PIC 9(4)       VALUE 0.
       01 TRIP-DRIVER-TABLE.
          05 TRIP-DRIVER-ENTRY
             OCCURS 0 TO 1000 TIMES DEPENDING ON TRIP-DRIVER-COUNT
             INDEXED BY TD-IDX.
             10 TD-DRIVER-ID             PIC X(6).
             10 TD-TRIP-COUNT            PIC 9(5).
             10 TD-FIRST-DATE            PIC 9(8).
             10 TD-LAST-DATE             PIC 9(8).
      *
      ******************************************************************
      *  Fuel types priced on FUELPRCE and factored on EMISFACT, and
      *  the source codes mapped on GLMAP
      ******************************************************************
       01 PRICED-FUEL-COUNT              PIC 9(3)       VALUE 0.
       01 PRICED-FUEL-TABLE.
          05 PRICED-FUEL-ENTRY
             OCCURS 0 TO 100 TIMES DEPENDING ON PRICED-FUEL-COUNT
             INDEXED BY PF-IDX.
             10 PF-FUEL-TYPE             PIC X(8).
      *
       01 FACTORED-FUEL-COUNT            PIC 9(3)       VALUE 0.
       01 FACTORED-FUEL-TABLE.
          05 FACTORED-FUEL-ENTRY
             OCCURS 0 TO 100 TIMES DEPENDING ON FACTORED-FUEL-COUNT
             INDEXED BY FF-IDX.
             10 FF-FUEL-TYPE             PIC X(8).
      *
       01 MAPPED-SOURCE-COUNT            PIC 9(3)       VALUE 0.
       01 MAPPED-SOURCE-TABLE.
          05 MAPPED-SOURCE-ENTRY
             OCCURS 0 TO 500 TIMES DEPENDING ON MAPPED-SOURCE-COUNT
             INDEXED BY MS-IDX.
             10 MS-SOURCE-CODE           PIC X(12).
      *
      ******************************************************************
      *  Account references on the three loan-side files
      ******************************************************************
       01 LOAN-ACCOUNT-COUNT             PIC 9(4)       VALUE 0.
       01 LOAN-ACCOUNT-TABLE.
          05 LOAN-ACCOUNT-ENTRY
             OCCURS 0 TO 2000 TIMES DEPENDING ON LOAN-ACCOUNT-COUNT
             INDEXED BY LA-IDX.
             10 LA-ACCOUNT-REF           PIC X(10).
      *
       01 HOLDER-ACCOUNT-COUNT           PIC 9(4)       VALUE 0.
       01 HOLDER-ACCOUNT-TABLE.
          05 HOLDER-ACCOUNT-ENTRY
             OCCURS 0 TO 2000 TIMES DEPENDING ON HOLDER-ACCOUNT-COUNT
             INDEXED BY HA-IDX.
             10 HA-ACCOUNT-REF           PIC X(10).
      *
       01 ACCRUAL-ACCOUNT-COUNT          PIC 9(4)       VALUE 0.
       01 ACCRUAL-ACCOUNT-TABLE.
          05 ACCRUAL-ACCOUNT-ENTRY
             OCCURS 0 TO 2000 TIMES DEPENDING ON ACCRUAL-ACCOUNT-COUNT
             INDEXED BY AA-IDX.
             10 AA-ACCOUNT-REF           PIC X(10).
      *
       01 WORK-FIELDS.
          05 NUMERICAL-FIELDS.
             10 TABLE-SCAN               PIC 9(4)       VALUE 0.
             10 CHECK-NUMBER             PIC 9(2)       VALUE 0.
             10 TOTAL-BREAKS             PIC 9(6)       VALUE 0.
             10 EDITED-COUNT             PIC ZZZZ9.
          05 OTHER-FIELDS.
             10 LOOKUP-FUEL-TYPE         PIC X(8).
             10 LOOKUP-SOURCE-CODE       PIC X(12).
             10 LOOKUP-ACCOUNT-REF       PIC X(10).
             10 BREAK-KEY                PIC X(10).
             10 BREAK-DETAIL             PIC X(50).
             10 EDITED-DATE-1            PIC X(10).
             10 EDITED-DATE-2            PIC X(10).
             10 SEPARATOR-LINE           PIC X(50)
                                                        VALUE
                   "--------------------------------------------------".
      *
       01 DATE-TO-EDIT                   PIC 9(8)       VALUE 0.
       01 EDITED-DATE.
          05 ED-DAY                      PIC 9(2).
          05 FILLER                      PIC X(1)       VALUE "/".
          05 ED-MONTH                    PIC 9(2).
          05 FILLER                      PIC X(1)       VALUE "/".
          05 ED-YEAR                     PIC 9(4).
      *
       01 RECONCILIATION-COUNTERS.
          05 TRIPFILE-RECORDS-LUS        PIC 9(7)       VALUE 0.
          05 VEHMAST-RECORDS-LUS         PIC 9(5)       VALUE 0.
          05 LOANMAST-RECORDS-LUS        PIC 9(5)       VALUE 0.
          05 HOLDMAST-RECORDS-LUS        PIC 9(5)       VALUE 0.
          05 ACCRMAST-RECORDS-LUS        PIC 9(5)       VALUE 0.
          05 CLOSED-HOLDER-ROWS          PIC 9(5)       VALUE 0.
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
                "CROSS-FILE REFERENTIAL INTEGRITY CHECK".
          05 FILLER                      PIC X(8)  VALUE "PAGE:   ".
          05 HL1-PAGE-NUMBER             PIC ZZ9.
          05 FILLER                      PIC X(56)      VALUE SPACE.
      *
       01 HEADING-LINE-2.
          05 FILLER                      PIC X(7)       VALUE "SIDE".
          05 FILLER                      PIC X(10)      VALUE "FILE".
          05 FILLER                      PIC X(12)      VALUE "KEY".
          05 FILLER                      PIC X(38)      VALUE "BREAK".
          05 FILLER                      PIC X(50)      VALUE "DETAIL".
          05 FILLER                      PIC X(15)      VALUE SPACE.
      *
       01 DETAIL-LINE.
          05 DL-SIDE                     PIC X(5).
          05 FILLER                      PIC X(2)       VALUE SPACE.
          05 DL-FILE                     PIC X(8).
          05 FILLER                      PIC X(2)       VALUE SPACE.
          05 DL-KEY                      PIC X(10).
          05 FILLER                      PIC X(2)       VALUE SPACE.
          05 DL-DESCRIPTION              PIC X(36).
          05 FILLER                      PIC X(2)       VALUE SPACE.
          05 DL-DETAIL                   PIC X(50).
          05 FILLER                      PIC X(15)      VALUE SPACE.
      *
       01 SUMMARY-LINE.
          05 SL-SIDE                     PIC X(5).
          05 FILLER                      PIC X(2)       VALUE SPACE.
          05 SL-FILE                     PIC X(8).
          05 FILLER                      PIC X(14)      VALUE SPACE.
          05 SL-DESCRIPTION              PIC X(36).
          05 FILLER                      PIC X(2)       VALUE SPACE.
          05 SL-BREAKS                   PIC ZZ,ZZ9.
          05 FILLER                      PIC X(59)      VALUE SPACE.
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
           IF FLEET-SIDE-READY
              PERFORM 100-CHECK-FLEET-SIDE
           END-IF.
           IF LOAN-SIDE-READY
              PERFORM 300-CHECK-LOAN-SIDE
           END-IF.
           PERFORM 800-PRINT-SUMMARY.
           PERFORM 900-SHUTDOWN-FILES.
           PERFORM 950-ECRIRE-JOBLOG.
           DISPLAY "END OF PROGRAM.".
           GOBACK.
      *
      ******************************************************************
      *  This routine opens the report and the two masters that carry
      *  each side - a side whose master cannot be opened is skipped
      *  and the run ends FILE-ERR, while the other side still runs
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
           OPEN OUTPUT INTGRPT.
           OPEN INPUT VEHMAST.
           IF NOT VEHMAST-FILE-OK
              DISPLAY "VEHMAST INTROUVABLE OU ILLISIBLE "
                      "(FILE STATUS " VEHMAST-FILE-STATUS "). "
                      "FLEET-SIDE CHECKS SKIPPED."
              MOVE "FILE-ERR" TO JOBLOG-STATUS-SWITCH
           ELSE
              MOVE "Y" TO FLEET-SIDE-SWITCH
           END-IF.
           OPEN INPUT LOANMAST.
           IF NOT LOANMAST-FILE-OK
              DISPLAY "LOANMAST INTROUVABLE OU ILLISIBLE "
                      "(FILE STATUS " LOANMAST-FILE-STATUS "). "
                      "LOAN-SIDE CHECKS SKIPPED."
              MOVE "FILE-ERR" TO JOBLOG-STATUS-SWITCH
           ELSE
              MOVE "Y" TO LOAN-SIDE-SWITCH
           END-IF.
      *
      ******************************************************************
      *  This routine runs the fleet-side checks - the reference files
      *  are gathered first, then the keys TRIPFILE journalled are
      *  looked up on the masters, then VEHMAST is swept in key order.
      *  A reference file that cannot be opened counts as empty, so
      *  every key that needs it is reported
      ******************************************************************
       100-CHECK-FLEET-SIDE.
      *
           PERFORM 110-GATHER-TRIP-KEYS.
           PERFORM 120-GATHER-FUEL-PRICES.
           PERFORM 125-GATHER-EMISSION-FACTORS.
           PERFORM 130-GATHER-GL-MAPPING.
           OPEN INPUT DRIVMAST.
           IF DRIVMAST-FILE-OK
              MOVE "Y" TO DRIVMAST-OPEN-SWITCH
           ELSE
              DISPLAY "DRIVMAST NOT AVAILABLE (FILE STATUS "
                      DRIVMAST-FILE-STATUS ") - TREATED AS EMPTY."
           END-IF.
           OPEN INPUT FLEETLOG.
           IF FLEETLOG-FILE-OK
              MOVE "Y" TO FLEETLOG-OPEN-SWITCH
           ELSE
              DISPLAY "FLEETLOG NOT AVAILABLE (FILE STATUS "
                      FLEETLOG-FILE-STATUS ") - TREATED AS EMPTY."
           END-IF.
           PERFORM 140-CHECK-ONE-TRIP-VEHICLE
              VARYING TABLE-SCAN FROM 1 BY 1
              UNTIL TABLE-SCAN > TRIP-VEHICLE-COUNT.
           PERFORM 145-CHECK-ONE-TRIP-DRIVER
              VARYING TABLE-SCAN FROM 1 BY 1
              UNTIL TABLE-SCAN > TRIP-DRIVER-COUNT.
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
                    PERFORM 150-CHECK-ONE-VEHICLE THRU 150-EXIT
              END-READ
           END-PERFORM.
           IF DRIVMAST-OPENED
              CLOSE DRIVMAST
           END-IF.
           IF FLEETLOG-OPENED
              CLOSE FLEETLOG
           END-IF.
           CLOSE VEHMAST.
      *
      ******************************************************************
      *  This routine reads TRIPFILE once, gathering every vehicle and
      *  driver it journals - a blank driver ID predates driver
      *  attribution and is not a break. A missing TRIPFILE just
      *  means no trips yet
      ******************************************************************
       110-GATHER-TRIP-KEYS.
      *
           OPEN INPUT TRIPFILE.
           IF NOT TRIPFILE-FILE-OK
              DISPLAY "TRIPFILE NOT AVAILABLE (FILE STATUS "
                      TRIPFILE-FILE-STATUS ") - NO TRIPS TO CHECK."
           ELSE
              PERFORM UNTIL TRIPFILE-EOF
                 READ TRIPFILE
                    AT END
                       MOVE "Y" TO TRIPFILE-EOF-SWITCH
                    NOT AT END
                       ADD 1 TO TRIPFILE-RECORDS-LUS
                       PERFORM 112-NOTE-TRIP-VEHICLE
                       IF (TJ-DRIVER-ID NOT = SPACES)
                          PERFORM 114-NOTE-TRIP-DRIVER
                       END-IF
                 END-READ
              END-PERFORM
              CLOSE TRIPFILE
           END-IF.
      *
       112-NOTE-TRIP-VEHICLE.
      *
           MOVE "N" TO KEY-FOUND-SWITCH.
           IF (TRIP-VEHICLE-COUNT > 0)
              SET TV-IDX TO 1
              SEARCH TRIP-VEHICLE-ENTRY
                 AT END
                    CONTINUE
                 WHEN TV-VEHICLE-ID (TV-IDX) = TJ-VEHICLE-ID
                    MOVE "Y" TO KEY-FOUND-SWITCH
              END-SEARCH
           END-IF.
           IF (NOT KEY-FOUND)
              IF (TRIP-VEHICLE-COUNT < 1000)
                 ADD 1 TO TRIP-VEHICLE-COUNT
                 SET TV-IDX TO TRIP-VEHICLE-COUNT
                 MOVE TJ-VEHICLE-ID TO TV-VEHICLE-ID (TV-IDX)
                 MOVE 0 TO TV-TRIP-COUNT (TV-IDX)
                 MOVE TJ-TRIP-DATE TO TV-FIRST-DATE (TV-IDX)
                 MOVE TJ-TRIP-DATE TO TV-LAST-DATE (TV-IDX)
                 MOVE "Y" TO KEY-FOUND-SWITCH
              ELSE
                 IF (NOT CHECK-INCOMPLETE)
                    DISPLAY "EXCEPTION: TRIP VEHICLE TABLE FULL - "
                            "VEHICLES FROM " TJ-VEHICLE-ID
                            " ON ARE NOT CHECKED."
                 END-IF
                 MOVE "Y" TO CHECK-INCOMPLETE-SWITCH
              END-IF
           END-IF.
           IF KEY-FOUND
              ADD 1 TO TV-TRIP-COUNT (TV-IDX)
              IF (TJ-TRIP-DATE < TV-FIRST-DATE (TV-IDX))
                 MOVE TJ-TRIP-DATE TO TV-FIRST-DATE (TV-IDX)
              END-IF
              IF (TJ-TRIP-DATE > TV-LAST-DATE (TV-IDX))
                 MOVE TJ-TRIP-DATE TO TV-LAST-DATE (TV-IDX)
              END-IF
           END-IF.
      *
       114-NOTE-TRIP-DRIVER.
      *
           MOVE "N" TO KEY-FOUND-SWITCH.
           IF (TRIP-DRIVER-COUNT > 0)
              SET TD-IDX TO 1
              SEARCH TRIP-DRIVER-ENTRY
                 AT END
                    CONTINUE
                 WHEN TD-DRIVER-ID (TD-IDX) = TJ-DRIVER-ID
                    MOVE "Y" TO KEY-FOUND-SWITCH
              END-SEARCH
           END-IF.
           IF (NOT KEY-FOUND)
              IF (TRIP-DRIVER-COUNT < 1000)
                 ADD 1 TO TRIP-DRIVER-COUNT
                 SET TD-IDX TO TRIP-DRIVER-COUNT
                 MOVE TJ-DRIVER-ID TO TD-DRIVER-ID (TD-IDX)
                 MOVE 0 TO TD-TRIP-COUNT (TD-IDX)
                 MOVE TJ-TRIP-DATE TO TD-FIRST-DATE (TD-IDX)
                 MOVE TJ-TRIP-DATE TO TD-LAST-DATE (TD-IDX)
                 MOVE "Y" TO KEY-FOUND-SWITCH
              ELSE
                 IF (NOT CHECK-INCOMPLETE)
                    DISPLAY "EXCEPTION: TRIP DRIVER TABLE FULL - "
                            "DRIVERS FROM " TJ-DRIVER-ID
                            " ON ARE NOT CHECKED."
                 END-IF
                 MOVE "Y" TO CHECK-INCOMPLETE-SWITCH
              END-IF
           END-IF.
           IF KEY-FOUND
              ADD 1 TO TD-TRIP-COUNT (TD-IDX)
              IF (TJ-TRIP-DATE < TD-FIRST-DATE (TD-IDX))
                 MOVE TJ-TRIP-DATE TO TD-FIRST-DATE (TD-IDX)
              END-IF
              IF (TJ-TRIP-DATE > TD-LAST-DATE (TD-IDX))
                 MOVE TJ-TRIP-DATE TO TD-LAST-DATE (TD-IDX)
              END-IF
           END-IF.
      *
      ******************************************************************
      *  This routine gathers the fuel types FUELPRCE prices on any
      *  date - a fuel type needs only one price row to be priced
      ******************************************************************
       120-GATHER-FUEL-PRICES.
      *
           OPEN INPUT FUELPRCE.
           IF NOT FUELPRCE-FILE-OK
              DISPLAY "FUELPRCE NOT AVAILABLE (FILE STATUS "
                      FUELPRCE-FILE-STATUS ") - TREATED AS EMPTY."
           ELSE
              PERFORM UNTIL FUELPRCE-EOF
                 READ FUELPRCE NEXT RECORD
                    AT END
                       MOVE "Y" TO FUELPRCE-EOF-SWITCH
                    NOT AT END
                       MOVE FP-FUEL-TYPE TO LOOKUP-FUEL-TYPE
                       PERFORM 160-FIND-PRICED-FUEL
                       IF (NOT KEY-FOUND)
                          PERFORM 122-KEEP-PRICED-FUEL
                       END-IF
                 END-READ
              END-PERFORM
              CLOSE FUELPRCE
           END-IF.
      *
       122-KEEP-PRICED-FUEL.
      *
           IF (PRICED-FUEL-COUNT < 100)
              ADD 1 TO PRICED-FUEL-COUNT
              MOVE LOOKUP-FUEL-TYPE TO PF-FUEL-TYPE (PRICED-FUEL-COUNT)
           ELSE
              DISPLAY "EXCEPTION: PRICED FUEL TABLE FULL - "
                      LOOKUP-FUEL-TYPE " IGNORED."
              MOVE "Y" TO CHECK-INCOMPLETE-SWITCH
           END-IF.
      *
      ******************************************************************
      *  This routine gathers the fuel types EMISFACT carries a factor
      *  for
      ******************************************************************
       125-GATHER-EMISSION-FACTORS.
      *
           OPEN INPUT EMISFACT.
           IF NOT EMISFACT-FILE-OK
              DISPLAY "EMISFACT NOT AVAILABLE (FILE STATUS "
                      EMISFACT-FILE-STATUS ") - TREATED AS EMPTY."
           ELSE
              PERFORM UNTIL EMISFACT-EOF
                 READ EMISFACT
                    AT END
                       MOVE "Y" TO EMISFACT-EOF-SWITCH
                    NOT AT END
                       PERFORM 127-KEEP-FACTORED-FUEL
                 END-READ
              END-PERFORM
              CLOSE EMISFACT
           END-IF.
      *
       127-KEEP-FACTORED-FUEL.
      *
           IF (FACTORED-FUEL-COUNT < 100)
              ADD 1 TO FACTORED-FUEL-COUNT
              MOVE EF-FUEL-TYPE TO FF-FUEL-TYPE (FACTORED-FUEL-COUNT)
           ELSE
              DISPLAY "EXCEPTION: EMISSION FACTOR TABLE FULL - "
                      EF-FUEL-TYPE " IGNORED."
              MOVE "Y" TO CHECK-INCOMPLETE-SWITCH
           END-IF.
      *
      ******************************************************************
      *  This routine gathers the source codes GLMAP maps
      ******************************************************************
       130-GATHER-GL-MAPPING.
      *
           OPEN INPUT GLMAP.
           IF NOT GLMAP-FILE-OK
              DISPLAY "GLMAP NOT AVAILABLE (FILE STATUS "
                      GLMAP-FILE-STATUS ") - TREATED AS EMPTY."
           ELSE
              PERFORM UNTIL GLMAP-EOF
                 READ GLMAP
                    AT END
                       MOVE "Y" TO GLMAP-EOF-SWITCH
                    NOT AT END
                       PERFORM 132-KEEP-MAPPED-SOURCE
                 END-READ
              END-PERFORM
              CLOSE GLMAP
           END-IF.
      *
       132-KEEP-MAPPED-SOURCE.
      *
           IF (MAPPED-SOURCE-COUNT < 500)
              ADD 1 TO MAPPED-SOURCE-COUNT
              MOVE GM-SOURCE-CODE
                 TO MS-SOURCE-CODE (MAPPED-SOURCE-COUNT)
           ELSE
              DISPLAY "EXCEPTION: GL MAPPING TABLE FULL - "
                      GM-SOURCE-CODE " IGNORED."
              MOVE "Y" TO CHECK-INCOMPLETE-SWITCH
           END-IF.
      *
      ******************************************************************
      *  This routine looks one journalled vehicle up on VEHMAST
      ******************************************************************
       140-CHECK-ONE-TRIP-VEHICLE.
      *
           MOVE TV-VEHICLE-ID (TABLE-SCAN) TO VM-VEHICLE-ID.
           READ VEHMAST
              INVALID KEY
                 MOVE 1 TO CHECK-NUMBER
                 MOVE TV-VEHICLE-ID (TABLE-SCAN) TO BREAK-KEY
                 MOVE TV-TRIP-COUNT (TABLE-SCAN) TO EDITED-COUNT
                 MOVE TV-FIRST-DATE (TABLE-SCAN) TO DATE-TO-EDIT
                 PERFORM 520-EDIT-DATE
                 MOVE EDITED-DATE TO EDITED-DATE-1
                 MOVE TV-LAST-DATE (TABLE-SCAN) TO DATE-TO-EDIT
                 PERFORM 520-EDIT-DATE
                 MOVE EDITED-DATE TO EDITED-DATE-2
                 PERFORM 510-DESCRIBE-TRIP-SPAN
                 PERFORM 500-REPORT-BREAK
           END-READ.
      *
      ******************************************************************
      *  This routine looks one journalled driver up on DRIVMAST
      ******************************************************************
       145-CHECK-ONE-TRIP-DRIVER.
      *
           MOVE "N" TO KEY-FOUND-SWITCH.
           IF DRIVMAST-OPENED
              MOVE TD-DRIVER-ID (TABLE-SCAN) TO DM-DRIVER-ID
              READ DRIVMAST
                 INVALID KEY
                    CONTINUE
                 NOT INVALID KEY
                    MOVE "Y" TO KEY-FOUND-SWITCH
              END-READ
           END-IF.
           IF (NOT KEY-FOUND)
              MOVE 2 TO CHECK-NUMBER
              MOVE TD-DRIVER-ID (TABLE-SCAN) TO BREAK-KEY
              MOVE TD-TRIP-COUNT (TABLE-SCAN) TO EDITED-COUNT
              MOVE TD-FIRST-DATE (TABLE-SCAN) TO DATE-TO-EDIT
              PERFORM 520-EDIT-DATE
              MOVE EDITED-DATE TO EDITED-DATE-1
              MOVE TD-LAST-DATE (TABLE-SCAN) TO DATE-TO-EDIT
              PERFORM 520-EDIT-DATE
              MOVE EDITED-DATE TO EDITED-DATE-2
              PERFORM 510-DESCRIBE-TRIP-SPAN
              PERFORM 500-REPORT-BREAK
           END-IF.
      *
      ******************************************************************
      *  This routine checks one VEHMAST vehicle - its FLEETLOG record
      *  and, unless it is retired, its fuel type and its department
      ******************************************************************
       150-CHECK-ONE-VEHICLE.
      *
           MOVE VM-VEHICLE-ID TO BREAK-KEY.
           MOVE "N" TO KEY-FOUND-SWITCH.
           IF FLEETLOG-OPENED
              MOVE VM-VEHICLE-ID TO FL-VEHICLE-ID
              READ FLEETLOG
                 INVALID KEY
                    CONTINUE
                 NOT INVALID KEY
                    MOVE "Y" TO KEY-FOUND-SWITCH
              END-READ
           END-IF.
           IF (NOT KEY-FOUND)
              MOVE 3 TO CHECK-NUMBER
              PERFORM 152-DESCRIBE-VEHICLE-TRIPS
              PERFORM 500-REPORT-BREAK
           END-IF.
           IF VM-RETIRED
              GO TO 150-EXIT
           END-IF.
           MOVE VM-FUEL-TYPE TO LOOKUP-FUEL-TYPE.
           PERFORM 160-FIND-PRICED-FUEL.
           IF (NOT KEY-FOUND)
              MOVE 4 TO CHECK-NUMBER
              MOVE SPACES TO BREAK-DETAIL
              STRING "FUEL TYPE " VM-FUEL-TYPE
                 DELIMITED BY SIZE INTO BREAK-DETAIL
              PERFORM 500-REPORT-BREAK
           END-IF.
           PERFORM 165-FIND-FACTORED-FUEL.
           IF (NOT KEY-FOUND)
              MOVE 5 TO CHECK-NUMBER
              MOVE SPACES TO BREAK-DETAIL
              STRING "FUEL TYPE " VM-FUEL-TYPE
                 DELIMITED BY SIZE INTO BREAK-DETAIL
              PERFORM 500-REPORT-BREAK
           END-IF.
           IF (VM-DEPARTMENT NOT = SPACES)
              MOVE SPACES TO LOOKUP-SOURCE-CODE
              STRING "FLT-" VM-DEPARTMENT
                 DELIMITED BY SIZE INTO LOOKUP-SOURCE-CODE
              PERFORM 170-FIND-MAPPED-SOURCE
              IF (NOT KEY-FOUND)
                 MOVE 6 TO CHECK-NUMBER
                 MOVE SPACES TO BREAK-DETAIL
                 STRING "DEPARTMENT " VM-DEPARTMENT
                        " - NO " LOOKUP-SOURCE-CODE " ROW"
                    DELIMITED BY SIZE INTO BREAK-DETAIL
                 PERFORM 500-REPORT-BREAK
              END-IF
           END-IF.
      *
       150-EXIT.
           EXIT.
      *
      ******************************************************************
      *  FLEETLOG records are created by a vehicle's first posted
      *  trip, so the detail says whether TRIPFILE holds any for it
      ******************************************************************
       152-DESCRIBE-VEHICLE-TRIPS.
      *
           MOVE SPACES TO BREAK-DETAIL.
           MOVE "N" TO KEY-FOUND-SWITCH.
           IF (TRIP-VEHICLE-COUNT > 0)
              SET TV-IDX TO 1
              SEARCH TRIP-VEHICLE-ENTRY
                 AT END
                    CONTINUE
                 WHEN TV-VEHICLE-ID (TV-IDX) = VM-VEHICLE-ID
                    MOVE "Y" TO KEY-FOUND-SWITCH
              END-SEARCH
           END-IF.
           IF KEY-FOUND
              MOVE TV-TRIP-COUNT (TV-IDX) TO EDITED-COUNT
              STRING EDITED-COUNT " TRIP(S) JOURNALLED ON TRIPFILE"
                 DELIMITED BY SIZE INTO BREAK-DETAIL
           ELSE
              MOVE "NO TRIPS JOURNALLED YET" TO BREAK-DETAIL
           END-IF.
      *
       160-FIND-PRICED-FUEL.
      *
           MOVE "N" TO KEY-FOUND-SWITCH.
           IF (PRICED-FUEL-COUNT > 0)
              SET PF-IDX TO 1
              SEARCH PRICED-FUEL-ENTRY
                 AT END
                    CONTINUE
                 WHEN PF-FUEL-TYPE (PF-IDX) = LOOKUP-FUEL-TYPE
                    MOVE "Y" TO KEY-FOUND-SWITCH
              END-SEARCH
           END-IF.
      *
       165-FIND-FACTORED-FUEL.
      *
           MOVE "N" TO KEY-FOUND-SWITCH.
           IF (FACTORED-FUEL-COUNT > 0)
              SET FF-IDX TO 1
              SEARCH FACTORED-FUEL-ENTRY
                 AT END
                    CONTINUE
                 WHEN FF-FUEL-TYPE (FF-IDX) = LOOKUP-FUEL-TYPE
                    MOVE "Y" TO KEY-FOUND-SWITCH
              END-SEARCH
           END-IF.
      *
       170-FIND-MAPPED-SOURCE.
      *
           MOVE "N" TO KEY-FOUND-SWITCH.
           IF (MAPPED-SOURCE-COUNT > 0)
              SET MS-IDX TO 1
              SEARCH MAPPED-SOURCE-ENTRY
                 AT END
                    CONTINUE
                 WHEN MS-SOURCE-CODE (MS-IDX) = LOOKUP-SOURCE-CODE
                    MOVE "Y" TO KEY-FOUND-SWITCH
              END-SEARCH
           END-IF.
      *
      ******************************************************************
      *  This routine runs the loan-side checks - the account
      *  references of LOANMAST, HOLDMAST and ACCRMAST are gathered,
      *  then each file is checked against LOANMAST and LOANMAST
      *  against the other two. A HOLDMAST or ACCRMAST that cannot be
      *  opened counts as empty. The references closed on CLOSHIST are
      *  gathered too - a missing CLOSHIST means none was ever closed
      ******************************************************************
       300-CHECK-LOAN-SIDE.
      *
           PERFORM UNTIL LOANMAST-EOF
              READ LOANMAST
                 AT END
                    MOVE "Y" TO LOANMAST-EOF-SWITCH
                 NOT AT END
                    ADD 1 TO LOANMAST-RECORDS-LUS
                    PERFORM 310-KEEP-LOAN-ACCOUNT
              END-READ
           END-PERFORM.
           CLOSE LOANMAST.
           OPEN INPUT HOLDMAST.
           IF NOT HOLDMAST-FILE-OK
              DISPLAY "HOLDMAST NOT AVAILABLE (FILE STATUS "
                      HOLDMAST-FILE-STATUS ") - TREATED AS EMPTY."
           ELSE
              PERFORM UNTIL HOLDMAST-EOF
                 READ HOLDMAST
                    AT END
                       MOVE "Y" TO HOLDMAST-EOF-SWITCH
                    NOT AT END
                       ADD 1 TO HOLDMAST-RECORDS-LUS
                       PERFORM 320-KEEP-HOLDER-ACCOUNT
                 END-READ
              END-PERFORM
              CLOSE HOLDMAST
           END-IF.
           OPEN INPUT ACCRMAST.
           IF NOT ACCRMAST-FILE-OK
              DISPLAY "ACCRMAST NOT AVAILABLE (FILE STATUS "
                      ACCRMAST-FILE-STATUS ") - TREATED AS EMPTY."
           ELSE
              PERFORM UNTIL ACCRMAST-EOF
                 READ ACCRMAST
                    AT END
                       MOVE "Y" TO ACCRMAST-EOF-SWITCH
                    NOT AT END
                       ADD 1 TO ACCRMAST-RECORDS-LUS
                       PERFORM 330-KEEP-ACCRUAL-ACCOUNT
                 END-READ
              END-PERFORM
              CLOSE ACCRMAST
           END-IF.
           OPEN INPUT CLOSHIST.
           IF NOT CLOSHIST-FILE-OK
              IF (CLOSHIST-FILE-STATUS NOT = "35")
                 DISPLAY "CLOSHIST NOT AVAILABLE (FILE STATUS "
                         CLOSHIST-FILE-STATUS ") - TREATED AS EMPTY."
              END-IF
           ELSE
              PERFORM UNTIL CLOSHIST-EOF
                 READ CLOSHIST
                    AT END
                       MOVE "Y" TO CLOSHIST-EOF-SWITCH
                    NOT AT END
                       PERFORM 335-KEEP-CLOSED-ACCOUNT
                 END-READ
              END-PERFORM
              CLOSE CLOSHIST
           END-IF.
           PERFORM 340-CHECK-ONE-LOAN-ACCOUNT
              VARYING TABLE-SCAN FROM 1 BY 1
              UNTIL TABLE-SCAN > LOAN-ACCOUNT-COUNT.
           PERFORM 350-CHECK-ONE-HOLDER-ROW
              VARYING TABLE-SCAN FROM 1 BY 1
              UNTIL TABLE-SCAN > HOLDER-ACCOUNT-COUNT.
           PERFORM 360-CHECK-ONE-ACCRUAL-ROW
              VARYING TABLE-SCAN FROM 1 BY 1
              UNTIL TABLE-SCAN > ACCRUAL-ACCOUNT-COUNT.
      *
       310-KEEP-LOAN-ACCOUNT.
      *
           IF (LOAN-ACCOUNT-COUNT < 2000)
              ADD 1 TO LOAN-ACCOUNT-COUNT
              MOVE LM-ACCOUNT-REF TO LA-ACCOUNT-REF (LOAN-ACCOUNT-COUNT)
           ELSE
              DISPLAY "EXCEPTION: LOAN ACCOUNT TABLE FULL - "
                      LM-ACCOUNT-REF " NOT CHECKED."
              MOVE "Y" TO CHECK-INCOMPLETE-SWITCH
           END-IF.
      *
       320-KEEP-HOLDER-ACCOUNT.
      *
           IF (HOLDER-ACCOUNT-COUNT < 2000)
              ADD 1 TO HOLDER-ACCOUNT-COUNT
              MOVE HM-ACCOUNT-REF
                 TO HA-ACCOUNT-REF (HOLDER-ACCOUNT-COUNT)
           ELSE
              DISPLAY "EXCEPTION: HOLDER TABLE FULL - "
                      HM-ACCOUNT-REF " NOT CHECKED."
              MOVE "Y" TO CHECK-INCOMPLETE-SWITCH
           END-IF.
      *
       330-KEEP-ACCRUAL-ACCOUNT.
      *
           IF (ACCRUAL-ACCOUNT-COUNT < 2000)
              ADD 1 TO ACCRUAL-ACCOUNT-COUNT
              MOVE AC-ACCOUNT-REF
                 TO AA-ACCOUNT-REF (ACCRUAL-ACCOUNT-COUNT)
           ELSE
              DISPLAY "EXCEPTION: ACCRUAL TABLE FULL - "
                      AC-ACCOUNT-REF " NOT CHECKED."
              MOVE "Y" TO CHECK-INCOMPLETE-SWITCH
           END-IF.
      *
       335-KEEP-CLOSED-ACCOUNT.
      *
           IF (FERMES-COUNT < 2000)
              ADD 1 TO FERMES-COUNT
              MOVE CH-ACCOUNT-REF TO FE-ACCOUNT-REF (FERMES-COUNT)
              MOVE CH-DATE-CLOTURE TO FE-DATE-CLOTURE (FERMES-COUNT)
           ELSE
              IF (NOT FERMES-DEBORDEE)
                 DISPLAY "EXCEPTION: CLOSED ACCOUNT TABLE FULL - "
                         CH-ACCOUNT-REF " AND AFTER NOT KNOWN CLOSED."
                 MOVE "Y" TO FERMES-DEBORDEE-SWITCH
                 MOVE "Y" TO CHECK-INCOMPLETE-SWITCH
              END-IF
           END-IF.
      *
      ******************************************************************
      *  An account with no ACCRMAST row has never been through an
      *  INTR0004 month - new since the last accrual run, or missed
      ******************************************************************
       340-CHECK-ONE-LOAN-ACCOUNT.
      *
           MOVE LA-ACCOUNT-REF (TABLE-SCAN) TO LOOKUP-ACCOUNT-REF.
           MOVE LOOKUP-ACCOUNT-REF TO BREAK-KEY.
           MOVE "N" TO KEY-FOUND-SWITCH.
           IF (HOLDER-ACCOUNT-COUNT > 0)
              SET HA-IDX TO 1
              SEARCH HOLDER-ACCOUNT-ENTRY
                 AT END
                    CONTINUE
                 WHEN HA-ACCOUNT-REF (HA-IDX) = LOOKUP-ACCOUNT-REF
                    MOVE "Y" TO KEY-FOUND-SWITCH
              END-SEARCH
           END-IF.
           IF (NOT KEY-FOUND)
              MOVE 7 TO CHECK-NUMBER
              MOVE "NO NAME, ADDRESS OR STATEMENT LANGUAGE"
                 TO BREAK-DETAIL
              PERFORM 500-REPORT-BREAK
           END-IF.
           MOVE "N" TO KEY-FOUND-SWITCH.
           IF (ACCRUAL-ACCOUNT-COUNT > 0)
              SET AA-IDX TO 1
              SEARCH ACCRUAL-ACCOUNT-ENTRY
                 AT END
                    CONTINUE
                 WHEN AA-ACCOUNT-REF (AA-IDX) = LOOKUP-ACCOUNT-REF
                    MOVE "Y" TO KEY-FOUND-SWITCH
              END-SEARCH
           END-IF.
           IF (NOT KEY-FOUND)
              MOVE 8 TO CHECK-NUMBER
              MOVE "NEVER ACCRUED BY INTR0004" TO BREAK-DETAIL
              PERFORM 500-REPORT-BREAK
           END-IF.
      *
      ******************************************************************
      *  The holder row of an account closed on CLOSHIST is kept on
      *  purpose and is only counted, not reported
      ******************************************************************
       350-CHECK-ONE-HOLDER-ROW.
      *
           MOVE HA-ACCOUNT-REF (TABLE-SCAN) TO LOOKUP-ACCOUNT-REF.
           PERFORM 370-FIND-LOAN-ACCOUNT.
           IF (NOT KEY-FOUND)
              PERFORM 375-FIND-CLOSED-ACCOUNT
              IF FERME-TROUVE
                 ADD 1 TO CLOSED-HOLDER-ROWS
                 MOVE "Y" TO KEY-FOUND-SWITCH
              END-IF
           END-IF.
           IF (NOT KEY-FOUND)
              MOVE 9 TO CHECK-NUMBER
              MOVE LOOKUP-ACCOUNT-REF TO BREAK-KEY
              MOVE "HOLDER ROW LEFT BEHIND" TO BREAK-DETAIL
              PERFORM 500-REPORT-BREAK
           END-IF.
      *
       360-CHECK-ONE-ACCRUAL-ROW.
      *
           MOVE AA-ACCOUNT-REF (TABLE-SCAN) TO LOOKUP-ACCOUNT-REF.
           PERFORM 370-FIND-LOAN-ACCOUNT.
           IF (NOT KEY-FOUND)
              MOVE 10 TO CHECK-NUMBER
              MOVE LOOKUP-ACCOUNT-REF TO BREAK-KEY
              MOVE "ACCRUAL ROW LEFT BEHIND" TO BREAK-DETAIL
              PERFORM 500-REPORT-BREAK
           END-IF.
      *
       370-FIND-LOAN-ACCOUNT.
      *
           MOVE "N" TO KEY-FOUND-SWITCH.
           IF (LOAN-ACCOUNT-COUNT > 0)
              SET LA-IDX TO 1
              SEARCH LOAN-ACCOUNT-ENTRY
                 AT END
                    CONTINUE
                 WHEN LA-ACCOUNT-REF (LA-IDX) = LOOKUP-ACCOUNT-REF
                    MOVE "Y" TO KEY-FOUND-SWITCH
              END-SEARCH
           END-IF.
      *
       375-FIND-CLOSED-ACCOUNT.
      *
           MOVE "N" TO FERME-TROUVE-SWITCH.
           IF (FERMES-COUNT > 0)
              SET FERME-IDX TO 1
              SEARCH FERME-ENTRY
                 AT END
                    CONTINUE
                 WHEN FE-ACCOUNT-REF (FERME-IDX) = LOOKUP-ACCOUNT-REF
                    MOVE "Y" TO FERME-TROUVE-SWITCH
              END-SEARCH
           END-IF.
      *
      ******************************************************************
      *  This routine prints one break under CHECK-NUMBER with
      *  BREAK-KEY and BREAK-DETAIL, and counts it
      ******************************************************************
       500-REPORT-BREAK.
      *
           ADD 1 TO CT-BREAKS (CHECK-NUMBER).
           ADD 1 TO TOTAL-BREAKS.
           MOVE SPACES TO DETAIL-LINE.
           MOVE CT-SIDE (CHECK-NUMBER) TO DL-SIDE.
           MOVE CT-FILE (CHECK-NUMBER) TO DL-FILE.
           MOVE BREAK-KEY TO DL-KEY.
           MOVE CT-DESCRIPTION (CHECK-NUMBER) TO DL-DESCRIPTION.
           MOVE BREAK-DETAIL TO DL-DETAIL.
           PERFORM 430-WRITE-DETAIL-LINE.
           MOVE SPACES TO BREAK-KEY.
           MOVE SPACES TO BREAK-DETAIL.
      *
       510-DESCRIBE-TRIP-SPAN.
      *
           MOVE SPACES TO BREAK-DETAIL.
           STRING EDITED-COUNT " TRIP(S) " EDITED-DATE-1 " TO "
                  EDITED-DATE-2
              DELIMITED BY SIZE INTO BREAK-DETAIL.
      *
       520-EDIT-DATE.
      *
           MOVE DATE-TO-EDIT (7:2) TO ED-DAY.
           MOVE DATE-TO-EDIT (5:2) TO ED-MONTH.
           MOVE DATE-TO-EDIT (1:4) TO ED-YEAR.
      *
      ******************************************************************
      *  This routine writes one report line, reprinting the headings
      *  every LINES-PER-PAGE lines
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
      *  This routine closes the report with the breaks found per
      *  check - every check is listed, so a clean night reads as
      *  ten zeros rather than an empty page
      ******************************************************************
       800-PRINT-SUMMARY.
      *
           IF (TOTAL-BREAKS = 0)
              MOVE SPACES TO DETAIL-LINE
              MOVE "NO BREAKS FOUND" TO DL-DESCRIPTION
              PERFORM 430-WRITE-DETAIL-LINE
           END-IF.
           MOVE SPACES TO DETAIL-LINE.
           PERFORM 430-WRITE-DETAIL-LINE.
           MOVE "BREAKS PER CHECK" TO DL-DESCRIPTION.
           PERFORM 430-WRITE-DETAIL-LINE.
           PERFORM 810-PRINT-ONE-CHECK-TOTAL
              VARYING CHECK-NUMBER FROM 1 BY 1
              UNTIL CHECK-NUMBER > 10.
      *
       810-PRINT-ONE-CHECK-TOTAL.
      *
           MOVE SPACES TO SUMMARY-LINE.
           MOVE CT-SIDE (CHECK-NUMBER) TO SL-SIDE.
           MOVE CT-FILE (CHECK-NUMBER) TO SL-FILE.
           MOVE CT-DESCRIPTION (CHECK-NUMBER) TO SL-DESCRIPTION.
           MOVE CT-BREAKS (CHECK-NUMBER) TO SL-BREAKS.
           IF (RPT-LINE-COUNTER >= LINES-PER-PAGE)
              PERFORM 030-PRINT-HEADINGS
           END-IF.
           WRITE PRINT-AREA FROM SUMMARY-LINE.
           ADD 1 TO RPT-LINE-COUNTER.
      *
      ******************************************************************
      *  This routine prints the run totals, sets the run status -
      *  FILE-ERR when a side could not be checked, otherwise RECONERR
      *  when there are breaks or a table overflowed - and closes the
      *  report
      ******************************************************************
       900-SHUTDOWN-FILES.
      *
           DISPLAY SEPARATOR-LINE.
           DISPLAY "INTEGRITY CHECK - " TRIPFILE-RECORDS-LUS
                   " TRIPFILE, " VEHMAST-RECORDS-LUS " VEHMAST, "
                   LOANMAST-RECORDS-LUS " LOANMAST, "
                   HOLDMAST-RECORDS-LUS " HOLDMAST AND "
                   ACCRMAST-RECORDS-LUS " ACCRMAST RECORD(S) READ.".
           DISPLAY CLOSED-HOLDER-ROWS " HOLDMAST ROW(S) OF ACCOUNTS "
                   "CLOSED ON CLOSHIST NOT COUNTED AS BREAKS.".
           DISPLAY TOTAL-BREAKS " BREAK(S) FOUND - SEE INTGRPT.".
           IF CHECK-INCOMPLETE
              DISPLAY "EXCEPTION: A TABLE OVERFLOWED - THE CHECK IS "
                      "INCOMPLETE."
           END-IF.
           IF (JOBLOG-STATUS-SWITCH = "NORMAL")
              IF (TOTAL-BREAKS > 0) OR CHECK-INCOMPLETE
                 MOVE "RECONERR" TO JOBLOG-STATUS-SWITCH
              END-IF
           END-IF.
           CLOSE INTGRPT.
      *
      ******************************************************************
      *  This routine writes the run's JOBLOG record and closes JOBLOG
      ******************************************************************
       950-ECRIRE-JOBLOG.
      *
           MOVE SPACES TO JOBLOG-RECORD.
           MOVE "INTG0001" TO JL-PROGRAM-ID.
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
