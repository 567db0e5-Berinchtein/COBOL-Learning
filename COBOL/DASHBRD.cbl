      *****************************************************************
      * Program name:    DASH0001
      * Original author: MANUEL JARRY
      *
      * Maintenence Log
      * Date        Author        Maintenance Requirement
      * ----------- ------------  --------------------------------------
      * 15/10/2026   MANUEL JARRY  Created - one-page daily operations
      *                            and management dashboard gathering
      *                            the key fleet, loan book and
      *                            operations figures, each flagged
      *                            red/amber/green against PARMFILE
      *                            thresholds
      *
      *****************************************************************
       IDENTIFICATION DIVISION.
       PROGRAM-ID.  DASH0001.
       AUTHOR. MANUEL JARRY.
       INSTALLATION. COBOL-Learning
       DATE-WRITTEN. 15/10/2026.
       DATE-COMPILED. DD/MM/YYYY.
       SECURITY. NON-CONFIDENTIAL.
      *****************************************************************
      *
      ******************************************************************
      *  Twelve figures on one page, printed to DASHRPT and shown on
      *  the console:
      *     FLEET  trips and trip cost journalled yesterday, the
      *            TRIPERR backlog and the age of its oldest row,
      *            services overdue by SRVC0001's rule, the variance
      *            between the two latest tank dips by TANK0001's
      *            reconciliation, and month-to-date trip cost as a
      *            percentage of the FUELBUDG budget to date
      *     LOAN   total LOANMAST principal, interest INTR0004 has
      *            accrued this month on GLFILE, and the LOANPOST
      *            movements posted since yesterday
      *     OPS    steps of the last NIGHTCHN chain that did not end
      *            NORMAL, and non-NORMAL JOBLOG runs since yesterday
      *  Each figure has an amber and a red limit, compiled below and
      *  overridden by PARMFILE keys DASH-cccccccc-AMBER and
      *  DASH-cccccccc-RED, where cccccccc is the figure code. Most
      *  figures are worse the higher they go and flag once they pass
      *  a limit; the trip count, accrued interest and loan postings
      *  are worse the lower they go and flag once they fall below
      *  one. A figure whose file cannot be read shows NO DATA and
      *  flags amber. MENU0001 runs this program after every nightly
      *  chain, so the page is waiting when the office opens
      ******************************************************************
       ENVIRONMENT DIVISION.
       CONFIGURATION SECTION.
       SOURCE-COMPUTER. PC-MANU.
       OBJECT-COMPUTER. PC-MANU.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
           SELECT DASHRPT ASSIGN TO DASHRPT
              ORGANIZATION IS LINE SEQUENTIAL.
           SELECT TRIPERR ASSIGN TO TRIPERR
              ORGANIZATION IS LINE SEQUENTIAL
              FILE STATUS IS TRIPERR-FILE-STATUS.
           SELECT FUELBUDG ASSIGN TO FUELBUDG
              ORGANIZATION IS LINE SEQUENTIAL
              FILE STATUS IS FUELBUDG-FILE-STATUS.
           SELECT LOANMAST ASSIGN TO LOANMAST
              ORGANIZATION IS LINE SEQUENTIAL
              FILE STATUS IS LOANMAST-FILE-STATUS.
           SELECT GLFIN ASSIGN TO GLFILE
              ORGANIZATION IS LINE SEQUENTIAL
              FILE STATUS IS GLFIN-FILE-STATUS.
           SELECT JOBLOGIN ASSIGN TO JOBLOG
              ORGANIZATION IS LINE SEQUENTIAL
              FILE STATUS IS JOBLOGIN-FILE-STATUS.
           COPY VEHMSTSL.
           COPY FLEETLGSL.
           COPY TRIPFLSL.
           COPY TANKLGSL.
           COPY LNPOSTSL.
           COPY PARMFLSL.
           COPY JOBLOGSL.
      *****************************************************************
      *
      *****************************************************************
       DATA DIVISION.
       FILE SECTION.
      *
       FD  DASHRPT.
       01  PRINT-AREA                    PIC X(132).
      *
      ******************************************************************
      *  Trip reject backlog, as GASC0002 writes it - the trip date
      *  sits in columns 8-15 of the rejected transaction image
      ******************************************************************
       FD  TRIPERR.
       01  TRIPERR-RECORD.
           05 TE-TRANSACTION-IMAGE       PIC X(54).
           05 FILLER                     PIC X(1).
           05 TE-REJECT-REASON           PIC X(30).
           05 FILLER                     PIC X(1).
           05 TE-PROVINCE                PIC X(2).
           05 FILLER                     PIC X(1).
           05 TE-PURPOSE                 PIC X.
      *
      ******************************************************************
      *  Annual fuel budget, as BUDG0001 reads it
      ******************************************************************
       FD  FUELBUDG.
       01  FUELBUDG-RECORD.
           05 BD-VEHICLE-ID              PIC X(6).
           05 FILLER                     PIC X(1).
           05 BD-BUDGET-YEAR             PIC 9(4).
           05 FILLER                     PIC X(1).
           05 BD-ANNUAL-AMOUNT           PIC 9(8)V99.
           05 FILLER                     PIC X(1).
           05 BD-MONTH-PCT               PIC 9(3) OCCURS 12 TIMES.
      *
      ******************************************************************
      *  Loan master - only the account and its principal are needed
      ******************************************************************
       FD  LOANMAST.
       01  LOANMAST-RECORD.
           05 LM-ACCOUNT-REF             PIC X(10).
           05 LM-PRINCIPAL               PIC 9(7)V99.
           05 FILLER                     PIC X(34).
      *
      ******************************************************************
      *  Read-side view of the GLFILE extract, as GLPJ0001 reads it -
      *  a HDR row names the program that wrote the block after it
      ******************************************************************
       FD  GLFIN.
       01  GLFIN-RECORD.
           05 GI-ACCOUNT-REF             PIC X(10).
           05 FILLER                     PIC X(2).
           05 GI-DATE                    PIC X(8).
           05 FILLER                     PIC X(2).
           05 GI-VALEUR-ACTUELLE         PIC 9(9)V99.
           05 FILLER                     PIC X(2).
           05 GI-VALEUR-FUTURE           PIC 9(9)V99.
      *
      ******************************************************************
      *  Read-side view of the run history - the timestamps are read
      *  as text so records written before the operator-ID and
      *  timestamp fixes still pass through
      ******************************************************************
       FD  JOBLOGIN.
       01  JOBLOGIN-RECORD.
           05 JI-PROGRAM-ID              PIC X(8).
           05 FILLER                     PIC X(1).
           05 JI-START-TIMESTAMP         PIC X(14).
           05 FILLER                     PIC X(1).
           05 JI-END-TIMESTAMP           PIC X(14).
           05 FILLER                     PIC X(1).
           05 JI-STATUS                  PIC X(8).
           05 FILLER                     PIC X(1).
           05 JI-OPERATOR-ID             PIC X(8).
      *
       COPY VEHMSTFD.
      *
       COPY FLEETLGFD.
      *
       COPY TRIPFLFD.
      *
       COPY TANKLGFD.
      *
       COPY LNPOSTFD.
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
          05 TRIPFILE-EOF-SWITCH         PIC X          VALUE "N".
             88 TRIPFILE-EOF                            VALUE "Y".
          05 TANKLOG-EOF-SWITCH          PIC X          VALUE "N".
             88 TANKLOG-EOF                             VALUE "Y".
          05 TRIPERR-EOF-SWITCH          PIC X          VALUE "N".
             88 TRIPERR-EOF                             VALUE "Y".
          05 FUELBUDG-EOF-SWITCH         PIC X          VALUE "N".
             88 FUELBUDG-EOF                            VALUE "Y".
          05 LOANMAST-EOF-SWITCH         PIC X          VALUE "N".
             88 LOANMAST-EOF                            VALUE "Y".
          05 GLFIN-EOF-SWITCH            PIC X          VALUE "N".
             88 GLFIN-EOF                               VALUE "Y".
          05 LOANPOST-EOF-SWITCH         PIC X          VALUE "N".
             88 LOANPOST-EOF                            VALUE "Y".
          05 JOBLOGIN-EOF-SWITCH         PIC X          VALUE "N".
             88 JOBLOGIN-EOF                            VALUE "Y".
          05 PARMFILE-EOF-SWITCH         PIC X          VALUE "N".
             88 PARMFILE-EOF                            VALUE "Y".
          05 TANK-WINDOW-SWITCH          PIC X          VALUE "N".
             88 TANK-WINDOW-FOUND                       VALUE "Y".
          05 YARD-VEHICLE-SWITCH         PIC X          VALUE "N".
             88 YARD-VEHICLE-FOUND                      VALUE "Y".
          05 ACCRUAL-BLOCK-SWITCH        PIC X          VALUE "N".
             88 IN-ACCRUAL-BLOCK                        VALUE "Y".
          05 CHAIN-FOUND-SWITCH          PIC X          VALUE "N".
             88 CHAIN-FOUND                             VALUE "Y".
          05 FLEETLOG-OPEN-SWITCH        PIC X          VALUE "N".
             88 FLEETLOG-OPENED                         VALUE "Y".
      *
       01 FILE-STATUS-FIELDS.
          05 VEHMAST-FILE-STATUS         PIC X(2)       VALUE "00".
             88 VEHMAST-FILE-OK                         VALUE "00".
          05 FLEETLOG-FILE-STATUS        PIC X(2)       VALUE "00".
             88 FLEETLOG-FILE-OK                        VALUE "00".
          05 TRIPFILE-FILE-STATUS        PIC X(2)       VALUE "00".
             88 TRIPFILE-FILE-OK                        VALUE "00".
          05 TANKLOG-FILE-STATUS         PIC X(2)       VALUE "00".
             88 TANKLOG-FILE-OK                         VALUE "00".
          05 TRIPERR-FILE-STATUS         PIC X(2)       VALUE "00".
             88 TRIPERR-FILE-OK                         VALUE "00".
          05 FUELBUDG-FILE-STATUS        PIC X(2)       VALUE "00".
             88 FUELBUDG-FILE-OK                        VALUE "00".
          05 LOANMAST-FILE-STATUS        PIC X(2)       VALUE "00".
             88 LOANMAST-FILE-OK                        VALUE "00".
          05 GLFIN-FILE-STATUS           PIC X(2)       VALUE "00".
             88 GLFIN-FILE-OK                           VALUE "00".
          05 LOANPOST-FILE-STATUS        PIC X(2)       VALUE "00".
             88 LOANPOST-FILE-OK                        VALUE "00".
          05 JOBLOGIN-FILE-STATUS        PIC X(2)       VALUE "00".
             88 JOBLOGIN-FILE-OK                        VALUE "00".
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
      *  The twelve figures in page order - code (the PARMFILE key
      *  stem), label, kind (C count, A amount, P percent, V litres
      *  judged either side of zero, D days), direction (H worse the
      *  higher, L worse the lower) and the compiled amber and red
      *  limits
      ******************************************************************
       01 FIGURE-TABLE-INIT.
          05 FILLER                      PIC X(44)      VALUE
                "TRIPSYDYTRIPS JOURNALLED YESTERDAY        CL".
          05 FILLER                      PIC 9(9)V99    VALUE 0.
          05 FILLER                      PIC 9(9)V99    VALUE 0.
          05 FILLER                      PIC X(44)      VALUE
                "COSTYDAYTRIP COST YESTERDAY               AH".
          05 FILLER                      PIC 9(9)V99    VALUE 5000.
          05 FILLER                      PIC 9(9)V99    VALUE 10000.
          05 FILLER                      PIC X(44)      VALUE
                "TERRROWSTRIPERR BACKLOG (ROWS)            CH".
          05 FILLER                      PIC 9(9)V99    VALUE 0.
          05 FILLER                      PIC 9(9)V99    VALUE 10.
          05 FILLER                      PIC X(44)      VALUE
                "TERRDAYSOLDEST TRIPERR ROW (DAYS)         DH".
          05 FILLER                      PIC 9(9)V99    VALUE 3.
          05 FILLER                      PIC 9(9)V99    VALUE 7.
          05 FILLER                      PIC X(44)      VALUE
                "SRVCOVDUSERVICES OVERDUE (VEHICLES)       CH".
          05 FILLER                      PIC 9(9)V99    VALUE 0.
          05 FILLER                      PIC 9(9)V99    VALUE 2.
          05 FILLER                      PIC X(44)      VALUE
                "TANKVARLLATEST TANK VARIANCE (LITRES)     VH".
          05 FILLER                      PIC 9(9)V99    VALUE 1.
          05 FILLER                      PIC 9(9)V99    VALUE 50.
          05 FILLER                      PIC X(44)      VALUE
                "BUDGTPCTMONTH-TO-DATE SPEND % OF BUDGET   PH".
          05 FILLER                      PIC 9(9)V99    VALUE 100.
          05 FILLER                      PIC 9(9)V99    VALUE 110.
          05 FILLER                      PIC X(44)      VALUE
                "LNPRINCPTOTAL LOAN PRINCIPAL              AH".
          05 FILLER                      PIC 9(9)V99    VALUE 5000000.
          05 FILLER                      PIC 9(9)V99    VALUE 10000000.
          05 FILLER                      PIC X(44)      VALUE
                "LNINTMTDINTEREST ACCRUED MONTH-TO-DATE    AL".
          05 FILLER                      PIC 9(9)V99    VALUE 0.01.
          05 FILLER                      PIC 9(9)V99    VALUE 0.
          05 FILLER                      PIC X(44)      VALUE
                "LNTXPOSTLOAN MOVEMENTS POSTED             CL".
          05 FILLER                      PIC 9(9)V99    VALUE 1.
          05 FILLER                      PIC 9(9)V99    VALUE 0.
          05 FILLER                      PIC X(44)      VALUE
                "CHAINERRLAST CHAIN - STEPS NOT NORMAL     CH".
          05 FILLER                      PIC 9(9)V99    VALUE 0.
          05 FILLER                      PIC 9(9)V99    VALUE 0.
          05 FILLER                      PIC X(44)      VALUE
                "JOBLGERRNON-NORMAL JOBLOG RUNS            CH".
          05 FILLER                      PIC 9(9)V99    VALUE 0.
          05 FILLER                      PIC 9(9)V99    VALUE 2.
      *
       01 FIGURE-TABLE REDEFINES FIGURE-TABLE-INIT.
          05 FIGURE-DEFINITION OCCURS 12 TIMES
             INDEXED BY FIGURE-IDX.
             10 FD-CODE                  PIC X(8).
             10 FD-LABEL                 PIC X(34).
             10 FD-KIND                  PIC X.
                88 FD-COUNT                             VALUE "C".
                88 FD-AMOUNT                            VALUE "A".
                88 FD-PERCENT                           VALUE "P".
                88 FD-VARIANCE                          VALUE "V".
                88 FD-DAYS                              VALUE "D".
             10 FD-DIRECTION             PIC X.
                88 FD-WORSE-HIGHER                      VALUE "H".
                88 FD-WORSE-LOWER                       VALUE "L".
             10 FD-AMBER-LIMIT           PIC 9(9)V99.
             10 FD-RED-LIMIT             PIC 9(9)V99.
      *
      ******************************************************************
      *  What was found for each figure - FV-DATA-SWITCH stays "N"
      *  when the figure's file could not be read
      ******************************************************************
       01 FIGURE-VALUES.
          05 FIGURE-VALUE OCCURS 12 TIMES.
             10 FV-VALUE                 PIC S9(11)V99.
             10 FV-DATA-SWITCH           PIC X.
                88 FV-HAS-DATA                          VALUE "Y".
             10 FV-FLAG                  PIC X(5).
             10 FV-NOTE                  PIC X(40).
      *
      ******************************************************************
      *  Vehicles fuelled from the yard tank, gathered on the VEHMAST
      *  sweep for the tank reconciliation
      ******************************************************************
       01 YARD-VEHICLE-COUNT             PIC 9(3)       VALUE 0.
       01 YARD-VEHICLE-TABLE.
          05 YARD-VEHICLE-ENTRY
             OCCURS 0 TO 500 TIMES DEPENDING ON YARD-VEHICLE-COUNT
             INDEXED BY YARD-IDX.
             10 YV-VEHICLE-ID            PIC X(6).
      *
      ******************************************************************
      *  Non-NORMAL runs since yesterday - the first few are listed
      *  under the figures
      ******************************************************************
       01 BAD-RUN-COUNT                  PIC 9(3)       VALUE 0.
       01 BAD-RUN-TABLE.
          05 BAD-RUN-ENTRY OCCURS 8 TIMES.
             10 BR-PROGRAM-ID            PIC X(8).
             10 BR-END-TIMESTAMP         PIC X(14).
             10 BR-STATUS                PIC X(8).
             10 BR-OPERATOR-ID           PIC X(8).
      *
       01 DATE-FIELDS.
          05 TODAY-DATE                  PIC 9(8)       VALUE 0.
          05 TODAY-DATE-X REDEFINES TODAY-DATE.
             10 TODAY-YEAR               PIC 9(4).
             10 TODAY-MONTH              PIC 9(2).
             10 TODAY-DAY                PIC 9(2).
          05 YESTERDAY-DATE              PIC 9(8)       VALUE 0.
          05 MONTH-START-DATE            PIC 9(8)       VALUE 0.
          05 NEXT-MONTH-DATE             PIC 9(8)       VALUE 0.
          05 TODAY-INTEGER               PIC 9(7)       VALUE 0.
          05 DAYS-IN-MONTH               PIC 9(2)       VALUE 0.
          05 CURRENT-MONTH               PIC X(6)       VALUE SPACES.
      *
       01 TANK-FIELDS.
          05 LATEST-DIP-DATE             PIC 9(8)       VALUE 0.
          05 LATEST-DIP-LITRES           PIC 9(8)V99    VALUE 0.
          05 PREVIOUS-DIP-DATE           PIC 9(8)       VALUE 0.
          05 PREVIOUS-DIP-LITRES         PIC 9(8)V99    VALUE 0.
          05 DIPS-FOUND                  PIC 9(5)       VALUE 0.
          05 DELIVERED-LITRES            PIC S9(9)V99   VALUE 0.
          05 DRAWN-LITRES                PIC S9(9)V99   VALUE 0.
          05 VARIANCE-LITRES             PIC S9(9)V99   VALUE 0.
      *
       01 FLEET-FIGURES.
          05 TRIPS-YESTERDAY             PIC 9(7)       VALUE 0.
          05 COST-YESTERDAY              PIC S9(9)V99   VALUE 0.
          05 COST-MONTH-TO-DATE          PIC S9(9)V99   VALUE 0.
          05 BUDGET-MONTH-TO-DATE        PIC S9(9)V99   VALUE 0.
          05 MONTH-BUDGET                PIC S9(9)V99   VALUE 0.
          05 PCT-TOTAL                   PIC 9(5)       VALUE 0.
          05 PCT-SCAN                    PIC 9(2)       VALUE 0.
          05 BACKLOG-ROWS                PIC 9(7)       VALUE 0.
          05 OLDEST-REJECT-DATE          PIC 9(8)       VALUE 0.
          05 REJECT-DATE                 PIC 9(8)       VALUE 0.
          05 SERVICES-OVERDUE            PIC 9(5)       VALUE 0.
          05 NEXT-SERVICE-POINT          PIC 9(10)V99   VALUE 0.
      *
       01 LOAN-FIGURES.
          05 TOTAL-PRINCIPAL             PIC 9(11)V99   VALUE 0.
          05 INTEREST-MONTH-TO-DATE      PIC 9(11)V99   VALUE 0.
          05 MOVEMENTS-POSTED            PIC 9(7)       VALUE 0.
      *
       01 OPERATIONS-FIGURES.
          05 CHAIN-START                 PIC X(14)      VALUE SPACES.
          05 CHAIN-END                   PIC X(14)      VALUE SPACES.
          05 CHAIN-STATUS                PIC X(8)       VALUE SPACES.
          05 CHAIN-STEPS-BAD             PIC 9(3)       VALUE 0.
          05 YESTERDAY-DATE-X            PIC X(8)       VALUE SPACES.
      *
       01 WORK-FIELDS.
          05 NUMERICAL-FIELDS.
             10 FIGURE-NUMBER            PIC 9(2)       VALUE 0.
             10 BAD-RUN-SCAN             PIC 9(2)       VALUE 0.
             10 JUDGED-VALUE             PIC 9(11)V99   VALUE 0.
             10 RED-FIGURES              PIC 9(2)       VALUE 0.
             10 AMBER-FIGURES            PIC 9(2)       VALUE 0.
             10 EDIT-COUNT               PIC ZZ,ZZZ,ZZZ,ZZ9.
             10 EDIT-AMOUNT              PIC ---,---,--9.99.
             10 EDIT-NOTE-AMOUNT         PIC -,---,--9.99.
             10 EDIT-NOTE-COUNT          PIC Z(6)9.
          05 OTHER-FIELDS.
             10 PARM-LIMIT-WORK          PIC 9(9)V99.
             10 EDITED-VALUE             PIC X(14).
             10 DATE-TO-EDIT             PIC X(8).
             10 SEPARATOR-LINE           PIC X(50)
                                                        VALUE
                   "--------------------------------------------------".
      *
       01 EDITED-DATE.
          05 ED-DAY                      PIC X(2).
          05 FILLER                      PIC X(1)       VALUE "/".
          05 ED-MONTH                    PIC X(2).
          05 FILLER                      PIC X(1)       VALUE "/".
          05 ED-YEAR                     PIC X(4).
      *
       01 RECONCILIATION-COUNTERS.
          05 TRIPFILE-RECORDS-LUS        PIC 9(7)       VALUE 0.
          05 VEHMAST-RECORDS-LUS         PIC 9(5)       VALUE 0.
          05 JOBLOG-RECORDS-LUS          PIC 9(7)       VALUE 0.
      *
       01 HEADING-LINE-1.
          05 FILLER                      PIC X(7)       VALUE "DATE:  ".
          05 HL1-DAY                     PIC 9(2).
          05 FILLER                      PIC X(1)       VALUE "/".
          05 HL1-MONTH                   PIC 9(2).
          05 FILLER                      PIC X(1)       VALUE "/".
          05 HL1-YEAR                    PIC 9(4).
          05 FILLER                      PIC X(2)       VALUE SPACE.
          05 HL1-HOUR                    PIC 9(2).
          05 FILLER                      PIC X(1)       VALUE ":".
          05 HL1-MINUTE                  PIC 9(2).
          05 FILLER                      PIC X(4)       VALUE SPACE.
          05 FILLER                      PIC X(44)      VALUE
                "DAILY OPERATIONS AND MANAGEMENT DASHBOARD".
          05 FILLER                      PIC X(9)  VALUE "OVERALL: ".
          05 HL1-OVERALL-FLAG            PIC X(5).
          05 FILLER                      PIC X(47)      VALUE SPACE.
      *
       01 HEADING-LINE-2.
          05 FILLER                      PIC X(36)      VALUE "FIGURE".
          05 FILLER                      PIC X(16)
                                         VALUE "         VALUE".
          05 FILLER                      PIC X(7)       VALUE "FLAG".
          05 FILLER                      PIC X(16)
                                         VALUE "         AMBER".
          05 FILLER                      PIC X(16)
                                         VALUE "           RED".
          05 FILLER                      PIC X(41)      VALUE "NOTE".
      *
       01 SECTION-LINE.
          05 SL-TITLE                    PIC X(40).
          05 FILLER                      PIC X(92)      VALUE SPACE.
      *
       01 DETAIL-LINE.
          05 DL-LABEL                    PIC X(34).
          05 FILLER                      PIC X(2)       VALUE SPACE.
          05 DL-VALUE                    PIC X(14).
          05 FILLER                      PIC X(2)       VALUE SPACE.
          05 DL-FLAG                     PIC X(5).
          05 FILLER                      PIC X(2)       VALUE SPACE.
          05 DL-AMBER                    PIC X(14).
          05 FILLER                      PIC X(2)       VALUE SPACE.
          05 DL-RED                      PIC X(14).
          05 FILLER                      PIC X(2)       VALUE SPACE.
          05 DL-NOTE                     PIC X(40).
          05 FILLER                      PIC X(1)       VALUE SPACE.
      *
       01 RUN-LINE.
          05 FILLER                      PIC X(4)       VALUE SPACE.
          05 RL-PROGRAM-ID               PIC X(8).
          05 FILLER                      PIC X(2)       VALUE SPACE.
          05 RL-END-DATE                 PIC X(10).
          05 FILLER                      PIC X(1)       VALUE SPACE.
          05 RL-END-HOUR                 PIC X(2).
          05 FILLER                      PIC X(1)       VALUE ":".
          05 RL-END-MINUTE               PIC X(2).
          05 FILLER                      PIC X(2)       VALUE SPACE.
          05 RL-STATUS                   PIC X(8).
          05 FILLER                      PIC X(2)       VALUE SPACE.
          05 RL-OPERATOR-ID              PIC X(8).
          05 FILLER                      PIC X(82)      VALUE SPACE.
      *****************************************************************
      *
      ******************************************************************
       PROCEDURE DIVISION.
      *
           PERFORM 010-OPEN-FILES.
           PERFORM 015-LOAD-PARAMETERS.
           PERFORM 100-GATHER-FLEET-FIGURES.
           PERFORM 200-GATHER-LOAN-FIGURES.
           PERFORM 300-GATHER-OPERATIONS-FIGURES.
           PERFORM 400-JUDGE-ONE-FIGURE
              VARYING FIGURE-NUMBER FROM 1 BY 1
              UNTIL FIGURE-NUMBER > 12.
           PERFORM 500-PRINT-DASHBOARD.
           PERFORM 900-SHUTDOWN-FILES.
           PERFORM 950-ECRIRE-JOBLOG.
           DISPLAY "END OF PROGRAM.".
           GOBACK.
      *
      ******************************************************************
      *  This routine opens JOBLOG and the page, and works out today,
      *  yesterday and the current month's bounds
      ******************************************************************
       010-OPEN-FILES.
      *
           OPEN EXTEND JOBLOG.
           INITIALIZE FIGURE-VALUES.
           MOVE FUNCTION CURRENT-DATE TO JOBLOG-DATE-ET-HEURE.
           MOVE JDH-DATE TO JOBLOG-START-SAUVEGARDE (1:8).
           MOVE JDH-TIME TO JOBLOG-START-SAUVEGARDE (9:6).
           MOVE JDH-DATE TO TODAY-DATE.
           MOVE TODAY-DAY TO HL1-DAY.
           MOVE TODAY-MONTH TO HL1-MONTH.
           MOVE TODAY-YEAR TO HL1-YEAR.
           MOVE JDH-TIME (1:2) TO HL1-HOUR.
           MOVE JDH-TIME (3:2) TO HL1-MINUTE.
           COMPUTE TODAY-INTEGER =
              FUNCTION INTEGER-OF-DATE (TODAY-DATE).
           COMPUTE YESTERDAY-DATE =
              FUNCTION DATE-OF-INTEGER (TODAY-INTEGER - 1).
           MOVE YESTERDAY-DATE TO YESTERDAY-DATE-X.
           MOVE TODAY-DATE (1:6) TO CURRENT-MONTH.
           COMPUTE MONTH-START-DATE = (TODAY-DATE / 100) * 100 + 1.
           IF (TODAY-MONTH = 12)
              COMPUTE NEXT-MONTH-DATE = (TODAY-YEAR + 1) * 10000 + 101
           ELSE
              COMPUTE NEXT-MONTH-DATE = MONTH-START-DATE + 100
           END-IF.
           COMPUTE DAYS-IN-MONTH =
              FUNCTION INTEGER-OF-DATE (NEXT-MONTH-DATE) -
              FUNCTION INTEGER-OF-DATE (MONTH-START-DATE).
           OPEN OUTPUT DASHRPT.
      *
      ******************************************************************
      *  This routine loads the figure limits from PARMFILE - a
      *  missing PARMFILE leaves the compiled limits standing
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
      ******************************************************************
      *  A key DASH-cccccccc-AMBER or DASH-cccccccc-RED sets the limit
      *  of the figure whose code is cccccccc
      ******************************************************************
       016-APPLY-ONE-PARM.
      *
           IF (PA-PARM-VALUE = SPACES)
              OR (PA-PARM-KEY (1:5) NOT = "DASH-")
              CONTINUE
           ELSE
              SET FIGURE-IDX TO 1
              SEARCH FIGURE-DEFINITION
                 AT END
                    DISPLAY "PARMFILE KEY " PA-PARM-KEY
                            " NAMES NO DASHBOARD FIGURE - IGNORED."
                 WHEN FD-CODE (FIGURE-IDX) = PA-PARM-KEY (6:8)
                    COMPUTE PARM-LIMIT-WORK =
                       FUNCTION NUMVAL (PA-PARM-VALUE)
                    EVALUATE PA-PARM-KEY (14:7)
                       WHEN "-AMBER "
                          MOVE PARM-LIMIT-WORK
                             TO FD-AMBER-LIMIT (FIGURE-IDX)
                       WHEN "-RED   "
                          MOVE PARM-LIMIT-WORK
                             TO FD-RED-LIMIT (FIGURE-IDX)
                       WHEN OTHER
                          DISPLAY "PARMFILE KEY " PA-PARM-KEY
                                  " IS NEITHER -AMBER NOR -RED - "
                                  "IGNORED."
                    END-EVALUATE
              END-SEARCH
           END-IF.
      *
      ******************************************************************
      *  This routine gathers the fleet figures - the tank dips come
      *  first because the trip pass needs their window, and the
      *  VEHMAST sweep supplies the yard-fuelled vehicles
      ******************************************************************
       100-GATHER-FLEET-FIGURES.
      *
           PERFORM 110-SCAN-TANKLOG.
           PERFORM 120-SWEEP-VEHMAST.
           PERFORM 130-SCAN-TRIPFILE.
           PERFORM 140-SCAN-TRIPERR.
           PERFORM 150-LOAD-BUDGETS.
           IF TRIPFILE-FILE-OK
              MOVE 1 TO FIGURE-NUMBER
              MOVE TRIPS-YESTERDAY TO FV-VALUE (FIGURE-NUMBER)
              MOVE "Y" TO FV-DATA-SWITCH (FIGURE-NUMBER)
              MOVE YESTERDAY-DATE-X TO DATE-TO-EDIT
              PERFORM 520-EDIT-DATE
              STRING "TRIPS DATED " EDITED-DATE
                 DELIMITED BY SIZE INTO FV-NOTE (FIGURE-NUMBER)
              MOVE 2 TO FIGURE-NUMBER
              MOVE COST-YESTERDAY TO FV-VALUE (FIGURE-NUMBER)
              MOVE "Y" TO FV-DATA-SWITCH (FIGURE-NUMBER)
              STRING "NET OF REVERSALS, " EDITED-DATE
                 DELIMITED BY SIZE INTO FV-NOTE (FIGURE-NUMBER)
           END-IF.
           IF TANK-WINDOW-FOUND AND TRIPFILE-FILE-OK
              COMPUTE VARIANCE-LITRES = LATEST-DIP-LITRES -
                 (PREVIOUS-DIP-LITRES + DELIVERED-LITRES
                  - DRAWN-LITRES)
              MOVE 6 TO FIGURE-NUMBER
              MOVE VARIANCE-LITRES TO FV-VALUE (FIGURE-NUMBER)
              MOVE "Y" TO FV-DATA-SWITCH (FIGURE-NUMBER)
              MOVE PREVIOUS-DIP-DATE TO DATE-TO-EDIT
              PERFORM 520-EDIT-DATE
              STRING "DIPS " EDITED-DATE " TO "
                 DELIMITED BY SIZE INTO FV-NOTE (FIGURE-NUMBER)
              MOVE LATEST-DIP-DATE TO DATE-TO-EDIT
              PERFORM 520-EDIT-DATE
              MOVE EDITED-DATE TO FV-NOTE (FIGURE-NUMBER) (20:10)
           END-IF.
           IF TRIPFILE-FILE-OK AND (BUDGET-MONTH-TO-DATE > 0)
              MOVE 7 TO FIGURE-NUMBER
              COMPUTE FV-VALUE (FIGURE-NUMBER) ROUNDED =
                 COST-MONTH-TO-DATE * 100 / BUDGET-MONTH-TO-DATE
              MOVE "Y" TO FV-DATA-SWITCH (FIGURE-NUMBER)
              MOVE COST-MONTH-TO-DATE TO EDIT-NOTE-AMOUNT
              STRING "SPENT " EDIT-NOTE-AMOUNT " OF "
                 DELIMITED BY SIZE INTO FV-NOTE (FIGURE-NUMBER)
              MOVE BUDGET-MONTH-TO-DATE TO EDIT-NOTE-AMOUNT
              MOVE EDIT-NOTE-AMOUNT TO FV-NOTE (FIGURE-NUMBER) (23:12)
           END-IF.
      *
      ******************************************************************
      *  This routine finds the two latest dip readings - the window
      *  between them is reconciled as TANK0001 reconciles a period -
      *  and sums the deliveries inside (previous dip, latest dip]
      ******************************************************************
       110-SCAN-TANKLOG.
      *
           OPEN INPUT TANKLOG.
           IF NOT TANKLOG-FILE-OK
              DISPLAY "TANKLOG NOT AVAILABLE (FILE STATUS "
                      TANKLOG-FILE-STATUS ") - NO TANK VARIANCE."
           ELSE
              PERFORM UNTIL TANKLOG-EOF
                 READ TANKLOG
                    AT END
                       MOVE "Y" TO TANKLOG-EOF-SWITCH
                    NOT AT END
                       IF TK-DIP-READING
                          PERFORM 112-PLACE-ONE-DIP
                       END-IF
                 END-READ
              END-PERFORM
              CLOSE TANKLOG
              IF (DIPS-FOUND > 1)
                 MOVE "Y" TO TANK-WINDOW-SWITCH
                 MOVE "N" TO TANKLOG-EOF-SWITCH
                 OPEN INPUT TANKLOG
                 PERFORM UNTIL TANKLOG-EOF
                    READ TANKLOG
                       AT END
                          MOVE "Y" TO TANKLOG-EOF-SWITCH
                       NOT AT END
                          IF TK-DELIVERY
                             AND (TK-DATE > PREVIOUS-DIP-DATE)
                             AND (TK-DATE <= LATEST-DIP-DATE)
                             ADD TK-LITRES TO DELIVERED-LITRES
                          END-IF
                    END-READ
                 END-PERFORM
                 CLOSE TANKLOG
              END-IF
           END-IF.
      *
       112-PLACE-ONE-DIP.
      *
           ADD 1 TO DIPS-FOUND.
           EVALUATE TRUE
              WHEN TK-DATE >= LATEST-DIP-DATE
                 MOVE LATEST-DIP-DATE TO PREVIOUS-DIP-DATE
                 MOVE LATEST-DIP-LITRES TO PREVIOUS-DIP-LITRES
                 MOVE TK-DATE TO LATEST-DIP-DATE
                 MOVE TK-LITRES TO LATEST-DIP-LITRES
              WHEN TK-DATE >= PREVIOUS-DIP-DATE
                 MOVE TK-DATE TO PREVIOUS-DIP-DATE
                 MOVE TK-LITRES TO PREVIOUS-DIP-LITRES
              WHEN OTHER
                 CONTINUE
           END-EVALUATE.
      *
      ******************************************************************
      *  This routine sweeps VEHMAST - a vehicle is overdue by
      *  SRVC0001's rule when it has a service interval, is not
      *  retired, and its FLEETLOG lifetime km have reached the last
      *  service point plus the interval
      ******************************************************************
       120-SWEEP-VEHMAST.
      *
           OPEN INPUT VEHMAST.
           IF NOT VEHMAST-FILE-OK
              DISPLAY "VEHMAST NOT AVAILABLE (FILE STATUS "
                      VEHMAST-FILE-STATUS ") - NO SERVICE FIGURE."
           ELSE
              OPEN INPUT FLEETLOG
              IF FLEETLOG-FILE-OK
                 MOVE "Y" TO FLEETLOG-OPEN-SWITCH
              END-IF
              MOVE LOW-VALUES TO VM-VEHICLE-ID
              START VEHMAST KEY IS NOT LESS THAN VM-VEHICLE-ID
                 INVALID KEY
                    MOVE "Y" TO VEHMAST-EOF-SWITCH
              END-START
              PERFORM UNTIL VEHMAST-EOF
                 READ VEHMAST NEXT RECORD
                    AT END
                       MOVE "Y" TO VEHMAST-EOF-SWITCH
                    NOT AT END
                       ADD 1 TO VEHMAST-RECORDS-LUS
                       PERFORM 125-CHECK-ONE-VEHICLE
                 END-READ
              END-PERFORM
              IF FLEETLOG-OPENED
                 CLOSE FLEETLOG
              END-IF
              CLOSE VEHMAST
              MOVE 5 TO FIGURE-NUMBER
              MOVE SERVICES-OVERDUE TO FV-VALUE (FIGURE-NUMBER)
              MOVE "Y" TO FV-DATA-SWITCH (FIGURE-NUMBER)
              MOVE VEHMAST-RECORDS-LUS TO EDIT-NOTE-COUNT
              STRING "OF" EDIT-NOTE-COUNT " VEHICLE(S) ON VEHMAST"
                 DELIMITED BY SIZE INTO FV-NOTE (FIGURE-NUMBER)
           END-IF.
      *
       125-CHECK-ONE-VEHICLE.
      *
           IF VM-YARD-FUELLED AND (YARD-VEHICLE-COUNT < 500)
              ADD 1 TO YARD-VEHICLE-COUNT
              MOVE VM-VEHICLE-ID TO YV-VEHICLE-ID (YARD-VEHICLE-COUNT)
           END-IF.
           IF (NOT VM-RETIRED) AND (VM-SERVICE-INTERVAL > 0)
              MOVE 0 TO FL-LIFETIME-DISTANCE
              IF FLEETLOG-OPENED
                 MOVE VM-VEHICLE-ID TO FL-VEHICLE-ID
                 READ FLEETLOG
                    INVALID KEY
                       MOVE 0 TO FL-LIFETIME-DISTANCE
                 END-READ
              END-IF
              COMPUTE NEXT-SERVICE-POINT =
                 VM-LAST-SERVICE-DISTANCE + VM-SERVICE-INTERVAL
              IF (FL-LIFETIME-DISTANCE >= NEXT-SERVICE-POINT)
                 ADD 1 TO SERVICES-OVERDUE
              END-IF
           END-IF.
      *
      ******************************************************************
      *  This routine reads TRIPFILE once for yesterday's trips and
      *  cost, the month's cost to date and the yard draws inside
      *  the tank window - reversals subtract
      ******************************************************************
       130-SCAN-TRIPFILE.
      *
           OPEN INPUT TRIPFILE.
           IF NOT TRIPFILE-FILE-OK
              DISPLAY "TRIPFILE NOT AVAILABLE (FILE STATUS "
                      TRIPFILE-FILE-STATUS ") - NO TRIP FIGURES."
           ELSE
              PERFORM UNTIL TRIPFILE-EOF
                 READ TRIPFILE
                    AT END
                       MOVE "Y" TO TRIPFILE-EOF-SWITCH
                    NOT AT END
                       ADD 1 TO TRIPFILE-RECORDS-LUS
                       PERFORM 135-FOLD-ONE-TRIP
                 END-READ
              END-PERFORM
              CLOSE TRIPFILE
           END-IF.
      *
       135-FOLD-ONE-TRIP.
      *
           IF (TJ-TRIP-DATE = YESTERDAY-DATE)
              IF TJ-REVERSAL
                 SUBTRACT TJ-TRIP-COST FROM COST-YESTERDAY
              ELSE
                 ADD 1 TO TRIPS-YESTERDAY
                 ADD TJ-TRIP-COST TO COST-YESTERDAY
              END-IF
           END-IF.
           IF (TJ-TRIP-DATE (1:6) = CURRENT-MONTH)
              IF TJ-REVERSAL
                 SUBTRACT TJ-TRIP-COST FROM COST-MONTH-TO-DATE
              ELSE
                 ADD TJ-TRIP-COST TO COST-MONTH-TO-DATE
              END-IF
           END-IF.
           IF TANK-WINDOW-FOUND
              AND (TJ-TRIP-DATE > PREVIOUS-DIP-DATE)
              AND (TJ-TRIP-DATE <= LATEST-DIP-DATE)
              MOVE "N" TO YARD-VEHICLE-SWITCH
              IF (YARD-VEHICLE-COUNT > 0)
                 SET YARD-IDX TO 1
                 SEARCH YARD-VEHICLE-ENTRY
                    AT END
                       CONTINUE
                    WHEN YV-VEHICLE-ID (YARD-IDX) = TJ-VEHICLE-ID
                       MOVE "Y" TO YARD-VEHICLE-SWITCH
                 END-SEARCH
              END-IF
              IF YARD-VEHICLE-FOUND
                 IF TJ-REVERSAL
                    SUBTRACT TJ-FUEL-USED FROM DRAWN-LITRES
                 ELSE
                    ADD TJ-FUEL-USED TO DRAWN-LITRES
                 END-IF
              END-IF
           END-IF.
      *
      ******************************************************************
      *  This routine counts the TRIPERR backlog and ages its oldest
      *  row by trip date. An empty or missing TRIPERR is a clear
      *  backlog, not missing data
      ******************************************************************
       140-SCAN-TRIPERR.
      *
           MOVE 99999999 TO OLDEST-REJECT-DATE.
           OPEN INPUT TRIPERR.
           IF TRIPERR-FILE-OK
              PERFORM UNTIL TRIPERR-EOF
                 READ TRIPERR
                    AT END
                       MOVE "Y" TO TRIPERR-EOF-SWITCH
                    NOT AT END
                       ADD 1 TO BACKLOG-ROWS
                       IF (TE-TRANSACTION-IMAGE (8:8) IS NUMERIC)
                          MOVE TE-TRANSACTION-IMAGE (8:8)
                             TO REJECT-DATE
                          IF (REJECT-DATE < OLDEST-REJECT-DATE)
                             MOVE REJECT-DATE TO OLDEST-REJECT-DATE
                          END-IF
                       END-IF
                 END-READ
              END-PERFORM
              CLOSE TRIPERR
           END-IF.
           MOVE 3 TO FIGURE-NUMBER.
           MOVE BACKLOG-ROWS TO FV-VALUE (FIGURE-NUMBER).
           MOVE "Y" TO FV-DATA-SWITCH (FIGURE-NUMBER).
           MOVE "REJECTED TRIPS AWAITING RE-ENTRY"
              TO FV-NOTE (FIGURE-NUMBER).
           MOVE 4 TO FIGURE-NUMBER.
           MOVE "Y" TO FV-DATA-SWITCH (FIGURE-NUMBER).
           IF (OLDEST-REJECT-DATE = 99999999)
              OR (FUNCTION TEST-DATE-YYYYMMDD (OLDEST-REJECT-DATE)
                 NOT = 0)
              MOVE 0 TO FV-VALUE (FIGURE-NUMBER)
              MOVE "NO DATED ROWS IN SUSPENSE"
                 TO FV-NOTE (FIGURE-NUMBER)
           ELSE
              COMPUTE FV-VALUE (FIGURE-NUMBER) = TODAY-INTEGER -
                 FUNCTION INTEGER-OF-DATE (OLDEST-REJECT-DATE)
              MOVE OLDEST-REJECT-DATE TO DATE-TO-EDIT
              PERFORM 520-EDIT-DATE
              STRING "OLDEST TRIP DATED " EDITED-DATE
                 DELIMITED BY SIZE INTO FV-NOTE (FIGURE-NUMBER)
           END-IF.
      *
      ******************************************************************
      *  This routine builds the budget to date for the month from
      *  this year's FUELBUDG rows - the month's share by BUDG0001's
      *  profile rule, prorated to the days gone
      ******************************************************************
       150-LOAD-BUDGETS.
      *
           OPEN INPUT FUELBUDG.
           IF NOT FUELBUDG-FILE-OK
              DISPLAY "FUELBUDG NOT AVAILABLE (FILE STATUS "
                      FUELBUDG-FILE-STATUS ") - NO BUDGET FIGURE."
           ELSE
              PERFORM UNTIL FUELBUDG-EOF
                 READ FUELBUDG
                    AT END
                       MOVE "Y" TO FUELBUDG-EOF-SWITCH
                    NOT AT END
                       IF (BD-BUDGET-YEAR = TODAY-YEAR)
                          PERFORM 155-FOLD-ONE-BUDGET
                       END-IF
                 END-READ
              END-PERFORM
              CLOSE FUELBUDG
           END-IF.
      *
       155-FOLD-ONE-BUDGET.
      *
           MOVE 0 TO PCT-TOTAL.
           PERFORM 157-SUM-ONE-PCT
              VARYING PCT-SCAN FROM 1 BY 1 UNTIL PCT-SCAN > 12.
           IF (PCT-TOTAL = 0)
              COMPUTE MONTH-BUDGET ROUNDED = BD-ANNUAL-AMOUNT / 12
           ELSE
              COMPUTE MONTH-BUDGET ROUNDED =
                 BD-ANNUAL-AMOUNT * BD-MONTH-PCT (TODAY-MONTH) / 100
           END-IF.
           COMPUTE BUDGET-MONTH-TO-DATE ROUNDED = BUDGET-MONTH-TO-DATE
              + (MONTH-BUDGET * TODAY-DAY / DAYS-IN-MONTH).
      *
       157-SUM-ONE-PCT.
      *
           ADD BD-MONTH-PCT (PCT-SCAN) TO PCT-TOTAL.
      *
      ******************************************************************
      *  This routine gathers the loan book figures
      ******************************************************************
       200-GATHER-LOAN-FIGURES.
      *
           PERFORM 210-SUM-PRINCIPAL.
           PERFORM 220-SUM-ACCRUED-INTEREST.
           PERFORM 230-COUNT-POSTED-MOVEMENTS.
      *
       210-SUM-PRINCIPAL.
      *
           OPEN INPUT LOANMAST.
           IF NOT LOANMAST-FILE-OK
              DISPLAY "LOANMAST NOT AVAILABLE (FILE STATUS "
                      LOANMAST-FILE-STATUS ") - NO PRINCIPAL FIGURE."
           ELSE
              MOVE 8 TO FIGURE-NUMBER
              PERFORM UNTIL LOANMAST-EOF
                 READ LOANMAST
                    AT END
                       MOVE "Y" TO LOANMAST-EOF-SWITCH
                    NOT AT END
                       ADD LM-PRINCIPAL TO TOTAL-PRINCIPAL
                       ADD 1 TO FV-VALUE (FIGURE-NUMBER)
                 END-READ
              END-PERFORM
              CLOSE LOANMAST
              MOVE FV-VALUE (FIGURE-NUMBER) TO EDIT-NOTE-COUNT
              STRING "OVER" EDIT-NOTE-COUNT " ACCOUNT(S)"
                 DELIMITED BY SIZE INTO FV-NOTE (FIGURE-NUMBER)
              MOVE TOTAL-PRINCIPAL TO FV-VALUE (FIGURE-NUMBER)
              MOVE "Y" TO FV-DATA-SWITCH (FIGURE-NUMBER)
           END-IF.
      *
      ******************************************************************
      *  The month's interest is what GLPJ0001 posts from INTR0004's
      *  GLFILE blocks - the rise from the balance before the accrual
      *  to the balance after it, on the rows dated this month
      ******************************************************************
       220-SUM-ACCRUED-INTEREST.
      *
           OPEN INPUT GLFIN.
           IF NOT GLFIN-FILE-OK
              DISPLAY "GLFILE NOT AVAILABLE (FILE STATUS "
                      GLFIN-FILE-STATUS ") - NO INTEREST FIGURE."
           ELSE
              PERFORM UNTIL GLFIN-EOF
                 READ GLFIN
                    AT END
                       MOVE "Y" TO GLFIN-EOF-SWITCH
                    NOT AT END
                       PERFORM 225-FOLD-ONE-GLFIN
                 END-READ
              END-PERFORM
              CLOSE GLFIN
              MOVE 9 TO FIGURE-NUMBER
              MOVE INTEREST-MONTH-TO-DATE TO FV-VALUE (FIGURE-NUMBER)
              MOVE "Y" TO FV-DATA-SWITCH (FIGURE-NUMBER)
              STRING "INTR0004 ACCRUALS DATED " CURRENT-MONTH (5:2)
                     "/" CURRENT-MONTH (1:4)
                 DELIMITED BY SIZE INTO FV-NOTE (FIGURE-NUMBER)
           END-IF.
      *
       225-FOLD-ONE-GLFIN.
      *
           EVALUATE TRUE
              WHEN GI-ACCOUNT-REF (1:3) = "HDR"
                 IF (GLFIN-RECORD (14:8) = "INTR0004")
                    MOVE "Y" TO ACCRUAL-BLOCK-SWITCH
                 ELSE
                    MOVE "N" TO ACCRUAL-BLOCK-SWITCH
                 END-IF
              WHEN GI-ACCOUNT-REF (1:3) = "TRL"
                 CONTINUE
              WHEN GI-DATE NOT NUMERIC
                 CONTINUE
              WHEN IN-ACCRUAL-BLOCK
                 AND (GI-DATE (1:6) = CURRENT-MONTH)
                 AND (GI-VALEUR-FUTURE > GI-VALEUR-ACTUELLE)
                 COMPUTE INTEREST-MONTH-TO-DATE =
                    INTEREST-MONTH-TO-DATE +
                    GI-VALEUR-FUTURE - GI-VALEUR-ACTUELLE
              WHEN OTHER
                 CONTINUE
           END-EVALUATE.
      *
      ******************************************************************
      *  Movements posted by LNTX0001 runs that started yesterday or
      *  today - last night's postings whichever side of midnight
      ******************************************************************
       230-COUNT-POSTED-MOVEMENTS.
      *
           OPEN INPUT LOANPOST.
           IF NOT LOANPOST-FILE-OK
              DISPLAY "LOANPOST NOT AVAILABLE (FILE STATUS "
                      LOANPOST-FILE-STATUS ") - NO POSTING FIGURE."
           ELSE
              PERFORM UNTIL LOANPOST-EOF
                 READ LOANPOST
                    AT END
                       MOVE "Y" TO LOANPOST-EOF-SWITCH
                    NOT AT END
                       IF (LP-RUN-TIMESTAMP (1:8) >= YESTERDAY-DATE-X)
                          ADD 1 TO MOVEMENTS-POSTED
                       END-IF
                 END-READ
              END-PERFORM
              CLOSE LOANPOST
              MOVE 10 TO FIGURE-NUMBER
              MOVE MOVEMENTS-POSTED TO FV-VALUE (FIGURE-NUMBER)
              MOVE "Y" TO FV-DATA-SWITCH (FIGURE-NUMBER)
              MOVE YESTERDAY-DATE-X TO DATE-TO-EDIT
              PERFORM 520-EDIT-DATE
              STRING "BY LNTX0001 RUNS SINCE " EDITED-DATE
                 DELIMITED BY SIZE INTO FV-NOTE (FIGURE-NUMBER)
           END-IF.
      *
      ******************************************************************
      *  This routine reads JOBLOG twice - first for the newest
      *  NIGHTCHN summary and the non-NORMAL runs since yesterday,
      *  then for the steps inside that chain's window that did not
      *  end NORMAL. A chain that ended CHAINERR with no failed run
      *  inside its window had only blocked steps, and counts one
      ******************************************************************
       300-GATHER-OPERATIONS-FIGURES.
      *
           OPEN INPUT JOBLOGIN.
           IF NOT JOBLOGIN-FILE-OK
              DISPLAY "JOBLOG NOT AVAILABLE FOR READING (FILE STATUS "
                      JOBLOGIN-FILE-STATUS ") - NO OPERATIONS "
                      "FIGURES."
           ELSE
              PERFORM UNTIL JOBLOGIN-EOF
                 READ JOBLOGIN
                    AT END
                       MOVE "Y" TO JOBLOGIN-EOF-SWITCH
                    NOT AT END
                       ADD 1 TO JOBLOG-RECORDS-LUS
                       PERFORM 310-CLASSIFY-ONE-RUN
                 END-READ
              END-PERFORM
              CLOSE JOBLOGIN
              MOVE 12 TO FIGURE-NUMBER
              MOVE BAD-RUN-COUNT TO FV-VALUE (FIGURE-NUMBER)
              MOVE "Y" TO FV-DATA-SWITCH (FIGURE-NUMBER)
              MOVE YESTERDAY-DATE-X TO DATE-TO-EDIT
              PERFORM 520-EDIT-DATE
              STRING "ENDED SINCE " EDITED-DATE ", LISTED BELOW"
                 DELIMITED BY SIZE INTO FV-NOTE (FIGURE-NUMBER)
              IF CHAIN-FOUND
                 PERFORM 320-COUNT-CHAIN-FAILURES
              ELSE
                 MOVE 11 TO FIGURE-NUMBER
                 MOVE "NO CHAIN RECORDED ON JOBLOG"
                    TO FV-NOTE (FIGURE-NUMBER)
              END-IF
           END-IF.
      *
       310-CLASSIFY-ONE-RUN.
      *
           IF (JI-PROGRAM-ID = "NIGHTCHN")
              MOVE "Y" TO CHAIN-FOUND-SWITCH
              MOVE JI-START-TIMESTAMP TO CHAIN-START
              MOVE JI-END-TIMESTAMP TO CHAIN-END
              MOVE JI-STATUS TO CHAIN-STATUS
           ELSE
              IF (JI-END-TIMESTAMP (1:8) >= YESTERDAY-DATE-X)
                 AND (JI-STATUS NOT = "NORMAL")
                 ADD 1 TO BAD-RUN-COUNT
                 IF (BAD-RUN-COUNT <= 8)
                    MOVE JI-PROGRAM-ID
                       TO BR-PROGRAM-ID (BAD-RUN-COUNT)
                    MOVE JI-END-TIMESTAMP
                       TO BR-END-TIMESTAMP (BAD-RUN-COUNT)
                    MOVE JI-STATUS TO BR-STATUS (BAD-RUN-COUNT)
                    MOVE JI-OPERATOR-ID
                       TO BR-OPERATOR-ID (BAD-RUN-COUNT)
                 END-IF
              END-IF
           END-IF.
      *
      ******************************************************************
      *  A chain that did not end yesterday or today did not run last
      *  night, and is flagged at least amber whatever its result
      ******************************************************************
       320-COUNT-CHAIN-FAILURES.
      *
           MOVE "N" TO JOBLOGIN-EOF-SWITCH.
           OPEN INPUT JOBLOGIN.
           PERFORM UNTIL JOBLOGIN-EOF
              READ JOBLOGIN
                 AT END
                    MOVE "Y" TO JOBLOGIN-EOF-SWITCH
                 NOT AT END
                    IF (JI-PROGRAM-ID NOT = "NIGHTCHN")
                       AND (JI-START-TIMESTAMP NOT < CHAIN-START)
                       AND (JI-END-TIMESTAMP NOT > CHAIN-END)
                       AND (JI-STATUS NOT = "NORMAL")
                       ADD 1 TO CHAIN-STEPS-BAD
                    END-IF
              END-READ
           END-PERFORM.
           CLOSE JOBLOGIN.
           IF (CHAIN-STATUS NOT = "NORMAL") AND (CHAIN-STEPS-BAD = 0)
              MOVE 1 TO CHAIN-STEPS-BAD
           END-IF.
           MOVE 11 TO FIGURE-NUMBER.
           MOVE CHAIN-STEPS-BAD TO FV-VALUE (FIGURE-NUMBER).
           MOVE "Y" TO FV-DATA-SWITCH (FIGURE-NUMBER).
           MOVE CHAIN-END (1:8) TO DATE-TO-EDIT.
           PERFORM 520-EDIT-DATE.
           STRING "CHAIN " CHAIN-STATUS " AT " EDITED-DATE " "
                  CHAIN-END (9:2) ":" CHAIN-END (11:2)
              DELIMITED BY SIZE INTO FV-NOTE (FIGURE-NUMBER).
      *
      ******************************************************************
      *  This routine flags one figure. A worse-higher figure is red
      *  above its red limit and amber above its amber limit; a
      *  worse-lower one is red below its red limit and amber below
      *  its amber limit. A tank variance is judged either side of
      *  zero. A figure with no data is amber, as is a chain that did
      *  not run last night
      ******************************************************************
       400-JUDGE-ONE-FIGURE.
      *
           MOVE "GREEN" TO FV-FLAG (FIGURE-NUMBER).
           IF (NOT FV-HAS-DATA (FIGURE-NUMBER))
              MOVE "AMBER" TO FV-FLAG (FIGURE-NUMBER)
              IF (FV-NOTE (FIGURE-NUMBER) = SPACES)
                 MOVE "NO DATA - FILE NOT AVAILABLE"
                    TO FV-NOTE (FIGURE-NUMBER)
              END-IF
           ELSE
              IF (FV-VALUE (FIGURE-NUMBER) < 0)
                 AND FD-VARIANCE (FIGURE-NUMBER)
                 COMPUTE JUDGED-VALUE = 0 - FV-VALUE (FIGURE-NUMBER)
              ELSE
                 MOVE FV-VALUE (FIGURE-NUMBER) TO JUDGED-VALUE
              END-IF
              EVALUATE TRUE
                 WHEN FD-WORSE-HIGHER (FIGURE-NUMBER)
                    AND (JUDGED-VALUE > FD-RED-LIMIT (FIGURE-NUMBER))
                    MOVE "RED" TO FV-FLAG (FIGURE-NUMBER)
                 WHEN FD-WORSE-HIGHER (FIGURE-NUMBER)
                    AND (JUDGED-VALUE > FD-AMBER-LIMIT (FIGURE-NUMBER))
                    MOVE "AMBER" TO FV-FLAG (FIGURE-NUMBER)
                 WHEN FD-WORSE-LOWER (FIGURE-NUMBER)
                    AND (JUDGED-VALUE < FD-RED-LIMIT (FIGURE-NUMBER))
                    MOVE "RED" TO FV-FLAG (FIGURE-NUMBER)
                 WHEN FD-WORSE-LOWER (FIGURE-NUMBER)
                    AND (JUDGED-VALUE < FD-AMBER-LIMIT (FIGURE-NUMBER))
                    MOVE "AMBER" TO FV-FLAG (FIGURE-NUMBER)
                 WHEN OTHER
                    CONTINUE
              END-EVALUATE
              IF (FIGURE-NUMBER = 11)
                 AND (CHAIN-END (1:8) < YESTERDAY-DATE-X)
                 AND (FV-FLAG (FIGURE-NUMBER) = "GREEN")
                 MOVE "AMBER" TO FV-FLAG (FIGURE-NUMBER)
                 MOVE "NOT RUN LAST NIGHT"
                    TO FV-NOTE (FIGURE-NUMBER) (23:18)
              END-IF
           END-IF.
           EVALUATE FV-FLAG (FIGURE-NUMBER)
              WHEN "RED"
                 ADD 1 TO RED-FIGURES
              WHEN "AMBER"
                 ADD 1 TO AMBER-FIGURES
              WHEN OTHER
                 CONTINUE
           END-EVALUATE.
      *
      ******************************************************************
      *  This routine prints the page and shows it on the console -
      *  the overall flag is the worst of the twelve
      ******************************************************************
       500-PRINT-DASHBOARD.
      *
           EVALUATE TRUE
              WHEN RED-FIGURES > 0
                 MOVE "RED" TO HL1-OVERALL-FLAG
              WHEN AMBER-FIGURES > 0
                 MOVE "AMBER" TO HL1-OVERALL-FLAG
              WHEN OTHER
                 MOVE "GREEN" TO HL1-OVERALL-FLAG
           END-EVALUATE.
           MOVE HEADING-LINE-1 TO PRINT-AREA.
           PERFORM 590-WRITE-AND-SHOW.
           MOVE HEADING-LINE-2 TO PRINT-AREA.
           PERFORM 590-WRITE-AND-SHOW.
           MOVE "FLEET" TO SL-TITLE.
           PERFORM 510-PRINT-SECTION-TITLE.
           PERFORM 530-PRINT-ONE-FIGURE
              VARYING FIGURE-NUMBER FROM 1 BY 1
              UNTIL FIGURE-NUMBER > 7.
           MOVE "LOAN BOOK" TO SL-TITLE.
           PERFORM 510-PRINT-SECTION-TITLE.
           PERFORM 530-PRINT-ONE-FIGURE
              VARYING FIGURE-NUMBER FROM 8 BY 1
              UNTIL FIGURE-NUMBER > 10.
           MOVE "OPERATIONS" TO SL-TITLE.
           PERFORM 510-PRINT-SECTION-TITLE.
           PERFORM 530-PRINT-ONE-FIGURE
              VARYING FIGURE-NUMBER FROM 11 BY 1
              UNTIL FIGURE-NUMBER > 12.
           IF (BAD-RUN-COUNT > 0)
              MOVE "NON-NORMAL RUNS SINCE YESTERDAY" TO SL-TITLE
              PERFORM 510-PRINT-SECTION-TITLE
              PERFORM 540-PRINT-ONE-BAD-RUN
                 VARYING BAD-RUN-SCAN FROM 1 BY 1
                 UNTIL (BAD-RUN-SCAN > BAD-RUN-COUNT)
                    OR (BAD-RUN-SCAN > 8)
              IF (BAD-RUN-COUNT > 8)
                 MOVE SPACES TO SECTION-LINE
                 MOVE BAD-RUN-COUNT TO EDIT-COUNT
                 STRING "    ..." EDIT-COUNT
                        " IN ALL - SEE THE JLRP0001 REPORT"
                    DELIMITED BY SIZE INTO SL-TITLE
                 MOVE SECTION-LINE TO PRINT-AREA
                 PERFORM 590-WRITE-AND-SHOW
              END-IF
           END-IF.
      *
       510-PRINT-SECTION-TITLE.
      *
           MOVE SPACES TO PRINT-AREA.
           PERFORM 590-WRITE-AND-SHOW.
           MOVE SECTION-LINE TO PRINT-AREA.
           PERFORM 590-WRITE-AND-SHOW.
           MOVE SPACES TO SL-TITLE.
      *
       520-EDIT-DATE.
      *
           MOVE DATE-TO-EDIT (7:2) TO ED-DAY.
           MOVE DATE-TO-EDIT (5:2) TO ED-MONTH.
           MOVE DATE-TO-EDIT (1:4) TO ED-YEAR.
      *
       530-PRINT-ONE-FIGURE.
      *
           MOVE SPACES TO DETAIL-LINE.
           MOVE FD-LABEL (FIGURE-NUMBER) TO DL-LABEL.
           MOVE FV-FLAG (FIGURE-NUMBER) TO DL-FLAG.
           MOVE FV-NOTE (FIGURE-NUMBER) TO DL-NOTE.
           IF FV-HAS-DATA (FIGURE-NUMBER)
              MOVE FV-VALUE (FIGURE-NUMBER) TO JUDGED-VALUE
              IF (FV-VALUE (FIGURE-NUMBER) < 0)
                 COMPUTE JUDGED-VALUE = 0 - FV-VALUE (FIGURE-NUMBER)
              END-IF
              PERFORM 535-EDIT-ONE-VALUE
              IF (FV-VALUE (FIGURE-NUMBER) < 0)
                 MOVE FV-VALUE (FIGURE-NUMBER) TO EDIT-AMOUNT
                 MOVE EDIT-AMOUNT TO EDITED-VALUE
              END-IF
              MOVE EDITED-VALUE TO DL-VALUE
           ELSE
              MOVE "       NO DATA" TO DL-VALUE
           END-IF.
           MOVE FD-AMBER-LIMIT (FIGURE-NUMBER) TO JUDGED-VALUE.
           PERFORM 535-EDIT-ONE-VALUE.
           MOVE EDITED-VALUE TO DL-AMBER.
           MOVE FD-RED-LIMIT (FIGURE-NUMBER) TO JUDGED-VALUE.
           PERFORM 535-EDIT-ONE-VALUE.
           MOVE EDITED-VALUE TO DL-RED.
           MOVE DETAIL-LINE TO PRINT-AREA.
           PERFORM 590-WRITE-AND-SHOW.
      *
      ******************************************************************
      *  Counts and days print whole, amounts, percentages and litres
      *  with their decimals
      ******************************************************************
       535-EDIT-ONE-VALUE.
      *
           IF FD-COUNT (FIGURE-NUMBER) OR FD-DAYS (FIGURE-NUMBER)
              MOVE JUDGED-VALUE TO EDIT-COUNT
              MOVE EDIT-COUNT TO EDITED-VALUE
           ELSE
              MOVE JUDGED-VALUE TO EDIT-AMOUNT
              MOVE EDIT-AMOUNT TO EDITED-VALUE
           END-IF.
      *
       540-PRINT-ONE-BAD-RUN.
      *
           MOVE BR-PROGRAM-ID (BAD-RUN-SCAN) TO RL-PROGRAM-ID.
           MOVE BR-END-TIMESTAMP (BAD-RUN-SCAN) (1:8) TO DATE-TO-EDIT.
           PERFORM 520-EDIT-DATE.
           MOVE EDITED-DATE TO RL-END-DATE.
           MOVE BR-END-TIMESTAMP (BAD-RUN-SCAN) (9:2) TO RL-END-HOUR.
           MOVE BR-END-TIMESTAMP (BAD-RUN-SCAN) (11:2)
              TO RL-END-MINUTE.
           MOVE BR-STATUS (BAD-RUN-SCAN) TO RL-STATUS.
           MOVE BR-OPERATOR-ID (BAD-RUN-SCAN) TO RL-OPERATOR-ID.
           MOVE RUN-LINE TO PRINT-AREA.
           PERFORM 590-WRITE-AND-SHOW.
      *
       590-WRITE-AND-SHOW.
      *
           WRITE PRINT-AREA.
           DISPLAY PRINT-AREA.
      *
      ******************************************************************
      *  This routine closes the page
      ******************************************************************
       900-SHUTDOWN-FILES.
      *
           CLOSE DASHRPT.
           DISPLAY SEPARATOR-LINE.
           DISPLAY "DASHBOARD - " RED-FIGURES " RED, " AMBER-FIGURES
                   " AMBER FIGURE(S) - SEE DASHRPT.".
      *
      ******************************************************************
      *  This routine writes the run's JOBLOG record and closes JOBLOG
      ******************************************************************
       950-ECRIRE-JOBLOG.
      *
           MOVE SPACES TO JOBLOG-RECORD.
           MOVE "DASH0001" TO JL-PROGRAM-ID.
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
