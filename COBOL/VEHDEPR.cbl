      *****************************************************************
      * Program name:    DEPR0001
      * Original author: MANUEL JARRY
      *
      * Maintenence Log
      * Date        Author        Maintenance Requirement
      * ----------- ------------  --------------------------------------
      * 15/10/2026   MANUEL JARRY  Created - monthly vehicle
      *                            depreciation run: method and useful
      *                            life per VM-ASSET-CLASS from
      *                            DEPRCLAS, net book value kept per
      *                            vehicle on the FIXASSET subledger,
      *                            the month's charge appended to
      *                            GLFILE for GLPJ0001 to post under
      *                            VEH-DEPREC
      *
      *****************************************************************
       IDENTIFICATION DIVISION.
       PROGRAM-ID.  DEPR0001.
       AUTHOR. MANUEL JARRY.
       INSTALLATION. COBOL-Learning
       DATE-WRITTEN. 15/10/2026.
       DATE-COMPILED. DD/MM/YYYY.
       SECURITY. NON-CONFIDENTIAL.
      *****************************************************************
      *
      ******************************************************************
      *  A vehicle is depreciated from the month it was bought, a
      *  full month's charge for that month. The first run to meet a
      *  classed vehicle with a cost takes it on to FIXASSET: the
      *  months before the posting month are worked out as the take-
      *  on accumulated depreciation (already carried in Finance's
      *  figures, so not posted again) and only the posting month is
      *  charged. A month missed since the last run is caught up and
      *  posted with the current one; a month already charged is not
      *  charged twice. Each charge becomes one GLFILE row under a
      *  DEPR0001 HDR - charge as VALEUR-ACTUELLE, net book value
      *  after it as VALEUR-FUTURE - dated the last day of the month
      ******************************************************************
       ENVIRONMENT DIVISION.
       CONFIGURATION SECTION.
       SOURCE-COMPUTER. PC-MANU.
       OBJECT-COMPUTER. PC-MANU.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
           SELECT DEPRCLAS ASSIGN TO DEPRCLAS
              ORGANIZATION IS LINE SEQUENTIAL
              FILE STATUS IS DEPRCLAS-FILE-STATUS.
           SELECT GLFILE ASSIGN TO GLFILE
              ORGANIZATION IS LINE SEQUENTIAL.
           SELECT DEPRRPT ASSIGN TO DEPRRPT
              ORGANIZATION IS LINE SEQUENTIAL.
           COPY VEHMSTSL.
           COPY FXASSTSL.
           COPY JOBLOGSL.
      *****************************************************************
      *
      *****************************************************************
       DATA DIVISION.
       FILE SECTION.
      *
      ******************************************************************
      *  Depreciation classes - one row per asset class with its
      *  method (SL or DB), useful life in months and salvage value
      *  as a percentage of cost, e.g. "CAR  SL 060 100" for a car
      *  written down straight line over five years to 10.0%
      ******************************************************************
       FD  DEPRCLAS.
       01  DEPRCLAS-RECORD.
           05 DC-ASSET-CLASS             PIC X(4).
           05 FILLER                     PIC X(1).
           05 DC-METHOD                  PIC X(2).
           05 FILLER                     PIC X(1).
           05 DC-LIFE-MONTHS             PIC 9(3).
           05 FILLER                     PIC X(1).
           05 DC-SALVAGE-PCT             PIC 9(2)V9.
      *
      ******************************************************************
      *  GL extract - the same layout and HDR/TRL controls as the
      *  INTR0003/INTR0004 extract
      ******************************************************************
       FD  GLFILE.
       01  GLFILE-RECORD.
           05 GL-ACCOUNT-REF             PIC X(10).
           05 FILLER                     PIC X(2)      VALUE SPACE.
           05 GL-DATE                    PIC 9(8).
           05 FILLER                     PIC X(2)      VALUE SPACE.
           05 GL-VALEUR-ACTUELLE         PIC 9(9)V99.
           05 FILLER                     PIC X(2)      VALUE SPACE.
           05 GL-VALEUR-FUTURE           PIC 9(9)V99.
      *
       FD  DEPRRPT.
       01  PRINT-AREA                    PIC X(132).
      *
       COPY VEHMSTFD.
      *
       COPY FXASSTFD.
      *
       COPY JOBLOGFD.
      *****************************************************************
      *
      *****************************************************************
       WORKING-STORAGE SECTION.
      *
       01 SWITCHES.
          05 DEPRCLAS-EOF-SWITCH         PIC X          VALUE "N".
             88 DEPRCLAS-EOF                            VALUE "Y".
          05 VEHMAST-EOF-SWITCH          PIC X          VALUE "N".
             88 VEHMAST-EOF                             VALUE "Y".
          05 RUN-READY-SWITCH            PIC X          VALUE "N".
             88 RUN-READY                               VALUE "Y".
          05 ASSET-ON-FILE-SWITCH        PIC X          VALUE "N".
             88 ASSET-ON-FILE                           VALUE "Y".
          05 CLASS-FOUND-SWITCH          PIC X          VALUE "N".
             88 CLASS-FOUND                             VALUE "Y".
      *
       01 FILE-STATUS-FIELDS.
          05 DEPRCLAS-FILE-STATUS        PIC X(2)       VALUE "00".
             88 DEPRCLAS-FILE-OK                        VALUE "00".
          05 VEHMAST-FILE-STATUS         PIC X(2)       VALUE "00".
             88 VEHMAST-FILE-OK                         VALUE "00".
             88 VEHMAST-FILE-NOT-FOUND                  VALUE "23" "35".
          05 FIXASSET-FILE-STATUS        PIC X(2)       VALUE "00".
             88 FIXASSET-FILE-OK                        VALUE "00".
             88 FIXASSET-FILE-NOT-FOUND                 VALUE "23" "35".
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
          05 POSTING-MONTH-ENTRY         PIC 9(6)       VALUE 0.
      *
       01 CLASS-COUNT                    PIC 9(2)       VALUE 0.
       01 CLASS-TABLE.
          05 CLASS-ENTRY
             OCCURS 0 TO 50 TIMES DEPENDING ON CLASS-COUNT
             INDEXED BY CLASS-IDX.
             10 CT-ASSET-CLASS           PIC X(4).
             10 CT-METHOD                PIC X(2).
             10 CT-LIFE-MONTHS           PIC 9(3).
             10 CT-SALVAGE-PCT           PIC 9(2)V9.
      *
       01 WORK-FIELDS.
          05 POSTING-DATE                PIC 9(8)       VALUE 0.
          05 MOIS-NUMERO                 PIC 9(2)       VALUE 0.
          05 JOUR-FIN-DE-MOIS            PIC 9(2)       VALUE 0.
          05 MONTH-WORK.
             10 MONTH-WORK-YEAR          PIC 9(4).
             10 MONTH-WORK-MONTH         PIC 9(2).
          05 POSTING-MONTH-INDEX         PIC 9(6)       VALUE 0.
          05 ACQUISITION-MONTH-INDEX     PIC 9(6)       VALUE 0.
          05 LAST-MONTH-INDEX            PIC 9(6)       VALUE 0.
          05 TAKE-ON-MONTHS              PIC 9(4)       VALUE 0.
          05 MONTHS-DUE                  PIC 9(4)       VALUE 0.
          05 MONTH-CHARGE                PIC 9(8)V99    VALUE 0.
          05 DEPRECIABLE-ROOM            PIC S9(8)V99   VALUE 0.
          05 RUN-CHARGE                  PIC 9(8)V99    VALUE 0.
          05 TAKE-ON-AMOUNT              PIC 9(8)V99    VALUE 0.
          05 DETAIL-NOTE                 PIC X(29)      VALUE SPACES.
          05 OTHER-FIELDS.
             10 SEPARATOR-LINE           PIC X(50)
                                                        VALUE
                   "--------------------------------------------------".
      *
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
          05 GLFILE-CTRL-COUNT          PIC 9(7)       VALUE 0.
          05 GLFILE-CTRL-HASH           PIC 9(13)V99   VALUE 0.
      *
       01 RECONCILIATION-COUNTERS.
          05 VEHMAST-RECORDS-LUS         PIC 9(7)       VALUE 0.
          05 ASSETS-TAKEN-ON             PIC 9(7)       VALUE 0.
          05 ASSETS-CHARGED              PIC 9(7)       VALUE 0.
          05 ASSETS-ALREADY-CHARGED      PIC 9(7)       VALUE 0.
          05 ASSETS-NOT-CLASSED          PIC 9(7)       VALUE 0.
          05 ASSETS-IN-ERROR             PIC 9(7)       VALUE 0.
      *
       01 FLEET-TOTALS.
          05 TOTAL-COST                  PIC 9(10)V99   VALUE 0.
          05 TOTAL-TAKE-ON               PIC 9(10)V99   VALUE 0.
          05 TOTAL-CHARGE                PIC 9(10)V99   VALUE 0.
          05 TOTAL-ACCUMULATED           PIC 9(10)V99   VALUE 0.
          05 TOTAL-NET-BOOK-VALUE        PIC 9(10)V99   VALUE 0.
      *
       01 HEADING-LINE-1.
          05 FILLER                      PIC X(7)       VALUE "DATE:  ".
          05 HL1-DAY                     PIC 9(2).
          05 FILLER                      PIC X(1)       VALUE "/".
          05 HL1-MONTH                   PIC 9(2).
          05 FILLER                      PIC X(1)       VALUE "/".
          05 HL1-YEAR                    PIC 9(4).
          05 FILLER                      PIC X(4)       VALUE SPACE.
          05 FILLER                      PIC X(30)      VALUE
                "VEHICLE DEPRECIATION - MONTH ".
          05 HL1-POSTING-MONTH           PIC 9(6).
          05 FILLER                      PIC X(4)       VALUE SPACE.
          05 FILLER                      PIC X(8)  VALUE "PAGE:   ".
          05 HL1-PAGE-NUMBER             PIC ZZ9.
          05 FILLER                      PIC X(60)      VALUE SPACE.
      *
       01 HEADING-LINE-2.
          05 FILLER                      PIC X(8)  VALUE "VEHICLE".
          05 FILLER                      PIC X(6)  VALUE "CLASS".
          05 FILLER                      PIC X(4)  VALUE "MT".
          05 FILLER                      PIC X(5)  VALUE "LIFE".
          05 FILLER                      PIC X(15)
                                         VALUE "         COST  ".
          05 FILLER                      PIC X(15)
                                         VALUE "      TAKE-ON  ".
          05 FILLER                      PIC X(15)
                                         VALUE " MONTH CHARGE  ".
          05 FILLER                      PIC X(15)
                                         VALUE "  ACCUMULATED  ".
          05 FILLER                      PIC X(15)
                                         VALUE "          NBV  ".
          05 FILLER                      PIC X(5)  VALUE "MTH".
          05 FILLER                      PIC X(29) VALUE "NOTE".
      *
       01 DETAIL-LINE.
          05 DL-VEHICLE-ID               PIC X(6).
          05 FILLER                      PIC X(2)       VALUE SPACE.
          05 DL-ASSET-CLASS              PIC X(4).
          05 FILLER                      PIC X(2)       VALUE SPACE.
          05 DL-METHOD                   PIC X(2).
          05 FILLER                      PIC X(2)       VALUE SPACE.
          05 DL-LIFE-MONTHS              PIC ZZ9.
          05 FILLER                      PIC X(2)       VALUE SPACE.
          05 DL-COST                     PIC ZZ,ZZZ,ZZ9.99.
          05 FILLER                      PIC X(2)       VALUE SPACE.
          05 DL-TAKE-ON                  PIC ZZ,ZZZ,ZZ9.99.
          05 FILLER                      PIC X(2)       VALUE SPACE.
          05 DL-CHARGE                   PIC ZZ,ZZZ,ZZ9.99.
          05 FILLER                      PIC X(2)       VALUE SPACE.
          05 DL-ACCUMULATED              PIC ZZ,ZZZ,ZZ9.99.
          05 FILLER                      PIC X(2)       VALUE SPACE.
          05 DL-NET-BOOK-VALUE           PIC ZZ,ZZZ,ZZ9.99.
          05 FILLER                      PIC X(2)       VALUE SPACE.
          05 DL-MONTHS-CHARGED           PIC ZZ9.
          05 FILLER                      PIC X(2)       VALUE SPACE.
          05 DL-NOTE                     PIC X(29).
      *
       01 TOTAL-LINE.
          05 FILLER                      PIC X(23)      VALUE
                "FLEET TOTALS".
          05 TL-COST                     PIC ZZ,ZZZ,ZZ9.99.
          05 FILLER                      PIC X(2)       VALUE SPACE.
          05 TL-TAKE-ON                  PIC ZZ,ZZZ,ZZ9.99.
          05 FILLER                      PIC X(2)       VALUE SPACE.
          05 TL-CHARGE                   PIC ZZ,ZZZ,ZZ9.99.
          05 FILLER                      PIC X(2)       VALUE SPACE.
          05 TL-ACCUMULATED              PIC ZZ,ZZZ,ZZ9.99.
          05 FILLER                      PIC X(2)       VALUE SPACE.
          05 TL-NET-BOOK-VALUE           PIC ZZ,ZZZ,ZZ9.99.
          05 FILLER                      PIC X(34)      VALUE SPACE.
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
           IF RUN-READY
              PERFORM 100-DEPRECIATE-THE-FLEET
              PERFORM 450-PRINT-FLEET-TOTALS
           END-IF.
           PERFORM 900-SHUTDOWN-FILES.
           PERFORM 950-ECRIRE-JOBLOG.
           DISPLAY "END OF PROGRAM.".
           GOBACK.
      *
      ******************************************************************
      *  This routine asks the posting month, loads the depreciation
      *  classes and opens the files - a missing DEPRCLAS or VEHMAST
      *  abandons the run, FIXASSET is created on first use
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
           DISPLAY SEPARATOR-LINE.
           DISPLAY "VEHICLE DEPRECIATION RUN".
           DISPLAY "ENTER THE POSTING MONTH (YYYYMM, 0 FOR THE "
                   "CURRENT MONTH):".
           ACCEPT POSTING-MONTH-ENTRY.
           IF (POSTING-MONTH-ENTRY = 0)
              MOVE JDH-DATE (1:6) TO POSTING-MONTH-ENTRY
           END-IF.
           IF (POSTING-MONTH-ENTRY (5:2) < "01")
              OR (POSTING-MONTH-ENTRY (5:2) > "12")
              DISPLAY "INVALID POSTING MONTH " POSTING-MONTH-ENTRY
                      ". RUN ABANDONED."
              MOVE "ABANDON" TO JOBLOG-STATUS-SWITCH
              GO TO 010-EXIT
           END-IF.
           MOVE POSTING-MONTH-ENTRY TO HL1-POSTING-MONTH.
           MOVE POSTING-MONTH-ENTRY (5:2) TO MOIS-NUMERO.
           EVALUATE MOIS-NUMERO
              WHEN 01 WHEN 03 WHEN 05 WHEN 07
              WHEN 08 WHEN 10 WHEN 12
                 MOVE 31 TO JOUR-FIN-DE-MOIS
              WHEN 02
                 MOVE 28 TO JOUR-FIN-DE-MOIS
              WHEN OTHER
                 MOVE 30 TO JOUR-FIN-DE-MOIS
           END-EVALUATE.
           COMPUTE POSTING-DATE =
              POSTING-MONTH-ENTRY * 100 + JOUR-FIN-DE-MOIS.
           MOVE POSTING-MONTH-ENTRY TO MONTH-WORK.
           COMPUTE POSTING-MONTH-INDEX =
              MONTH-WORK-YEAR * 12 + MONTH-WORK-MONTH.
           PERFORM 015-LOAD-CLASSES.
           IF (CLASS-COUNT = 0)
              DISPLAY "DEPRCLAS EMPTY OR MISSING - NO METHOD OR LIFE "
                      "TO APPLY. RUN ABANDONED."
              MOVE "FILE-ERR" TO JOBLOG-STATUS-SWITCH
              GO TO 010-EXIT
           END-IF.
           OPEN INPUT VEHMAST.
           IF NOT VEHMAST-FILE-OK
              DISPLAY "VEHMAST INTROUVABLE OU ILLISIBLE "
                      "(FILE STATUS " VEHMAST-FILE-STATUS "). "
                      "DEPRECIATION RUN ABANDONED."
              MOVE "FILE-ERR" TO JOBLOG-STATUS-SWITCH
              GO TO 010-EXIT
           END-IF.
           OPEN I-O FIXASSET.
           IF FIXASSET-FILE-NOT-FOUND
              OPEN OUTPUT FIXASSET
              CLOSE FIXASSET
              OPEN I-O FIXASSET
           END-IF.
           OPEN EXTEND GLFILE.
           OPEN OUTPUT DEPRRPT.
           MOVE "Y" TO RUN-READY-SWITCH.
           MOVE JDH-DATE TO CE-RUN-DATE.
           MOVE "DEPR0001" TO CE-PROGRAM-ID.
           WRITE GLFILE-RECORD FROM CONTROLE-ENTETE.
      *
       010-EXIT.
           EXIT.
      *
      ******************************************************************
      *  This routine loads DEPRCLAS - a row with a method other than
      *  SL or DB, or no life, is reported and left out
      ******************************************************************
       015-LOAD-CLASSES.
      *
           OPEN INPUT DEPRCLAS.
           IF NOT DEPRCLAS-FILE-OK
              MOVE "Y" TO DEPRCLAS-EOF-SWITCH
           END-IF.
           PERFORM UNTIL DEPRCLAS-EOF
              READ DEPRCLAS
                 AT END
                    MOVE "Y" TO DEPRCLAS-EOF-SWITCH
                 NOT AT END
                    PERFORM 016-HOLD-ONE-CLASS
              END-READ
           END-PERFORM.
           IF DEPRCLAS-FILE-OK OR DEPRCLAS-FILE-STATUS = "10"
              CLOSE DEPRCLAS
           END-IF.
      *
       016-HOLD-ONE-CLASS.
      *
           IF (DC-METHOD NOT = "SL" AND "DB")
              OR (DC-LIFE-MONTHS NOT NUMERIC)
              OR (DC-LIFE-MONTHS = 0)
              OR (DC-SALVAGE-PCT NOT NUMERIC)
              DISPLAY "EXCEPTION: DEPRCLAS ROW FOR CLASS "
                      DC-ASSET-CLASS " INVALID - IGNORED."
              MOVE "RECONERR" TO JOBLOG-STATUS-SWITCH
           ELSE
              IF (CLASS-COUNT < 50)
                 ADD 1 TO CLASS-COUNT
                 SET CLASS-IDX TO CLASS-COUNT
                 MOVE DC-ASSET-CLASS TO CT-ASSET-CLASS (CLASS-IDX)
                 MOVE DC-METHOD TO CT-METHOD (CLASS-IDX)
                 MOVE DC-LIFE-MONTHS TO CT-LIFE-MONTHS (CLASS-IDX)
                 MOVE DC-SALVAGE-PCT TO CT-SALVAGE-PCT (CLASS-IDX)
              ELSE
                 DISPLAY "EXCEPTION: CLASS TABLE FULL - "
                         DC-ASSET-CLASS " IGNORED."
                 MOVE "RECONERR" TO JOBLOG-STATUS-SWITCH
              END-IF
           END-IF.
      *
      ******************************************************************
      *  This routine sweeps VEHMAST in vehicle order
      ******************************************************************
       100-DEPRECIATE-THE-FLEET.
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
                    ADD 1 TO VEHMAST-RECORDS-LUS
                    PERFORM 200-DEPRECIATE-ONE-VEHICLE THRU 200-EXIT
              END-READ
           END-PERFORM.
      *
      ******************************************************************
      *  This routine charges one vehicle for the months due up to
      *  the posting month. An unclassed vehicle is not a fixed asset
      *  of the fleet and is passed over silently; a classed one with
      *  no cost, or a class DEPRCLAS does not know, is reported as
      *  an error. A disposed asset takes no more charges
      ******************************************************************
       200-DEPRECIATE-ONE-VEHICLE.
      *
           IF (VM-ASSET-CLASS = SPACES OR LOW-VALUES)
              ADD 1 TO ASSETS-NOT-CLASSED
              GO TO 200-EXIT
           END-IF.
           MOVE SPACES TO DETAIL-NOTE.
           MOVE 0 TO TAKE-ON-AMOUNT.
           MOVE 0 TO RUN-CHARGE.
           MOVE "N" TO ASSET-ON-FILE-SWITCH.
           MOVE VM-VEHICLE-ID TO FA-VEHICLE-ID.
           READ FIXASSET
              INVALID KEY
                 CONTINUE
              NOT INVALID KEY
                 MOVE "Y" TO ASSET-ON-FILE-SWITCH
           END-READ.
           IF ASSET-ON-FILE
              IF FA-DISPOSED
                 GO TO 200-EXIT
              END-IF
           ELSE
              IF VM-RETIRED
                 GO TO 200-EXIT
              END-IF
              PERFORM 210-TAKE-ON-ASSET THRU 210-EXIT
              IF (NOT ASSET-ON-FILE)
                 GO TO 200-EXIT
              END-IF
           END-IF.
           MOVE FA-LAST-DEPREC-MONTH TO MONTH-WORK.
           COMPUTE LAST-MONTH-INDEX =
              MONTH-WORK-YEAR * 12 + MONTH-WORK-MONTH.
           IF (LAST-MONTH-INDEX >= POSTING-MONTH-INDEX)
              ADD 1 TO ASSETS-ALREADY-CHARGED
              GO TO 200-EXIT
           END-IF.
           COMPUTE MONTHS-DUE =
              POSTING-MONTH-INDEX - LAST-MONTH-INDEX.
           IF (MONTHS-DUE > 1)
              STRING "CATCH-UP " MONTHS-DUE " MONTHS"
                 DELIMITED BY SIZE INTO DETAIL-NOTE
           END-IF.
           PERFORM 300-CHARGE-ONE-MONTH MONTHS-DUE TIMES.
           MOVE POSTING-MONTH-ENTRY TO FA-LAST-DEPREC-MONTH.
           IF (RUN-CHARGE = 0)
              MOVE "FULLY DEPRECIATED" TO DETAIL-NOTE
           ELSE
              ADD 1 TO ASSETS-CHARGED
              PERFORM 400-WRITE-GLFILE-ROW
           END-IF.
           REWRITE FIXASSET-RECORD
              INVALID KEY
                 DISPLAY "EXCEPTION: FIXASSET REWRITE FAILED FOR "
                         FA-VEHICLE-ID " (FILE STATUS "
                         FIXASSET-FILE-STATUS ")."
                 MOVE "RECONERR" TO JOBLOG-STATUS-SWITCH
           END-REWRITE.
           PERFORM 410-REPORT-ONE-ASSET.
      *
       200-EXIT.
           EXIT.
      *
      ******************************************************************
      *  This routine takes a classed vehicle on to FIXASSET - the
      *  class's method and life are fixed on the asset, and the
      *  months from acquisition up to the posting month are charged
      *  as take-on depreciation, not posted. It is written as charged
      *  to the month before the posting month
      ******************************************************************
       210-TAKE-ON-ASSET.
      *
           IF (VM-ACQUISITION-COST NOT NUMERIC)
              OR (VM-ACQUISITION-COST = 0)
              OR (VM-ACQUISITION-DATE NOT NUMERIC)
              OR (VM-ACQUISITION-DATE = 0)
              MOVE "** NO COST OR DATE ON VEHMAST" TO DETAIL-NOTE
              PERFORM 420-REPORT-ERROR
              GO TO 210-EXIT
           END-IF.
           MOVE VM-ACQUISITION-DATE (1:6) TO MONTH-WORK.
           COMPUTE ACQUISITION-MONTH-INDEX =
              MONTH-WORK-YEAR * 12 + MONTH-WORK-MONTH.
           IF (ACQUISITION-MONTH-INDEX > POSTING-MONTH-INDEX)
              GO TO 210-EXIT
           END-IF.
           MOVE "N" TO CLASS-FOUND-SWITCH.
           SET CLASS-IDX TO 1.
           SEARCH CLASS-ENTRY
              AT END
                 CONTINUE
              WHEN CT-ASSET-CLASS (CLASS-IDX) = VM-ASSET-CLASS
                 MOVE "Y" TO CLASS-FOUND-SWITCH
           END-SEARCH.
           IF (NOT CLASS-FOUND)
              MOVE "** CLASS NOT ON DEPRCLAS" TO DETAIL-NOTE
              PERFORM 420-REPORT-ERROR
              GO TO 210-EXIT
           END-IF.
           MOVE SPACES TO FIXASSET-RECORD.
           MOVE VM-VEHICLE-ID TO FA-VEHICLE-ID.
           MOVE VM-ASSET-CLASS TO FA-ASSET-CLASS.
           MOVE CT-METHOD (CLASS-IDX) TO FA-METHOD.
           MOVE CT-LIFE-MONTHS (CLASS-IDX) TO FA-LIFE-MONTHS.
           MOVE VM-ACQUISITION-DATE TO FA-ACQUISITION-DATE.
           MOVE VM-ACQUISITION-COST TO FA-COST.
           COMPUTE FA-SALVAGE-VALUE ROUNDED =
              VM-ACQUISITION-COST * CT-SALVAGE-PCT (CLASS-IDX) / 100.
           MOVE 0 TO FA-ACCUMULATED-DEPREC.
           MOVE VM-ACQUISITION-COST TO FA-NET-BOOK-VALUE.
           MOVE 0 TO FA-MONTHS-CHARGED.
           MOVE "A" TO FA-STATUS-SWITCH.
           MOVE 0 TO FA-DISPOSAL-DATE.
           MOVE 0 TO FA-SALE-PROCEEDS.
           MOVE 0 TO FA-DISPOSAL-GAIN-LOSS.
           COMPUTE TAKE-ON-MONTHS =
              POSTING-MONTH-INDEX - ACQUISITION-MONTH-INDEX.
           PERFORM 300-CHARGE-ONE-MONTH TAKE-ON-MONTHS TIMES.
           MOVE RUN-CHARGE TO TAKE-ON-AMOUNT.
           MOVE 0 TO RUN-CHARGE.
           IF (MOIS-NUMERO = 01)
              COMPUTE FA-LAST-DEPREC-MONTH =
                 POSTING-MONTH-ENTRY - 89
           ELSE
              COMPUTE FA-LAST-DEPREC-MONTH =
                 POSTING-MONTH-ENTRY - 1
           END-IF.
           WRITE FIXASSET-RECORD
              INVALID KEY
                 DISPLAY "EXCEPTION: FIXASSET WRITE FAILED FOR "
                         FA-VEHICLE-ID " (FILE STATUS "
                         FIXASSET-FILE-STATUS ")."
                 MOVE "RECONERR" TO JOBLOG-STATUS-SWITCH
                 GO TO 210-EXIT
           END-WRITE.
           MOVE "Y" TO ASSET-ON-FILE-SWITCH.
           ADD 1 TO ASSETS-TAKEN-ON.
      *
       210-EXIT.
           EXIT.
      *
      ******************************************************************
      *  This routine charges one month on the asset and adds it to
      *  RUN-CHARGE. Straight line takes an even share of cost less
      *  salvage, the last month of the life taking whatever rounding
      *  left over; declining balance takes twice the straight-line
      *  rate of the current book value. Neither goes below salvage
      ******************************************************************
       300-CHARGE-ONE-MONTH.
      *
           COMPUTE DEPRECIABLE-ROOM =
              FA-NET-BOOK-VALUE - FA-SALVAGE-VALUE.
           IF (DEPRECIABLE-ROOM <= 0) OR (FA-LIFE-MONTHS = 0)
              MOVE 0 TO MONTH-CHARGE
           ELSE
              IF FA-DECLINING-BALANCE
                 COMPUTE MONTH-CHARGE ROUNDED =
                    FA-NET-BOOK-VALUE * 2 / FA-LIFE-MONTHS
              ELSE
                 IF (FA-MONTHS-CHARGED + 1 >= FA-LIFE-MONTHS)
                    MOVE DEPRECIABLE-ROOM TO MONTH-CHARGE
                 ELSE
                    COMPUTE MONTH-CHARGE ROUNDED =
                       (FA-COST - FA-SALVAGE-VALUE) / FA-LIFE-MONTHS
                 END-IF
              END-IF
              IF (MONTH-CHARGE > DEPRECIABLE-ROOM)
                 MOVE DEPRECIABLE-ROOM TO MONTH-CHARGE
              END-IF
           END-IF.
           IF (MONTH-CHARGE > 0)
              ADD MONTH-CHARGE TO FA-ACCUMULATED-DEPREC
              SUBTRACT MONTH-CHARGE FROM FA-NET-BOOK-VALUE
              ADD 1 TO FA-MONTHS-CHARGED
              ADD MONTH-CHARGE TO RUN-CHARGE
           END-IF.
      *
      ******************************************************************
      *  This routine appends the vehicle's charge to GLFILE
      ******************************************************************
       400-WRITE-GLFILE-ROW.
      *
           MOVE SPACES TO GLFILE-RECORD.
           MOVE FA-VEHICLE-ID TO GL-ACCOUNT-REF.
           MOVE POSTING-DATE TO GL-DATE.
           MOVE RUN-CHARGE TO GL-VALEUR-ACTUELLE.
           MOVE FA-NET-BOOK-VALUE TO GL-VALEUR-FUTURE.
           WRITE GLFILE-RECORD.
           ADD 1 TO GLFILE-CTRL-COUNT.
           ADD RUN-CHARGE TO GLFILE-CTRL-HASH.
           ADD FA-NET-BOOK-VALUE TO GLFILE-CTRL-HASH.
      *
      ******************************************************************
      *  This routine prints one asset's line and adds it to the
      *  fleet totals
      ******************************************************************
       410-REPORT-ONE-ASSET.
      *
           MOVE SPACES TO DETAIL-LINE.
           MOVE FA-VEHICLE-ID TO DL-VEHICLE-ID.
           MOVE FA-ASSET-CLASS TO DL-ASSET-CLASS.
           MOVE FA-METHOD TO DL-METHOD.
           MOVE FA-LIFE-MONTHS TO DL-LIFE-MONTHS.
           MOVE FA-COST TO DL-COST.
           MOVE TAKE-ON-AMOUNT TO DL-TAKE-ON.
           MOVE RUN-CHARGE TO DL-CHARGE.
           MOVE FA-ACCUMULATED-DEPREC TO DL-ACCUMULATED.
           MOVE FA-NET-BOOK-VALUE TO DL-NET-BOOK-VALUE.
           MOVE FA-MONTHS-CHARGED TO DL-MONTHS-CHARGED.
           MOVE DETAIL-NOTE TO DL-NOTE.
           PERFORM 430-WRITE-DETAIL-LINE.
           ADD FA-COST TO TOTAL-COST.
           ADD TAKE-ON-AMOUNT TO TOTAL-TAKE-ON.
           ADD RUN-CHARGE TO TOTAL-CHARGE.
           ADD FA-ACCUMULATED-DEPREC TO TOTAL-ACCUMULATED.
           ADD FA-NET-BOOK-VALUE TO TOTAL-NET-BOOK-VALUE.
      *
      ******************************************************************
      *  This routine prints a vehicle that could not be taken on,
      *  with the reason in DETAIL-NOTE
      ******************************************************************
       420-REPORT-ERROR.
      *
           ADD 1 TO ASSETS-IN-ERROR.
           MOVE "RECONERR" TO JOBLOG-STATUS-SWITCH.
           MOVE SPACES TO DETAIL-LINE.
           MOVE VM-VEHICLE-ID TO DL-VEHICLE-ID.
           MOVE VM-ASSET-CLASS TO DL-ASSET-CLASS.
           MOVE DETAIL-NOTE TO DL-NOTE.
           PERFORM 430-WRITE-DETAIL-LINE.
      *
       430-WRITE-DETAIL-LINE.
      *
           IF (RPT-LINE-COUNTER = 0)
              OR (RPT-LINE-COUNTER >= LINES-PER-PAGE)
              PERFORM 030-PRINT-HEADINGS
           END-IF.
           WRITE PRINT-AREA FROM DETAIL-LINE.
           ADD 1 TO RPT-LINE-COUNTER.
      *
       450-PRINT-FLEET-TOTALS.
      *
           IF (RPT-LINE-COUNTER = 0)
              OR (RPT-LINE-COUNTER >= LINES-PER-PAGE)
              PERFORM 030-PRINT-HEADINGS
           END-IF.
           MOVE TOTAL-COST TO TL-COST.
           MOVE TOTAL-TAKE-ON TO TL-TAKE-ON.
           MOVE TOTAL-CHARGE TO TL-CHARGE.
           MOVE TOTAL-ACCUMULATED TO TL-ACCUMULATED.
           MOVE TOTAL-NET-BOOK-VALUE TO TL-NET-BOOK-VALUE.
           WRITE PRINT-AREA FROM TOTAL-LINE.
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
      *  This routine closes the GLFILE block with its TRL, prints
      *  the run totals and closes the files
      ******************************************************************
       900-SHUTDOWN-FILES.
      *
           DISPLAY SEPARATOR-LINE.
           DISPLAY "DEPRECIATION RUN - " VEHMAST-RECORDS-LUS
                   " VEHICLE(S) READ, " ASSETS-TAKEN-ON
                   " TAKEN ON, " ASSETS-CHARGED " CHARGED.".
           DISPLAY ASSETS-ALREADY-CHARGED " ALREADY CHARGED FOR THE "
                   "MONTH, " ASSETS-NOT-CLASSED " NOT CLASSED, "
                   ASSETS-IN-ERROR " IN ERROR.".
           DISPLAY "CHARGE POSTED TO GLFILE: " TOTAL-CHARGE.
           IF RUN-READY
              MOVE GLFILE-CTRL-COUNT TO CP-RECORD-COUNT
              MOVE GLFILE-CTRL-HASH  TO CP-HASH-TOTAL
              WRITE GLFILE-RECORD FROM CONTROLE-PIED
              CLOSE GLFILE
              CLOSE DEPRRPT
              CLOSE VEHMAST
              CLOSE FIXASSET
           END-IF.
      *
      ******************************************************************
      *  This routine writes the run's JOBLOG record and closes JOBLOG
      ******************************************************************
       950-ECRIRE-JOBLOG.
      *
           MOVE SPACES TO JOBLOG-RECORD.
           MOVE "DEPR0001" TO JL-PROGRAM-ID.
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
