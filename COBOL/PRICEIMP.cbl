      *****************************************************************
      * Program name:    FPIM0001
      * Original author: MANUEL JARRY
      *
      * Maintenence Log
      * Date        Author        Maintenance Requirement
      * ----------- ------------  --------------------------------------
      * 15/10/2026   MANUEL JARRY  Created - weekly supplier fuel price
      *                            feed loaded into FUELPRCE, a move
      *                            beyond FPIM-MAX-CHANGE-PCT from the
      *                            previous effective price rejected;
      *                            trips journalled at a superseded
      *                            price are then reversed and
      *                            journalled again at the right one
      *
      *****************************************************************
       IDENTIFICATION DIVISION.
       PROGRAM-ID.  FPIM0001.
       AUTHOR. MANUEL JARRY.
       INSTALLATION. COBOL-Learning
       DATE-WRITTEN. 15/10/2026.
       DATE-COMPILED. DD/MM/YYYY.
       SECURITY. NON-CONFIDENTIAL.
      *****************************************************************
      *
      *  The run has two steps. The import reads PRICEFED in the
      *  supplier's order and loads each price into FUELPRCE - a new
      *  fuel type and date is added, a restated price for a date
      *  already on file replaces it, the same price again is left as
      *  it is. Every price in effect by today sets up a re-pricing
      *  window from its effective date to the day before the next
      *  price of that fuel type, carrying the price that was in force
      *  there before the run.
      *
      *  The re-pricing pass then reads TRIPFILE: a trip of that fuel
      *  type, dated in a window and journalled at the window's old
      *  price is reversed and journalled again at the new price,
      *  both dated with the trip's own date, so every reader of the
      *  journal (BUDG0001, DEPT0001 and the rest) picks the new cost
      *  up. A trip already reversed is left alone, so the run can be
      *  repeated with the same feed safely. Trips keyed at an
      *  override price are not touched. A reversal landing in a month
      *  already closed to TRIPSUMM needs that month re-closed with
      *  MCLS0001, and the run says which.
      *
      *****************************************************************
       ENVIRONMENT DIVISION.
       CONFIGURATION SECTION.
       SOURCE-COMPUTER. PC-MANU.
       OBJECT-COMPUTER. PC-MANU.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
           SELECT PRICEFED ASSIGN TO PRICEFED
              ORGANIZATION IS LINE SEQUENTIAL
              FILE STATUS IS PRICEFED-FILE-STATUS.
           SELECT FPIMRPT ASSIGN TO FPIMRPT
              ORGANIZATION IS LINE SEQUENTIAL.
           COPY FUELPRSL.
           COPY VEHMSTSL.
           COPY TRIPFLSL.
           COPY TRIPSMSL.
           COPY PARMFLSL.
           COPY JOBLOGSL.
      *****************************************************************
      *
      *****************************************************************
       DATA DIVISION.
       FILE SECTION.
      *
      ******************************************************************
      *  Weekly price file from the fuel supplier - one line per fuel
      *  type and effective date, price per litre
      ******************************************************************
       FD  PRICEFED.
       01  PRICEFED-RECORD.
           05 PF-FUEL-TYPE               PIC X(8).
           05 FILLER                     PIC X(1).
           05 PF-EFFECTIVE-DATE          PIC 9(8).
           05 FILLER                     PIC X(1).
           05 PF-PRICE-PER-UNIT          PIC 9(3)V999.
      *
       FD  FPIMRPT.
       01  PRINT-AREA                    PIC X(132).
      *
       COPY FUELPRFD.
      *
       COPY VEHMSTFD.
      *
       COPY TRIPFLFD.
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
          05 PRICEFED-EOF-SWITCH         PIC X          VALUE "N".
             88 PRICEFED-EOF                            VALUE "Y".
          05 FUELPRCE-EOF-SWITCH         PIC X          VALUE "N".
             88 FUELPRCE-EOF                            VALUE "Y".
          05 TRIPFILE-EOF-SWITCH         PIC X          VALUE "N".
             88 TRIPFILE-EOF                            VALUE "Y".
          05 TRIPSUMM-EOF-SWITCH         PIC X          VALUE "N".
             88 TRIPSUMM-EOF                            VALUE "Y".
          05 PARMFILE-EOF-SWITCH         PIC X          VALUE "N".
             88 PARMFILE-EOF                            VALUE "Y".
          05 PRICE-VALID-SWITCH          PIC X          VALUE "Y".
             88 PRICE-VALID                             VALUE "Y".
          05 PREVIOUS-PRICE-SWITCH       PIC X          VALUE "N".
             88 PREVIOUS-PRICE-FOUND                    VALUE "Y".
          05 MONTH-SUMMARIZED-SWITCH     PIC X          VALUE "N".
             88 MONTH-SUMMARIZED                        VALUE "Y".
          05 IMPORT-READY-SWITCH         PIC X          VALUE "N".
             88 IMPORT-READY                            VALUE "Y".
          05 REPRICE-READY-SWITCH        PIC X          VALUE "N".
             88 REPRICE-READY                           VALUE "Y".
          05 REPORT-SECTION-SWITCH       PIC X          VALUE "P".
             88 PRINTING-PRICES                         VALUE "P".
             88 PRINTING-TRIPS                          VALUE "T".
      *
       01 FILE-STATUS-FIELDS.
          05 PRICEFED-FILE-STATUS        PIC X(2)       VALUE "00".
             88 PRICEFED-FILE-OK                        VALUE "00".
          05 FUELPRCE-FILE-STATUS        PIC X(2)       VALUE "00".
             88 FUELPRCE-FILE-OK                        VALUE "00".
             88 FUELPRCE-FILE-NOT-FOUND                 VALUE "23" "35".
          05 VEHMAST-FILE-STATUS         PIC X(2)       VALUE "00".
             88 VEHMAST-FILE-OK                         VALUE "00".
          05 TRIPFILE-FILE-STATUS        PIC X(2)       VALUE "00".
             88 TRIPFILE-FILE-OK                        VALUE "00".
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
      *  Largest move allowed from the previous effective price, in
      *  per cent either way - overridable from PARMFILE
      ******************************************************************
       01 MAX-CHANGE-PCT                 PIC 9(3)V99    VALUE 10.
      *
      ******************************************************************
      *  One re-pricing window per price in effect by today - the old
      *  price is the one in force over the window before this run
      ******************************************************************
       01 WINDOW-COUNT                   PIC 9(3)       VALUE 0.
       01 WINDOW-TABLE.
          05 WINDOW-ENTRY
             OCCURS 0 TO 300 TIMES DEPENDING ON WINDOW-COUNT
             INDEXED BY WINDOW-IDX.
             10 RW-FUEL-TYPE             PIC X(8).
             10 RW-FROM-DATE             PIC 9(8).
             10 RW-TO-DATE               PIC 9(8).
             10 RW-OLD-PRICE             PIC 9(3)V999.
             10 RW-NEW-PRICE             PIC 9(3)V999.
      *
      ******************************************************************
      *  Trips found at a superseded price, kept whole so the reversal
      *  and the re-costed trip are exact copies of the original bar
      *  the type, price and cost. A reversal met later in the journal
      *  that matches one cancels it - that trip was already dealt with
      ******************************************************************
       01 CANDIDATE-COUNT                PIC 9(4)       VALUE 0.
       01 CANDIDATE-TABLE.
          05 CANDIDATE-ENTRY
             OCCURS 0 TO 2000 TIMES DEPENDING ON CANDIDATE-COUNT
             INDEXED BY CANDIDATE-IDX.
             10 CT-VEHICLE-ID            PIC X(6).
             10 CT-TRIP-DATE             PIC 9(8).
             10 CT-DISTANCE              PIC 9(8)V99.
             10 CT-FUEL-USED             PIC 9(8)V99.
             10 CT-TRIP-COST             PIC 9(8)V99.
             10 CT-FUEL-TYPE             PIC X(8).
             10 CT-NEW-PRICE             PIC 9(3)V999.
             10 CT-STATUS-SWITCH         PIC X.
                88 CT-LIVE                              VALUE "L".
                88 CT-CANCELLED                         VALUE "C".
             10 CT-IMAGE                 PIC X(80).
      *
      ******************************************************************
      *  The months present on TRIPSUMM, and the closed months the
      *  re-pricing journalled into
      ******************************************************************
       01 SUMMARY-MONTH-COUNT            PIC 9(3)       VALUE 0.
       01 SUMMARY-MONTH-TABLE.
          05 SUMMARY-MONTH-ENTRY
             OCCURS 0 TO 240 TIMES
             DEPENDING ON SUMMARY-MONTH-COUNT
             INDEXED BY SUMMARY-MONTH-IDX.
             10 SM-MONTH                 PIC 9(6).
             10 SM-TOUCHED-SWITCH        PIC X.
                88 SM-TOUCHED                           VALUE "Y".
      *
       01 WORK-FIELDS.
          05 REJECT-REASON               PIC X(30).
          05 PRICE-ACTION                PIC X(10).
          05 PREVIOUS-PRICE              PIC 9(3)V999.
          05 PREVIOUS-DATE               PIC 9(8).
          05 PRIOR-RUN-PRICE             PIC 9(3)V999.
          05 OLD-PRICE                   PIC 9(3)V999.
          05 CHANGE-PCT                  PIC S9(5)V99.
          05 CHANGE-PCT-ABSOLUTE         PIC 9(5)V99.
          05 NEW-TRIP-COST               PIC 9(8)V99.
          05 TRIP-MONTH                  PIC 9(6).
          05 WINDOW-SCAN                 PIC 9(3).
          05 CANDIDATE-SCAN              PIC 9(4).
          05 MONTH-SCAN                  PIC 9(3).
          05 COST-DIFFERENCE             PIC S9(9)V99   VALUE 0.
          05 COST-DIFFERENCE-EDIT        PIC -ZZZ,ZZZ,ZZ9.99.
          05 OTHER-FIELDS.
             10 SEPARATOR-LINE           PIC X(50)
                                                        VALUE
                   "--------------------------------------------------".
      *
       01 RECONCILIATION-COUNTERS.
          05 PRICEFED-RECORDS-LUS        PIC 9(5)       VALUE 0.
          05 PRICES-LOADED               PIC 9(5)       VALUE 0.
          05 PRICES-RESTATED             PIC 9(5)       VALUE 0.
          05 PRICES-UNCHANGED            PIC 9(5)       VALUE 0.
          05 PRICES-REJECTED             PIC 9(5)       VALUE 0.
          05 TRIPFILE-RECORDS-LUS        PIC 9(7)       VALUE 0.
          05 TRIPS-REPRICED              PIC 9(5)       VALUE 0.
          05 TRIPS-ALREADY-REVERSED      PIC 9(5)       VALUE 0.
      *
       01 HEADING-LINE-1.
          05 FILLER                      PIC X(37)      VALUE
                "FUEL PRICE FEED IMPORT AND RE-PRICING".
          05 FILLER                      PIC X(4)       VALUE SPACE.
          05 FILLER                      PIC X(7)  VALUE "DATE:  ".
          05 HL1-DATE                    PIC 9(8).
          05 FILLER                      PIC X(4)       VALUE SPACE.
          05 FILLER                      PIC X(8)  VALUE "PAGE:   ".
          05 HL1-PAGE-NUMBER             PIC ZZ9.
          05 FILLER                      PIC X(61)      VALUE SPACE.
      *
       01 HEADING-LINE-2.
          05 FILLER                      PIC X(12) VALUE "ACTION".
          05 FILLER                      PIC X(10) VALUE "FUEL TYPE ".
          05 FILLER                      PIC X(10) VALUE "EFFECTIVE ".
          05 FILLER                      PIC X(9)  VALUE "  PRICE  ".
          05 FILLER                      PIC X(9)  VALUE "   PREV  ".
          05 FILLER                      PIC X(9)  VALUE "  CHG %  ".
          05 FILLER                      PIC X(30) VALUE "REASON".
          05 FILLER                      PIC X(43)      VALUE SPACE.
      *
       01 HEADING-LINE-3.
          05 FILLER                      PIC X(8)  VALUE "VEHICLE ".
          05 FILLER                      PIC X(10) VALUE "TRIP DATE ".
          05 FILLER                      PIC X(10) VALUE "FUEL TYPE ".
          05 FILLER                      PIC X(15)
                                         VALUE "       LITRES  ".
          05 FILLER                      PIC X(9)  VALUE "    OLD  ".
          05 FILLER                      PIC X(9)  VALUE "    NEW  ".
          05 FILLER                      PIC X(15)
                                         VALUE "     OLD COST  ".
          05 FILLER                      PIC X(15)
                                         VALUE "     NEW COST  ".
          05 FILLER                      PIC X(20) VALUE "NOTE".
          05 FILLER                      PIC X(21)      VALUE SPACE.
      *
       01 PRICE-LINE.
          05 PL-ACTION                   PIC X(10).
          05 FILLER                      PIC X(2)       VALUE SPACE.
          05 PL-FUEL-TYPE                PIC X(8).
          05 FILLER                      PIC X(2)       VALUE SPACE.
          05 PL-EFFECTIVE-DATE           PIC X(8).
          05 FILLER                      PIC X(2)       VALUE SPACE.
          05 PL-PRICE                    PIC ZZ9.999.
          05 FILLER                      PIC X(2)       VALUE SPACE.
          05 PL-PREVIOUS-PRICE           PIC ZZ9.999.
          05 FILLER                      PIC X(2)       VALUE SPACE.
          05 PL-CHANGE-PCT               PIC -ZZ9.99.
          05 FILLER                      PIC X(2)       VALUE SPACE.
          05 PL-REASON                   PIC X(30).
          05 FILLER                      PIC X(43)      VALUE SPACE.
      *
       01 TRIP-LINE.
          05 TL-VEHICLE-ID               PIC X(6).
          05 FILLER                      PIC X(2)       VALUE SPACE.
          05 TL-TRIP-DATE                PIC 9(8).
          05 FILLER                      PIC X(2)       VALUE SPACE.
          05 TL-FUEL-TYPE                PIC X(8).
          05 FILLER                      PIC X(2)       VALUE SPACE.
          05 TL-FUEL-USED                PIC ZZ,ZZZ,ZZ9.99.
          05 FILLER                      PIC X(2)       VALUE SPACE.
          05 TL-OLD-PRICE                PIC ZZ9.999.
          05 FILLER                      PIC X(2)       VALUE SPACE.
          05 TL-NEW-PRICE                PIC ZZ9.999.
          05 FILLER                      PIC X(2)       VALUE SPACE.
          05 TL-OLD-COST                 PIC ZZ,ZZZ,ZZ9.99.
          05 FILLER                      PIC X(2)       VALUE SPACE.
          05 TL-NEW-COST                 PIC ZZ,ZZZ,ZZ9.99.
          05 FILLER                      PIC X(2)       VALUE SPACE.
          05 TL-NOTE                     PIC X(20).
          05 FILLER                      PIC X(21)      VALUE SPACE.
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
           PERFORM 100-IMPORT-ONE-PRICE THRU 100-EXIT
              UNTIL PRICEFED-EOF.
           PERFORM 200-SET-WINDOW-ENDS.
           PERFORM 300-FIND-REPRICED-TRIPS THRU 300-EXIT.
           PERFORM 400-JOURNAL-REPRICED-TRIPS THRU 400-EXIT.
           PERFORM 900-SHUTDOWN-FILES.
           PERFORM 950-ECRIRE-JOBLOG.
           DISPLAY "END OF PROGRAM.".
           GOBACK.
      *
      ******************************************************************
      *  This routine opens the feed and the price master - a missing
      *  feed abandons the run; FUELPRCE is created on first-ever use
      ******************************************************************
       010-OPEN-FILES.
      *
           OPEN EXTEND JOBLOG.
           MOVE FUNCTION CURRENT-DATE TO JOBLOG-DATE-ET-HEURE.
           MOVE JDH-DATE TO JOBLOG-START-SAUVEGARDE (1:8).
           MOVE JDH-TIME TO JOBLOG-START-SAUVEGARDE (9:6).
           MOVE JDH-DATE TO HL1-DATE.
           PERFORM 008-LOAD-PARAMETERS.
           MOVE "Y" TO PRICEFED-EOF-SWITCH.
           OPEN INPUT PRICEFED.
           IF NOT PRICEFED-FILE-OK
              DISPLAY "PRICEFED INTROUVABLE OU ILLISIBLE "
                      "(FILE STATUS " PRICEFED-FILE-STATUS "). "
                      "PRICE IMPORT ABANDONED."
              MOVE "FILE-ERR" TO JOBLOG-STATUS-SWITCH
              GO TO 010-EXIT
           END-IF.
           OPEN I-O FUELPRCE.
           IF FUELPRCE-FILE-NOT-FOUND
              OPEN OUTPUT FUELPRCE
              CLOSE FUELPRCE
              OPEN I-O FUELPRCE
           END-IF.
           OPEN OUTPUT FPIMRPT.
           MOVE "Y" TO IMPORT-READY-SWITCH.
           MOVE "N" TO PRICEFED-EOF-SWITCH.
           MOVE "P" TO REPORT-SECTION-SWITCH.
           PERFORM 030-PRINT-HEADINGS.
           PERFORM 040-READ-PRICEFED.
      *
       010-EXIT.
           EXIT.
      *
      ******************************************************************
      *  This routine loads the price tolerance from PARMFILE - a
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
                 WHEN "FPIM-MAX-CHANGE-PCT"
                    COMPUTE MAX-CHANGE-PCT =
                       FUNCTION NUMVAL (PA-PARM-VALUE)
                 WHEN OTHER
                    CONTINUE
              END-EVALUATE
           END-IF.
      *
       040-READ-PRICEFED.
      *
           READ PRICEFED
              AT END
                 MOVE "Y" TO PRICEFED-EOF-SWITCH
              NOT AT END
                 ADD 1 TO PRICEFED-RECORDS-LUS
           END-READ.
      *
      ******************************************************************
      *  This routine edits one feed line, checks its move against the
      *  previous effective price and loads it into FUELPRCE
      ******************************************************************
       100-IMPORT-ONE-PRICE.
      *
           MOVE "Y" TO PRICE-VALID-SWITCH.
           MOVE SPACES TO REJECT-REASON.
           EVALUATE TRUE
              WHEN PF-FUEL-TYPE = SPACES
                 MOVE "N" TO PRICE-VALID-SWITCH
                 MOVE "FUEL TYPE BLANK" TO REJECT-REASON
              WHEN PF-EFFECTIVE-DATE NOT NUMERIC
                 MOVE "N" TO PRICE-VALID-SWITCH
                 MOVE "EFFECTIVE DATE NOT NUMERIC" TO REJECT-REASON
              WHEN FUNCTION TEST-DATE-YYYYMMDD (PF-EFFECTIVE-DATE)
                   NOT = 0
                 MOVE "N" TO PRICE-VALID-SWITCH
                 MOVE "EFFECTIVE DATE INVALID" TO REJECT-REASON
              WHEN PF-PRICE-PER-UNIT NOT NUMERIC
                 MOVE "N" TO PRICE-VALID-SWITCH
                 MOVE "PRICE NOT NUMERIC" TO REJECT-REASON
              WHEN PF-PRICE-PER-UNIT = 0
                 MOVE "N" TO PRICE-VALID-SWITCH
                 MOVE "PRICE ZERO" TO REJECT-REASON
           END-EVALUATE.
           IF (NOT PRICE-VALID)
              MOVE 0 TO PREVIOUS-PRICE
              MOVE 0 TO CHANGE-PCT
              PERFORM 150-REJECT-PRICE
              GO TO 100-EXIT
           END-IF.
           PERFORM 110-FIND-PREVIOUS-PRICE.
           MOVE 0 TO CHANGE-PCT.
           IF PREVIOUS-PRICE-FOUND
              COMPUTE CHANGE-PCT ROUNDED =
                 (PF-PRICE-PER-UNIT - PREVIOUS-PRICE) * 100
                 / PREVIOUS-PRICE
                 ON SIZE ERROR
                    MOVE 99999.99 TO CHANGE-PCT
              END-COMPUTE
              IF (CHANGE-PCT < 0)
                 COMPUTE CHANGE-PCT-ABSOLUTE = 0 - CHANGE-PCT
              ELSE
                 MOVE CHANGE-PCT TO CHANGE-PCT-ABSOLUTE
              END-IF
              IF (CHANGE-PCT-ABSOLUTE > MAX-CHANGE-PCT)
                 MOVE "PRICE MOVE OVER TOLERANCE" TO REJECT-REASON
                 PERFORM 150-REJECT-PRICE
                 GO TO 100-EXIT
              END-IF
           END-IF.
           MOVE PF-FUEL-TYPE      TO FP-FUEL-TYPE.
           MOVE PF-EFFECTIVE-DATE TO FP-EFFECTIVE-DATE.
           READ FUELPRCE
              INVALID KEY
                 MOVE PF-PRICE-PER-UNIT TO FP-PRICE-PER-UNIT
                 WRITE FUELPRCE-RECORD
                 ADD 1 TO PRICES-LOADED
                 MOVE "LOADED" TO PRICE-ACTION
                 MOVE PRIOR-RUN-PRICE TO OLD-PRICE
              NOT INVALID KEY
                 IF (FP-PRICE-PER-UNIT = PF-PRICE-PER-UNIT)
                    ADD 1 TO PRICES-UNCHANGED
                    MOVE "UNCHANGED" TO PRICE-ACTION
                    MOVE PRIOR-RUN-PRICE TO OLD-PRICE
                 ELSE
                    MOVE FP-PRICE-PER-UNIT TO OLD-PRICE
                    MOVE PF-PRICE-PER-UNIT TO FP-PRICE-PER-UNIT
                    REWRITE FUELPRCE-RECORD
                    ADD 1 TO PRICES-RESTATED
                    MOVE "RESTATED" TO PRICE-ACTION
                 END-IF
           END-READ.
           PERFORM 160-PRINT-PRICE-LINE.
           IF (PF-EFFECTIVE-DATE <= JDH-DATE)
              AND (OLD-PRICE > 0)
              AND (OLD-PRICE NOT = PF-PRICE-PER-UNIT)
              PERFORM 120-ADD-WINDOW
           END-IF.
           PERFORM 040-READ-PRICEFED.
      *
       100-EXIT.
           EXIT.
      *
      ******************************************************************
      *  This routine finds the price in effect the day before the
      *  feed line's date - the latest earlier FUELPRCE record of the
      *  fuel type, which the move is checked against. When that
      *  record was itself loaded earlier in this run, the price it
      *  replaced is the one trips after this date were costed at
      ******************************************************************
       110-FIND-PREVIOUS-PRICE.
      *
           MOVE "N" TO PREVIOUS-PRICE-SWITCH.
           MOVE 0 TO PREVIOUS-PRICE.
           MOVE 0 TO PREVIOUS-DATE.
           MOVE 0 TO PRIOR-RUN-PRICE.
           MOVE "N" TO FUELPRCE-EOF-SWITCH.
           MOVE PF-FUEL-TYPE TO FP-FUEL-TYPE.
           MOVE 0 TO FP-EFFECTIVE-DATE.
           START FUELPRCE KEY IS NOT LESS THAN FP-PRICE-KEY
              INVALID KEY
                 MOVE "Y" TO FUELPRCE-EOF-SWITCH
           END-START.
           PERFORM UNTIL FUELPRCE-EOF
              READ FUELPRCE NEXT RECORD
                 AT END
                    MOVE "Y" TO FUELPRCE-EOF-SWITCH
                 NOT AT END
                    IF (FP-FUEL-TYPE NOT = PF-FUEL-TYPE)
                       OR (FP-EFFECTIVE-DATE >= PF-EFFECTIVE-DATE)
                       MOVE "Y" TO FUELPRCE-EOF-SWITCH
                    ELSE
                       MOVE FP-PRICE-PER-UNIT TO PREVIOUS-PRICE
                       MOVE FP-EFFECTIVE-DATE TO PREVIOUS-DATE
                       MOVE "Y" TO PREVIOUS-PRICE-SWITCH
                    END-IF
              END-READ
           END-PERFORM.
           MOVE PREVIOUS-PRICE TO PRIOR-RUN-PRICE.
           IF PREVIOUS-PRICE-FOUND AND (WINDOW-COUNT > 0)
              SET WINDOW-IDX TO 1
              SEARCH WINDOW-ENTRY
                 AT END
                    CONTINUE
                 WHEN RW-FUEL-TYPE (WINDOW-IDX) = PF-FUEL-TYPE
                  AND RW-FROM-DATE (WINDOW-IDX) = PREVIOUS-DATE
                    MOVE RW-OLD-PRICE (WINDOW-IDX) TO PRIOR-RUN-PRICE
              END-SEARCH
           END-IF.
      *
      ******************************************************************
      *  This routine opens a re-pricing window at the feed line's
      *  date - its end is set once the whole feed is in
      ******************************************************************
       120-ADD-WINDOW.
      *
           IF (WINDOW-COUNT >= 300)
              DISPLAY "EXCEPTION: RE-PRICING WINDOW TABLE FULL - "
                      PF-FUEL-TYPE " " PF-EFFECTIVE-DATE " NOT "
                      "RE-PRICED. RUN FPIM0001 AGAIN WITH THE SAME "
                      "FEED."
              MOVE "RECONERR" TO JOBLOG-STATUS-SWITCH
           ELSE
              ADD 1 TO WINDOW-COUNT
              SET WINDOW-IDX TO WINDOW-COUNT
              MOVE PF-FUEL-TYPE      TO RW-FUEL-TYPE (WINDOW-IDX)
              MOVE PF-EFFECTIVE-DATE TO RW-FROM-DATE (WINDOW-IDX)
              MOVE 99999999          TO RW-TO-DATE (WINDOW-IDX)
              MOVE OLD-PRICE         TO RW-OLD-PRICE (WINDOW-IDX)
              MOVE PF-PRICE-PER-UNIT TO RW-NEW-PRICE (WINDOW-IDX)
           END-IF.
      *
       150-REJECT-PRICE.
      *
           ADD 1 TO PRICES-REJECTED.
           MOVE "REJECTED" TO PRICE-ACTION.
           PERFORM 160-PRINT-PRICE-LINE.
           PERFORM 040-READ-PRICEFED.
      *
       160-PRINT-PRICE-LINE.
      *
           MOVE SPACES TO PRICE-LINE.
           MOVE PRICE-ACTION      TO PL-ACTION.
           MOVE PF-FUEL-TYPE      TO PL-FUEL-TYPE.
           MOVE PF-EFFECTIVE-DATE TO PL-EFFECTIVE-DATE.
           IF PF-PRICE-PER-UNIT NUMERIC
              MOVE PF-PRICE-PER-UNIT TO PL-PRICE
           END-IF.
           MOVE PREVIOUS-PRICE    TO PL-PREVIOUS-PRICE.
           MOVE CHANGE-PCT        TO PL-CHANGE-PCT.
           MOVE REJECT-REASON     TO PL-REASON.
           IF (RPT-LINE-COUNTER >= LINES-PER-PAGE)
              PERFORM 030-PRINT-HEADINGS
           END-IF.
           WRITE PRINT-AREA FROM PRICE-LINE.
           ADD 1 TO RPT-LINE-COUNTER.
      *
      ******************************************************************
      *  This routine closes each window the day before the next
      *  price of its fuel type takes effect
      ******************************************************************
       200-SET-WINDOW-ENDS.
      *
           IF (WINDOW-COUNT > 0)
              PERFORM 210-SET-ONE-WINDOW-END
                 VARYING WINDOW-SCAN FROM 1 BY 1
                 UNTIL WINDOW-SCAN > WINDOW-COUNT
           END-IF.
      *
       210-SET-ONE-WINDOW-END.
      *
           MOVE RW-FUEL-TYPE (WINDOW-SCAN) TO FP-FUEL-TYPE.
           MOVE RW-FROM-DATE (WINDOW-SCAN) TO FP-EFFECTIVE-DATE.
           START FUELPRCE KEY IS GREATER THAN FP-PRICE-KEY
              INVALID KEY
                 MOVE SPACES TO FP-FUEL-TYPE
              NOT INVALID KEY
                 READ FUELPRCE NEXT RECORD
                    AT END
                       MOVE SPACES TO FP-FUEL-TYPE
                 END-READ
           END-START.
           IF (FP-FUEL-TYPE = RW-FUEL-TYPE (WINDOW-SCAN))
              COMPUTE RW-TO-DATE (WINDOW-SCAN) =
                 FUNCTION DATE-OF-INTEGER
                    (FUNCTION INTEGER-OF-DATE (FP-EFFECTIVE-DATE) - 1)
           END-IF.
      *
      ******************************************************************
      *  This routine reads the whole journal once for trips costed
      *  at a superseded price, the vehicle's fuel type coming from
      *  VEHMAST. Without VEHMAST or TRIPFILE nothing is re-priced and
      *  the loaded prices stand
      ******************************************************************
       300-FIND-REPRICED-TRIPS.
      *
           IF (NOT IMPORT-READY) OR (WINDOW-COUNT = 0)
              GO TO 300-EXIT
           END-IF.
           OPEN INPUT VEHMAST.
           IF NOT VEHMAST-FILE-OK
              DISPLAY "VEHMAST INTROUVABLE OU ILLISIBLE "
                      "(FILE STATUS " VEHMAST-FILE-STATUS "). "
                      "RE-PRICING ABANDONED - PRICES ARE LOADED."
              MOVE "FILE-ERR" TO JOBLOG-STATUS-SWITCH
              GO TO 300-EXIT
           END-IF.
           OPEN INPUT TRIPFILE.
           IF NOT TRIPFILE-FILE-OK
              DISPLAY "TRIPFILE NOT AVAILABLE (FILE STATUS "
                      TRIPFILE-FILE-STATUS ") - NO TRIPS TO RE-PRICE."
              CLOSE VEHMAST
              GO TO 300-EXIT
           END-IF.
           PERFORM UNTIL TRIPFILE-EOF
              READ TRIPFILE
                 AT END
                    MOVE "Y" TO TRIPFILE-EOF-SWITCH
                 NOT AT END
                    ADD 1 TO TRIPFILE-RECORDS-LUS
                    EVALUATE TRUE
                       WHEN TJ-TRIP
                          PERFORM 310-TEST-ONE-TRIP THRU 310-EXIT
                       WHEN TJ-REVERSAL
                          PERFORM 320-MATCH-ONE-REVERSAL
                       WHEN OTHER
                          CONTINUE
                    END-EVALUATE
              END-READ
           END-PERFORM.
           CLOSE TRIPFILE.
           CLOSE VEHMAST.
           PERFORM 330-LOAD-SUMMARY-MONTHS.
           MOVE "Y" TO REPRICE-READY-SWITCH.
      *
       300-EXIT.
           EXIT.
      *
      ******************************************************************
      *  This routine tests one trip against the re-pricing windows
      ******************************************************************
       310-TEST-ONE-TRIP.
      *
           MOVE TJ-VEHICLE-ID TO VM-VEHICLE-ID.
           READ VEHMAST
              INVALID KEY
                 MOVE SPACES TO VM-FUEL-TYPE
           END-READ.
           IF (VM-FUEL-TYPE = SPACES)
              GO TO 310-EXIT
           END-IF.
           SET WINDOW-IDX TO 1.
           SEARCH WINDOW-ENTRY
              AT END
                 CONTINUE
              WHEN RW-FUEL-TYPE (WINDOW-IDX) = VM-FUEL-TYPE
               AND RW-FROM-DATE (WINDOW-IDX) <= TJ-TRIP-DATE
               AND RW-TO-DATE (WINDOW-IDX) >= TJ-TRIP-DATE
               AND RW-OLD-PRICE (WINDOW-IDX) = TJ-FUEL-PRICE
                 PERFORM 315-ADD-CANDIDATE
           END-SEARCH.
      *
       310-EXIT.
           EXIT.
      *
       315-ADD-CANDIDATE.
      *
           IF (CANDIDATE-COUNT >= 2000)
              DISPLAY "EXCEPTION: RE-PRICING TABLE FULL - TRIP "
                      TJ-VEHICLE-ID " " TJ-TRIP-DATE " NOT RE-PRICED. "
                      "RUN FPIM0001 AGAIN WITH THE SAME FEED."
              MOVE "RECONERR" TO JOBLOG-STATUS-SWITCH
           ELSE
              ADD 1 TO CANDIDATE-COUNT
              SET CANDIDATE-IDX TO CANDIDATE-COUNT
              MOVE TJ-VEHICLE-ID   TO CT-VEHICLE-ID (CANDIDATE-IDX)
              MOVE TJ-TRIP-DATE    TO CT-TRIP-DATE (CANDIDATE-IDX)
              MOVE TJ-DISTANCE     TO CT-DISTANCE (CANDIDATE-IDX)
              MOVE TJ-FUEL-USED    TO CT-FUEL-USED (CANDIDATE-IDX)
              MOVE TJ-TRIP-COST    TO CT-TRIP-COST (CANDIDATE-IDX)
              MOVE VM-FUEL-TYPE    TO CT-FUEL-TYPE (CANDIDATE-IDX)
              MOVE RW-NEW-PRICE (WINDOW-IDX)
                 TO CT-NEW-PRICE (CANDIDATE-IDX)
              MOVE "L" TO CT-STATUS-SWITCH (CANDIDATE-IDX)
              MOVE TRIPFILE-RECORD TO CT-IMAGE (CANDIDATE-IDX)
           END-IF.
      *
      ******************************************************************
      *  This routine lets a reversal cancel the first live candidate
      *  it backs out - same vehicle, date, km, litres and cost
      ******************************************************************
       320-MATCH-ONE-REVERSAL.
      *
           IF (CANDIDATE-COUNT > 0)
              SET CANDIDATE-IDX TO 1
              SEARCH CANDIDATE-ENTRY
                 AT END
                    CONTINUE
                 WHEN CT-LIVE (CANDIDATE-IDX)
                  AND CT-VEHICLE-ID (CANDIDATE-IDX) = TJ-VEHICLE-ID
                  AND CT-TRIP-DATE (CANDIDATE-IDX) = TJ-TRIP-DATE
                  AND CT-DISTANCE (CANDIDATE-IDX) = TJ-DISTANCE
                  AND CT-FUEL-USED (CANDIDATE-IDX) = TJ-FUEL-USED
                  AND CT-TRIP-COST (CANDIDATE-IDX) = TJ-TRIP-COST
                    MOVE "C" TO CT-STATUS-SWITCH (CANDIDATE-IDX)
                    ADD 1 TO TRIPS-ALREADY-REVERSED
              END-SEARCH
           END-IF.
      *
      ******************************************************************
      *  This routine notes which months TRIPSUMM has closed - a
      *  missing TRIPSUMM means no month is closed yet
      ******************************************************************
       330-LOAD-SUMMARY-MONTHS.
      *
           OPEN INPUT TRIPSUMM.
           IF NOT TRIPSUMM-FILE-OK
              MOVE "Y" TO TRIPSUMM-EOF-SWITCH
           END-IF.
           PERFORM UNTIL TRIPSUMM-EOF
              READ TRIPSUMM
                 AT END
                    MOVE "Y" TO TRIPSUMM-EOF-SWITCH
                 NOT AT END
                    MOVE TS-SUMMARY-MONTH TO TRIP-MONTH
                    PERFORM 340-FIND-SUMMARY-MONTH
                    IF (NOT MONTH-SUMMARIZED)
                       AND (SUMMARY-MONTH-COUNT < 240)
                       ADD 1 TO SUMMARY-MONTH-COUNT
                       SET SUMMARY-MONTH-IDX TO SUMMARY-MONTH-COUNT
                       MOVE TS-SUMMARY-MONTH
                          TO SM-MONTH (SUMMARY-MONTH-IDX)
                       MOVE "N" TO SM-TOUCHED-SWITCH (SUMMARY-MONTH-IDX)
                    END-IF
              END-READ
           END-PERFORM.
           IF TRIPSUMM-FILE-OK OR TRIPSUMM-FILE-STATUS = "10"
              CLOSE TRIPSUMM
           END-IF.
      *
      ******************************************************************
      *  This routine says whether TRIP-MONTH is closed on TRIPSUMM,
      *  leaving SUMMARY-MONTH-IDX on it when it is
      ******************************************************************
       340-FIND-SUMMARY-MONTH.
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
      *  This routine appends a reversal and a re-costed trip to
      *  TRIPFILE for every trip still at a superseded price
      ******************************************************************
       400-JOURNAL-REPRICED-TRIPS.
      *
           IF (NOT REPRICE-READY)
              GO TO 400-EXIT
           END-IF.
           MOVE "T" TO REPORT-SECTION-SWITCH.
           PERFORM 030-PRINT-HEADINGS.
           IF (CANDIDATE-COUNT > 0)
              OPEN EXTEND TRIPFILE
              PERFORM 410-REPRICE-ONE-TRIP
                 VARYING CANDIDATE-SCAN FROM 1 BY 1
                 UNTIL CANDIDATE-SCAN > CANDIDATE-COUNT
              CLOSE TRIPFILE
           END-IF.
           IF (SUMMARY-MONTH-COUNT > 0)
              PERFORM 420-WARN-ONE-CLOSED-MONTH
                 VARYING MONTH-SCAN FROM 1 BY 1
                 UNTIL MONTH-SCAN > SUMMARY-MONTH-COUNT
           END-IF.
      *
       400-EXIT.
           EXIT.
      *
       410-REPRICE-ONE-TRIP.
      *
           IF CT-LIVE (CANDIDATE-SCAN)
              MOVE CT-IMAGE (CANDIDATE-SCAN) TO TRIPFILE-RECORD
              MOVE "R" TO TJ-RECORD-TYPE
              WRITE TRIPFILE-RECORD
              MOVE "T" TO TJ-RECORD-TYPE
              MOVE CT-NEW-PRICE (CANDIDATE-SCAN) TO TJ-FUEL-PRICE
              COMPUTE NEW-TRIP-COST ROUNDED =
                 TJ-FUEL-USED * TJ-FUEL-PRICE
              MOVE NEW-TRIP-COST TO TJ-TRIP-COST
              WRITE TRIPFILE-RECORD
              ADD 1 TO TRIPS-REPRICED
              COMPUTE COST-DIFFERENCE = COST-DIFFERENCE +
                 NEW-TRIP-COST - CT-TRIP-COST (CANDIDATE-SCAN)
              MOVE SPACES TO TRIP-LINE
              MOVE CT-VEHICLE-ID (CANDIDATE-SCAN) TO TL-VEHICLE-ID
              MOVE CT-TRIP-DATE (CANDIDATE-SCAN)  TO TL-TRIP-DATE
              MOVE CT-FUEL-TYPE (CANDIDATE-SCAN)  TO TL-FUEL-TYPE
              MOVE CT-FUEL-USED (CANDIDATE-SCAN)  TO TL-FUEL-USED
              MOVE CT-IMAGE (CANDIDATE-SCAN) TO TRIPFILE-RECORD
              MOVE TJ-FUEL-PRICE                  TO TL-OLD-PRICE
              MOVE CT-NEW-PRICE (CANDIDATE-SCAN)  TO TL-NEW-PRICE
              MOVE CT-TRIP-COST (CANDIDATE-SCAN)  TO TL-OLD-COST
              MOVE NEW-TRIP-COST                  TO TL-NEW-COST
              MOVE CT-TRIP-DATE (CANDIDATE-SCAN) (1:6) TO TRIP-MONTH
              PERFORM 340-FIND-SUMMARY-MONTH
              IF MONTH-SUMMARIZED
                 MOVE "Y" TO SM-TOUCHED-SWITCH (SUMMARY-MONTH-IDX)
                 MOVE "MONTH CLOSED" TO TL-NOTE
              END-IF
              IF (RPT-LINE-COUNTER >= LINES-PER-PAGE)
                 PERFORM 030-PRINT-HEADINGS
              END-IF
              WRITE PRINT-AREA FROM TRIP-LINE
              ADD 1 TO RPT-LINE-COUNTER
           END-IF.
      *
       420-WARN-ONE-CLOSED-MONTH.
      *
           IF SM-TOUCHED (MONTH-SCAN)
              DISPLAY "MONTH " SM-MONTH (MONTH-SCAN) " IS CLOSED ON "
                      "TRIPSUMM AND NOW HOLDS RE-PRICED TRIPS - "
                      "RE-CLOSE IT WITH MCLS0001."
           END-IF.
      *
      ******************************************************************
      *  This routine starts a new page with the headings of the step
      *  being reported
      ******************************************************************
       030-PRINT-HEADINGS.
      *
           ADD 1 TO RPT-PAGE-COUNTER.
           MOVE RPT-PAGE-COUNTER TO HL1-PAGE-NUMBER.
           WRITE PRINT-AREA FROM HEADING-LINE-1.
           IF PRINTING-PRICES
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
           MOVE COST-DIFFERENCE TO COST-DIFFERENCE-EDIT.
           DISPLAY SEPARATOR-LINE.
           DISPLAY "PRICE IMPORT - " PRICEFED-RECORDS-LUS " READ, "
                   PRICES-LOADED " LOADED, " PRICES-RESTATED
                   " RESTATED, " PRICES-UNCHANGED " UNCHANGED, "
                   PRICES-REJECTED " REJECTED.".
           DISPLAY "RE-PRICING   - " TRIPS-REPRICED " TRIP(S) "
                   "RE-COSTED, " TRIPS-ALREADY-REVERSED " ALREADY "
                   "REVERSED, COST CHANGE " COST-DIFFERENCE-EDIT ".".
           IF IMPORT-READY
              CLOSE PRICEFED
              CLOSE FUELPRCE
              CLOSE FPIMRPT
           END-IF.
      *
      ******************************************************************
      *  This routine writes the run's JOBLOG record and closes JOBLOG
      ******************************************************************
       950-ECRIRE-JOBLOG.
      *
           MOVE SPACES TO JOBLOG-RECORD.
           MOVE "FPIM0001" TO JL-PROGRAM-ID.
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
