      *****************************************************************
      * Program name:    TKMT0001
      * Original author: MANUEL JARRY
      *
      * Maintenence Log
      * Date        Author        Maintenance Requirement
      * ----------- ------------  --------------------------------------
      * 15/10/2026   MANUEL JARRY  Created - supplier delivery invoices
      *                            for the yard tank matched against
      *                            the TANKLOG deliveries and the
      *                            FUELPRCE price of the day, matched
      *                            ones extracted for payables; days
      *                            of stock left and the next order
      *                            date forecast from the yard draw
      * 15/10/2026   MANUEL JARRY  Invoices cleared for payment kept on
      *                            the TANKMREG register, loaded at
      *                            start-up - an invoice or a delivery
      *                            already paid by an earlier run is
      *                            refused, so a rerun never pays twice
      *
      *****************************************************************
       IDENTIFICATION DIVISION.
       PROGRAM-ID.  TKMT0001.
       AUTHOR. MANUEL JARRY.
       INSTALLATION. COBOL-Learning
       DATE-WRITTEN. 15/10/2026.
       DATE-COMPILED. DD/MM/YYYY.
       SECURITY. NON-CONFIDENTIAL.
      *****************************************************************
      *
      ******************************************************************
      *  Each invoice line must land on a delivery logged to TANKLOG
      *  the same day, not bill more litres than were logged (beyond
      *  TANK-LITRE-TOLERANCE), charge the FUELPRCE price in effect
      *  that day for the tank's fuel type (TANK-FUEL-TYPE) and add up
      *  to litres times price. A delivery once matched is spent, so a
      *  second invoice for it finds no delivery. Any failure puts the
      *  invoice on the exceptions report; a clean one goes to TANKPAY
      *  for payables and onto the TANKMREG register, which is loaded
      *  at start-up so that an invoice, or a delivery, already paid
      *  by an earlier run is refused and never paid twice.
      *
      *  The forecast takes the latest dip not after today, adds the
      *  deliveries and subtracts the yard-fuelled vehicles' journalled
      *  draws since, and divides by the average daily draw over the
      *  last TANK-DRAW-DAYS days. An order is due TANK-LEAD-DAYS
      *  before the tank runs dry.
      ******************************************************************
       ENVIRONMENT DIVISION.
       CONFIGURATION SECTION.
       SOURCE-COMPUTER. PC-MANU.
       OBJECT-COMPUTER. PC-MANU.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
           SELECT TANKINVC ASSIGN TO TANKINVC
              ORGANIZATION IS LINE SEQUENTIAL
              FILE STATUS IS TANKINVC-FILE-STATUS.
           SELECT TKMTRPT ASSIGN TO TKMTRPT
              ORGANIZATION IS LINE SEQUENTIAL.
           SELECT TANKPAY ASSIGN TO TANKPAY
              ORGANIZATION IS LINE SEQUENTIAL.
           COPY TANKLGSL.
           COPY TKMREGSL.
           COPY FUELPRSL.
           COPY TRIPFLSL.
           COPY VEHMSTSL.
           COPY PARMFLSL.
           COPY JOBLOGSL.
      *****************************************************************
      *
      *****************************************************************
       DATA DIVISION.
       FILE SECTION.
      *
      ******************************************************************
      *  Supplier invoice file - one line per delivery billed, litres
      *  and price per litre as invoiced
      ******************************************************************
       FD  TANKINVC.
       01  TANKINVC-RECORD.
           05 TI-INVOICE-NUMBER          PIC X(12).
           05 FILLER                     PIC X(1).
           05 TI-SUPPLIER-ID             PIC X(8).
           05 FILLER                     PIC X(1).
           05 TI-DELIVERY-DATE           PIC 9(8).
           05 FILLER                     PIC X(1).
           05 TI-LITRES                  PIC 9(8)V99.
           05 FILLER                     PIC X(1).
           05 TI-PRICE-PER-LITRE         PIC 9(3)V999.
           05 FILLER                     PIC X(1).
           05 TI-INVOICE-AMOUNT          PIC 9(8)V99.
      *
       FD  TKMTRPT.
       01  PRINT-AREA                    PIC X(132).
      *
      ******************************************************************
      *  Payables extract - one row per invoice cleared for payment,
      *  bracketed by the same HDR/TRL controls as the other extracts
      ******************************************************************
       FD  TANKPAY.
       01  TANKPAY-RECORD.
           05 TP-INVOICE-NUMBER          PIC X(12).
           05 FILLER                     PIC X(1)      VALUE SPACE.
           05 TP-SUPPLIER-ID             PIC X(8).
           05 FILLER                     PIC X(1)      VALUE SPACE.
           05 TP-DELIVERY-DATE           PIC 9(8).
           05 FILLER                     PIC X(1)      VALUE SPACE.
           05 TP-LITRES                  PIC 9(8)V99.
           05 FILLER                     PIC X(1)      VALUE SPACE.
           05 TP-PRICE-PER-LITRE         PIC 9(3)V999.
           05 FILLER                     PIC X(1)      VALUE SPACE.
           05 TP-INVOICE-AMOUNT          PIC 9(8)V99.
      *
       COPY TANKLGFD.
      *
       COPY TKMREGFD.
      *
       COPY FUELPRFD.
      *
       COPY TRIPFLFD.
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
          05 TANKINVC-EOF-SWITCH         PIC X          VALUE "N".
             88 TANKINVC-EOF                            VALUE "Y".
          05 TANKLOG-EOF-SWITCH          PIC X          VALUE "N".
             88 TANKLOG-EOF                             VALUE "Y".
          05 TANKMREG-EOF-SWITCH         PIC X          VALUE "N".
             88 TANKMREG-EOF                            VALUE "Y".
          05 TRIPFILE-EOF-SWITCH         PIC X          VALUE "N".
             88 TRIPFILE-EOF                            VALUE "Y".
          05 PARMFILE-EOF-SWITCH         PIC X          VALUE "N".
             88 PARMFILE-EOF                            VALUE "Y".
          05 PRICE-SCAN-DONE-SWITCH      PIC X          VALUE "N".
             88 PRICE-SCAN-DONE                         VALUE "Y".
          05 LIST-PRICE-SWITCH           PIC X          VALUE "N".
             88 LIST-PRICE-FOUND                        VALUE "Y".
          05 INVOICE-CLEAN-SWITCH        PIC X          VALUE "Y".
             88 INVOICE-CLEAN                           VALUE "Y".
          05 DELIVERY-FOUND-SWITCH       PIC X          VALUE "N".
             88 DELIVERY-FOUND                          VALUE "Y".
          05 DELIVERY-SPENT-SWITCH       PIC X          VALUE "N".
             88 DELIVERY-SPENT                          VALUE "Y".
          05 REGISTER-READY-SWITCH       PIC X          VALUE "N".
             88 REGISTER-READY                          VALUE "Y".
          05 REGISTER-FULL-SWITCH        PIC X          VALUE "N".
             88 REGISTER-FULL                           VALUE "Y".
          05 LATEST-DIP-SWITCH           PIC X          VALUE "N".
             88 LATEST-DIP-FOUND                        VALUE "Y".
          05 RUN-READY-SWITCH            PIC X          VALUE "N".
             88 RUN-READY                               VALUE "Y".
          05 MATCHING-READY-SWITCH       PIC X          VALUE "N".
             88 MATCHING-READY                          VALUE "Y".
          05 REPORT-SECTION-SWITCH       PIC X          VALUE "E".
             88 PRINTING-EXCEPTIONS                     VALUE "E".
             88 PRINTING-FORECAST                       VALUE "F".
      *
       01 FILE-STATUS-FIELDS.
          05 TANKINVC-FILE-STATUS        PIC X(2)       VALUE "00".
             88 TANKINVC-FILE-OK                        VALUE "00".
          05 TANKLOG-FILE-STATUS         PIC X(2)       VALUE "00".
             88 TANKLOG-FILE-OK                         VALUE "00".
          05 TANKMREG-FILE-STATUS        PIC X(2)       VALUE "00".
             88 TANKMREG-FILE-OK                        VALUE "00".
             88 TANKMREG-FILE-NOT-FOUND                 VALUE "35".
          05 FUELPRCE-FILE-STATUS        PIC X(2)       VALUE "00".
             88 FUELPRCE-FILE-OK                        VALUE "00".
          05 TRIPFILE-FILE-STATUS        PIC X(2)       VALUE "00".
             88 TRIPFILE-FILE-OK                        VALUE "00".
          05 VEHMAST-FILE-STATUS         PIC X(2)       VALUE "00".
             88 VEHMAST-FILE-OK                         VALUE "00".
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
      *  Run parameters - compiled defaults, overridable from PARMFILE
      ******************************************************************
       01 TANK-PARAMETERS.
          05 TANK-FUEL-TYPE              PIC X(8)       VALUE "DIESEL".
          05 LITRE-TOLERANCE             PIC 9(5)V99    VALUE 1.
          05 DRAW-DAYS                   PIC 9(3)       VALUE 30.
          05 LEAD-DAYS                   PIC 9(3)       VALUE 5.
      *
      ******************************************************************
      *  The deliveries on TANKLOG, each spent once an invoice lands
      *  on it - in this run or, through TANKMREG, an earlier one. A
      *  delivery is known by its date and its place among that
      *  day's deliveries
      ******************************************************************
       01 DELIVERY-COUNT                 PIC 9(4)       VALUE 0.
       01 DELIVERY-TABLE.
          05 DELIVERY-ENTRY
             OCCURS 0 TO 2000 TIMES DEPENDING ON DELIVERY-COUNT
             INDEXED BY DELIVERY-IDX.
             10 DT-DATE                  PIC 9(8).
             10 DT-DAY-SEQUENCE          PIC 9(3).
             10 DT-LITRES                PIC 9(8)V99.
             10 DT-MATCHED-SWITCH        PIC X.
                88 DT-MATCHED                           VALUE "Y".
      *
      ******************************************************************
      *  The invoices already cleared for payment - TANKMREG's rows
      *  and this run's
      ******************************************************************
       01 PAID-INVOICE-COUNT             PIC 9(5)       VALUE 0.
       01 PAID-INVOICE-TABLE.
          05 PAID-INVOICE-ENTRY
             OCCURS 0 TO 50000 TIMES DEPENDING ON PAID-INVOICE-COUNT
             INDEXED BY PAID-INVOICE-IDX.
             10 PI-INVOICE-NUMBER        PIC X(12).
             10 PI-SUPPLIER-ID           PIC X(8).
      *
       01 WORK-FIELDS.
          05 EXCEPTION-REASON            PIC X(30).
          05 LIST-PRICE                  PIC 9(3)V999   VALUE 0.
          05 LOGGED-LITRES               PIC 9(8)V99    VALUE 0.
          05 BILLABLE-LITRES             PIC 9(9)V99    VALUE 0.
          05 EXPECTED-AMOUNT             PIC 9(9)V99    VALUE 0.
          05 AMOUNT-DIFFERENCE           PIC S9(9)V99   VALUE 0.
          05 DELIVERY-SCAN               PIC 9(4).
          05 MATCHED-DELIVERY            PIC 9(4)       VALUE 0.
          05 DAY-SEQUENCE                PIC 9(3)       VALUE 0.
          05 OTHER-FIELDS.
             10 SEPARATOR-LINE           PIC X(50)
                                                        VALUE
                   "--------------------------------------------------".
      *
       01 FORECAST-WORK-FIELDS.
          05 LATEST-DIP-DATE             PIC 9(8)       VALUE 0.
          05 LATEST-DIP-LITRES           PIC 9(8)V99    VALUE 0.
          05 DRAW-WINDOW-START           PIC 9(8)       VALUE 0.
          05 DELIVERED-SINCE-DIP         PIC S9(9)V99   VALUE 0.
          05 DRAWN-SINCE-DIP             PIC S9(9)V99   VALUE 0.
          05 DRAWN-IN-WINDOW             PIC S9(9)V99   VALUE 0.
          05 STOCK-NOW                   PIC S9(9)V99   VALUE 0.
          05 DAILY-DRAW                  PIC S9(7)V99   VALUE 0.
          05 DAYS-REMAINING              PIC 9(5)       VALUE 0.
          05 DRY-DATE                    PIC 9(8)       VALUE 0.
          05 ORDER-DUE-DATE              PIC 9(8)       VALUE 0.
      *
      ******************************************************************
      *  Batch-control records - same HDR/TRL convention as INTR0003,
      *  hash total on the invoice amount per row
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
          05 TANKPAY-CTRL-COUNT         PIC 9(7)       VALUE 0.
          05 TANKPAY-CTRL-HASH          PIC 9(13)V99   VALUE 0.
      *
       01 RECONCILIATION-COUNTERS.
          05 TANKINVC-RECORDS-LUS        PIC 9(5)       VALUE 0.
          05 INVOICES-MATCHED            PIC 9(5)       VALUE 0.
          05 INVOICES-IN-EXCEPTION       PIC 9(5)       VALUE 0.
          05 TANKLOG-RECORDS-LUS         PIC 9(7)       VALUE 0.
          05 TANKMREG-RECORDS-LUS        PIC 9(7)       VALUE 0.
          05 TRIPFILE-RECORDS-LUS        PIC 9(7)       VALUE 0.
          05 TRIPFILE-RECORDS-RETENUS    PIC 9(7)       VALUE 0.
      *
       01 HEADING-LINE-1.
          05 FILLER                      PIC X(40)      VALUE
                "YARD TANK INVOICE MATCHING AND FORECAST".
          05 FILLER                      PIC X(4)       VALUE SPACE.
          05 FILLER                      PIC X(7)  VALUE "DATE:  ".
          05 HL1-DATE                    PIC 9(8).
          05 FILLER                      PIC X(4)       VALUE SPACE.
          05 FILLER                      PIC X(8)  VALUE "PAGE:   ".
          05 HL1-PAGE-NUMBER             PIC ZZ9.
          05 FILLER                      PIC X(58)      VALUE SPACE.
      *
       01 HEADING-LINE-2.
          05 FILLER                      PIC X(14) VALUE "INVOICE".
          05 FILLER                      PIC X(10) VALUE "SUPPLIER".
          05 FILLER                      PIC X(10) VALUE "DELIVERED".
          05 FILLER                      PIC X(15)
                                         VALUE "       LITRES  ".
          05 FILLER                      PIC X(15)
                                         VALUE "       LOGGED  ".
          05 FILLER                      PIC X(9)  VALUE "  PRICE  ".
          05 FILLER                      PIC X(9)  VALUE "   LIST  ".
          05 FILLER                      PIC X(15)
                                         VALUE "       AMOUNT  ".
          05 FILLER                      PIC X(30) VALUE "EXCEPTION".
          05 FILLER                      PIC X(5)       VALUE SPACE.
      *
       01 HEADING-LINE-3.
          05 FILLER                      PIC X(40) VALUE
                "STOCK FORECAST FOR THE YARD TANK".
          05 FILLER                      PIC X(92)      VALUE SPACE.
      *
       01 EXCEPTION-LINE.
          05 EL-INVOICE-NUMBER           PIC X(12).
          05 FILLER                      PIC X(2)       VALUE SPACE.
          05 EL-SUPPLIER-ID              PIC X(8).
          05 FILLER                      PIC X(2)       VALUE SPACE.
          05 EL-DELIVERY-DATE            PIC X(8).
          05 FILLER                      PIC X(2)       VALUE SPACE.
          05 EL-LITRES                   PIC ZZ,ZZZ,ZZ9.99.
          05 FILLER                      PIC X(2)       VALUE SPACE.
          05 EL-LOGGED-LITRES            PIC ZZ,ZZZ,ZZ9.99.
          05 FILLER                      PIC X(2)       VALUE SPACE.
          05 EL-PRICE                    PIC ZZ9.999.
          05 FILLER                      PIC X(2)       VALUE SPACE.
          05 EL-LIST-PRICE               PIC ZZ9.999.
          05 FILLER                      PIC X(2)       VALUE SPACE.
          05 EL-AMOUNT                   PIC ZZ,ZZZ,ZZ9.99.
          05 FILLER                      PIC X(2)       VALUE SPACE.
          05 EL-REASON                   PIC X(30).
          05 FILLER                      PIC X(5)       VALUE SPACE.
      *
       01 FORECAST-LINE.
          05 FC-LABEL                    PIC X(40).
          05 FC-AMOUNT                   PIC ----,---,--9.99.
          05 FILLER                      PIC X(77)      VALUE SPACE.
      *
       01 FORECAST-DATE-LINE.
          05 FC-DATE-LABEL               PIC X(40).
          05 FILLER                      PIC X(7)       VALUE SPACE.
          05 FC-DATE                     PIC 9(8).
          05 FILLER                      PIC X(77)      VALUE SPACE.
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
           PERFORM 100-MATCH-ONE-INVOICE THRU 100-EXIT
              UNTIL TANKINVC-EOF.
           PERFORM 300-FORECAST-STOCK THRU 300-EXIT.
           PERFORM 900-SHUTDOWN-FILES.
           PERFORM 950-ECRIRE-JOBLOG.
           DISPLAY "END OF PROGRAM.".
           GOBACK.
      *
      ******************************************************************
      *  This routine opens the files - a missing TANKLOG abandons the
      *  whole run; a missing invoice file or FUELPRCE only the
      *  matching, the forecast still runs
      ******************************************************************
       010-OPEN-FILES.
      *
           OPEN EXTEND JOBLOG.
           MOVE FUNCTION CURRENT-DATE TO JOBLOG-DATE-ET-HEURE.
           MOVE JDH-DATE TO JOBLOG-START-SAUVEGARDE (1:8).
           MOVE JDH-TIME TO JOBLOG-START-SAUVEGARDE (9:6).
           MOVE JDH-DATE TO HL1-DATE.
           PERFORM 008-LOAD-PARAMETERS.
           MOVE "Y" TO TANKINVC-EOF-SWITCH.
           OPEN INPUT TANKLOG.
           IF NOT TANKLOG-FILE-OK
              DISPLAY "TANKLOG INTROUVABLE OU ILLISIBLE "
                      "(FILE STATUS " TANKLOG-FILE-STATUS "). "
                      "RECORD DELIVERIES AND DIPS WITH TANK0001. "
                      "INVOICE MATCHING ABANDONED."
              MOVE "FILE-ERR" TO JOBLOG-STATUS-SWITCH
              GO TO 010-EXIT
           END-IF.
           PERFORM 020-LOAD-TANK-MOVEMENTS.
           CLOSE TANKLOG.
           OPEN OUTPUT TKMTRPT.
           MOVE "Y" TO RUN-READY-SWITCH.
           OPEN INPUT TANKINVC.
           IF NOT TANKINVC-FILE-OK
              DISPLAY "TANKINVC INTROUVABLE OU ILLISIBLE "
                      "(FILE STATUS " TANKINVC-FILE-STATUS "). "
                      "NO INVOICES MATCHED."
              MOVE "FILE-ERR" TO JOBLOG-STATUS-SWITCH
              GO TO 010-EXIT
           END-IF.
           OPEN INPUT FUELPRCE.
           IF NOT FUELPRCE-FILE-OK
              DISPLAY "FUELPRCE INTROUVABLE OU ILLISIBLE "
                      "(FILE STATUS " FUELPRCE-FILE-STATUS "). "
                      "RUN FPRC0001 TO BUILD THE PRICE FILE. "
                      "NO INVOICES MATCHED."
              MOVE "FILE-ERR" TO JOBLOG-STATUS-SWITCH
              CLOSE TANKINVC
              GO TO 010-EXIT
           END-IF.
           PERFORM 050-LOAD-REGISTER THRU 050-EXIT.
           IF (NOT REGISTER-READY)
              CLOSE TANKINVC
              CLOSE FUELPRCE
              GO TO 010-EXIT
           END-IF.
           OPEN OUTPUT TANKPAY.
           MOVE JDH-DATE   TO CE-RUN-DATE.
           MOVE "TKMT0001" TO CE-PROGRAM-ID.
           WRITE TANKPAY-RECORD FROM CONTROLE-ENTETE.
           MOVE "Y" TO MATCHING-READY-SWITCH.
           MOVE "N" TO TANKINVC-EOF-SWITCH.
           MOVE "E" TO REPORT-SECTION-SWITCH.
           PERFORM 030-PRINT-HEADINGS.
           PERFORM 040-READ-TANKINVC.
      *
       010-EXIT.
           EXIT.
      *
      ******************************************************************
      *  This routine loads the tank parameters from PARMFILE - a
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
                 WHEN "TANK-FUEL-TYPE"
                    MOVE PA-PARM-VALUE TO TANK-FUEL-TYPE
                 WHEN "TANK-LITRE-TOLERANCE"
                    COMPUTE LITRE-TOLERANCE =
                       FUNCTION NUMVAL (PA-PARM-VALUE)
                 WHEN "TANK-DRAW-DAYS"
                    COMPUTE DRAW-DAYS =
                       FUNCTION NUMVAL (PA-PARM-VALUE)
                 WHEN "TANK-LEAD-DAYS"
                    COMPUTE LEAD-DAYS =
                       FUNCTION NUMVAL (PA-PARM-VALUE)
                 WHEN OTHER
                    CONTINUE
              END-EVALUATE
           END-IF.
      *
      ******************************************************************
      *  This routine reads TANKLOG once - deliveries go into the
      *  matching table, the latest dip not after today is kept as
      *  the forecast's starting stock
      ******************************************************************
       020-LOAD-TANK-MOVEMENTS.
      *
           PERFORM UNTIL TANKLOG-EOF
              READ TANKLOG
                 AT END
                    MOVE "Y" TO TANKLOG-EOF-SWITCH
                 NOT AT END
                    ADD 1 TO TANKLOG-RECORDS-LUS
                    PERFORM 025-FILE-ONE-MOVEMENT
              END-READ
           END-PERFORM.
      *
       025-FILE-ONE-MOVEMENT.
      *
           EVALUATE TRUE
              WHEN TK-DELIVERY
                 IF (DELIVERY-COUNT >= 2000)
                    DISPLAY "EXCEPTION: DELIVERY TABLE FULL - TANKLOG "
                            "DELIVERY OF " TK-DATE " NOT MATCHABLE."
                    MOVE "RECONERR" TO JOBLOG-STATUS-SWITCH
                 ELSE
                    MOVE 1 TO DAY-SEQUENCE
                    PERFORM 026-COUNT-SAME-DAY
                       VARYING DELIVERY-SCAN FROM 1 BY 1
                       UNTIL DELIVERY-SCAN > DELIVERY-COUNT
                    ADD 1 TO DELIVERY-COUNT
                    SET DELIVERY-IDX TO DELIVERY-COUNT
                    MOVE TK-DATE   TO DT-DATE (DELIVERY-IDX)
                    MOVE DAY-SEQUENCE TO DT-DAY-SEQUENCE (DELIVERY-IDX)
                    MOVE TK-LITRES TO DT-LITRES (DELIVERY-IDX)
                    MOVE "N" TO DT-MATCHED-SWITCH (DELIVERY-IDX)
                 END-IF
              WHEN TK-DIP-READING
                 IF (TK-DATE <= JDH-DATE)
                    AND (TK-DATE >= LATEST-DIP-DATE)
                    MOVE TK-DATE   TO LATEST-DIP-DATE
                    MOVE TK-LITRES TO LATEST-DIP-LITRES
                    MOVE "Y" TO LATEST-DIP-SWITCH
                 END-IF
              WHEN OTHER
                 CONTINUE
           END-EVALUATE.
      *
       026-COUNT-SAME-DAY.
      *
           IF (DT-DATE (DELIVERY-SCAN) = TK-DATE)
              ADD 1 TO DAY-SEQUENCE
           END-IF.
      *
       040-READ-TANKINVC.
      *
           READ TANKINVC
              AT END
                 MOVE "Y" TO TANKINVC-EOF-SWITCH
              NOT AT END
                 ADD 1 TO TANKINVC-RECORDS-LUS
           END-READ.
      *
      ******************************************************************
      *  This routine loads the TANKMREG register of invoices already
      *  paid, spending the deliveries they landed on, and opens it
      *  for this run's rows - a missing register means nothing paid
      *  yet; one that cannot be read or loaded in full stops the
      *  matching, since a paid invoice could not be told apart
      ******************************************************************
       050-LOAD-REGISTER.
      *
           MOVE "N" TO REGISTER-READY-SWITCH.
           OPEN INPUT TANKMREG.
           EVALUATE TRUE
              WHEN TANKMREG-FILE-OK
                 PERFORM UNTIL TANKMREG-EOF
                    READ TANKMREG
                       AT END
                          MOVE "Y" TO TANKMREG-EOF-SWITCH
                       NOT AT END
                          ADD 1 TO TANKMREG-RECORDS-LUS
                          PERFORM 055-FILE-ONE-PAYMENT
                    END-READ
                 END-PERFORM
                 CLOSE TANKMREG
              WHEN TANKMREG-FILE-NOT-FOUND
                 DISPLAY "TANKMREG NOT FOUND - NO INVOICE PAID YET, "
                         "THE REGISTER STARTS WITH THIS RUN."
              WHEN OTHER
                 DISPLAY "EXCEPTION: TANKMREG CANNOT BE READ (FILE "
                         "STATUS " TANKMREG-FILE-STATUS ") - PAID "
                         "INVOICES CANNOT BE CHECKED. NO INVOICES "
                         "MATCHED."
                 MOVE "FILE-ERR" TO JOBLOG-STATUS-SWITCH
                 GO TO 050-EXIT
           END-EVALUATE.
           IF REGISTER-FULL
              DISPLAY "EXCEPTION: PAID INVOICE TABLE FULL - TANKMREG "
                      "NOT LOADED IN FULL. NO INVOICES MATCHED."
              MOVE "RECONERR" TO JOBLOG-STATUS-SWITCH
              GO TO 050-EXIT
           END-IF.
           OPEN EXTEND TANKMREG.
           IF TANKMREG-FILE-NOT-FOUND
              OPEN OUTPUT TANKMREG
           END-IF.
           IF NOT TANKMREG-FILE-OK
              DISPLAY "EXCEPTION: TANKMREG CANNOT BE WRITTEN (FILE "
                      "STATUS " TANKMREG-FILE-STATUS ") - NO INVOICES "
                      "MATCHED."
              MOVE "FILE-ERR" TO JOBLOG-STATUS-SWITCH
              GO TO 050-EXIT
           END-IF.
           MOVE "Y" TO REGISTER-READY-SWITCH.
      *
       050-EXIT.
           EXIT.
      *
       055-FILE-ONE-PAYMENT.
      *
           IF (PAID-INVOICE-COUNT >= 50000)
              MOVE "Y" TO REGISTER-FULL-SWITCH
           ELSE
              ADD 1 TO PAID-INVOICE-COUNT
              SET PAID-INVOICE-IDX TO PAID-INVOICE-COUNT
              MOVE TM-INVOICE-NUMBER
                 TO PI-INVOICE-NUMBER (PAID-INVOICE-IDX)
              MOVE TM-SUPPLIER-ID TO PI-SUPPLIER-ID (PAID-INVOICE-IDX)
           END-IF.
           IF (DELIVERY-COUNT > 0)
              SET DELIVERY-IDX TO 1
              SEARCH DELIVERY-ENTRY
                 AT END
                    CONTINUE
                 WHEN (DT-DATE (DELIVERY-IDX) = TM-DELIVERY-DATE)
                  AND (DT-DAY-SEQUENCE (DELIVERY-IDX)
                       = TM-DELIVERY-SEQUENCE)
                    MOVE "Y" TO DT-MATCHED-SWITCH (DELIVERY-IDX)
              END-SEARCH
           END-IF.
      *
      ******************************************************************
      *  This routine checks one invoice line - a line that cannot be
      *  read is an exception on its own, otherwise the delivery, the
      *  price and the arithmetic are each checked and every failure
      *  printed
      ******************************************************************
       100-MATCH-ONE-INVOICE.
      *
           MOVE "Y" TO INVOICE-CLEAN-SWITCH.
           MOVE 0 TO LOGGED-LITRES.
           MOVE 0 TO LIST-PRICE.
           MOVE SPACES TO EXCEPTION-REASON.
           EVALUATE TRUE
              WHEN TI-INVOICE-NUMBER = SPACES
                 MOVE "INVOICE NUMBER BLANK" TO EXCEPTION-REASON
              WHEN TI-DELIVERY-DATE NOT NUMERIC
                 MOVE "DELIVERY DATE NOT NUMERIC" TO EXCEPTION-REASON
              WHEN FUNCTION TEST-DATE-YYYYMMDD (TI-DELIVERY-DATE)
                   NOT = 0
                 MOVE "DELIVERY DATE INVALID" TO EXCEPTION-REASON
              WHEN (TI-LITRES NOT NUMERIC) OR (TI-LITRES = 0)
                 MOVE "LITRES MISSING" TO EXCEPTION-REASON
              WHEN (TI-PRICE-PER-LITRE NOT NUMERIC)
                OR (TI-PRICE-PER-LITRE = 0)
                 MOVE "PRICE MISSING" TO EXCEPTION-REASON
              WHEN TI-INVOICE-AMOUNT NOT NUMERIC
                 MOVE "AMOUNT NOT NUMERIC" TO EXCEPTION-REASON
           END-EVALUATE.
           IF (EXCEPTION-REASON = SPACES) AND (PAID-INVOICE-COUNT > 0)
              SET PAID-INVOICE-IDX TO 1
              SEARCH PAID-INVOICE-ENTRY
                 AT END
                    CONTINUE
                 WHEN (PI-INVOICE-NUMBER (PAID-INVOICE-IDX)
                       = TI-INVOICE-NUMBER)
                  AND (PI-SUPPLIER-ID (PAID-INVOICE-IDX)
                       = TI-SUPPLIER-ID)
                    MOVE "INVOICE ALREADY PAID" TO EXCEPTION-REASON
              END-SEARCH
           END-IF.
           IF (EXCEPTION-REASON NOT = SPACES)
              PERFORM 150-PRINT-EXCEPTION
              ADD 1 TO INVOICES-IN-EXCEPTION
              PERFORM 040-READ-TANKINVC
              GO TO 100-EXIT
           END-IF.
           PERFORM 110-FIND-DELIVERY.
           PERFORM 120-LOOKUP-LIST-PRICE.
           PERFORM 130-CHECK-AMOUNT.
           IF INVOICE-CLEAN
              PERFORM 160-WRITE-PAYABLE
           ELSE
              ADD 1 TO INVOICES-IN-EXCEPTION
           END-IF.
           PERFORM 040-READ-TANKINVC.
      *
       100-EXIT.
           EXIT.
      *
      ******************************************************************
      *  This routine lands the invoice on a delivery of the same day
      *  not yet invoiced - one big enough for the billed litres if
      *  there is one, else any, which is then over-billed. A day
      *  whose deliveries are all spent is told apart from a day with
      *  none
      ******************************************************************
       110-FIND-DELIVERY.
      *
           MOVE "N" TO DELIVERY-FOUND-SWITCH.
           MOVE "N" TO DELIVERY-SPENT-SWITCH.
           MOVE 0 TO MATCHED-DELIVERY.
           IF (DELIVERY-COUNT > 0)
              PERFORM 115-TRY-ONE-DELIVERY
                 VARYING DELIVERY-SCAN FROM 1 BY 1
                 UNTIL (DELIVERY-SCAN > DELIVERY-COUNT)
                    OR DELIVERY-FOUND
           END-IF.
           IF (NOT DELIVERY-FOUND) AND (DELIVERY-COUNT > 0)
              SET DELIVERY-IDX TO 1
              SEARCH DELIVERY-ENTRY
                 AT END
                    CONTINUE
                 WHEN (NOT DT-MATCHED (DELIVERY-IDX))
                  AND DT-DATE (DELIVERY-IDX) = TI-DELIVERY-DATE
                    MOVE "Y" TO DELIVERY-FOUND-SWITCH
                    MOVE "Y" TO DT-MATCHED-SWITCH (DELIVERY-IDX)
                    MOVE DT-LITRES (DELIVERY-IDX) TO LOGGED-LITRES
                    SET MATCHED-DELIVERY TO DELIVERY-IDX
              END-SEARCH
           END-IF.
           IF (NOT DELIVERY-FOUND) AND (DELIVERY-COUNT > 0)
              SET DELIVERY-IDX TO 1
              SEARCH DELIVERY-ENTRY
                 AT END
                    CONTINUE
                 WHEN DT-DATE (DELIVERY-IDX) = TI-DELIVERY-DATE
                    MOVE "Y" TO DELIVERY-SPENT-SWITCH
              END-SEARCH
           END-IF.
           COMPUTE BILLABLE-LITRES = LOGGED-LITRES + LITRE-TOLERANCE.
           EVALUATE TRUE
              WHEN DELIVERY-SPENT
                 MOVE "N" TO INVOICE-CLEAN-SWITCH
                 MOVE "DELIVERY ALREADY INVOICED" TO EXCEPTION-REASON
                 PERFORM 150-PRINT-EXCEPTION
              WHEN NOT DELIVERY-FOUND
                 MOVE "N" TO INVOICE-CLEAN-SWITCH
                 MOVE "NO DELIVERY LOGGED THAT DAY"
                    TO EXCEPTION-REASON
                 PERFORM 150-PRINT-EXCEPTION
              WHEN TI-LITRES > BILLABLE-LITRES
                 MOVE "N" TO INVOICE-CLEAN-SWITCH
                 MOVE "LITRES OVER-BILLED" TO EXCEPTION-REASON
                 PERFORM 150-PRINT-EXCEPTION
              WHEN OTHER
                 CONTINUE
           END-EVALUATE.
      *
       115-TRY-ONE-DELIVERY.
      *
           IF (NOT DT-MATCHED (DELIVERY-SCAN))
              AND (DT-DATE (DELIVERY-SCAN) = TI-DELIVERY-DATE)
              COMPUTE BILLABLE-LITRES =
                 DT-LITRES (DELIVERY-SCAN) + LITRE-TOLERANCE
              IF (TI-LITRES <= BILLABLE-LITRES)
                 MOVE "Y" TO DELIVERY-FOUND-SWITCH
                 MOVE "Y" TO DT-MATCHED-SWITCH (DELIVERY-SCAN)
                 MOVE DT-LITRES (DELIVERY-SCAN) TO LOGGED-LITRES
                 MOVE DELIVERY-SCAN TO MATCHED-DELIVERY
              END-IF
           END-IF.
      *
      ******************************************************************
      *  This routine finds the FUELPRCE price in effect on the
      *  delivery date for the tank's fuel type - the record with the
      *  highest effective date not after it
      ******************************************************************
       120-LOOKUP-LIST-PRICE.
      *
           MOVE "N" TO LIST-PRICE-SWITCH.
           MOVE "N" TO PRICE-SCAN-DONE-SWITCH.
           MOVE TANK-FUEL-TYPE TO FP-FUEL-TYPE.
           MOVE 0 TO FP-EFFECTIVE-DATE.
           START FUELPRCE KEY IS NOT LESS THAN FP-PRICE-KEY
              INVALID KEY
                 MOVE "Y" TO PRICE-SCAN-DONE-SWITCH
           END-START.
           PERFORM UNTIL PRICE-SCAN-DONE
              READ FUELPRCE NEXT RECORD
                 AT END
                    MOVE "Y" TO PRICE-SCAN-DONE-SWITCH
                 NOT AT END
                    IF (FP-FUEL-TYPE NOT = TANK-FUEL-TYPE)
                       OR (FP-EFFECTIVE-DATE > TI-DELIVERY-DATE)
                       MOVE "Y" TO PRICE-SCAN-DONE-SWITCH
                    ELSE
                       MOVE FP-PRICE-PER-UNIT TO LIST-PRICE
                       MOVE "Y" TO LIST-PRICE-SWITCH
                    END-IF
              END-READ
           END-PERFORM.
           EVALUATE TRUE
              WHEN NOT LIST-PRICE-FOUND
                 MOVE "N" TO INVOICE-CLEAN-SWITCH
                 MOVE "NO FUELPRCE PRICE THAT DAY" TO EXCEPTION-REASON
                 PERFORM 150-PRINT-EXCEPTION
              WHEN TI-PRICE-PER-LITRE NOT = LIST-PRICE
                 MOVE "N" TO INVOICE-CLEAN-SWITCH
                 MOVE "PRICE MISMATCH" TO EXCEPTION-REASON
                 PERFORM 150-PRINT-EXCEPTION
              WHEN OTHER
                 CONTINUE
           END-EVALUATE.
      *
      ******************************************************************
      *  This routine checks the invoice total is the billed litres
      *  times the billed price, to the cent
      ******************************************************************
       130-CHECK-AMOUNT.
      *
           COMPUTE EXPECTED-AMOUNT ROUNDED =
              TI-LITRES * TI-PRICE-PER-LITRE.
           COMPUTE AMOUNT-DIFFERENCE =
              TI-INVOICE-AMOUNT - EXPECTED-AMOUNT.
           IF (AMOUNT-DIFFERENCE > 0.01) OR (AMOUNT-DIFFERENCE < -0.01)
              MOVE "N" TO INVOICE-CLEAN-SWITCH
              MOVE "AMOUNT NOT LITRES X PRICE" TO EXCEPTION-REASON
              PERFORM 150-PRINT-EXCEPTION
           END-IF.
      *
       150-PRINT-EXCEPTION.
      *
           MOVE SPACES TO EXCEPTION-LINE.
           MOVE TI-INVOICE-NUMBER  TO EL-INVOICE-NUMBER.
           MOVE TI-SUPPLIER-ID     TO EL-SUPPLIER-ID.
           MOVE TI-DELIVERY-DATE   TO EL-DELIVERY-DATE.
           IF TI-LITRES NUMERIC
              MOVE TI-LITRES TO EL-LITRES
           END-IF.
           MOVE LOGGED-LITRES      TO EL-LOGGED-LITRES.
           IF TI-PRICE-PER-LITRE NUMERIC
              MOVE TI-PRICE-PER-LITRE TO EL-PRICE
           END-IF.
           MOVE LIST-PRICE         TO EL-LIST-PRICE.
           IF TI-INVOICE-AMOUNT NUMERIC
              MOVE TI-INVOICE-AMOUNT TO EL-AMOUNT
           END-IF.
           MOVE EXCEPTION-REASON   TO EL-REASON.
           IF (RPT-LINE-COUNTER >= LINES-PER-PAGE)
              PERFORM 030-PRINT-HEADINGS
           END-IF.
           WRITE PRINT-AREA FROM EXCEPTION-LINE.
           ADD 1 TO RPT-LINE-COUNTER.
      *
      ******************************************************************
      *  This routine clears one invoice for payment - it goes onto
      *  TANKMREG first, so an invoice the register did not take is
      *  held back rather than paid without a trace
      ******************************************************************
       160-WRITE-PAYABLE.
      *
           MOVE SPACES TO TANKMREG-RECORD.
           MOVE TI-INVOICE-NUMBER  TO TM-INVOICE-NUMBER.
           MOVE TI-SUPPLIER-ID     TO TM-SUPPLIER-ID.
           MOVE DT-DATE (MATCHED-DELIVERY) TO TM-DELIVERY-DATE.
           MOVE DT-DAY-SEQUENCE (MATCHED-DELIVERY)
              TO TM-DELIVERY-SEQUENCE.
           MOVE TI-LITRES          TO TM-LITRES.
           MOVE TI-INVOICE-AMOUNT  TO TM-INVOICE-AMOUNT.
           MOVE JDH-DATE           TO TM-CLEARED-DATE.
           WRITE TANKMREG-RECORD.
           IF NOT TANKMREG-FILE-OK
              DISPLAY "EXCEPTION: TANKMREG WRITE FAILED (FILE STATUS "
                      TANKMREG-FILE-STATUS ") - INVOICE "
                      TI-INVOICE-NUMBER " HELD BACK FROM PAYMENT."
              MOVE "FILE-ERR" TO JOBLOG-STATUS-SWITCH
              MOVE "REGISTER WRITE FAILED" TO EXCEPTION-REASON
              PERFORM 150-PRINT-EXCEPTION
              ADD 1 TO INVOICES-IN-EXCEPTION
           ELSE
              IF (PAID-INVOICE-COUNT < 50000)
                 ADD 1 TO PAID-INVOICE-COUNT
                 SET PAID-INVOICE-IDX TO PAID-INVOICE-COUNT
                 MOVE TI-INVOICE-NUMBER
                    TO PI-INVOICE-NUMBER (PAID-INVOICE-IDX)
                 MOVE TI-SUPPLIER-ID
                    TO PI-SUPPLIER-ID (PAID-INVOICE-IDX)
              END-IF
              MOVE SPACES TO TANKPAY-RECORD
              MOVE TI-INVOICE-NUMBER  TO TP-INVOICE-NUMBER
              MOVE TI-SUPPLIER-ID     TO TP-SUPPLIER-ID
              MOVE TI-DELIVERY-DATE   TO TP-DELIVERY-DATE
              MOVE TI-LITRES          TO TP-LITRES
              MOVE TI-PRICE-PER-LITRE TO TP-PRICE-PER-LITRE
              MOVE TI-INVOICE-AMOUNT  TO TP-INVOICE-AMOUNT
              WRITE TANKPAY-RECORD
              ADD 1 TO TANKPAY-CTRL-COUNT
              ADD TI-INVOICE-AMOUNT TO TANKPAY-CTRL-HASH
              ADD 1 TO INVOICES-MATCHED
           END-IF.
      *
      ******************************************************************
      *  This routine estimates the stock in the tank today and how
      *  long it lasts at the recent rate of draw - the draws are the
      *  yard-fuelled vehicles' TRIPFILE litres, reversals subtract
      ******************************************************************
       300-FORECAST-STOCK.
      *
           IF (NOT RUN-READY)
              GO TO 300-EXIT
           END-IF.
           MOVE "F" TO REPORT-SECTION-SWITCH.
           PERFORM 030-PRINT-HEADINGS.
           IF (NOT LATEST-DIP-FOUND)
              DISPLAY "NO DIP READING ON TANKLOG - RECORD ONE WITH "
                      "TANK0001. NO STOCK FORECAST."
              GO TO 300-EXIT
           END-IF.
           OPEN INPUT VEHMAST.
           IF NOT VEHMAST-FILE-OK
              DISPLAY "VEHMAST NOT AVAILABLE (FILE STATUS "
                      VEHMAST-FILE-STATUS ") - THE FORECAST NEEDS THE "
                      "YARD-FUEL FLAGS. NO STOCK FORECAST."
              GO TO 300-EXIT
           END-IF.
           COMPUTE DRAW-WINDOW-START = FUNCTION DATE-OF-INTEGER
              (FUNCTION INTEGER-OF-DATE (JDH-DATE) - DRAW-DAYS).
           PERFORM 310-SUM-DELIVERY-SINCE-DIP
              VARYING DELIVERY-SCAN FROM 1 BY 1
              UNTIL DELIVERY-SCAN > DELIVERY-COUNT.
           OPEN INPUT TRIPFILE.
           IF NOT TRIPFILE-FILE-OK
              DISPLAY "TRIPFILE INTROUVABLE OU ILLISIBLE "
                      "(FILE STATUS " TRIPFILE-FILE-STATUS ") - "
                      "DRAWS TAKEN AS ZERO."
              MOVE "Y" TO TRIPFILE-EOF-SWITCH
           END-IF.
           PERFORM UNTIL TRIPFILE-EOF
              READ TRIPFILE
                 AT END
                    MOVE "Y" TO TRIPFILE-EOF-SWITCH
                 NOT AT END
                    ADD 1 TO TRIPFILE-RECORDS-LUS
                    PERFORM 320-FOLD-ONE-DRAW
              END-READ
           END-PERFORM.
           IF TRIPFILE-FILE-OK OR TRIPFILE-FILE-STATUS = "10"
              CLOSE TRIPFILE
           END-IF.
           CLOSE VEHMAST.
           COMPUTE STOCK-NOW = LATEST-DIP-LITRES
              + DELIVERED-SINCE-DIP - DRAWN-SINCE-DIP.
           IF (STOCK-NOW < 0)
              MOVE 0 TO STOCK-NOW
           END-IF.
           COMPUTE DAILY-DRAW ROUNDED = DRAWN-IN-WINDOW / DRAW-DAYS.
           PERFORM 330-PRINT-FORECAST THRU 330-EXIT.
      *
       300-EXIT.
           EXIT.
      *
       310-SUM-DELIVERY-SINCE-DIP.
      *
           IF (DT-DATE (DELIVERY-SCAN) > LATEST-DIP-DATE)
              AND (DT-DATE (DELIVERY-SCAN) <= JDH-DATE)
              ADD DT-LITRES (DELIVERY-SCAN) TO DELIVERED-SINCE-DIP
           END-IF.
      *
       320-FOLD-ONE-DRAW.
      *
           IF (NOT TJ-TRIP) AND (NOT TJ-REVERSAL)
              CONTINUE
           ELSE
              IF (TJ-TRIP-DATE > DRAW-WINDOW-START
                  OR TJ-TRIP-DATE > LATEST-DIP-DATE)
                 AND (TJ-TRIP-DATE <= JDH-DATE)
                 MOVE TJ-VEHICLE-ID TO VM-VEHICLE-ID
                 READ VEHMAST
                    INVALID KEY
                       CONTINUE
                    NOT INVALID KEY
                       IF VM-YARD-FUELLED
                          ADD 1 TO TRIPFILE-RECORDS-RETENUS
                          PERFORM 325-ADD-ONE-DRAW
                       END-IF
                 END-READ
              END-IF
           END-IF.
      *
       325-ADD-ONE-DRAW.
      *
           IF TJ-REVERSAL
              IF (TJ-TRIP-DATE > LATEST-DIP-DATE)
                 SUBTRACT TJ-FUEL-USED FROM DRAWN-SINCE-DIP
              END-IF
              IF (TJ-TRIP-DATE > DRAW-WINDOW-START)
                 SUBTRACT TJ-FUEL-USED FROM DRAWN-IN-WINDOW
              END-IF
           ELSE
              IF (TJ-TRIP-DATE > LATEST-DIP-DATE)
                 ADD TJ-FUEL-USED TO DRAWN-SINCE-DIP
              END-IF
              IF (TJ-TRIP-DATE > DRAW-WINDOW-START)
                 ADD TJ-FUEL-USED TO DRAWN-IN-WINDOW
              END-IF
           END-IF.
      *
      ******************************************************************
      *  This routine prints the forecast - with no draw in the window
      *  there is no rate to forecast from; an order due today or
      *  earlier is warned on the console
      ******************************************************************
       330-PRINT-FORECAST.
      *
           MOVE SPACES TO FORECAST-LINE.
           MOVE "LATEST DIP READING (LITRES)" TO FC-LABEL.
           MOVE LATEST-DIP-LITRES TO FC-AMOUNT.
           WRITE PRINT-AREA FROM FORECAST-LINE.
           MOVE SPACES TO FORECAST-DATE-LINE.
           MOVE "TAKEN ON" TO FC-DATE-LABEL.
           MOVE LATEST-DIP-DATE TO FC-DATE.
           WRITE PRINT-AREA FROM FORECAST-DATE-LINE.
           MOVE "DELIVERED SINCE THE DIP" TO FC-LABEL.
           MOVE DELIVERED-SINCE-DIP TO FC-AMOUNT.
           WRITE PRINT-AREA FROM FORECAST-LINE.
           MOVE "DRAWN BY YARD-FUELLED VEHICLES SINCE" TO FC-LABEL.
           MOVE DRAWN-SINCE-DIP TO FC-AMOUNT.
           WRITE PRINT-AREA FROM FORECAST-LINE.
           MOVE "ESTIMATED STOCK TODAY" TO FC-LABEL.
           MOVE STOCK-NOW TO FC-AMOUNT.
           WRITE PRINT-AREA FROM FORECAST-LINE.
           MOVE "AVERAGING WINDOW (DAYS)" TO FC-LABEL.
           MOVE DRAW-DAYS TO FC-AMOUNT.
           WRITE PRINT-AREA FROM FORECAST-LINE.
           MOVE "DRAWN IN THE AVERAGING WINDOW" TO FC-LABEL.
           MOVE DRAWN-IN-WINDOW TO FC-AMOUNT.
           WRITE PRINT-AREA FROM FORECAST-LINE.
           MOVE "AVERAGE DAILY DRAW" TO FC-LABEL.
           MOVE DAILY-DRAW TO FC-AMOUNT.
           WRITE PRINT-AREA FROM FORECAST-LINE.
           DISPLAY SEPARATOR-LINE.
           DISPLAY "ESTIMATED STOCK TODAY " STOCK-NOW " LITRES, "
                   "AVERAGE DAILY DRAW " DAILY-DRAW " LITRES.".
           IF (DAILY-DRAW <= 0)
              MOVE SPACES TO FORECAST-LINE
              MOVE "NO YARD DRAW IN THE WINDOW - NO FORECAST"
                 TO FC-LABEL
              WRITE PRINT-AREA FROM FORECAST-LINE
              DISPLAY "NO YARD DRAW IN THE LAST " DRAW-DAYS
                      " DAYS - NO DAYS-OF-STOCK FORECAST."
              GO TO 330-EXIT
           END-IF.
           DIVIDE STOCK-NOW BY DAILY-DRAW GIVING DAYS-REMAINING
              ON SIZE ERROR
                 MOVE 99999 TO DAYS-REMAINING
           END-DIVIDE.
           IF (DAYS-REMAINING > 9999)
              MOVE 9999 TO DAYS-REMAINING
           END-IF.
           COMPUTE DRY-DATE = FUNCTION DATE-OF-INTEGER
              (FUNCTION INTEGER-OF-DATE (JDH-DATE) + DAYS-REMAINING).
           IF (DAYS-REMAINING > LEAD-DAYS)
              COMPUTE ORDER-DUE-DATE = FUNCTION DATE-OF-INTEGER
                 (FUNCTION INTEGER-OF-DATE (DRY-DATE) - LEAD-DAYS)
           ELSE
              MOVE JDH-DATE TO ORDER-DUE-DATE
           END-IF.
           MOVE "DAYS OF STOCK REMAINING" TO FC-LABEL.
           MOVE DAYS-REMAINING TO FC-AMOUNT.
           WRITE PRINT-AREA FROM FORECAST-LINE.
           MOVE "TANK RUNS DRY ON" TO FC-DATE-LABEL.
           MOVE DRY-DATE TO FC-DATE.
           WRITE PRINT-AREA FROM FORECAST-DATE-LINE.
           MOVE "NEXT ORDER DUE BY" TO FC-DATE-LABEL.
           MOVE ORDER-DUE-DATE TO FC-DATE.
           WRITE PRINT-AREA FROM FORECAST-DATE-LINE.
           DISPLAY "DAYS OF STOCK REMAINING " DAYS-REMAINING
                   " - TANK RUNS DRY ON " DRY-DATE
                   ", NEXT ORDER DUE BY " ORDER-DUE-DATE ".".
           IF (DAYS-REMAINING <= LEAD-DAYS)
              DISPLAY "WARNING: ORDER FUEL NOW - THE TANK RUNS DRY "
                      "BEFORE A DELIVERY ORDERED TODAY ARRIVES."
           END-IF.
      *
       330-EXIT.
           EXIT.
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
           IF PRINTING-EXCEPTIONS
              WRITE PRINT-AREA FROM HEADING-LINE-2
           ELSE
              WRITE PRINT-AREA FROM HEADING-LINE-3
           END-IF.
           MOVE 0 TO RPT-LINE-COUNTER.
      *
      ******************************************************************
      *  This routine prints the run totals, closes the extract with
      *  its trailer and closes the files
      ******************************************************************
       900-SHUTDOWN-FILES.
      *
           DISPLAY SEPARATOR-LINE.
           DISPLAY "INVOICE MATCHING - " TANKINVC-RECORDS-LUS
                   " READ, " INVOICES-MATCHED " CLEARED FOR PAYMENT, "
                   INVOICES-IN-EXCEPTION " IN EXCEPTION.".
           DISPLAY "TANKMREG - " TANKMREG-RECORDS-LUS " INVOICE(S) "
                   "PAID BY EARLIER RUNS ON THE REGISTER.".
           IF (INVOICES-IN-EXCEPTION > 0)
              DISPLAY "INVOICES IN EXCEPTION ARE ON TKMTRPT - DO NOT "
                      "APPROVE THEM UNTIL RESOLVED."
              IF (JOBLOG-STATUS-SWITCH = "NORMAL")
                 MOVE "RECONERR" TO JOBLOG-STATUS-SWITCH
              END-IF
           END-IF.
           IF MATCHING-READY
              MOVE TANKPAY-CTRL-COUNT TO CP-RECORD-COUNT
              MOVE TANKPAY-CTRL-HASH  TO CP-HASH-TOTAL
              WRITE TANKPAY-RECORD FROM CONTROLE-PIED
              CLOSE TANKPAY
              CLOSE TANKINVC
              CLOSE FUELPRCE
              CLOSE TANKMREG
           END-IF.
           IF RUN-READY
              CLOSE TKMTRPT
           END-IF.
      *
      ******************************************************************
      *  This routine writes the run's JOBLOG record and closes JOBLOG
      ******************************************************************
       950-ECRIRE-JOBLOG.
      *
           MOVE SPACES TO JOBLOG-RECORD.
           MOVE "TKMT0001" TO JL-PROGRAM-ID.
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
