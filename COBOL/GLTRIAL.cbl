      *****************************************************************
      * Program name:    GLTB0001
      * Original author: MANUEL JARRY
      *
      * Maintenence Log
      * Date        Author        Maintenance Requirement
      * ----------- ------------  --------------------------------------
      * 15/10/2026   MANUEL JARRY  Created - GL trial balance for one
      *                            period from GLBAL: opening, period
      *                            debits and credits and closing
      *                            balance per GLACCT account, totals
      *                            by account type, proved to zero
      *
      *****************************************************************
       IDENTIFICATION DIVISION.
       PROGRAM-ID.  GLTB0001.
       AUTHOR. MANUEL JARRY.
       INSTALLATION. COBOL-Learning
       DATE-WRITTEN. 15/10/2026.
       DATE-COMPILED. DD/MM/YYYY.
       SECURITY. NON-CONFIDENTIAL.
      *****************************************************************
      *
      ******************************************************************
      *  Every account on the chart is printed in account order with
      *  its balances for the period asked. An account with no GLBAL
      *  record for the period carries the closing balance of its
      *  last earlier period as both opening and closing; an account
      *  that never had a posting is left off. Balances are signed,
      *  debit positive and credit negative, so the opening and
      *  closing columns must each total zero and the period debits
      *  must equal the period credits - anything else is printed as
      *  OUT OF BALANCE and the run ends RECONERR
      ******************************************************************
       ENVIRONMENT DIVISION.
       CONFIGURATION SECTION.
       SOURCE-COMPUTER. PC-MANU.
       OBJECT-COMPUTER. PC-MANU.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
           COPY GLACCTSL.
           COPY GLBALSL.
           COPY GLPERDSL.
           SELECT GLTBRPT ASSIGN TO GLTBRPT
              ORGANIZATION IS LINE SEQUENTIAL.
           COPY JOBLOGSL.
      *****************************************************************
      *
      *****************************************************************
       DATA DIVISION.
       FILE SECTION.
       COPY GLACCTFD.
      *
       COPY GLBALFD.
      *
       COPY GLPERDFD.
      *
       FD  GLTBRPT.
       01  PRINT-AREA                    PIC X(132).
      *
       COPY JOBLOGFD.
      *****************************************************************
      *
      *****************************************************************
       WORKING-STORAGE SECTION.
      *
       01 SWITCHES.
          05 GLACCT-EOF-SWITCH           PIC X          VALUE "N".
             88 GLACCT-EOF                              VALUE "Y".
          05 GLPERIOD-EOF-SWITCH         PIC X          VALUE "N".
             88 GLPERIOD-EOF                            VALUE "Y".
          05 GLBAL-SCAN-EOF-SWITCH       PIC X          VALUE "N".
             88 GLBAL-SCAN-EOF                          VALUE "Y".
          05 RUN-READY-SWITCH            PIC X          VALUE "N".
             88 RUN-READY                               VALUE "Y".
          05 BALANCE-FOUND-SWITCH        PIC X          VALUE "N".
             88 BALANCE-FOUND                           VALUE "Y".
      *
       01 FILE-STATUS-FIELDS.
          05 GLACCT-FILE-STATUS          PIC X(2)       VALUE "00".
             88 GLACCT-FILE-OK                          VALUE "00".
          05 GLBAL-FILE-STATUS           PIC X(2)       VALUE "00".
             88 GLBAL-FILE-OK                           VALUE "00".
          05 GLPERIOD-FILE-STATUS        PIC X(2)       VALUE "00".
             88 GLPERIOD-FILE-OK                        VALUE "00".
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
          05 PERIOD-ENTRY                PIC 9(6).
      *
       01 WORK-FIELDS.
          05 LAST-CLOSED-PERIOD          PIC 9(6)       VALUE 0.
          05 OPEN-PERIOD                 PIC 9(6)       VALUE 0.
          05 TYPE-SUB                    PIC 9(1)       COMP.
          05 ACCOUNT-OPENING             PIC S9(11)V99.
          05 ACCOUNT-DEBITS              PIC 9(11)V99.
          05 ACCOUNT-CREDITS             PIC 9(11)V99.
          05 ACCOUNT-CLOSING             PIC S9(11)V99.
          05 OTHER-FIELDS.
             10 SEPARATOR-LINE           PIC X(50)
                                                        VALUE
                   "--------------------------------------------------".
      *
       01 RECONCILIATION-COUNTERS.
          05 GLACCT-RECORDS-LUS          PIC 9(5)       VALUE 0.
          05 ACCOUNTS-PRINTED            PIC 9(5)       VALUE 0.
          05 GRAND-OPENING               PIC S9(13)V99  VALUE 0.
          05 GRAND-DEBITS                PIC 9(13)V99   VALUE 0.
          05 GRAND-CREDITS               PIC 9(13)V99   VALUE 0.
          05 GRAND-CLOSING               PIC S9(13)V99  VALUE 0.
      *
      ******************************************************************
      *  Totals by account type, in the order A, L, Q, R, X
      ******************************************************************
       01 TYPE-NAME-VALUES.
          05 FILLER                      PIC X(12)      VALUE "ASSETS".
          05 FILLER                      PIC X(12)      VALUE
                "LIABILITIES".
          05 FILLER                      PIC X(12)      VALUE "EQUITY".
          05 FILLER                      PIC X(12)      VALUE "REVENUE".
          05 FILLER                      PIC X(12)      VALUE
                "EXPENSES".
       01 TYPE-NAME-TABLE REDEFINES TYPE-NAME-VALUES.
          05 TYPE-NAME                   PIC X(12)      OCCURS 5.
      *
       01 TYPE-TOTALS-TABLE.
          05 TYPE-TOTALS                 OCCURS 5.
             10 TT-OPENING               PIC S9(13)V99.
             10 TT-DEBITS                PIC 9(13)V99.
             10 TT-CREDITS               PIC 9(13)V99.
             10 TT-CLOSING               PIC S9(13)V99.
      *
       01 HEADING-LINE-1.
          05 FILLER                      PIC X(7)       VALUE "DATE:  ".
          05 HL1-DAY                     PIC 9(2).
          05 FILLER                      PIC X(1)       VALUE "/".
          05 HL1-MONTH                   PIC 9(2).
          05 FILLER                      PIC X(1)       VALUE "/".
          05 HL1-YEAR                    PIC 9(4).
          05 FILLER                      PIC X(4)       VALUE SPACE.
          05 FILLER                      PIC X(26)      VALUE
                "GL TRIAL BALANCE - PERIOD ".
          05 HL1-PERIOD                  PIC 9(6).
          05 FILLER                      PIC X(1)       VALUE SPACE.
          05 HL1-PERIOD-STATUS           PIC X(8).
          05 FILLER                      PIC X(4)       VALUE SPACE.
          05 FILLER                      PIC X(8)  VALUE "PAGE:   ".
          05 HL1-PAGE-NUMBER             PIC ZZ9.
          05 FILLER                      PIC X(55)      VALUE SPACE.
      *
       01 HEADING-LINE-2.
          05 FILLER                      PIC X(10) VALUE "ACCOUNT".
          05 FILLER                      PIC X(3)  VALUE "T".
          05 FILLER                      PIC X(27) VALUE "DESCRIPTION".
          05 FILLER                      PIC X(20)
                                         VALUE "   OPENING BALANCE  ".
          05 FILLER                      PIC X(19)
                                         VALUE "    PERIOD DEBITS  ".
          05 FILLER                      PIC X(19)
                                         VALUE "   PERIOD CREDITS  ".
          05 FILLER                      PIC X(34)
                                         VALUE "   CLOSING BALANCE".
      *
       01 DETAIL-LINE.
          05 DL-ACCOUNT                  PIC X(8).
          05 FILLER                      PIC X(2)       VALUE SPACE.
          05 DL-ACCOUNT-TYPE             PIC X.
          05 FILLER                      PIC X(2)       VALUE SPACE.
          05 DL-DESCRIPTION              PIC X(25).
          05 FILLER                      PIC X(2)       VALUE SPACE.
          05 DL-OPENING                  PIC ---,---,---,--9.99.
          05 FILLER                      PIC X(2)       VALUE SPACE.
          05 DL-DEBITS                   PIC ZZ,ZZZ,ZZZ,ZZ9.99.
          05 FILLER                      PIC X(2)       VALUE SPACE.
          05 DL-CREDITS                  PIC ZZ,ZZZ,ZZZ,ZZ9.99.
          05 FILLER                      PIC X(2)       VALUE SPACE.
          05 DL-CLOSING                  PIC ---,---,---,--9.99.
          05 FILLER                      PIC X(15)      VALUE SPACE.
      *
       01 TOTAL-LINE.
          05 TL-LABEL                    PIC X(40).
          05 TL-OPENING                  PIC ---,---,---,--9.99.
          05 FILLER                      PIC X(2)       VALUE SPACE.
          05 TL-DEBITS                   PIC ZZ,ZZZ,ZZZ,ZZ9.99.
          05 FILLER                      PIC X(2)       VALUE SPACE.
          05 TL-CREDITS                  PIC ZZ,ZZZ,ZZZ,ZZ9.99.
          05 FILLER                      PIC X(2)       VALUE SPACE.
          05 TL-CLOSING                  PIC ---,---,---,--9.99.
          05 FILLER                      PIC X(15)      VALUE SPACE.
      *
       01 MESSAGE-LINE                   PIC X(132).
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
              PERFORM 100-REPORT-ONE-ACCOUNT THRU 100-EXIT
                 UNTIL GLACCT-EOF
              PERFORM 400-PRINT-TOTALS
           END-IF.
           PERFORM 900-SHUTDOWN-FILES.
           PERFORM 950-ECRIRE-JOBLOG.
           DISPLAY "END OF PROGRAM.".
           GOBACK.
      *
      ******************************************************************
      *  This routine asks the period - 0 is the open period, the
      *  month after the last one locked, or the current month when
      *  nothing has been locked - and opens the chart and balances
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
           INITIALIZE TYPE-TOTALS-TABLE.
           DISPLAY SEPARATOR-LINE.
           DISPLAY "GL TRIAL BALANCE".
           PERFORM 015-FIND-LAST-CLOSED.
           DISPLAY "ENTER THE PERIOD (YYYYMM, 0 FOR THE OPEN "
                   "PERIOD):".
           ACCEPT PERIOD-ENTRY.
           IF (PERIOD-ENTRY = 0)
              IF (LAST-CLOSED-PERIOD > 0)
                 MOVE OPEN-PERIOD TO PERIOD-ENTRY
              ELSE
                 MOVE JDH-DATE (1:6) TO PERIOD-ENTRY
              END-IF
           END-IF.
           IF (PERIOD-ENTRY (5:2) < "01")
              OR (PERIOD-ENTRY (5:2) > "12")
              DISPLAY "INVALID PERIOD " PERIOD-ENTRY
                      ". RUN ABANDONED."
              MOVE "ABANDON" TO JOBLOG-STATUS-SWITCH
              GO TO 010-EXIT
           END-IF.
           MOVE PERIOD-ENTRY TO HL1-PERIOD.
           IF (PERIOD-ENTRY <= LAST-CLOSED-PERIOD)
              MOVE "(LOCKED)" TO HL1-PERIOD-STATUS
           ELSE
              MOVE "(OPEN)" TO HL1-PERIOD-STATUS
           END-IF.
           OPEN INPUT GLACCT.
           IF NOT GLACCT-FILE-OK
              DISPLAY "GLACCT INTROUVABLE OU ILLISIBLE "
                      "(FILE STATUS " GLACCT-FILE-STATUS "). "
                      "TRIAL BALANCE ABANDONED."
              MOVE "FILE-ERR" TO JOBLOG-STATUS-SWITCH
              GO TO 010-EXIT
           END-IF.
           OPEN INPUT GLBAL.
           IF NOT GLBAL-FILE-OK
              DISPLAY "GLBAL INTROUVABLE OU ILLISIBLE "
                      "(FILE STATUS " GLBAL-FILE-STATUS ") - NOTHING "
                      "POSTED YET. TRIAL BALANCE ABANDONED."
              MOVE "FILE-ERR" TO JOBLOG-STATUS-SWITCH
              CLOSE GLACCT
              GO TO 010-EXIT
           END-IF.
           OPEN OUTPUT GLTBRPT.
           MOVE "Y" TO RUN-READY-SWITCH.
           MOVE LOW-VALUES TO GA-ACCOUNT.
           START GLACCT KEY IS NOT LESS THAN GA-ACCOUNT
              INVALID KEY
                 MOVE "Y" TO GLACCT-EOF-SWITCH
           END-START.
      *
       010-EXIT.
           EXIT.
      *
      ******************************************************************
      *  This routine finds the last period locked on GLPERIOD - the
      *  open period is the month after it
      ******************************************************************
       015-FIND-LAST-CLOSED.
      *
           OPEN INPUT GLPERIOD.
           IF NOT GLPERIOD-FILE-OK
              MOVE "Y" TO GLPERIOD-EOF-SWITCH
           END-IF.
           PERFORM UNTIL GLPERIOD-EOF
              READ GLPERIOD
                 AT END
                    MOVE "Y" TO GLPERIOD-EOF-SWITCH
                 NOT AT END
                    IF (GP-PERIOD > LAST-CLOSED-PERIOD)
                       MOVE GP-PERIOD TO LAST-CLOSED-PERIOD
                    END-IF
              END-READ
           END-PERFORM.
           IF GLPERIOD-FILE-OK OR GLPERIOD-FILE-STATUS = "10"
              CLOSE GLPERIOD
           END-IF.
           IF (LAST-CLOSED-PERIOD > 0)
              IF (LAST-CLOSED-PERIOD (5:2) = "12")
                 COMPUTE OPEN-PERIOD = LAST-CLOSED-PERIOD + 89
              ELSE
                 COMPUTE OPEN-PERIOD = LAST-CLOSED-PERIOD + 1
              END-IF
           END-IF.
      *
      ******************************************************************
      *  This routine prints one chart account with its balances for
      *  the period and adds them to its type and the grand totals
      ******************************************************************
       100-REPORT-ONE-ACCOUNT.
      *
           READ GLACCT NEXT RECORD
              AT END
                 MOVE "Y" TO GLACCT-EOF-SWITCH
                 GO TO 100-EXIT
           END-READ.
           ADD 1 TO GLACCT-RECORDS-LUS.
           PERFORM 110-FIND-PERIOD-BALANCE.
           IF (NOT BALANCE-FOUND)
              GO TO 100-EXIT
           END-IF.
           EVALUATE TRUE
              WHEN GA-ASSET
                 MOVE 1 TO TYPE-SUB
              WHEN GA-LIABILITY
                 MOVE 2 TO TYPE-SUB
              WHEN GA-EQUITY
                 MOVE 3 TO TYPE-SUB
              WHEN GA-REVENUE
                 MOVE 4 TO TYPE-SUB
              WHEN OTHER
                 MOVE 5 TO TYPE-SUB
           END-EVALUATE.
           ADD ACCOUNT-OPENING TO TT-OPENING (TYPE-SUB).
           ADD ACCOUNT-DEBITS TO TT-DEBITS (TYPE-SUB).
           ADD ACCOUNT-CREDITS TO TT-CREDITS (TYPE-SUB).
           ADD ACCOUNT-CLOSING TO TT-CLOSING (TYPE-SUB).
           ADD ACCOUNT-OPENING TO GRAND-OPENING.
           ADD ACCOUNT-DEBITS TO GRAND-DEBITS.
           ADD ACCOUNT-CREDITS TO GRAND-CREDITS.
           ADD ACCOUNT-CLOSING TO GRAND-CLOSING.
           ADD 1 TO ACCOUNTS-PRINTED.
           MOVE SPACES TO DETAIL-LINE.
           MOVE GA-ACCOUNT TO DL-ACCOUNT.
           MOVE GA-ACCOUNT-TYPE TO DL-ACCOUNT-TYPE.
           MOVE GA-DESCRIPTION TO DL-DESCRIPTION.
           MOVE ACCOUNT-OPENING TO DL-OPENING.
           MOVE ACCOUNT-DEBITS TO DL-DEBITS.
           MOVE ACCOUNT-CREDITS TO DL-CREDITS.
           MOVE ACCOUNT-CLOSING TO DL-CLOSING.
           IF (RPT-LINE-COUNTER = 0)
              OR (RPT-LINE-COUNTER >= LINES-PER-PAGE)
              PERFORM 030-PRINT-HEADINGS
           END-IF.
           WRITE PRINT-AREA FROM DETAIL-LINE.
           ADD 1 TO RPT-LINE-COUNTER.
      *
       100-EXIT.
           EXIT.
      *
      ******************************************************************
      *  This routine reads the account's periods up to the one asked
      *  - its own record gives all four figures, otherwise the last
      *  earlier closing balance is carried with no movement. An
      *  account with no record up to the period is not printed
      ******************************************************************
       110-FIND-PERIOD-BALANCE.
      *
           MOVE 0 TO ACCOUNT-OPENING.
           MOVE 0 TO ACCOUNT-DEBITS.
           MOVE 0 TO ACCOUNT-CREDITS.
           MOVE 0 TO ACCOUNT-CLOSING.
           MOVE "N" TO BALANCE-FOUND-SWITCH.
           MOVE "N" TO GLBAL-SCAN-EOF-SWITCH.
           MOVE GA-ACCOUNT TO GB-ACCOUNT.
           MOVE 0 TO GB-PERIOD.
           START GLBAL KEY IS NOT LESS THAN GB-BALANCE-KEY
              INVALID KEY
                 MOVE "Y" TO GLBAL-SCAN-EOF-SWITCH
           END-START.
           PERFORM UNTIL GLBAL-SCAN-EOF
              READ GLBAL NEXT RECORD
                 AT END
                    MOVE "Y" TO GLBAL-SCAN-EOF-SWITCH
                 NOT AT END
                    EVALUATE TRUE
                       WHEN (GB-ACCOUNT NOT = GA-ACCOUNT)
                         OR (GB-PERIOD > PERIOD-ENTRY)
                          MOVE "Y" TO GLBAL-SCAN-EOF-SWITCH
                       WHEN (GB-PERIOD = PERIOD-ENTRY)
                          MOVE "Y" TO BALANCE-FOUND-SWITCH
                          MOVE GB-OPENING-BALANCE TO ACCOUNT-OPENING
                          MOVE GB-PERIOD-DEBITS TO ACCOUNT-DEBITS
                          MOVE GB-PERIOD-CREDITS TO ACCOUNT-CREDITS
                          MOVE GB-CLOSING-BALANCE TO ACCOUNT-CLOSING
                          MOVE "Y" TO GLBAL-SCAN-EOF-SWITCH
                       WHEN OTHER
                          MOVE "Y" TO BALANCE-FOUND-SWITCH
                          MOVE GB-CLOSING-BALANCE TO ACCOUNT-OPENING
                          MOVE GB-CLOSING-BALANCE TO ACCOUNT-CLOSING
                    END-EVALUATE
              END-READ
           END-PERFORM.
      *
      ******************************************************************
      *  This routine prints the totals by type and for the ledger,
      *  then proves the ledger balances to zero
      ******************************************************************
       400-PRINT-TOTALS.
      *
           IF (RPT-LINE-COUNTER = 0)
              OR (RPT-LINE-COUNTER + 9 >= LINES-PER-PAGE)
              PERFORM 030-PRINT-HEADINGS
           END-IF.
           MOVE SPACES TO MESSAGE-LINE.
           WRITE PRINT-AREA FROM MESSAGE-LINE.
           PERFORM 410-PRINT-ONE-TYPE-TOTAL
              VARYING TYPE-SUB FROM 1 BY 1
              UNTIL TYPE-SUB > 5.
           MOVE "TRIAL BALANCE TOTALS" TO TL-LABEL.
           MOVE GRAND-OPENING TO TL-OPENING.
           MOVE GRAND-DEBITS TO TL-DEBITS.
           MOVE GRAND-CREDITS TO TL-CREDITS.
           MOVE GRAND-CLOSING TO TL-CLOSING.
           WRITE PRINT-AREA FROM TOTAL-LINE.
           MOVE SPACES TO MESSAGE-LINE.
           IF (GRAND-OPENING = 0)
              AND (GRAND-CLOSING = 0)
              AND (GRAND-DEBITS = GRAND-CREDITS)
              MOVE "IN BALANCE - BALANCES NET TO ZERO, DEBITS = CREDITS"
                 TO MESSAGE-LINE
              DISPLAY "TRIAL BALANCE " PERIOD-ENTRY " IN BALANCE - "
                      ACCOUNTS-PRINTED " ACCOUNT(S) PRINTED."
           ELSE
              MOVE "*** OUT OF BALANCE - INVESTIGATE BEFORE LOCKING"
                 TO MESSAGE-LINE
              DISPLAY "TRIAL BALANCE " PERIOD-ENTRY " OUT OF BALANCE "
                      "- OPENING " GRAND-OPENING " CLOSING "
                      GRAND-CLOSING " DEBITS " GRAND-DEBITS
                      " CREDITS " GRAND-CREDITS "."
              MOVE "RECONERR" TO JOBLOG-STATUS-SWITCH
           END-IF.
           WRITE PRINT-AREA FROM MESSAGE-LINE.
      *
       410-PRINT-ONE-TYPE-TOTAL.
      *
           MOVE SPACES TO TL-LABEL.
           STRING "TOTAL " TYPE-NAME (TYPE-SUB)
              DELIMITED BY SIZE INTO TL-LABEL.
           MOVE TT-OPENING (TYPE-SUB) TO TL-OPENING.
           MOVE TT-DEBITS (TYPE-SUB) TO TL-DEBITS.
           MOVE TT-CREDITS (TYPE-SUB) TO TL-CREDITS.
           MOVE TT-CLOSING (TYPE-SUB) TO TL-CLOSING.
           WRITE PRINT-AREA FROM TOTAL-LINE.
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
      *  This routine closes the files
      ******************************************************************
       900-SHUTDOWN-FILES.
      *
           IF RUN-READY
              CLOSE GLACCT
              CLOSE GLBAL
              CLOSE GLTBRPT
           END-IF.
      *
      ******************************************************************
      *  This routine writes the run's JOBLOG record and closes JOBLOG
      ******************************************************************
       950-ECRIRE-JOBLOG.
      *
           MOVE SPACES TO JOBLOG-RECORD.
           MOVE "GLTB0001" TO JL-PROGRAM-ID.
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
