      *****************************************************************
      * Program name:    GLBL0001
      * Original author: MANUEL JARRY
      *
      * Maintenence Log
      * Date        Author        Maintenance Requirement
      * ----------- ------------  --------------------------------------
      * 15/10/2026   MANUEL JARRY  Created - rolls the GLJRNL batch
      *                            GLPJ0001 wrote into the GLBAL
      *                            period balances per account, once
      *                            per batch, redirecting rows dated
      *                            in a locked period to the open one
      * 15/10/2026   MANUEL JARRY  A second journal batch for a month
      *                            already on GLLOT is refused -
      *                            GLPJ0001 journals whole months, so
      *                            posting it would count the month
      *                            twice
      *
      *****************************************************************
       IDENTIFICATION DIVISION.
       PROGRAM-ID.  GLBL0001.
       AUTHOR. MANUEL JARRY.
       INSTALLATION. COBOL-Learning
       DATE-WRITTEN. 15/10/2026.
       DATE-COMPILED. DD/MM/YYYY.
       SECURITY. NON-CONFIDENTIAL.
      *****************************************************************
      *
      ******************************************************************
      *  The batch is identified by the run date and time on its
      *  GLPJ0001 HDR row; a batch already on the GLLOT register is
      *  not posted again, so a rerun changes nothing, and a second
      *  batch for a month already posted is refused. Every row is
      *  read and proved before GLBAL is touched - the TRL count and
      *  hash must agree, debits must equal credits, and every
      *  account must be active on the GLACCT chart - otherwise the
      *  whole batch is rejected and nothing is posted. Rows are
      *  folded per account and period (the month of JE-DATE). A
      *  row dated in a period locked on GLPERIOD posts to the open
      *  period instead and is counted on the report. A balance
      *  record created for a period takes the closing balance of
      *  the account's last earlier period as its opening; a
      *  posting into a period that already has later periods on
      *  file carries the net movement into their opening and
      *  closing balances, so every period stays chained
      ******************************************************************
       ENVIRONMENT DIVISION.
       CONFIGURATION SECTION.
       SOURCE-COMPUTER. PC-MANU.
       OBJECT-COMPUTER. PC-MANU.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
           COPY GLJRNLSL.
           COPY GLACCTSL.
           COPY GLBALSL.
           COPY GLPERDSL.
           COPY GLLOTSL.
           SELECT GLBLRPT ASSIGN TO GLBLRPT
              ORGANIZATION IS LINE SEQUENTIAL.
           COPY JOBLOGSL.
      *****************************************************************
      *
      *****************************************************************
       DATA DIVISION.
       FILE SECTION.
       COPY GLJRNLFD.
      *
       COPY GLACCTFD.
      *
       COPY GLBALFD.
      *
       COPY GLPERDFD.
      *
       COPY GLLOTFD.
      *
       FD  GLBLRPT.
       01  PRINT-AREA                    PIC X(132).
      *
       COPY JOBLOGFD.
      *****************************************************************
      *
      *****************************************************************
       WORKING-STORAGE SECTION.
      *
       01 SWITCHES.
          05 GLJRNL-EOF-SWITCH           PIC X          VALUE "N".
             88 GLJRNL-EOF                              VALUE "Y".
          05 GLPERIOD-EOF-SWITCH         PIC X          VALUE "N".
             88 GLPERIOD-EOF                            VALUE "Y".
          05 GLLOT-EOF-SWITCH            PIC X          VALUE "N".
             88 GLLOT-EOF                               VALUE "Y".
          05 GLBAL-SCAN-EOF-SWITCH       PIC X          VALUE "N".
             88 GLBAL-SCAN-EOF                          VALUE "Y".
          05 RUN-READY-SWITCH            PIC X          VALUE "N".
             88 RUN-READY                               VALUE "Y".
          05 BATCH-CLEAN-SWITCH          PIC X          VALUE "Y".
             88 BATCH-CLEAN                             VALUE "Y".
          05 BATCH-POSTED-SWITCH         PIC X          VALUE "N".
             88 BATCH-ALREADY-POSTED                    VALUE "Y".
          05 MONTH-POSTED-SWITCH         PIC X          VALUE "N".
             88 MONTH-ALREADY-POSTED                    VALUE "Y".
          05 TRAILER-SEEN-SWITCH         PIC X          VALUE "N".
             88 TRAILER-SEEN                            VALUE "Y".
          05 BUCKET-FOUND-SWITCH         PIC X          VALUE "N".
             88 BUCKET-FOUND                            VALUE "Y".
          05 TARGET-FOUND-SWITCH         PIC X          VALUE "N".
             88 TARGET-FOUND                            VALUE "Y".
          05 ROW-REDIRECTED-SWITCH       PIC X          VALUE "N".
             88 ROW-REDIRECTED                          VALUE "Y".
      *
       01 FILE-STATUS-FIELDS.
          05 GLJRNL-FILE-STATUS          PIC X(2)       VALUE "00".
             88 GLJRNL-FILE-OK                          VALUE "00".
          05 GLACCT-FILE-STATUS          PIC X(2)       VALUE "00".
             88 GLACCT-FILE-OK                          VALUE "00".
          05 GLBAL-FILE-STATUS           PIC X(2)       VALUE "00".
             88 GLBAL-FILE-OK                           VALUE "00".
             88 GLBAL-FILE-NOT-FOUND                    VALUE "23" "35".
          05 GLPERIOD-FILE-STATUS        PIC X(2)       VALUE "00".
             88 GLPERIOD-FILE-OK                        VALUE "00".
          05 GLLOT-FILE-STATUS           PIC X(2)       VALUE "00".
             88 GLLOT-FILE-OK                           VALUE "00".
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
      *  The batch folded per account and period before anything is
      *  posted - the chart is read once per bucket, so an account
      *  in error is reported once per period however many rows it
      *  has
      ******************************************************************
       01 BUCKET-COUNT                   PIC 9(4)       VALUE 0.
       01 BUCKET-TABLE.
          05 BUCKET-ENTRY
             OCCURS 0 TO 4000 TIMES DEPENDING ON BUCKET-COUNT
             INDEXED BY BUCKET-IDX.
             10 BK-ACCOUNT               PIC X(8).
             10 BK-PERIOD                PIC 9(6).
             10 BK-ACCOUNT-TYPE          PIC X.
             10 BK-DESCRIPTION           PIC X(30).
             10 BK-DEBITS                PIC 9(11)V99.
             10 BK-CREDITS               PIC 9(11)V99.
             10 BK-ROWS-REDIRECTED       PIC 9(5).
      *
       01 WORK-FIELDS.
          05 BATCH-RUN-DATE              PIC 9(8)       VALUE 0.
          05 BATCH-RUN-TIME              PIC 9(6)       VALUE 0.
          05 ALREADY-POSTED-DATE         PIC 9(8)       VALUE 0.
          05 BATCH-MONTH                 PIC 9(6)       VALUE 0.
          05 POSTED-RUN-DATE             PIC 9(8)       VALUE 0.
          05 POSTED-RUN-TIME             PIC 9(6)       VALUE 0.
          05 JOURNAL-DATE                PIC 9(8)       VALUE 0.
          05 ROW-PERIOD                  PIC 9(6).
          05 LAST-CLOSED-PERIOD          PIC 9(6)       VALUE 0.
          05 OPEN-PERIOD                 PIC 9(6)       VALUE 0.
          05 BUCKET-SCAN                 PIC 9(4).
          05 PRIOR-CLOSING               PIC S9(11)V99.
          05 BUCKET-NET                  PIC S9(11)V99.
          05 TRAILER-COUNT               PIC 9(7)       VALUE 0.
          05 TRAILER-HASH                PIC 9(13)V99   VALUE 0.
          05 DETAIL-NOTE                 PIC X(25).
          05 OTHER-FIELDS.
             10 SEPARATOR-LINE           PIC X(50)
                                                        VALUE
                   "--------------------------------------------------".
      *
       01 RECONCILIATION-COUNTERS.
          05 GLJRNL-ROWS-LUS             PIC 9(7)       VALUE 0.
          05 GLJRNL-ROWS-HASH            PIC 9(13)V99   VALUE 0.
          05 TOTAL-DEBITS                PIC 9(11)V99   VALUE 0.
          05 TOTAL-CREDITS               PIC 9(11)V99   VALUE 0.
          05 ROWS-REDIRECTED             PIC 9(7)       VALUE 0.
          05 ACCOUNTS-IN-ERROR           PIC 9(5)       VALUE 0.
          05 BALANCES-CREATED            PIC 9(5)       VALUE 0.
          05 BALANCES-UPDATED            PIC 9(5)       VALUE 0.
          05 BALANCES-ROLLED             PIC 9(5)       VALUE 0.
      *
       01 HEADING-LINE-1.
          05 FILLER                      PIC X(7)       VALUE "DATE:  ".
          05 HL1-DAY                     PIC 9(2).
          05 FILLER                      PIC X(1)       VALUE "/".
          05 HL1-MONTH                   PIC 9(2).
          05 FILLER                      PIC X(1)       VALUE "/".
          05 HL1-YEAR                    PIC 9(4).
          05 FILLER                      PIC X(4)       VALUE SPACE.
          05 FILLER                      PIC X(34)      VALUE
                "GL PERIOD BALANCE POSTING - BATCH ".
          05 HL1-RUN-DATE                PIC 9(8).
          05 FILLER                      PIC X(1)       VALUE SPACE.
          05 HL1-RUN-TIME                PIC 9(6).
          05 FILLER                      PIC X(4)       VALUE SPACE.
          05 FILLER                      PIC X(8)  VALUE "PAGE:   ".
          05 HL1-PAGE-NUMBER             PIC ZZ9.
          05 FILLER                      PIC X(47)      VALUE SPACE.
      *
       01 HEADING-LINE-2.
          05 FILLER                      PIC X(10) VALUE "ACCOUNT".
          05 FILLER                      PIC X(3)  VALUE "T".
          05 FILLER                      PIC X(27) VALUE "DESCRIPTION".
          05 FILLER                      PIC X(8)  VALUE "PERIOD".
          05 FILLER                      PIC X(19)
                                         VALUE "           DEBITS  ".
          05 FILLER                      PIC X(19)
                                         VALUE "          CREDITS  ".
          05 FILLER                      PIC X(20)
                                         VALUE "   CLOSING BALANCE  ".
          05 FILLER                      PIC X(26) VALUE "NOTE".
      *
       01 DETAIL-LINE.
          05 DL-ACCOUNT                  PIC X(8).
          05 FILLER                      PIC X(2)       VALUE SPACE.
          05 DL-ACCOUNT-TYPE             PIC X.
          05 FILLER                      PIC X(2)       VALUE SPACE.
          05 DL-DESCRIPTION              PIC X(25).
          05 FILLER                      PIC X(2)       VALUE SPACE.
          05 DL-PERIOD                   PIC 9(6).
          05 FILLER                      PIC X(2)       VALUE SPACE.
          05 DL-DEBITS                   PIC ZZ,ZZZ,ZZZ,ZZ9.99.
          05 FILLER                      PIC X(2)       VALUE SPACE.
          05 DL-CREDITS                  PIC ZZ,ZZZ,ZZZ,ZZ9.99.
          05 FILLER                      PIC X(2)       VALUE SPACE.
          05 DL-CLOSING                  PIC ---,---,---,--9.99.
          05 FILLER                      PIC X(2)       VALUE SPACE.
          05 DL-NOTE                     PIC X(25).
          05 FILLER                      PIC X(1)       VALUE SPACE.
      *
       01 TOTAL-LINE.
          05 FILLER                      PIC X(48)      VALUE
                "BATCH TOTALS".
          05 TL-DEBITS                   PIC ZZ,ZZZ,ZZZ,ZZ9.99.
          05 FILLER                      PIC X(2)       VALUE SPACE.
          05 TL-CREDITS                  PIC ZZ,ZZZ,ZZZ,ZZ9.99.
          05 FILLER                      PIC X(48)      VALUE SPACE.
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
              PERFORM 100-LOAD-ONE-ROW THRU 100-EXIT
                 UNTIL GLJRNL-EOF
              PERFORM 200-PROVE-THE-BATCH
              IF BATCH-CLEAN
                 PERFORM 300-POST-ONE-BUCKET
                    VARYING BUCKET-SCAN FROM 1 BY 1
                    UNTIL BUCKET-SCAN > BUCKET-COUNT
                 PERFORM 400-RECORD-THE-BATCH
              END-IF
              PERFORM 450-PRINT-BATCH-TOTALS
           END-IF.
           PERFORM 900-SHUTDOWN-FILES.
           PERFORM 950-ECRIRE-JOBLOG.
           DISPLAY "END OF PROGRAM.".
           GOBACK.
      *
      ******************************************************************
      *  This routine finds the locked periods, opens the journal and
      *  checks its HDR - a file that is not a GLPJ0001 batch, or a
      *  batch already on GLLOT, ends the run before the ledger is
      *  opened. A missing chart abandons the run since no account
      *  could be proved; GLBAL is created on first use
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
           DISPLAY "GL PERIOD BALANCE POSTING".
           PERFORM 015-FIND-LAST-CLOSED.
           OPEN INPUT GLJRNL.
           IF NOT GLJRNL-FILE-OK
              DISPLAY "GLJRNL INTROUVABLE OU ILLISIBLE "
                      "(FILE STATUS " GLJRNL-FILE-STATUS "). "
                      "POSTING ABANDONED."
              MOVE "FILE-ERR" TO JOBLOG-STATUS-SWITCH
              GO TO 010-EXIT
           END-IF.
           PERFORM 030-READ-GLJRNL.
           IF (GLJRNL-EOF)
              OR (JH-RECORD-TYPE NOT = "HDR")
              OR (JH-PROGRAM-ID NOT = "GLPJ0001")
              DISPLAY "GLJRNL DOES NOT START WITH A GLPJ0001 HDR - "
                      "NOT A JOURNAL BATCH. POSTING ABANDONED."
              MOVE "RECONERR" TO JOBLOG-STATUS-SWITCH
              CLOSE GLJRNL
              GO TO 010-EXIT
           END-IF.
           MOVE JH-RUN-DATE TO BATCH-RUN-DATE.
           IF (JH-RUN-TIME NUMERIC)
              MOVE JH-RUN-TIME TO BATCH-RUN-TIME
           END-IF.
           MOVE BATCH-RUN-DATE TO HL1-RUN-DATE.
           MOVE BATCH-RUN-TIME TO HL1-RUN-TIME.
           PERFORM 030-READ-GLJRNL.
           IF (NOT GLJRNL-EOF)
              AND (JP-RECORD-TYPE NOT = "TRL")
              AND (JE-DATE NUMERIC)
              MOVE JE-DATE (1:6) TO BATCH-MONTH
           END-IF.
           PERFORM 020-CHECK-BATCH-POSTED.
           IF BATCH-ALREADY-POSTED
              DISPLAY "BATCH " BATCH-RUN-DATE " " BATCH-RUN-TIME
                      " WAS ALREADY POSTED ON " ALREADY-POSTED-DATE
                      " - NOTHING TO POST."
              CLOSE GLJRNL
              GO TO 010-EXIT
           END-IF.
           IF MONTH-ALREADY-POSTED
              DISPLAY "MONTH " BATCH-MONTH " WAS ALREADY POSTED FROM "
                      "BATCH " POSTED-RUN-DATE " " POSTED-RUN-TIME
                      " ON " ALREADY-POSTED-DATE " - BATCH "
                      BATCH-RUN-DATE " " BATCH-RUN-TIME
                      " WOULD COUNT IT TWICE. NOTHING POSTED."
              MOVE "RECONERR" TO JOBLOG-STATUS-SWITCH
              CLOSE GLJRNL
              GO TO 010-EXIT
           END-IF.
           OPEN INPUT GLACCT.
           IF NOT GLACCT-FILE-OK
              DISPLAY "GLACCT INTROUVABLE OU ILLISIBLE "
                      "(FILE STATUS " GLACCT-FILE-STATUS ") - NO "
                      "CHART OF ACCOUNTS. POSTING ABANDONED."
              MOVE "FILE-ERR" TO JOBLOG-STATUS-SWITCH
              CLOSE GLJRNL
              GO TO 010-EXIT
           END-IF.
           OPEN I-O GLBAL.
           IF GLBAL-FILE-NOT-FOUND
              OPEN OUTPUT GLBAL
              CLOSE GLBAL
              OPEN I-O GLBAL
           END-IF.
           OPEN OUTPUT GLBLRPT.
           MOVE "Y" TO RUN-READY-SWITCH.
           IF (LAST-CLOSED-PERIOD > 0)
              DISPLAY "LAST PERIOD LOCKED: " LAST-CLOSED-PERIOD
                      " - OPEN PERIOD: " OPEN-PERIOD "."
           END-IF.
      *
       010-EXIT.
           EXIT.
      *
      ******************************************************************
      *  This routine finds the last period locked on GLPERIOD - the
      *  open period is the month after it. No register means
      *  nothing has been closed and every row posts to its own month
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
      *  This routine looks the batch up on the GLLOT register. A
      *  GLPJ0001 journal holds the whole of its posting month, every
      *  row dated at the month end, so a different batch for a month
      *  already on the register (LT-JOURNAL-DATE) is refused too
      ******************************************************************
       020-CHECK-BATCH-POSTED.
      *
           OPEN INPUT GLLOT.
           IF NOT GLLOT-FILE-OK
              MOVE "Y" TO GLLOT-EOF-SWITCH
           END-IF.
           PERFORM UNTIL GLLOT-EOF
              READ GLLOT
                 AT END
                    MOVE "Y" TO GLLOT-EOF-SWITCH
                 NOT AT END
                    IF (LT-RUN-DATE = BATCH-RUN-DATE)
                       AND (LT-RUN-TIME = BATCH-RUN-TIME)
                       MOVE "Y" TO BATCH-POSTED-SWITCH
                       MOVE LT-POSTED-DATE TO ALREADY-POSTED-DATE
                    END-IF
                    IF (NOT BATCH-ALREADY-POSTED)
                       AND (BATCH-MONTH > 0)
                       AND (LT-JOURNAL-DATE NUMERIC)
                       AND (LT-JOURNAL-DATE (1:6) = BATCH-MONTH)
                       MOVE "Y" TO MONTH-POSTED-SWITCH
                       MOVE LT-RUN-DATE TO POSTED-RUN-DATE
                       MOVE LT-RUN-TIME TO POSTED-RUN-TIME
                       MOVE LT-POSTED-DATE TO ALREADY-POSTED-DATE
                    END-IF
              END-READ
           END-PERFORM.
           IF GLLOT-FILE-OK OR GLLOT-FILE-STATUS = "10"
              CLOSE GLLOT
           END-IF.
      *
       030-READ-GLJRNL.
      *
           READ GLJRNL
              AT END
                 MOVE "Y" TO GLJRNL-EOF-SWITCH
           END-READ.
      *
      ******************************************************************
      *  This routine proves one journal row and folds it into its
      *  account and period bucket - a row dated in a locked period
      *  goes to the open period. The TRL row is kept for the proof
      ******************************************************************
       100-LOAD-ONE-ROW.
      *
           IF (JP-RECORD-TYPE = "TRL")
              MOVE "Y" TO TRAILER-SEEN-SWITCH
              MOVE JP-RECORD-COUNT TO TRAILER-COUNT
              MOVE JP-HASH-TOTAL TO TRAILER-HASH
              PERFORM 030-READ-GLJRNL
              GO TO 100-EXIT
           END-IF.
           ADD 1 TO GLJRNL-ROWS-LUS.
           IF (JE-DATE NOT NUMERIC)
              OR (JE-AMOUNT NOT NUMERIC)
              OR (NOT JE-DEBIT AND NOT JE-CREDIT)
              MOVE SPACES TO DETAIL-LINE
              MOVE JE-GL-ACCOUNT TO DL-ACCOUNT
              MOVE "JOURNAL ROW UNREADABLE" TO DL-NOTE
              PERFORM 430-WRITE-DETAIL-LINE
              MOVE "N" TO BATCH-CLEAN-SWITCH
              PERFORM 030-READ-GLJRNL
              GO TO 100-EXIT
           END-IF.
           ADD JE-AMOUNT TO GLJRNL-ROWS-HASH.
           IF JE-DEBIT
              ADD JE-AMOUNT TO TOTAL-DEBITS
           ELSE
              ADD JE-AMOUNT TO TOTAL-CREDITS
           END-IF.
           IF (JOURNAL-DATE = 0)
              MOVE JE-DATE TO JOURNAL-DATE
           END-IF.
           MOVE "N" TO ROW-REDIRECTED-SWITCH.
           MOVE JE-DATE (1:6) TO ROW-PERIOD.
           IF (ROW-PERIOD <= LAST-CLOSED-PERIOD)
              MOVE OPEN-PERIOD TO ROW-PERIOD
              MOVE "Y" TO ROW-REDIRECTED-SWITCH
              ADD 1 TO ROWS-REDIRECTED
           END-IF.
           PERFORM 110-FIND-BUCKET.
           IF BUCKET-FOUND
              IF JE-DEBIT
                 ADD JE-AMOUNT TO BK-DEBITS (BUCKET-IDX)
              ELSE
                 ADD JE-AMOUNT TO BK-CREDITS (BUCKET-IDX)
              END-IF
              IF ROW-REDIRECTED
                 ADD 1 TO BK-ROWS-REDIRECTED (BUCKET-IDX)
              END-IF
           END-IF.
           PERFORM 030-READ-GLJRNL.
      *
       100-EXIT.
           EXIT.
      *
      ******************************************************************
      *  This routine finds the row's account and period bucket, or
      *  opens one after proving the account on the chart - an
      *  account not on GLACCT, or inactive there, is reported and
      *  poisons the batch
      ******************************************************************
       110-FIND-BUCKET.
      *
           MOVE "N" TO BUCKET-FOUND-SWITCH.
           IF (BUCKET-COUNT > 0)
              SET BUCKET-IDX TO 1
              SEARCH BUCKET-ENTRY
                 AT END
                    CONTINUE
                 WHEN BK-ACCOUNT (BUCKET-IDX) = JE-GL-ACCOUNT
                  AND BK-PERIOD (BUCKET-IDX) = ROW-PERIOD
                    MOVE "Y" TO BUCKET-FOUND-SWITCH
              END-SEARCH
           END-IF.
           IF (NOT BUCKET-FOUND)
              IF (BUCKET-COUNT < 4000)
                 ADD 1 TO BUCKET-COUNT
                 SET BUCKET-IDX TO BUCKET-COUNT
                 MOVE JE-GL-ACCOUNT TO BK-ACCOUNT (BUCKET-IDX)
                 MOVE ROW-PERIOD TO BK-PERIOD (BUCKET-IDX)
                 MOVE 0 TO BK-DEBITS (BUCKET-IDX)
                 MOVE 0 TO BK-CREDITS (BUCKET-IDX)
                 MOVE 0 TO BK-ROWS-REDIRECTED (BUCKET-IDX)
                 MOVE "Y" TO BUCKET-FOUND-SWITCH
                 PERFORM 120-PROVE-ACCOUNT
              ELSE
                 MOVE SPACES TO DETAIL-LINE
                 MOVE JE-GL-ACCOUNT TO DL-ACCOUNT
                 MOVE "BUCKET TABLE FULL" TO DL-NOTE
                 PERFORM 430-WRITE-DETAIL-LINE
                 MOVE "N" TO BATCH-CLEAN-SWITCH
              END-IF
           END-IF.
      *
       120-PROVE-ACCOUNT.
      *
           MOVE SPACES TO BK-ACCOUNT-TYPE (BUCKET-IDX).
           MOVE SPACES TO BK-DESCRIPTION (BUCKET-IDX).
           MOVE SPACES TO DETAIL-NOTE.
           MOVE JE-GL-ACCOUNT TO GA-ACCOUNT.
           READ GLACCT
              INVALID KEY
                 MOVE "ACCOUNT NOT ON THE CHART" TO DETAIL-NOTE
              NOT INVALID KEY
                 MOVE GA-ACCOUNT-TYPE
                    TO BK-ACCOUNT-TYPE (BUCKET-IDX)
                 MOVE GA-DESCRIPTION
                    TO BK-DESCRIPTION (BUCKET-IDX)
                 IF (NOT GA-ACTIVE)
                    MOVE "ACCOUNT INACTIVE" TO DETAIL-NOTE
                 END-IF
           END-READ.
           IF (DETAIL-NOTE NOT = SPACES)
              ADD 1 TO ACCOUNTS-IN-ERROR
              MOVE "N" TO BATCH-CLEAN-SWITCH
              MOVE SPACES TO DETAIL-LINE
              MOVE JE-GL-ACCOUNT TO DL-ACCOUNT
              MOVE BK-ACCOUNT-TYPE (BUCKET-IDX) TO DL-ACCOUNT-TYPE
              MOVE BK-DESCRIPTION (BUCKET-IDX) TO DL-DESCRIPTION
              MOVE ROW-PERIOD TO DL-PERIOD
              MOVE DETAIL-NOTE TO DL-NOTE
              PERFORM 430-WRITE-DETAIL-LINE
           END-IF.
      *
      ******************************************************************
      *  This routine proves the batch against its TRL controls and
      *  proves it balances - any failure, or an account in error,
      *  rejects the whole batch
      ******************************************************************
       200-PROVE-THE-BATCH.
      *
           EVALUATE TRUE
              WHEN (NOT TRAILER-SEEN)
                 MOVE
                    "BATCH HAS NO TRL CONTROL ROW - MAY BE TRUNCATED."
                    TO MESSAGE-LINE
                 PERFORM 440-WRITE-MESSAGE-LINE
                 MOVE "N" TO BATCH-CLEAN-SWITCH
              WHEN (TRAILER-COUNT NOT = GLJRNL-ROWS-LUS)
                OR (TRAILER-HASH NOT = GLJRNL-ROWS-HASH)
                 MOVE
                    "BATCH DOES NOT AGREE WITH ITS TRL COUNT AND HASH."
                    TO MESSAGE-LINE
                 PERFORM 440-WRITE-MESSAGE-LINE
                 MOVE "N" TO BATCH-CLEAN-SWITCH
              WHEN OTHER
                 CONTINUE
           END-EVALUATE.
           IF (TOTAL-DEBITS NOT = TOTAL-CREDITS)
              MOVE "BATCH DEBITS AND CREDITS DO NOT BALANCE."
                 TO MESSAGE-LINE
              PERFORM 440-WRITE-MESSAGE-LINE
              MOVE "N" TO BATCH-CLEAN-SWITCH
           END-IF.
           IF (NOT BATCH-CLEAN)
              DISPLAY "BATCH REJECTED - " GLJRNL-ROWS-LUS " ROW(S), "
                      "DEBITS " TOTAL-DEBITS " VS CREDITS "
                      TOTAL-CREDITS ", " ACCOUNTS-IN-ERROR
                      " ACCOUNT(S) IN ERROR. NOTHING POSTED."
              MOVE "RECONERR" TO JOBLOG-STATUS-SWITCH
           END-IF.
      *
      ******************************************************************
      *  This routine posts one bucket to its GLBAL period record,
      *  creating it with the last earlier closing balance as its
      *  opening, then carries the net movement into any later
      *  period already on file
      ******************************************************************
       300-POST-ONE-BUCKET.
      *
           SET BUCKET-IDX TO BUCKET-SCAN.
           PERFORM 310-FIND-PRIOR-BALANCE.
           COMPUTE BUCKET-NET =
              BK-DEBITS (BUCKET-IDX) - BK-CREDITS (BUCKET-IDX).
           IF TARGET-FOUND
              ADD BK-DEBITS (BUCKET-IDX) TO GB-PERIOD-DEBITS
              ADD BK-CREDITS (BUCKET-IDX) TO GB-PERIOD-CREDITS
              ADD BUCKET-NET TO GB-CLOSING-BALANCE
              MOVE JDH-DATE TO GB-LAST-POSTED-DATE
              REWRITE GLBAL-RECORD
                 INVALID KEY
                    DISPLAY "EXCEPTION: GLBAL REWRITE FAILED FOR "
                            GB-ACCOUNT " " GB-PERIOD " (FILE STATUS "
                            GLBAL-FILE-STATUS ")."
                    MOVE "FILE-ERR" TO JOBLOG-STATUS-SWITCH
                 NOT INVALID KEY
                    ADD 1 TO BALANCES-UPDATED
              END-REWRITE
           ELSE
              MOVE BK-ACCOUNT (BUCKET-IDX) TO GB-ACCOUNT
              MOVE BK-PERIOD (BUCKET-IDX) TO GB-PERIOD
              MOVE PRIOR-CLOSING TO GB-OPENING-BALANCE
              MOVE BK-DEBITS (BUCKET-IDX) TO GB-PERIOD-DEBITS
              MOVE BK-CREDITS (BUCKET-IDX) TO GB-PERIOD-CREDITS
              COMPUTE GB-CLOSING-BALANCE = PRIOR-CLOSING + BUCKET-NET
              MOVE JDH-DATE TO GB-LAST-POSTED-DATE
              WRITE GLBAL-RECORD
                 INVALID KEY
                    DISPLAY "EXCEPTION: GLBAL WRITE FAILED FOR "
                            GB-ACCOUNT " " GB-PERIOD " (FILE STATUS "
                            GLBAL-FILE-STATUS ")."
                    MOVE "FILE-ERR" TO JOBLOG-STATUS-SWITCH
                 NOT INVALID KEY
                    ADD 1 TO BALANCES-CREATED
              END-WRITE
           END-IF.
           MOVE SPACES TO DETAIL-LINE.
           MOVE BK-ACCOUNT (BUCKET-IDX) TO DL-ACCOUNT.
           MOVE BK-ACCOUNT-TYPE (BUCKET-IDX) TO DL-ACCOUNT-TYPE.
           MOVE BK-DESCRIPTION (BUCKET-IDX) TO DL-DESCRIPTION.
           MOVE BK-PERIOD (BUCKET-IDX) TO DL-PERIOD.
           MOVE BK-DEBITS (BUCKET-IDX) TO DL-DEBITS.
           MOVE BK-CREDITS (BUCKET-IDX) TO DL-CREDITS.
           MOVE GB-CLOSING-BALANCE TO DL-CLOSING.
           IF (BK-ROWS-REDIRECTED (BUCKET-IDX) > 0)
              MOVE SPACES TO DETAIL-NOTE
              STRING BK-ROWS-REDIRECTED (BUCKET-IDX)
                     " ROW(S) REDIRECTED"
                 DELIMITED BY SIZE INTO DETAIL-NOTE
              MOVE DETAIL-NOTE TO DL-NOTE
           END-IF.
           PERFORM 430-WRITE-DETAIL-LINE.
           IF (BUCKET-NET NOT = 0)
              PERFORM 320-ROLL-LATER-PERIODS
           END-IF.
      *
      ******************************************************************
      *  This routine reads the account's periods up to the bucket's
      *  - the last earlier one gives the opening balance, and the
      *  bucket's own period, when on file, is left in the record
      *  area for the rewrite
      ******************************************************************
       310-FIND-PRIOR-BALANCE.
      *
           MOVE 0 TO PRIOR-CLOSING.
           MOVE "N" TO TARGET-FOUND-SWITCH.
           MOVE "N" TO GLBAL-SCAN-EOF-SWITCH.
           MOVE BK-ACCOUNT (BUCKET-IDX) TO GB-ACCOUNT.
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
                       WHEN (GB-ACCOUNT NOT = BK-ACCOUNT (BUCKET-IDX))
                         OR (GB-PERIOD > BK-PERIOD (BUCKET-IDX))
                          MOVE "Y" TO GLBAL-SCAN-EOF-SWITCH
                       WHEN (GB-PERIOD = BK-PERIOD (BUCKET-IDX))
                          MOVE "Y" TO TARGET-FOUND-SWITCH
                          MOVE "Y" TO GLBAL-SCAN-EOF-SWITCH
                       WHEN OTHER
                          MOVE GB-CLOSING-BALANCE TO PRIOR-CLOSING
                    END-EVALUATE
              END-READ
           END-PERFORM.
      *
      ******************************************************************
      *  This routine carries the bucket's net movement into every
      *  later period of the account - they can only be open, since
      *  a locked period is never after an open one
      ******************************************************************
       320-ROLL-LATER-PERIODS.
      *
           MOVE "N" TO GLBAL-SCAN-EOF-SWITCH.
           MOVE BK-ACCOUNT (BUCKET-IDX) TO GB-ACCOUNT.
           MOVE BK-PERIOD (BUCKET-IDX) TO GB-PERIOD.
           START GLBAL KEY IS GREATER THAN GB-BALANCE-KEY
              INVALID KEY
                 MOVE "Y" TO GLBAL-SCAN-EOF-SWITCH
           END-START.
           PERFORM UNTIL GLBAL-SCAN-EOF
              READ GLBAL NEXT RECORD
                 AT END
                    MOVE "Y" TO GLBAL-SCAN-EOF-SWITCH
                 NOT AT END
                    IF (GB-ACCOUNT NOT = BK-ACCOUNT (BUCKET-IDX))
                       MOVE "Y" TO GLBAL-SCAN-EOF-SWITCH
                    ELSE
                       ADD BUCKET-NET TO GB-OPENING-BALANCE
                       ADD BUCKET-NET TO GB-CLOSING-BALANCE
                       REWRITE GLBAL-RECORD
                          INVALID KEY
                             DISPLAY "EXCEPTION: GLBAL REWRITE FAILED "
                                     "FOR " GB-ACCOUNT " " GB-PERIOD
                                     " (FILE STATUS "
                                     GLBAL-FILE-STATUS ")."
                             MOVE "FILE-ERR" TO JOBLOG-STATUS-SWITCH
                          NOT INVALID KEY
                             ADD 1 TO BALANCES-ROLLED
                       END-REWRITE
                    END-IF
              END-READ
           END-PERFORM.
      *
      ******************************************************************
      *  This routine records the batch on GLLOT so it is never
      *  posted twice - also after a failed GLBAL write, since part
      *  of it is then already on the ledger and must be put right
      *  by hand rather than posted again
      ******************************************************************
       400-RECORD-THE-BATCH.
      *
           OPEN EXTEND GLLOT.
           IF (GLLOT-FILE-STATUS = "35")
              OPEN OUTPUT GLLOT
           END-IF.
           IF NOT GLLOT-FILE-OK
              DISPLAY "EXCEPTION: GLLOT CANNOT BE OPENED (FILE STATUS "
                      GLLOT-FILE-STATUS ") - THE BATCH IS POSTED BUT "
                      "NOT REGISTERED. DO NOT RERUN."
              MOVE "FILE-ERR" TO JOBLOG-STATUS-SWITCH
           ELSE
              MOVE SPACES TO GLLOT-RECORD
              MOVE BATCH-RUN-DATE TO LT-RUN-DATE
              MOVE BATCH-RUN-TIME TO LT-RUN-TIME
              MOVE JOURNAL-DATE TO LT-JOURNAL-DATE
              MOVE GLJRNL-ROWS-LUS TO LT-RECORD-COUNT
              MOVE GLJRNL-ROWS-HASH TO LT-HASH-TOTAL
              MOVE ROWS-REDIRECTED TO LT-ROWS-REDIRECTED
              IF (ROWS-REDIRECTED > 0)
                 MOVE OPEN-PERIOD TO LT-REDIRECT-PERIOD
              ELSE
                 MOVE 0 TO LT-REDIRECT-PERIOD
              END-IF
              MOVE JDH-DATE TO LT-POSTED-DATE
              WRITE GLLOT-RECORD
              CLOSE GLLOT
           END-IF.
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
       440-WRITE-MESSAGE-LINE.
      *
           IF (RPT-LINE-COUNTER = 0)
              OR (RPT-LINE-COUNTER >= LINES-PER-PAGE)
              PERFORM 030-PRINT-HEADINGS
           END-IF.
           WRITE PRINT-AREA FROM MESSAGE-LINE.
           ADD 1 TO RPT-LINE-COUNTER.
      *
      ******************************************************************
      *  This routine prints the batch totals and its outcome
      ******************************************************************
       450-PRINT-BATCH-TOTALS.
      *
           IF (RPT-LINE-COUNTER = 0)
              OR (RPT-LINE-COUNTER >= LINES-PER-PAGE)
              PERFORM 030-PRINT-HEADINGS
           END-IF.
           MOVE TOTAL-DEBITS TO TL-DEBITS.
           MOVE TOTAL-CREDITS TO TL-CREDITS.
           WRITE PRINT-AREA FROM TOTAL-LINE.
           ADD 1 TO RPT-LINE-COUNTER.
           MOVE SPACES TO MESSAGE-LINE.
           EVALUATE TRUE
              WHEN (NOT BATCH-CLEAN)
                 STRING "BATCH REJECTED - " GLJRNL-ROWS-LUS " ROW(S), "
                        ACCOUNTS-IN-ERROR " ACCOUNT(S) IN ERROR. "
                        "NOTHING POSTED TO GLBAL."
                    DELIMITED BY SIZE INTO MESSAGE-LINE
              WHEN (ROWS-REDIRECTED > 0)
                 STRING "BATCH POSTED - " GLJRNL-ROWS-LUS " ROW(S), "
                        ROWS-REDIRECTED " DATED IN A LOCKED PERIOD "
                        "POSTED TO THE OPEN PERIOD " OPEN-PERIOD "."
                    DELIMITED BY SIZE INTO MESSAGE-LINE
              WHEN OTHER
                 STRING "BATCH POSTED - " GLJRNL-ROWS-LUS " ROW(S)."
                    DELIMITED BY SIZE INTO MESSAGE-LINE
           END-EVALUATE.
           PERFORM 440-WRITE-MESSAGE-LINE.
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
           IF RUN-READY
              DISPLAY SEPARATOR-LINE
              DISPLAY "GL POSTING - " GLJRNL-ROWS-LUS " ROW(S) READ, "
                      ROWS-REDIRECTED " REDIRECTED, "
                      BALANCES-CREATED " BALANCE(S) CREATED, "
                      BALANCES-UPDATED " UPDATED, "
                      BALANCES-ROLLED " LATER PERIOD(S) CARRIED."
              CLOSE GLJRNL
              CLOSE GLACCT
              CLOSE GLBAL
              CLOSE GLBLRPT
           END-IF.
      *
      ******************************************************************
      *  This routine writes the run's JOBLOG record and closes JOBLOG
      ******************************************************************
       950-ECRIRE-JOBLOG.
      *
           MOVE SPACES TO JOBLOG-RECORD.
           MOVE "GLBL0001" TO JL-PROGRAM-ID.
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
