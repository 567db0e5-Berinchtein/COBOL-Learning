      *****************************************************************
      * Program name:    GLCL0001
      * Original author: MANUEL JARRY
      *
      * Maintenence Log
      * Date        Author        Maintenance Requirement
      * ----------- ------------  --------------------------------------
      * 15/10/2026   MANUEL JARRY  Created - GL period close: proves
      *                            the ledger balances at the period
      *                            end and locks it on GLPERIOD, after
      *                            which journals dated in it post to
      *                            the open period
      * 15/10/2026   MANUEL JARRY  A journal batch for a month already
      *                            on GLLOT no longer holds the close -
      *                            GLBL0001 refuses to post it
      *
      *****************************************************************
       IDENTIFICATION DIVISION.
       PROGRAM-ID.  GLCL0001.
       AUTHOR. MANUEL JARRY.
       INSTALLATION. COBOL-Learning
       DATE-WRITTEN. 15/10/2026.
       DATE-COMPILED. DD/MM/YYYY.
       SECURITY. NON-CONFIDENTIAL.
      *****************************************************************
      *
      ******************************************************************
      *  Only a complete past month after the last one locked may be
      *  locked; any open months before it are locked with it, since
      *  a locked period is never after an open one. The close is a
      *  finance decision, so it needs an active USERFILE operator at
      *  UF-AUTHORITY-LEVEL >= CLOSE-LEVEL (PARMFILE key
      *  GLCL-CLOSE-LEVEL, default 3). It is refused while GLJRNL
      *  holds a batch for a month not yet on GLLOT with rows dated
      *  up to the period - GLBL0001 must post it first - and while
      *  the closing balances as at the period do not net to zero or
      *  the debits and credits of the months being locked do not
      *  agree.
      *  Nothing is rewritten: the lock is one row appended to
      *  GLPERIOD, which GLPJ0001, GLBL0001 and GLTB0001 read
      ******************************************************************
       ENVIRONMENT DIVISION.
       CONFIGURATION SECTION.
       SOURCE-COMPUTER. PC-MANU.
       OBJECT-COMPUTER. PC-MANU.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
           COPY GLBALSL.
           COPY GLPERDSL.
           COPY GLJRNLSL.
           COPY GLLOTSL.
           COPY USERFLSL.
           COPY PARMFLSL.
           COPY JOBLOGSL.
      *****************************************************************
      *
      *****************************************************************
       DATA DIVISION.
       FILE SECTION.
       COPY GLBALFD.
      *
       COPY GLPERDFD.
      *
       COPY GLJRNLFD.
      *
       COPY GLLOTFD.
      *
       COPY USERFLFD.
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
          05 GLBAL-EOF-SWITCH            PIC X          VALUE "N".
             88 GLBAL-EOF                               VALUE "Y".
          05 GLPERIOD-EOF-SWITCH         PIC X          VALUE "N".
             88 GLPERIOD-EOF                            VALUE "Y".
          05 GLLOT-EOF-SWITCH            PIC X          VALUE "N".
             88 GLLOT-EOF                               VALUE "Y".
          05 USERFILE-EOF-SWITCH         PIC X          VALUE "N".
             88 USERFILE-EOF                            VALUE "Y".
          05 PARMFILE-EOF-SWITCH         PIC X          VALUE "N".
             88 PARMFILE-EOF                            VALUE "Y".
          05 AUTHORISED-SWITCH           PIC X          VALUE "N".
             88 OPERATOR-AUTHORISED                     VALUE "Y".
          05 JOURNAL-PENDING-SWITCH      PIC X          VALUE "N".
             88 JOURNAL-PENDING                         VALUE "Y".
          05 BATCH-POSTED-SWITCH         PIC X          VALUE "N".
             88 BATCH-ALREADY-POSTED                    VALUE "Y".
          05 CLOSE-READY-SWITCH          PIC X          VALUE "N".
             88 CLOSE-READY                             VALUE "Y".
          05 CONFIRM-ENTRY               PIC X          VALUE "N".
      *
       01 FILE-STATUS-FIELDS.
          05 GLBAL-FILE-STATUS           PIC X(2)       VALUE "00".
             88 GLBAL-FILE-OK                           VALUE "00".
          05 GLPERIOD-FILE-STATUS        PIC X(2)       VALUE "00".
             88 GLPERIOD-FILE-OK                        VALUE "00".
          05 GLJRNL-FILE-STATUS          PIC X(2)       VALUE "00".
             88 GLJRNL-FILE-OK                          VALUE "00".
          05 GLLOT-FILE-STATUS           PIC X(2)       VALUE "00".
             88 GLLOT-FILE-OK                           VALUE "00".
          05 USERFILE-FILE-STATUS        PIC X(2)       VALUE "00".
             88 USERFILE-FILE-OK                        VALUE "00".
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
      *  Lowest UF-AUTHORITY-LEVEL allowed to lock a period - the
      *  PARMFILE key GLCL-CLOSE-LEVEL replaces it
      ******************************************************************
       01 CLOSE-CONSTANTS.
          05 CLOSE-LEVEL                 PIC 9          VALUE 3.
      *
       01 USER-ENTRIES.
          05 CLOSE-PERIOD-ENTRY          PIC 9(6).
      *
       01 WORK-FIELDS.
          05 CURRENT-MONTH               PIC 9(6).
          05 LAST-CLOSED-PERIOD          PIC 9(6)       VALUE 0.
          05 OPEN-PERIOD                 PIC 9(6)       VALUE 0.
          05 NEXT-OPEN-PERIOD            PIC 9(6)       VALUE 0.
          05 BATCH-RUN-DATE              PIC 9(8)       VALUE 0.
          05 BATCH-RUN-TIME              PIC 9(6)       VALUE 0.
          05 BATCH-MONTH                 PIC 9(6)       VALUE 0.
          05 CURRENT-ACCOUNT             PIC X(8)       VALUE SPACES.
          05 ACCOUNT-CLOSING             PIC S9(11)V99  VALUE 0.
          05 OTHER-FIELDS.
             10 SEPARATOR-LINE           PIC X(50)
                                                        VALUE
                   "--------------------------------------------------".
      *
       01 RECONCILIATION-COUNTERS.
          05 GLBAL-RECORDS-LUS           PIC 9(7)       VALUE 0.
          05 ACCOUNTS-WITH-BALANCE       PIC 9(5)       VALUE 0.
          05 TOTAL-CLOSING               PIC S9(13)V99  VALUE 0.
          05 TOTAL-DEBITS                PIC 9(11)V99   VALUE 0.
          05 TOTAL-CREDITS               PIC 9(11)V99   VALUE 0.
      *****************************************************************
      *
      ******************************************************************
       PROCEDURE DIVISION.
      *
           PERFORM 010-OPEN-FILES THRU 010-EXIT.
           IF CLOSE-READY
              PERFORM 400-LOCK-THE-PERIOD
           END-IF.
           PERFORM 950-ECRIRE-JOBLOG.
           DISPLAY "END OF PROGRAM.".
           GOBACK.
      *
      ******************************************************************
      *  This routine checks the operator, asks the period and runs
      *  every check a close must pass before the confirmation
      ******************************************************************
       010-OPEN-FILES.
      *
           OPEN EXTEND JOBLOG.
           MOVE FUNCTION CURRENT-DATE TO JOBLOG-DATE-ET-HEURE.
           MOVE JDH-DATE TO JOBLOG-START-SAUVEGARDE (1:8).
           MOVE JDH-TIME TO JOBLOG-START-SAUVEGARDE (9:6).
           MOVE JDH-DATE (1:6) TO CURRENT-MONTH.
           DISPLAY SEPARATOR-LINE.
           DISPLAY "GL PERIOD CLOSE".
           PERFORM 015-LOAD-PARAMETERS.
           PERFORM 020-CHECK-AUTHORITY.
           IF (NOT OPERATOR-AUTHORISED)
              MOVE "ABANDON" TO JOBLOG-STATUS-SWITCH
              GO TO 010-EXIT
           END-IF.
           PERFORM 025-FIND-LAST-CLOSED.
           IF (LAST-CLOSED-PERIOD > 0)
              DISPLAY "LAST PERIOD LOCKED: " LAST-CLOSED-PERIOD
                      " - OPEN PERIOD: " OPEN-PERIOD "."
           ELSE
              DISPLAY "NO PERIOD HAS BEEN LOCKED YET."
           END-IF.
           DISPLAY "ENTER THE PERIOD TO LOCK (YYYYMM, 0 FOR THE OPEN "
                   "PERIOD):".
           ACCEPT CLOSE-PERIOD-ENTRY.
           IF (CLOSE-PERIOD-ENTRY = 0)
              MOVE OPEN-PERIOD TO CLOSE-PERIOD-ENTRY
           END-IF.
           EVALUATE TRUE
              WHEN (CLOSE-PERIOD-ENTRY = 0)
                OR (CLOSE-PERIOD-ENTRY (5:2) < "01")
                OR (CLOSE-PERIOD-ENTRY (5:2) > "12")
                 DISPLAY "INVALID PERIOD " CLOSE-PERIOD-ENTRY
                         ". CLOSE ABANDONED."
                 MOVE "ABANDON" TO JOBLOG-STATUS-SWITCH
                 GO TO 010-EXIT
              WHEN (CLOSE-PERIOD-ENTRY >= CURRENT-MONTH)
                 DISPLAY "ONLY A COMPLETE PAST MONTH MAY BE LOCKED. "
                         "CLOSE ABANDONED."
                 MOVE "ABANDON" TO JOBLOG-STATUS-SWITCH
                 GO TO 010-EXIT
              WHEN (CLOSE-PERIOD-ENTRY <= LAST-CLOSED-PERIOD)
                 DISPLAY "PERIOD " CLOSE-PERIOD-ENTRY " IS ALREADY "
                         "LOCKED. CLOSE ABANDONED."
                 MOVE "ABANDON" TO JOBLOG-STATUS-SWITCH
                 GO TO 010-EXIT
              WHEN OTHER
                 CONTINUE
           END-EVALUATE.
           IF (CLOSE-PERIOD-ENTRY (5:2) = "12")
              COMPUTE NEXT-OPEN-PERIOD = CLOSE-PERIOD-ENTRY + 89
           ELSE
              COMPUTE NEXT-OPEN-PERIOD = CLOSE-PERIOD-ENTRY + 1
           END-IF.
           IF (LAST-CLOSED-PERIOD > 0)
              AND (CLOSE-PERIOD-ENTRY > OPEN-PERIOD)
              DISPLAY "THE OPEN PERIODS FROM " OPEN-PERIOD " TO "
                      CLOSE-PERIOD-ENTRY " WILL BE LOCKED TOGETHER."
           END-IF.
           PERFORM 030-CHECK-PENDING-JOURNAL THRU 030-EXIT.
           IF JOURNAL-PENDING
              DISPLAY "GLJRNL HOLDS BATCH " BATCH-RUN-DATE " "
                      BATCH-RUN-TIME " NOT YET POSTED, DATED IN OR "
                      "BEFORE " CLOSE-PERIOD-ENTRY "."
              DISPLAY "RUN GLBL0001 FIRST. CLOSE REFUSED."
              MOVE "RECONERR" TO JOBLOG-STATUS-SWITCH
              GO TO 010-EXIT
           END-IF.
           PERFORM 040-PROVE-THE-LEDGER THRU 040-EXIT.
           DISPLAY SEPARATOR-LINE.
           DISPLAY "BALANCES READ:       " GLBAL-RECORDS-LUS.
           DISPLAY "ACCOUNTS AT PERIOD:  " ACCOUNTS-WITH-BALANCE.
           DISPLAY "DEBITS TO LOCK:      " TOTAL-DEBITS.
           DISPLAY "CREDITS TO LOCK:     " TOTAL-CREDITS.
           IF (TOTAL-CLOSING NOT = 0)
              OR (TOTAL-DEBITS NOT = TOTAL-CREDITS)
              DISPLAY "LEDGER OUT OF BALANCE AT " CLOSE-PERIOD-ENTRY
                      " - CLOSING BALANCES NET TO " TOTAL-CLOSING "."
              DISPLAY "RUN GLTB0001 AND INVESTIGATE. CLOSE REFUSED."
              MOVE "RECONERR" TO JOBLOG-STATUS-SWITCH
              GO TO 010-EXIT
           END-IF.
           DISPLAY "LOCK PERIOD " CLOSE-PERIOD-ENTRY " - JOURNALS "
                   "DATED IN IT WILL THEN POST TO " NEXT-OPEN-PERIOD
                   ". ENTER Y TO PROCEED:".
           ACCEPT CONFIRM-ENTRY.
           IF (CONFIRM-ENTRY NOT = "Y" AND "y")
              DISPLAY "CLOSE ABANDONED BY OPERATOR."
              MOVE "ABANDON" TO JOBLOG-STATUS-SWITCH
              GO TO 010-EXIT
           END-IF.
           MOVE "Y" TO CLOSE-READY-SWITCH.
      *
       010-EXIT.
           EXIT.
      *
      ******************************************************************
      *  This routine loads the close authority level from PARMFILE -
      *  a missing PARMFILE leaves the compiled default standing
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
       016-APPLY-ONE-PARM.
      *
           IF (PA-PARM-VALUE = SPACES)
              CONTINUE
           ELSE
              EVALUATE PA-PARM-KEY
                 WHEN "GLCL-CLOSE-LEVEL"
                    COMPUTE CLOSE-LEVEL =
                       FUNCTION NUMVAL (PA-PARM-VALUE)
                 WHEN OTHER
                    CONTINUE
              END-EVALUATE
           END-IF.
      *
      ******************************************************************
      *  This routine looks the signed-on operator up on USERFILE - a
      *  session nobody signed on to, or an operator below
      *  CLOSE-LEVEL, may not lock a period
      ******************************************************************
       020-CHECK-AUTHORITY.
      *
           MOVE "N" TO AUTHORISED-SWITCH.
           IF (OPERATEUR-SIGNON = LOW-VALUES OR SPACES)
              DISPLAY "NO OPERATOR SIGNED ON - A PERIOD CANNOT BE "
                      "LOCKED."
           ELSE
              OPEN INPUT USERFILE
              IF NOT USERFILE-FILE-OK
                 DISPLAY "USERFILE INTROUVABLE OU ILLISIBLE "
                         "(FILE STATUS " USERFILE-FILE-STATUS ") - "
                         "A PERIOD CANNOT BE LOCKED."
              ELSE
                 PERFORM UNTIL USERFILE-EOF
                    READ USERFILE
                       AT END
                          MOVE "Y" TO USERFILE-EOF-SWITCH
                       NOT AT END
                          IF (UF-OPERATOR-ID = OPERATEUR-SIGNON)
                             AND UF-ACTIVE
                             AND (UF-AUTHORITY-LEVEL >= CLOSE-LEVEL)
                             MOVE "Y" TO AUTHORISED-SWITCH
                          END-IF
                    END-READ
                 END-PERFORM
                 CLOSE USERFILE
                 IF (NOT OPERATOR-AUTHORISED)
                    DISPLAY "OPERATOR " OPERATEUR-SIGNON
                            " IS BELOW LEVEL " CLOSE-LEVEL
                            " - A PERIOD CANNOT BE LOCKED."
                 END-IF
              END-IF
           END-IF.
      *
      ******************************************************************
      *  This routine finds the last period locked on GLPERIOD - the
      *  open period is the month after it
      ******************************************************************
       025-FIND-LAST-CLOSED.
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
      *  This routine reads the GLJRNL HDR and looks the batch up on
      *  GLLOT - a batch not yet posted whose first row is dated up
      *  to the period would land in the locked months, so it holds
      *  the close. A batch for a month already on GLLOT is one
      *  GLBL0001 refuses, and holds nothing either. A missing or
      *  empty GLJRNL holds nothing
      ******************************************************************
       030-CHECK-PENDING-JOURNAL.
      *
           MOVE "N" TO JOURNAL-PENDING-SWITCH.
           OPEN INPUT GLJRNL.
           IF NOT GLJRNL-FILE-OK
              GO TO 030-EXIT
           END-IF.
           READ GLJRNL
              AT END
                 CLOSE GLJRNL
                 GO TO 030-EXIT
           END-READ.
           IF (JH-RECORD-TYPE NOT = "HDR")
              OR (JH-PROGRAM-ID NOT = "GLPJ0001")
              CLOSE GLJRNL
              GO TO 030-EXIT
           END-IF.
           MOVE JH-RUN-DATE TO BATCH-RUN-DATE.
           IF (JH-RUN-TIME NUMERIC)
              MOVE JH-RUN-TIME TO BATCH-RUN-TIME
           END-IF.
           READ GLJRNL
              AT END
                 CLOSE GLJRNL
                 GO TO 030-EXIT
           END-READ.
           IF (JP-RECORD-TYPE = "TRL")
              OR (JE-DATE NOT NUMERIC)
              CLOSE GLJRNL
              GO TO 030-EXIT
           END-IF.
           IF (JE-DATE (1:6) > CLOSE-PERIOD-ENTRY)
              CLOSE GLJRNL
              GO TO 030-EXIT
           END-IF.
           MOVE JE-DATE (1:6) TO BATCH-MONTH.
           CLOSE GLJRNL.
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
                    END-IF
                    IF (LT-JOURNAL-DATE NUMERIC)
                       AND (LT-JOURNAL-DATE (1:6) = BATCH-MONTH)
                       MOVE "Y" TO BATCH-POSTED-SWITCH
                    END-IF
              END-READ
           END-PERFORM.
           IF GLLOT-FILE-OK OR GLLOT-FILE-STATUS = "10"
              CLOSE GLLOT
           END-IF.
           IF (NOT BATCH-ALREADY-POSTED)
              MOVE "Y" TO JOURNAL-PENDING-SWITCH
           END-IF.
      *
       030-EXIT.
           EXIT.
      *
      ******************************************************************
      *  This routine reads GLBAL in key order - account, then
      *  period - keeping each account's last closing balance up to
      *  the period and the debits and credits of the months being
      *  locked. A missing GLBAL is a ledger with nothing posted
      ******************************************************************
       040-PROVE-THE-LEDGER.
      *
           OPEN INPUT GLBAL.
           IF NOT GLBAL-FILE-OK
              DISPLAY "GLBAL NOT AVAILABLE (FILE STATUS "
                      GLBAL-FILE-STATUS ") - NOTHING POSTED TO THE "
                      "LEDGER YET."
              GO TO 040-EXIT
           END-IF.
           PERFORM UNTIL GLBAL-EOF
              READ GLBAL NEXT RECORD
                 AT END
                    MOVE "Y" TO GLBAL-EOF-SWITCH
                 NOT AT END
                    PERFORM 045-FOLD-ONE-BALANCE
              END-READ
           END-PERFORM.
           IF (CURRENT-ACCOUNT NOT = SPACES)
              ADD ACCOUNT-CLOSING TO TOTAL-CLOSING
           END-IF.
           CLOSE GLBAL.
      *
       040-EXIT.
           EXIT.
      *
       045-FOLD-ONE-BALANCE.
      *
           ADD 1 TO GLBAL-RECORDS-LUS.
           IF (GB-ACCOUNT NOT = CURRENT-ACCOUNT)
              IF (CURRENT-ACCOUNT NOT = SPACES)
                 ADD ACCOUNT-CLOSING TO TOTAL-CLOSING
              END-IF
              MOVE GB-ACCOUNT TO CURRENT-ACCOUNT
              MOVE 0 TO ACCOUNT-CLOSING
              IF (GB-PERIOD <= CLOSE-PERIOD-ENTRY)
                 ADD 1 TO ACCOUNTS-WITH-BALANCE
              END-IF
           END-IF.
           IF (GB-PERIOD <= CLOSE-PERIOD-ENTRY)
              MOVE GB-CLOSING-BALANCE TO ACCOUNT-CLOSING
              IF (GB-PERIOD > LAST-CLOSED-PERIOD)
                 ADD GB-PERIOD-DEBITS TO TOTAL-DEBITS
                 ADD GB-PERIOD-CREDITS TO TOTAL-CREDITS
              END-IF
           END-IF.
      *
      ******************************************************************
      *  This routine appends the lock to GLPERIOD
      ******************************************************************
       400-LOCK-THE-PERIOD.
      *
           OPEN EXTEND GLPERIOD.
           IF (GLPERIOD-FILE-STATUS = "35")
              OPEN OUTPUT GLPERIOD
           END-IF.
           IF NOT GLPERIOD-FILE-OK
              DISPLAY "EXCEPTION: GLPERIOD CANNOT BE OPENED (FILE "
                      "STATUS " GLPERIOD-FILE-STATUS ") - PERIOD "
                      CLOSE-PERIOD-ENTRY " NOT LOCKED."
              MOVE "FILE-ERR" TO JOBLOG-STATUS-SWITCH
           ELSE
              MOVE SPACES TO GLPERIOD-RECORD
              MOVE CLOSE-PERIOD-ENTRY TO GP-PERIOD
              MOVE JDH-DATE TO GP-CLOSE-DATE
              MOVE OPERATEUR-SIGNON TO GP-CLOSED-BY
              MOVE TOTAL-DEBITS TO GP-TOTAL-DEBITS
              MOVE TOTAL-CREDITS TO GP-TOTAL-CREDITS
              WRITE GLPERIOD-RECORD
              CLOSE GLPERIOD
              DISPLAY "PERIOD " CLOSE-PERIOD-ENTRY " LOCKED. THE OPEN "
                      "PERIOD IS NOW " NEXT-OPEN-PERIOD "."
           END-IF.
      *
      ******************************************************************
      *  This routine writes the run's JOBLOG record and closes JOBLOG
      ******************************************************************
       950-ECRIRE-JOBLOG.
      *
           MOVE SPACES TO JOBLOG-RECORD.
           MOVE "GLCL0001" TO JL-PROGRAM-ID.
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
