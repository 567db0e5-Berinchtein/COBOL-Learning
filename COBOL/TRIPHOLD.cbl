      *****************************************************************
      * Program name:    THLD0001
      * Original author: MANUEL JARRY
      *
      * Maintenence Log
      * Date        Author        Maintenance Requirement
      * ----------- ------------  --------------------------------------
      * 15/10/2026   MANUEL JARRY  Created - fuel-card review queue:
      *                            list the rows GASC0002's screening
      *                            held on TRIPHOLD, release a row into
      *                            FLEETLOG and TRIPFILE or reject it -
      *                            supervisor authority required, and
      *                            every decision leaves an audit line
      * 15/10/2026   MANUEL JARRY  Licence expiry edit on release, as
      *                            GASC0002 now applies it
      * 15/10/2026   MANUEL JARRY  Province code carried on the queue,
      *                            edited on release and journalled to
      *                            TRIPFILE
      * 15/10/2026   MANUEL JARRY  Trip purpose code carried on the
      *                            queue, edited on release and
      *                            journalled to TRIPFILE
      * 15/10/2026   MANUEL JARRY  A vehicle off the road for repair
      *                            (INCD0001) is refused on release
      * 15/10/2026   MANUEL JARRY  TRIPHOLD read again before the
      *                            end-of-session rewrite, so rows
      *                            GASC0002 held during the session
      *                            are kept
      * 15/10/2026   MANUEL JARRY  Release or reject refused, RECONERR,
      *                            once the table of rows decided in the
      *                            session is full, so no decision goes
      *                            unrecorded
      *
      *****************************************************************
       IDENTIFICATION DIVISION.
       PROGRAM-ID.  THLD0001.
       AUTHOR. MANUEL JARRY.
       INSTALLATION. COBOL-Learning
       DATE-WRITTEN. 15/10/2026.
       DATE-COMPILED. DD/MM/YYYY.
       SECURITY. NON-CONFIDENTIAL.
      *****************************************************************
      *
      *****************************************************************
       ENVIRONMENT DIVISION.
       CONFIGURATION SECTION.
       SOURCE-COMPUTER. PC-MANU.
       OBJECT-COMPUTER. PC-MANU.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
           SELECT TRIPHOLD ASSIGN TO TRIPHOLD
              ORGANIZATION IS LINE SEQUENTIAL
              FILE STATUS IS TRIPHOLD-FILE-STATUS.
           SELECT THLDAUDT ASSIGN TO THLDAUDT
              ORGANIZATION IS LINE SEQUENTIAL.
           COPY FLEETLGSL.
           COPY VEHMSTSL.
           COPY DRVMSTSL.
           COPY TRIPFLSL.
           COPY USERFLSL.
           COPY PARMFLSL.
           COPY JOBLOGSL.
      *****************************************************************
      *
      *****************************************************************
       DATA DIVISION.
       FILE SECTION.
      *
      ******************************************************************
      *  The review queue GASC0002 writes - the transaction image as
      *  received with the screening rule that held it
      ******************************************************************
       FD  TRIPHOLD.
       01  TRIPHOLD-RECORD.
           05 TH-TRANSACTION-IMAGE       PIC X(54).
           05 FILLER                     PIC X(1).
           05 TH-RULE-CODE               PIC X(4).
           05 FILLER                     PIC X(1).
           05 TH-HOLD-REASON             PIC X(30).
           05 FILLER                     PIC X(1).
           05 TH-PROVINCE                PIC X(2).
           05 FILLER                     PIC X(1).
           05 TH-PURPOSE                 PIC X.
      *
      ******************************************************************
      *  Audit trail - one line per row leaving the queue, saying which
      *  supervisor released (REL) or rejected (REJ) it, what the row
      *  looked like and which rule had held it
      ******************************************************************
       FD  THLDAUDT.
       01  THLDAUDT-RECORD.
           05 QA-TIMESTAMP               PIC 9(14).
           05 FILLER                     PIC X(1)      VALUE SPACE.
           05 QA-OPERATOR-ID             PIC X(8).
           05 FILLER                     PIC X(1)      VALUE SPACE.
           05 QA-ACTION                  PIC X(3).
           05 FILLER                     PIC X(1)      VALUE SPACE.
           05 QA-ROW-IMAGE               PIC X(54).
           05 FILLER                     PIC X(1)      VALUE SPACE.
           05 QA-RULE-CODE               PIC X(4).
           05 FILLER                     PIC X(1)      VALUE SPACE.
           05 QA-REASON                  PIC X(30).
      *
       COPY FLEETLGFD.
      *
       COPY VEHMSTFD.
      *
       COPY DRVMSTFD.
      *
       COPY TRIPFLFD.
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
          05 END-OF-SESSION-SWITCH       PIC X          VALUE "N".
          05 TRIPHOLD-EOF-SWITCH         PIC X          VALUE "N".
             88 TRIPHOLD-EOF                            VALUE "Y".
          05 DECIDE-FOUND-SWITCH         PIC X          VALUE "N".
             88 DECIDE-FOUND                            VALUE "Y".
          05 PARMFILE-EOF-SWITCH         PIC X          VALUE "N".
             88 PARMFILE-EOF                            VALUE "Y".
          05 USERFILE-EOF-SWITCH         PIC X          VALUE "N".
             88 USERFILE-EOF                            VALUE "Y".
          05 FLEETLOG-FOUND-SWITCH       PIC X          VALUE "N".
             88 FLEETLOG-RECORD-FOUND                   VALUE "Y".
          05 TRAN-VALID-SWITCH           PIC X          VALUE "Y".
             88 TRAN-VALID                              VALUE "Y".
          05 TABLE-OVERFLOW-SWITCH       PIC X          VALUE "N".
             88 TABLE-OVERFLOWED                        VALUE "Y".
          05 RUN-READY-SWITCH            PIC X          VALUE "N".
             88 RUN-READY                               VALUE "Y".
          05 SUPERVISOR-SWITCH           PIC X          VALUE "N".
             88 SUPERVISOR-SIGNED-ON                    VALUE "Y".
      *
       01 FILE-STATUS-FIELDS.
          05 TRIPHOLD-FILE-STATUS        PIC X(2)       VALUE "00".
             88 TRIPHOLD-FILE-OK                        VALUE "00".
          05 FLEETLOG-FILE-STATUS        PIC X(2)       VALUE "00".
             88 FLEETLOG-FILE-OK                        VALUE "00".
             88 FLEETLOG-FILE-NOT-FOUND                 VALUE "23" "35".
          05 VEHMAST-FILE-STATUS         PIC X(2)       VALUE "00".
             88 VEHMAST-FILE-OK                         VALUE "00".
             88 VEHMAST-FILE-NOT-FOUND                  VALUE "23" "35".
          05 DRIVMAST-FILE-STATUS        PIC X(2)       VALUE "00".
             88 DRIVMAST-FILE-OK                        VALUE "00".
             88 DRIVMAST-FILE-NOT-FOUND                 VALUE "23" "35".
          05 TRIPFILE-FILE-STATUS        PIC X(2)       VALUE "00".
             88 TRIPFILE-FILE-OK                        VALUE "00".
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
       COPY PROVCDWS.
      *
       COPY PURPCDWS.
      *
      ******************************************************************
      *  Working view of one held transaction - the same layout
      *  GASC0002 reads off the TRIPTRAN feed, redefinable as the
      *  X(54) image the queue and audit trail carry. The province
      *  and trip purpose follow the image on the queue and are
      *  moved in separately
      ******************************************************************
       01 TRAN-TRAVAIL.
          05 TW-VEHICLE-ID              PIC X(6).
          05 FILLER                     PIC X(1).
          05 TW-TRIP-DATE               PIC 9(8).
          05 FILLER                     PIC X(1).
          05 TW-ODOMETER-START          PIC 9(8).
          05 FILLER                     PIC X(1).
          05 TW-ODOMETER-END            PIC 9(8).
          05 FILLER                     PIC X(1).
          05 TW-FUEL-USED               PIC 9(6).
          05 FILLER                     PIC X(1).
          05 TW-FUEL-PRICE              PIC 9(3)V999.
          05 FILLER                     PIC X(1).
          05 TW-DRIVER-ID               PIC X(6).
          05 FILLER                     PIC X(1).
          05 TW-PROVINCE                PIC X(2).
          05 FILLER                     PIC X(1).
          05 TW-PURPOSE                 PIC X.
      *
       01 TRAN-TRAVAIL-IMAGE REDEFINES TRAN-TRAVAIL
                                         PIC X(54).
      *
       01 QUEUE-COUNT                    PIC 9(3)       VALUE 0.
       01 QUEUE-TABLE.
          05 QUEUE-ENTRY
             OCCURS 0 TO 500 TIMES DEPENDING ON QUEUE-COUNT.
             10 QU-IMAGE                PIC X(54).
             10 QU-RULE-CODE            PIC X(4).
             10 QU-REASON               PIC X(30).
             10 QU-PROVINCE             PIC X(2).
             10 QU-PURPOSE              PIC X.
      *
      ******************************************************************
      *  Rows released or rejected during the session, kept whole
      *  since a held row carries no key - the end-of-session reload
      *  drops one copy of each, so rows GASC0002 queued while the
      *  session ran are carried into the rewrite. A release or reject
      *  is refused before the row is worked once the table is full
      ******************************************************************
       01 DECIDES-COUNT                  PIC 9(3)       VALUE 0.
       01 DECIDES-TABLE.
          05 DECIDE-ENTRY
             OCCURS 0 TO 500 TIMES DEPENDING ON DECIDES-COUNT
             INDEXED BY DECIDE-IDX.
             10 DE-ROW                  PIC X(91).
             10 DE-CONSUMED             PIC X.
      *
       01 LIGNE-LUE.
          05 LL-IMAGE                   PIC X(54).
          05 LL-RULE-CODE               PIC X(4).
          05 LL-REASON                  PIC X(30).
          05 LL-PROVINCE                PIC X(2).
          05 LL-PURPOSE                 PIC X.
      *
       01 USER-ENTRIES.
          05 MAINTENANCE-ACTION         PIC 9          VALUE 0.
          05 ROW-NUMBER-ENTRY           PIC 9(3)       VALUE 0.
          05 CONFIRM-ENTRY              PIC X          VALUE "N".
      *
       01 WORK-FIELDS.
          05 ROW-SCAN                   PIC 9(3)       VALUE 0.
          05 AUDIT-ACTION               PIC X(3).
          05 REJECT-REASON              PIC X(30).
          05 GAS-CONSUMPTION            PIC 9(7)V99    VALUE 0.
          05 TOTAL-TRIP-COST            PIC 9(8)V99    VALUE 0.
          05 DERIVED-DISTANCE           PIC 9(8)       VALUE 0.
          05 ROWS-LIBERES               PIC 9(3)       VALUE 0.
          05 ROWS-REFUSES               PIC 9(3)       VALUE 0.
          05 SEPARATOR-LINE             PIC X(50)
                                                       VALUE
                  "--------------------------------------------------".
      *
      ******************************************************************
      *  Same compiled guardrail defaults as GASC0002, overridden
      *  from the central PARMFILE at start-up, plus the lowest
      *  UF-AUTHORITY-LEVEL allowed to release or reject a held row
      ******************************************************************
       01 CONVERSION-CONSTANTS.
          05 MAX-DISTANCE-VALUE          PIC 9(6)       VALUE 050000.
          05 MAX-FUEL-USED-VALUE         PIC 9(6)       VALUE 020000.
          05 SUPERVISOR-LEVEL            PIC 9          VALUE 3.
      *****************************************************************
      *
      ******************************************************************
       PROCEDURE DIVISION.
      *
           PERFORM 010-OPEN-FILES.
           PERFORM 100-PROCESS-ONE-ACTION THRU 100-EXIT
              UNTIL (END-OF-SESSION-SWITCH = "Y").
           PERFORM 900-REWRITE-TRIPHOLD THRU 900-EXIT.
           PERFORM 950-ECRIRE-JOBLOG.
           DISPLAY "END OF PROGRAM.".
           GOBACK.
      *
      ******************************************************************
      *  This routine loads the whole review queue into the table,
      *  checks the signed-on operator's authority and opens the
      *  masters and outputs a release posts to - missing masters
      *  abandon the session since the edits cannot then be applied
      ******************************************************************
       010-OPEN-FILES.
      *
           OPEN EXTEND JOBLOG.
           MOVE FUNCTION CURRENT-DATE TO JOBLOG-DATE-ET-HEURE.
           MOVE JDH-DATE TO JOBLOG-START-SAUVEGARDE (1:8).
           MOVE JDH-TIME TO JOBLOG-START-SAUVEGARDE (9:6).
           PERFORM 015-LOAD-PARAMETERS.
           PERFORM 020-CHECK-SUPERVISOR.
           PERFORM 012-CHARGER-TRIPHOLD.
           IF NOT TRIPHOLD-FILE-OK
              DISPLAY "TRIPHOLD ABSENT (FILE STATUS "
                      TRIPHOLD-FILE-STATUS ") - NO ROWS AWAIT REVIEW."
              MOVE "Y" TO END-OF-SESSION-SWITCH
           ELSE
              DISPLAY QUEUE-COUNT " HELD ROW(S) AWAITING REVIEW."
              OPEN I-O VEHMAST
              OPEN INPUT DRIVMAST
              IF (NOT VEHMAST-FILE-OK) OR (NOT DRIVMAST-FILE-OK)
                 DISPLAY "VEHMAST OR DRIVMAST UNAVAILABLE - "
                         "RELEASE NEEDS BOTH MASTERS. "
                         "SESSION ABANDONED."
                 MOVE "FILE-ERR" TO JOBLOG-STATUS-SWITCH
                 MOVE "Y" TO END-OF-SESSION-SWITCH
                 IF VEHMAST-FILE-OK
                    CLOSE VEHMAST
                 END-IF
                 IF DRIVMAST-FILE-OK
                    CLOSE DRIVMAST
                 END-IF
              ELSE
                 OPEN I-O FLEETLOG
                 IF FLEETLOG-FILE-NOT-FOUND
                    OPEN OUTPUT FLEETLOG
                    CLOSE FLEETLOG
                    OPEN I-O FLEETLOG
                 END-IF
                 OPEN EXTEND TRIPFILE
                 OPEN EXTEND THLDAUDT
                 MOVE "Y" TO RUN-READY-SWITCH
              END-IF
           END-IF.
      *
      ******************************************************************
      *  This routine loads the review queue from TRIPHOLD, at
      *  start-up and again before the end-of-session rewrite
      ******************************************************************
       012-CHARGER-TRIPHOLD.
      *
           MOVE 0 TO QUEUE-COUNT.
           MOVE "N" TO TRIPHOLD-EOF-SWITCH.
           OPEN INPUT TRIPHOLD.
           IF TRIPHOLD-FILE-OK
              PERFORM UNTIL TRIPHOLD-EOF
                 READ TRIPHOLD
                    AT END
                       MOVE "Y" TO TRIPHOLD-EOF-SWITCH
                    NOT AT END
                       PERFORM 013-RETENIR-UNE-LIGNE
                 END-READ
              END-PERFORM
              CLOSE TRIPHOLD
           END-IF.
      *
      ******************************************************************
      *  A row matching one decided in the session (reload at rewrite
      *  time) is dropped - once per decision, so an identical row
      *  held twice keeps its other copy
      ******************************************************************
       013-RETENIR-UNE-LIGNE.
      *
           MOVE TH-TRANSACTION-IMAGE TO LL-IMAGE.
           MOVE TH-RULE-CODE TO LL-RULE-CODE.
           MOVE TH-HOLD-REASON TO LL-REASON.
           MOVE TH-PROVINCE TO LL-PROVINCE.
           MOVE TH-PURPOSE TO LL-PURPOSE.
           MOVE "N" TO DECIDE-FOUND-SWITCH.
           IF (DECIDES-COUNT > 0)
              SET DECIDE-IDX TO 1
              SEARCH DECIDE-ENTRY
                 AT END
                    CONTINUE
                 WHEN (DE-ROW (DECIDE-IDX) = LIGNE-LUE)
                  AND (DE-CONSUMED (DECIDE-IDX) = "N")
                    MOVE "Y" TO DE-CONSUMED (DECIDE-IDX)
                    MOVE "Y" TO DECIDE-FOUND-SWITCH
              END-SEARCH
           END-IF.
           EVALUATE TRUE
              WHEN DECIDE-FOUND
                 CONTINUE
              WHEN (QUEUE-COUNT < 500)
                 ADD 1 TO QUEUE-COUNT
                 MOVE LIGNE-LUE TO QUEUE-ENTRY (QUEUE-COUNT)
              WHEN OTHER
                 IF (NOT TABLE-OVERFLOWED)
                    DISPLAY "EXCEPTION: QUEUE TABLE FULL - "
                            "ROW NOT LOADED, THE FILE WILL "
                            "NOT BE REWRITTEN."
                    MOVE "Y" TO TABLE-OVERFLOW-SWITCH
                 END-IF
           END-EVALUATE.
      *
      ******************************************************************
      *  This routine loads the trip guardrails and the supervisor
      *  level from PARMFILE - a missing PARMFILE leaves the compiled
      *  defaults standing
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
                 WHEN "GASC-MAX-DISTANCE"
                    COMPUTE MAX-DISTANCE-VALUE =
                       FUNCTION NUMVAL (PA-PARM-VALUE)
                 WHEN "GASC-MAX-FUEL-USED"
                    COMPUTE MAX-FUEL-USED-VALUE =
                       FUNCTION NUMVAL (PA-PARM-VALUE)
                 WHEN "FTAX-HOME-PROVINCE"
                    MOVE PA-PARM-VALUE TO HOME-PROVINCE
                 WHEN "THLD-SUPERVISOR-LVL"
                    COMPUTE SUPERVISOR-LEVEL =
                       FUNCTION NUMVAL (PA-PARM-VALUE)
                 WHEN OTHER
                    CONTINUE
              END-EVALUATE
           END-IF.
      *
      ******************************************************************
      *  This routine looks the signed-on operator up on USERFILE - a
      *  release or reject is a supervisor's decision, so an operator
      *  below SUPERVISOR-LEVEL, or a session nobody signed on to, may
      *  list the queue but not work it
      ******************************************************************
       020-CHECK-SUPERVISOR.
      *
           MOVE "N" TO SUPERVISOR-SWITCH.
           IF (OPERATEUR-SIGNON = LOW-VALUES OR SPACES)
              DISPLAY "NO OPERATOR SIGNED ON - THE QUEUE CAN BE "
                      "LISTED BUT NOT WORKED."
           ELSE
              OPEN INPUT USERFILE
              IF NOT USERFILE-FILE-OK
                 DISPLAY "USERFILE INTROUVABLE OU ILLISIBLE "
                         "(FILE STATUS " USERFILE-FILE-STATUS ") - "
                         "THE QUEUE CAN BE LISTED BUT NOT WORKED."
              ELSE
                 PERFORM UNTIL USERFILE-EOF
                    READ USERFILE
                       AT END
                          MOVE "Y" TO USERFILE-EOF-SWITCH
                       NOT AT END
                          IF (UF-OPERATOR-ID = OPERATEUR-SIGNON)
                             AND UF-ACTIVE
                             AND (UF-AUTHORITY-LEVEL >=
                                  SUPERVISOR-LEVEL)
                             MOVE "Y" TO SUPERVISOR-SWITCH
                          END-IF
                    END-READ
                 END-PERFORM
                 CLOSE USERFILE
                 IF (NOT SUPERVISOR-SIGNED-ON)
                    DISPLAY "OPERATOR " OPERATEUR-SIGNON
                            " IS BELOW SUPERVISOR LEVEL "
                            SUPERVISOR-LEVEL " - THE QUEUE CAN BE "
                            "LISTED BUT NOT WORKED."
                 END-IF
              END-IF
           END-IF.
      *
      ******************************************************************
      *  This routine prints the menu, accepts a choice and routes it
      ******************************************************************
       100-PROCESS-ONE-ACTION.
      *
           DISPLAY SEPARATOR-LINE.
           DISPLAY "FUEL-CARD REVIEW QUEUE (THLD0001) - " QUEUE-COUNT
                   " ROW(S) HELD".
           DISPLAY SEPARATOR-LINE.
           DISPLAY "  1 - LIST THE HELD ROWS".
           DISPLAY "  2 - RELEASE A ROW FOR POSTING".
           DISPLAY "  3 - REJECT A ROW".
           DISPLAY "  0 - EXIT (REWRITES THE QUEUE)".
           DISPLAY "ENTER YOUR CHOICE:".
           ACCEPT MAINTENANCE-ACTION.
           EVALUATE MAINTENANCE-ACTION
              WHEN 1
                 PERFORM 200-LIST-QUEUE
              WHEN 2
                 PERFORM 300-RELEASE-ROW THRU 300-EXIT
              WHEN 3
                 PERFORM 400-REJECT-ROW THRU 400-EXIT
              WHEN 0
                 MOVE "Y" TO END-OF-SESSION-SWITCH
              WHEN OTHER
                 DISPLAY "INVALID CHOICE. VEUILLEZ REESSAYER."
           END-EVALUATE.
      *
       100-EXIT.
           EXIT.
      *
      ******************************************************************
      *  This routine lists the queue with position numbers and the
      *  rule that held each row
      ******************************************************************
       200-LIST-QUEUE.
      *
           IF (QUEUE-COUNT = 0)
              DISPLAY "THE QUEUE IS EMPTY."
           ELSE
              PERFORM 210-LIST-ONE-ROW
                 VARYING ROW-SCAN FROM 1 BY 1
                 UNTIL ROW-SCAN > QUEUE-COUNT
           END-IF.
      *
       210-LIST-ONE-ROW.
      *
           DISPLAY ROW-SCAN " " QU-IMAGE (ROW-SCAN)
                   " " QU-PROVINCE (ROW-SCAN)
                   " " QU-PURPOSE (ROW-SCAN)
                   " " QU-RULE-CODE (ROW-SCAN)
                   " " QU-REASON (ROW-SCAN).
      *
      ******************************************************************
      *  This routine asks which row to work and leaves it in the
      *  working transaction view - zero backs out
      ******************************************************************
       310-ASK-ROW-NUMBER.
      *
           DISPLAY "ENTER THE ROW NUMBER (0 TO CANCEL):".
           ACCEPT ROW-NUMBER-ENTRY.
           IF (ROW-NUMBER-ENTRY > QUEUE-COUNT)
              DISPLAY "NO SUCH ROW. VEUILLEZ REESSAYER."
              GO TO 310-ASK-ROW-NUMBER
           END-IF.
      *
      ******************************************************************
      *  This routine releases a held row as it stands - the
      *  supervisor has judged the fill genuine, so the row goes back
      *  through GASC0002's master and guardrail edits (the masters
      *  may have moved since it was held) and on a clean pass is
      *  posted to FLEETLOG, journalled to TRIPFILE and retired from
      *  the queue with a release audit line
      ******************************************************************
       300-RELEASE-ROW.
      *
           IF (QUEUE-COUNT = 0)
              DISPLAY "THE QUEUE IS EMPTY."
              GO TO 300-EXIT
           END-IF.
           IF (NOT SUPERVISOR-SIGNED-ON)
              DISPLAY "RELEASE REFUSED - SUPERVISOR AUTHORITY "
                      "REQUIRED."
              GO TO 300-EXIT
           END-IF.
           IF (DECIDES-COUNT >= 500)
              DISPLAY "EXCEPTION: DECISION TABLE FULL - RELEASE "
                      "REFUSED, END THE SESSION AND START AGAIN."
              MOVE "RECONERR" TO JOBLOG-STATUS-SWITCH
              GO TO 300-EXIT
           END-IF.
           PERFORM 310-ASK-ROW-NUMBER.
           IF (ROW-NUMBER-ENTRY = 0)
              GO TO 300-EXIT
           END-IF.
           MOVE QU-IMAGE (ROW-NUMBER-ENTRY) TO TRAN-TRAVAIL-IMAGE.
           MOVE QU-PROVINCE (ROW-NUMBER-ENTRY) TO TW-PROVINCE.
           MOVE QU-PURPOSE (ROW-NUMBER-ENTRY) TO TW-PURPOSE.
           DISPLAY "ROW AS HELD: " TRAN-TRAVAIL-IMAGE
                   " PROVINCE " TW-PROVINCE
                   " PURPOSE " TW-PURPOSE.
           DISPLAY "HELD FOR:    " QU-RULE-CODE (ROW-NUMBER-ENTRY)
                   " " QU-REASON (ROW-NUMBER-ENTRY).
           DISPLAY "RELEASE THIS ROW FOR POSTING? (Y/N)".
           ACCEPT CONFIRM-ENTRY.
           IF (CONFIRM-ENTRY NOT = "Y" AND "y")
              DISPLAY "RELEASE CANCELLED."
              GO TO 300-EXIT
           END-IF.
           PERFORM 330-VALIDATE-TRAN.
           IF (NOT TRAN-VALID)
              DISPLAY "ROW NOW FAILS THE EDITS: " REJECT-REASON
              DISPLAY "THE ROW STAYS IN THE QUEUE - REJECT IT AND "
                      "RESUBMIT A CORRECTED ROW THROUGH THE FEED."
              GO TO 300-EXIT
           END-IF.
           PERFORM 340-POST-TO-FLEETLOG.
           PERFORM 350-WRITE-TRIP-JOURNAL.
           PERFORM 360-UPDATE-VEHICLE-ODOMETER.
           MOVE "REL" TO AUDIT-ACTION.
           PERFORM 700-ECRIRE-AUDIT.
           PERFORM 420-RETIRER-DE-LA-FILE.
           ADD 1 TO ROWS-LIBERES.
           DISPLAY "ROW RELEASED AND POSTED.".
      *
       300-EXIT.
           EXIT.
      *
      ******************************************************************
      *  This routine applies the vehicle, driver, odometer, fuel and
      *  price checks of GASC0002's 110-VALIDATE-TRAN to the working
      *  row - the first failing check sets the reason
      ******************************************************************
       330-VALIDATE-TRAN.
      *
           MOVE "Y" TO TRAN-VALID-SWITCH.
           MOVE SPACES TO REJECT-REASON.
           IF (TW-PROVINCE = SPACES)
              MOVE HOME-PROVINCE TO TW-PROVINCE
           END-IF.
           MOVE TW-PROVINCE TO PROVINCE-CODE-CHECK.
           IF (TW-PURPOSE = SPACE)
              MOVE DEFAULT-PURPOSE TO TW-PURPOSE
           END-IF.
           MOVE TW-PURPOSE TO PURPOSE-CODE-CHECK.
           MOVE TW-VEHICLE-ID TO VM-VEHICLE-ID.
           READ VEHMAST
              INVALID KEY
                 MOVE "N" TO TRAN-VALID-SWITCH
                 MOVE "VEHICLE NOT ON VEHMAST" TO REJECT-REASON
              NOT INVALID KEY
                 IF VM-RETIRED
                    MOVE "N" TO TRAN-VALID-SWITCH
                    MOVE "VEHICLE RETIRED" TO REJECT-REASON
                 END-IF
                 IF VM-OUT-OF-SERVICE
                    MOVE "N" TO TRAN-VALID-SWITCH
                    MOVE "VEHICLE OUT OF SERVICE" TO REJECT-REASON
                 END-IF
           END-READ.
           IF TRAN-VALID
              MOVE TW-DRIVER-ID TO DM-DRIVER-ID
              READ DRIVMAST
                 INVALID KEY
                    MOVE "N" TO TRAN-VALID-SWITCH
                    MOVE "DRIVER NOT ON DRIVMAST" TO REJECT-REASON
                 NOT INVALID KEY
                    IF DM-INACTIVE
                       MOVE "N" TO TRAN-VALID-SWITCH
                       MOVE "DRIVER INACTIVE" TO REJECT-REASON
                    END-IF
              END-READ
           END-IF.
           IF TRAN-VALID
              EVALUATE TRUE
                 WHEN TW-ODOMETER-START NOT NUMERIC
                    MOVE "N" TO TRAN-VALID-SWITCH
                    MOVE "START ODOMETER NOT NUMERIC" TO REJECT-REASON
                 WHEN TW-ODOMETER-END NOT NUMERIC
                    MOVE "N" TO TRAN-VALID-SWITCH
                    MOVE "END ODOMETER NOT NUMERIC" TO REJECT-REASON
                 WHEN TW-ODOMETER-END <= TW-ODOMETER-START
                    MOVE "N" TO TRAN-VALID-SWITCH
                    MOVE "END ODO NOT PAST START" TO REJECT-REASON
                 WHEN TW-ODOMETER-END - TW-ODOMETER-START
                    > MAX-DISTANCE-VALUE
                    MOVE "N" TO TRAN-VALID-SWITCH
                    MOVE "DISTANCE OVER MAXIMUM" TO REJECT-REASON
                 WHEN TW-FUEL-USED NOT NUMERIC
                    MOVE "N" TO TRAN-VALID-SWITCH
                    MOVE "FUEL USED NOT NUMERIC" TO REJECT-REASON
                 WHEN TW-FUEL-USED = 0
                    MOVE "N" TO TRAN-VALID-SWITCH
                    MOVE "FUEL USED ZERO" TO REJECT-REASON
                 WHEN TW-FUEL-USED > MAX-FUEL-USED-VALUE
                    MOVE "N" TO TRAN-VALID-SWITCH
                    MOVE "FUEL USED OVER MAXIMUM" TO REJECT-REASON
                 WHEN TW-FUEL-PRICE NOT NUMERIC
                    MOVE "N" TO TRAN-VALID-SWITCH
                    MOVE "FUEL PRICE NOT NUMERIC" TO REJECT-REASON
                 WHEN TW-FUEL-PRICE = 0
                    MOVE "N" TO TRAN-VALID-SWITCH
                    MOVE "FUEL PRICE ZERO" TO REJECT-REASON
                 WHEN TW-TRIP-DATE NOT NUMERIC
                    MOVE "N" TO TRAN-VALID-SWITCH
                    MOVE "TRIP DATE NOT NUMERIC" TO REJECT-REASON
                 WHEN TW-TRIP-DATE = 0
                    MOVE "N" TO TRAN-VALID-SWITCH
                    MOVE "TRIP DATE ZERO" TO REJECT-REASON
                 WHEN NOT PROVINCE-CODE-VALID
                    MOVE "N" TO TRAN-VALID-SWITCH
                    MOVE "PROVINCE CODE INVALID" TO REJECT-REASON
                 WHEN NOT PURPOSE-CODE-VALID
                    MOVE "N" TO TRAN-VALID-SWITCH
                    MOVE "TRIP PURPOSE CODE INVALID" TO REJECT-REASON
              END-EVALUATE
           END-IF.
           IF TRAN-VALID
              IF (DM-LICENCE-EXPIRY NUMERIC)
                 AND (DM-LICENCE-EXPIRY > 0)
                 AND (DM-LICENCE-EXPIRY < TW-TRIP-DATE)
                 MOVE "N" TO TRAN-VALID-SWITCH
                 MOVE "DRIVER LICENCE EXPIRED" TO REJECT-REASON
              END-IF
           END-IF.
           IF TRAN-VALID
              COMPUTE DERIVED-DISTANCE =
                 TW-ODOMETER-END - TW-ODOMETER-START
              IF (VM-LAST-ODOMETER > 0)
                 AND (TW-ODOMETER-START NOT = VM-LAST-ODOMETER)
                 DISPLAY "WARNING: START READING "
                         TW-ODOMETER-START " DOES NOT LINE UP WITH "
                         "THE LAST END READING ON RECORD ("
                         VM-LAST-ODOMETER " KM)."
              END-IF
           END-IF.
      *
      ******************************************************************
      *  This routine folds the released trip into the vehicle's
      *  FLEETLOG totals, creating the record on first-ever use
      ******************************************************************
       340-POST-TO-FLEETLOG.
      *
           MOVE TW-VEHICLE-ID TO FL-VEHICLE-ID.
           READ FLEETLOG
              INVALID KEY
                 MOVE "N" TO FLEETLOG-FOUND-SWITCH
                 MOVE 0 TO FL-CUMULATIVE-DISTANCE
                 MOVE 0 TO FL-CUMULATIVE-FUEL-USED
                 MOVE 0 TO FL-LIFETIME-DISTANCE
                 MOVE 0 TO FL-LIFETIME-FUEL-USED
              NOT INVALID KEY
                 MOVE "Y" TO FLEETLOG-FOUND-SWITCH
           END-READ.
           ADD DERIVED-DISTANCE TO FL-CUMULATIVE-DISTANCE.
           ADD TW-FUEL-USED     TO FL-CUMULATIVE-FUEL-USED.
           ADD DERIVED-DISTANCE TO FL-LIFETIME-DISTANCE.
           ADD TW-FUEL-USED     TO FL-LIFETIME-FUEL-USED.
           IF FLEETLOG-RECORD-FOUND
              REWRITE FLEETLOG-RECORD
           ELSE
              WRITE FLEETLOG-RECORD
           END-IF.
      *
      ******************************************************************
      *  This routine journals the released trip to TRIPFILE the same
      *  way GASC0002 does, so it audits and rebuilds like any
      *  batch-posted trip
      ******************************************************************
       350-WRITE-TRIP-JOURNAL.
      *
           COMPUTE GAS-CONSUMPTION ROUNDED =
              (TW-FUEL-USED / DERIVED-DISTANCE) * 100
              ON SIZE ERROR
                 MOVE 0 TO GAS-CONSUMPTION
           END-COMPUTE.
           COMPUTE TOTAL-TRIP-COST ROUNDED =
              TW-FUEL-USED * TW-FUEL-PRICE
              ON SIZE ERROR
                 MOVE 0 TO TOTAL-TRIP-COST
           END-COMPUTE.
           MOVE SPACES TO TRIPFILE-RECORD.
           MOVE TW-VEHICLE-ID          TO TJ-VEHICLE-ID.
           MOVE TW-TRIP-DATE           TO TJ-TRIP-DATE.
           MOVE "T"                    TO TJ-RECORD-TYPE.
           MOVE DERIVED-DISTANCE       TO TJ-DISTANCE.
           MOVE TW-FUEL-USED           TO TJ-FUEL-USED.
           MOVE TW-FUEL-PRICE          TO TJ-FUEL-PRICE.
           MOVE GAS-CONSUMPTION        TO TJ-CONSUMPTION.
           MOVE TOTAL-TRIP-COST        TO TJ-TRIP-COST.
           MOVE TW-DRIVER-ID           TO TJ-DRIVER-ID.
           MOVE TW-PROVINCE            TO TJ-PROVINCE.
           MOVE TW-PURPOSE             TO TJ-PURPOSE.
           WRITE TRIPFILE-RECORD.
      *
      ******************************************************************
      *  This routine saves the trip's end odometer onto the
      *  vehicle's VEHMAST record, as the batch posting does
      ******************************************************************
       360-UPDATE-VEHICLE-ODOMETER.
      *
           MOVE TW-ODOMETER-END TO VM-LAST-ODOMETER.
           REWRITE VEHMAST-RECORD.
      *
      ******************************************************************
      *  This routine rejects a held row after a confirmation - the
      *  fill is never posted and the audit line is the only remaining
      *  trace, ready for follow-up with the card holder
      ******************************************************************
       400-REJECT-ROW.
      *
           IF (QUEUE-COUNT = 0)
              DISPLAY "THE QUEUE IS EMPTY."
              GO TO 400-EXIT
           END-IF.
           IF (NOT SUPERVISOR-SIGNED-ON)
              DISPLAY "REJECT REFUSED - SUPERVISOR AUTHORITY "
                      "REQUIRED."
              GO TO 400-EXIT
           END-IF.
           IF (DECIDES-COUNT >= 500)
              DISPLAY "EXCEPTION: DECISION TABLE FULL - REJECT "
                      "REFUSED, END THE SESSION AND START AGAIN."
              MOVE "RECONERR" TO JOBLOG-STATUS-SWITCH
              GO TO 400-EXIT
           END-IF.
           PERFORM 310-ASK-ROW-NUMBER.
           IF (ROW-NUMBER-ENTRY = 0)
              GO TO 400-EXIT
           END-IF.
           MOVE QU-IMAGE (ROW-NUMBER-ENTRY) TO TRAN-TRAVAIL-IMAGE.
           DISPLAY "REJECT " TRAN-TRAVAIL-IMAGE " ? (Y/N)".
           ACCEPT CONFIRM-ENTRY.
           IF (CONFIRM-ENTRY = "Y" OR "y")
              MOVE "REJ" TO AUDIT-ACTION
              PERFORM 700-ECRIRE-AUDIT
              PERFORM 420-RETIRER-DE-LA-FILE
              ADD 1 TO ROWS-REFUSES
              DISPLAY "ROW REJECTED."
           ELSE
              DISPLAY "REJECT CANCELLED."
           END-IF.
      *
       400-EXIT.
           EXIT.
      *
      ******************************************************************
      *  This routine keeps the worked row on the decision table -
      *  the callers refuse the row before working it once the table
      *  is full - and closes the gap left by the worked row by
      *  shifting the entries above it down one position
      ******************************************************************
       420-RETIRER-DE-LA-FILE.
      *
           ADD 1 TO DECIDES-COUNT.
           MOVE QUEUE-ENTRY (ROW-NUMBER-ENTRY)
              TO DE-ROW (DECIDES-COUNT).
           MOVE "N" TO DE-CONSUMED (DECIDES-COUNT).
           PERFORM 425-DECALER-UNE-ENTREE
              VARYING ROW-SCAN FROM ROW-NUMBER-ENTRY BY 1
              UNTIL ROW-SCAN >= QUEUE-COUNT.
           SUBTRACT 1 FROM QUEUE-COUNT.
      *
       425-DECALER-UNE-ENTREE.
      *
           MOVE QU-IMAGE (ROW-SCAN + 1) TO QU-IMAGE (ROW-SCAN).
           MOVE QU-RULE-CODE (ROW-SCAN + 1) TO QU-RULE-CODE (ROW-SCAN).
           MOVE QU-REASON (ROW-SCAN + 1) TO QU-REASON (ROW-SCAN).
           MOVE QU-PROVINCE (ROW-SCAN + 1) TO QU-PROVINCE (ROW-SCAN).
           MOVE QU-PURPOSE (ROW-SCAN + 1) TO QU-PURPOSE (ROW-SCAN).
      *
      ******************************************************************
      *  This routine stamps one audit line for the row leaving the
      *  queue - AUDIT-ACTION was set by the caller
      ******************************************************************
       700-ECRIRE-AUDIT.
      *
           MOVE SPACES TO THLDAUDT-RECORD.
           MOVE AUDIT-ACTION TO QA-ACTION.
           MOVE FUNCTION CURRENT-DATE TO JOBLOG-DATE-ET-HEURE.
           MOVE JDH-DATE TO QA-TIMESTAMP (1:8).
           MOVE JDH-TIME TO QA-TIMESTAMP (9:6).
           MOVE OPERATEUR-SIGNON TO QA-OPERATOR-ID.
           MOVE TRAN-TRAVAIL-IMAGE TO QA-ROW-IMAGE.
           MOVE QU-RULE-CODE (ROW-NUMBER-ENTRY) TO QA-RULE-CODE.
           MOVE QU-REASON (ROW-NUMBER-ENTRY) TO QA-REASON.
           WRITE THLDAUDT-RECORD.
      *
      ******************************************************************
      *  This routine rewrites the remaining queue at end of session.
      *  TRIPHOLD is read again first, less the rows decided here, so
      *  a fill GASC0002 held while the session ran is kept. A load
      *  that overflowed the table dropped rows on the way in, so the
      *  rewrite is refused - truncating the queue would let suspect
      *  fills vanish unreviewed
      ******************************************************************
       900-REWRITE-TRIPHOLD.
      *
           IF TABLE-OVERFLOWED
              DISPLAY "EXCEPTION: ROWS WERE LOST AT LOAD TIME - "
                      "TRIPHOLD LEFT INTACT."
              MOVE "FILE-ERR" TO JOBLOG-STATUS-SWITCH
              GO TO 900-EXIT
           END-IF.
           IF (ROWS-LIBERES = 0) AND (ROWS-REFUSES = 0)
              GO TO 900-EXIT
           END-IF.
           PERFORM 012-CHARGER-TRIPHOLD.
           IF (NOT TRIPHOLD-FILE-OK) OR TABLE-OVERFLOWED
              DISPLAY "EXCEPTION: TRIPHOLD UNREADABLE OR TOO LARGE AT "
                      "REWRITE - TRIPHOLD LEFT INTACT, DECIDED ROWS "
                      "STAY QUEUED."
              MOVE "FILE-ERR" TO JOBLOG-STATUS-SWITCH
              GO TO 900-EXIT
           END-IF.
           OPEN OUTPUT TRIPHOLD.
           IF NOT TRIPHOLD-FILE-OK
              DISPLAY "EXCEPTION: REWRITE OF TRIPHOLD IMPOSSIBLE "
                      "(FILE STATUS " TRIPHOLD-FILE-STATUS ")."
              MOVE "FILE-ERR" TO JOBLOG-STATUS-SWITCH
           ELSE
              PERFORM 910-ECRIRE-UNE-LIGNE
                 VARYING ROW-SCAN FROM 1 BY 1
                 UNTIL ROW-SCAN > QUEUE-COUNT
              CLOSE TRIPHOLD
              DISPLAY QUEUE-COUNT " ROW(S) LEFT IN THE QUEUE, "
                      ROWS-LIBERES " RELEASED, " ROWS-REFUSES
                      " REJECTED."
           END-IF.
      *
       900-EXIT.
           EXIT.
      *
       910-ECRIRE-UNE-LIGNE.
      *
           MOVE SPACES TO TRIPHOLD-RECORD.
           MOVE QU-IMAGE (ROW-SCAN) TO TH-TRANSACTION-IMAGE.
           MOVE QU-RULE-CODE (ROW-SCAN) TO TH-RULE-CODE.
           MOVE QU-REASON (ROW-SCAN) TO TH-HOLD-REASON.
           MOVE QU-PROVINCE (ROW-SCAN) TO TH-PROVINCE.
           MOVE QU-PURPOSE (ROW-SCAN) TO TH-PURPOSE.
           WRITE TRIPHOLD-RECORD.
      *
      ******************************************************************
      *  This routine writes the run's JOBLOG record and closes JOBLOG
      ******************************************************************
       950-ECRIRE-JOBLOG.
      *
           IF RUN-READY
              CLOSE VEHMAST
              CLOSE DRIVMAST
              CLOSE FLEETLOG
              CLOSE TRIPFILE
              CLOSE THLDAUDT
           END-IF.
           MOVE SPACES TO JOBLOG-RECORD.
           MOVE "THLD0001" TO JL-PROGRAM-ID.
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
