      *****************************************************************
      * Program name:    LICR0001
      * Original author: MANUEL JARRY
      *
      * Maintenence Log
      * Date        Author        Maintenance Requirement
      * ----------- ------------  --------------------------------------
      * 15/10/2026   MANUEL JARRY  Created - monthly driver licence
      *                            renewal list: every active driver
      *                            whose DRIVMAST licence expires
      *                            within the PARMFILE window, has
      *                            already expired, or has no licence
      *                            recorded
      *
      *****************************************************************
       IDENTIFICATION DIVISION.
       PROGRAM-ID.  LICR0001.
       AUTHOR. MANUEL JARRY.
       INSTALLATION. COBOL-Learning
       DATE-WRITTEN. 15/10/2026.
       DATE-COMPILED. DD/MM/YYYY.
       SECURITY. NON-CONFIDENTIAL.
      *****************************************************************
      *
      ******************************************************************
      *  Run monthly so supervisors can chase renewals before GASC0001
      *  and GASC0002 start refusing the driver's trips. Inactive
      *  drivers cannot be given trips and are not listed
      ******************************************************************
       ENVIRONMENT DIVISION.
       CONFIGURATION SECTION.
       SOURCE-COMPUTER. PC-MANU.
       OBJECT-COMPUTER. PC-MANU.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
           SELECT LICRPT ASSIGN TO LICRPT
              ORGANIZATION IS LINE SEQUENTIAL.
           COPY DRVMSTSL.
           COPY PARMFLSL.
           COPY JOBLOGSL.
      *****************************************************************
      *
      *****************************************************************
       DATA DIVISION.
       FILE SECTION.
      *
       FD  LICRPT.
       01  PRINT-AREA                    PIC X(132).
      *
       COPY DRVMSTFD.
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
          05 DRIVMAST-EOF-SWITCH         PIC X          VALUE "N".
             88 DRIVMAST-EOF                            VALUE "Y".
          05 PARMFILE-EOF-SWITCH         PIC X          VALUE "N".
             88 PARMFILE-EOF                            VALUE "Y".
          05 REPORT-READY-SWITCH         PIC X          VALUE "N".
             88 REPORT-READY                            VALUE "Y".
      *
       01 FILE-STATUS-FIELDS.
          05 DRIVMAST-FILE-STATUS        PIC X(2)       VALUE "00".
             88 DRIVMAST-FILE-OK                        VALUE "00".
             88 DRIVMAST-FILE-NOT-FOUND                 VALUE "23" "35".
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
      *  Days ahead of today a licence expiry is listed, overridden
      *  from PARMFILE
      ******************************************************************
       01 RENEWAL-PARAMETERS.
          05 RENEWAL-WINDOW-DAYS         PIC 9(3)       VALUE 060.
      *
       01 WORK-FIELDS.
          05 DAYS-TO-EXPIRY              PIC S9(7)      VALUE 0.
          05 ENDORSEMENT-SCAN            PIC 9          VALUE 0.
          05 OTHER-FIELDS.
             10 SEPARATOR-LINE           PIC X(50)
                                                        VALUE
                   "--------------------------------------------------".
      *
       01 RECONCILIATION-COUNTERS.
          05 DRIVMAST-RECORDS-LUS        PIC 9(5)       VALUE 0.
          05 DRIVERS-EXPIRING            PIC 9(5)       VALUE 0.
          05 DRIVERS-EXPIRED             PIC 9(5)       VALUE 0.
          05 DRIVERS-NO-LICENCE          PIC 9(5)       VALUE 0.
      *
       01 HEADING-LINE-1.
          05 FILLER                      PIC X(7)       VALUE "DATE:  ".
          05 HL1-DAY                     PIC 9(2).
          05 FILLER                      PIC X(1)       VALUE "/".
          05 HL1-MONTH                   PIC 9(2).
          05 FILLER                      PIC X(1)       VALUE "/".
          05 HL1-YEAR                    PIC 9(4).
          05 FILLER                      PIC X(4)       VALUE SPACE.
          05 FILLER                      PIC X(31)      VALUE
                "DRIVER LICENCE RENEWALS - NEXT ".
          05 HL1-WINDOW-DAYS             PIC ZZ9.
          05 FILLER                      PIC X(10)      VALUE " DAYS".
          05 FILLER                      PIC X(8)  VALUE "PAGE:   ".
          05 HL1-PAGE-NUMBER             PIC ZZ9.
          05 FILLER                      PIC X(56)      VALUE SPACE.
      *
       01 HEADING-LINE-2.
          05 FILLER                      PIC X(8)  VALUE "DRIVER  ".
          05 FILLER                      PIC X(32)      VALUE "NAME".
          05 FILLER                      PIC X(17)      VALUE "LICENCE".
          05 FILLER                      PIC X(5)       VALUE "CLS".
          05 FILLER                      PIC X(12)      VALUE "EXPIRY".
          05 FILLER                      PIC X(8)  VALUE "    DAYS".
          05 FILLER                      PIC X(1)       VALUE SPACE.
          05 FILLER                      PIC X(18)
                                         VALUE "ENDORSEMENTS".
          05 FILLER                      PIC X(20)      VALUE "ACTION".
          05 FILLER                      PIC X(11)      VALUE SPACE.
      *
       01 DETAIL-LINE.
          05 DL-DRIVER-ID                PIC X(6).
          05 FILLER                      PIC X(2)       VALUE SPACE.
          05 DL-NAME                     PIC X(30).
          05 FILLER                      PIC X(2)       VALUE SPACE.
          05 DL-LICENCE-NUMBER           PIC X(15).
          05 FILLER                      PIC X(2)       VALUE SPACE.
          05 DL-LICENCE-CLASS            PIC X(3).
          05 FILLER                      PIC X(2)       VALUE SPACE.
          05 DL-EXPIRY-DATE.
             10 DL-EXPIRY-DAY            PIC 9(2).
             10 DL-EXPIRY-SLASH-1        PIC X(1).
             10 DL-EXPIRY-MONTH          PIC 9(2).
             10 DL-EXPIRY-SLASH-2        PIC X(1).
             10 DL-EXPIRY-YEAR           PIC 9(4).
          05 FILLER                      PIC X(2)       VALUE SPACE.
          05 DL-DAYS-TO-EXPIRY           PIC ----,--9.
          05 FILLER                      PIC X(1)       VALUE SPACE.
          05 DL-ENDORSEMENT-GROUP        OCCURS 4 TIMES.
             10 DL-ENDORSEMENT           PIC X(3).
             10 FILLER                   PIC X(1).
          05 FILLER                      PIC X(2)       VALUE SPACE.
          05 DL-ACTION                   PIC X(20).
          05 FILLER                      PIC X(11)      VALUE SPACE.
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
           IF REPORT-READY
              PERFORM 400-PRINT-RENEWAL-LIST
           END-IF.
           PERFORM 900-SHUTDOWN-FILES.
           PERFORM 950-ECRIRE-JOBLOG.
           DISPLAY "END OF PROGRAM.".
           GOBACK.
      *
      ******************************************************************
      *  This routine opens the files - without DRIVMAST there is
      *  nothing to report and the run is abandoned
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
           PERFORM 015-LOAD-PARAMETERS.
           MOVE RENEWAL-WINDOW-DAYS TO HL1-WINDOW-DAYS.
           OPEN INPUT DRIVMAST.
           IF NOT DRIVMAST-FILE-OK
              DISPLAY "DRIVMAST INTROUVABLE OU ILLISIBLE "
                      "(FILE STATUS " DRIVMAST-FILE-STATUS "). "
                      "LICENCE RENEWAL LIST ABANDONED."
              MOVE "FILE-ERR" TO JOBLOG-STATUS-SWITCH
           ELSE
              MOVE "Y" TO REPORT-READY-SWITCH
              OPEN OUTPUT LICRPT
           END-IF.
      *
      ******************************************************************
      *  This routine loads the renewal window from PARMFILE - a
      *  missing PARMFILE leaves the compiled default standing
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
                 WHEN "LICR-WINDOW-DAYS"
                    COMPUTE RENEWAL-WINDOW-DAYS =
                       FUNCTION NUMVAL (PA-PARM-VALUE)
                 WHEN OTHER
                    CONTINUE
              END-EVALUATE
           END-IF.
      *
      ******************************************************************
      *  This routine sweeps DRIVMAST in key order and lists each
      *  active driver that needs a supervisor's attention
      ******************************************************************
       400-PRINT-RENEWAL-LIST.
      *
           MOVE LOW-VALUES TO DM-DRIVER-ID.
           START DRIVMAST KEY IS NOT LESS THAN DM-DRIVER-ID
              INVALID KEY
                 DISPLAY "NO DRIVERS RECORDED ON DRIVMAST."
                 MOVE "Y" TO DRIVMAST-EOF-SWITCH
           END-START.
           PERFORM UNTIL DRIVMAST-EOF
              READ DRIVMAST NEXT RECORD
                 AT END
                    MOVE "Y" TO DRIVMAST-EOF-SWITCH
                 NOT AT END
                    ADD 1 TO DRIVMAST-RECORDS-LUS
                    IF DM-ACTIVE
                       PERFORM 410-JUDGE-ONE-DRIVER THRU 410-EXIT
                    END-IF
              END-READ
           END-PERFORM.
           IF (RPT-LINE-COUNTER = 0) AND (RPT-PAGE-COUNTER = 0)
              MOVE SPACES TO DETAIL-LINE
              MOVE "NO RENEWALS DUE" TO DL-ACTION
              PERFORM 430-WRITE-DETAIL-LINE
           END-IF.
      *
      ******************************************************************
      *  This routine decides whether the driver is listed - no
      *  licence recorded, already expired, or expiring inside the
      *  window - and prints the line; anyone else passes through
      ******************************************************************
       410-JUDGE-ONE-DRIVER.
      *
           MOVE SPACES TO DETAIL-LINE.
           IF (DM-LICENCE-EXPIRY NOT NUMERIC)
              MOVE 0 TO DM-LICENCE-EXPIRY
              MOVE SPACES TO DM-LICENCE-NUMBER
              MOVE SPACES TO DM-LICENCE-CLASS
              MOVE SPACES TO DM-ENDORSEMENTS
           END-IF.
           IF (DM-LICENCE-EXPIRY < 16010101)
              ADD 1 TO DRIVERS-NO-LICENCE
              MOVE "NO LICENCE ON FILE" TO DL-ACTION
           ELSE
              COMPUTE DAYS-TO-EXPIRY =
                 FUNCTION INTEGER-OF-DATE (DM-LICENCE-EXPIRY) -
                 FUNCTION INTEGER-OF-DATE (JDH-DATE)
              IF (DAYS-TO-EXPIRY > RENEWAL-WINDOW-DAYS)
                 GO TO 410-EXIT
              END-IF
              IF (DAYS-TO-EXPIRY < 0)
                 ADD 1 TO DRIVERS-EXPIRED
                 MOVE "** EXPIRED - BLOCKED" TO DL-ACTION
              ELSE
                 ADD 1 TO DRIVERS-EXPIRING
                 MOVE "CHASE RENEWAL" TO DL-ACTION
              END-IF
              MOVE DM-LICENCE-EXPIRY (7:2) TO DL-EXPIRY-DAY
              MOVE "/" TO DL-EXPIRY-SLASH-1
              MOVE DM-LICENCE-EXPIRY (5:2) TO DL-EXPIRY-MONTH
              MOVE "/" TO DL-EXPIRY-SLASH-2
              MOVE DM-LICENCE-EXPIRY (1:4) TO DL-EXPIRY-YEAR
              MOVE DAYS-TO-EXPIRY TO DL-DAYS-TO-EXPIRY
           END-IF.
           MOVE DM-DRIVER-ID TO DL-DRIVER-ID.
           MOVE DM-NAME TO DL-NAME.
           MOVE DM-LICENCE-NUMBER TO DL-LICENCE-NUMBER.
           MOVE DM-LICENCE-CLASS TO DL-LICENCE-CLASS.
           PERFORM 420-COPY-ONE-ENDORSEMENT
              VARYING ENDORSEMENT-SCAN FROM 1 BY 1
              UNTIL ENDORSEMENT-SCAN > 4.
           PERFORM 430-WRITE-DETAIL-LINE.
      *
       410-EXIT.
           EXIT.
      *
       420-COPY-ONE-ENDORSEMENT.
      *
           MOVE DM-ENDORSEMENT (ENDORSEMENT-SCAN)
              TO DL-ENDORSEMENT (ENDORSEMENT-SCAN).
      *
      ******************************************************************
      *  This routine writes one report line, reprinting the headings
      *  every LINES-PER-PAGE detail lines
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
      *  This routine prints the run totals and closes the files
      ******************************************************************
       900-SHUTDOWN-FILES.
      *
           DISPLAY SEPARATOR-LINE.
           DISPLAY "LICENCE RENEWAL LIST - " DRIVMAST-RECORDS-LUS
                   " DRIVER(S) READ.".
           DISPLAY DRIVERS-EXPIRING " EXPIRING WITHIN "
                   RENEWAL-WINDOW-DAYS " DAYS, " DRIVERS-EXPIRED
                   " ALREADY EXPIRED, " DRIVERS-NO-LICENCE
                   " WITH NO LICENCE ON FILE.".
           IF REPORT-READY
              CLOSE DRIVMAST
              CLOSE LICRPT
           END-IF.
      *
      ******************************************************************
      *  This routine writes the run's JOBLOG record and closes JOBLOG
      ******************************************************************
       950-ECRIRE-JOBLOG.
      *
           MOVE SPACES TO JOBLOG-RECORD.
           MOVE "LICR0001" TO JL-PROGRAM-ID.
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
