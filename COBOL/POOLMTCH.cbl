      *****************************************************************
      * Program name:    RSVR0001
      * Original author: MANUEL JARRY
      *
      * Maintenence Log
      * Date        Author        Maintenance Requirement
      * ----------- ------------  --------------------------------------
      * 15/10/2026   MANUEL JARRY  Created - weekly match of POOLRESV
      *                            bookings against the TRIPFILE
      *                            journal: booked but never driven,
      *                            driven with no booking, and driven
      *                            by someone other than the booker,
      *                            with no-shows totalled by department
      *
      *****************************************************************
       IDENTIFICATION DIVISION.
       PROGRAM-ID.  RSVR0001.
       AUTHOR. MANUEL JARRY.
       INSTALLATION. COBOL-Learning
       DATE-WRITTEN. 15/10/2026.
       DATE-COMPILED. DD/MM/YYYY.
       SECURITY. NON-CONFIDENTIAL.
      *****************************************************************
      *
      ******************************************************************
      *  Trips carry a date but no time, so a trip belongs to a
      *  booking when it is on the booked vehicle on a day the booked
      *  window covers. Only pool vehicles are matched - a trip on any
      *  other vehicle needs no booking. A booking is a no-show when
      *  it starts inside the week and no trip was found for it; one
      *  that started the week before was judged in that week's run
      ******************************************************************
       ENVIRONMENT DIVISION.
       CONFIGURATION SECTION.
       SOURCE-COMPUTER. PC-MANU.
       OBJECT-COMPUTER. PC-MANU.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
           SELECT RSVRPT ASSIGN TO RSVRPT
              ORGANIZATION IS LINE SEQUENTIAL.
           COPY POOLRSSL.
           COPY VEHMSTSL.
           COPY TRIPFLSL.
           COPY JOBLOGSL.
      *****************************************************************
      *
      *****************************************************************
       DATA DIVISION.
       FILE SECTION.
      *
       FD  RSVRPT.
       01  PRINT-AREA                    PIC X(132).
      *
       COPY POOLRSFD.
      *
       COPY VEHMSTFD.
      *
       COPY TRIPFLFD.
      *
       COPY JOBLOGFD.
      *****************************************************************
      *
      *****************************************************************
       WORKING-STORAGE SECTION.
      *
       01 SWITCHES.
          05 POOLRESV-EOF-SWITCH         PIC X          VALUE "N".
             88 POOLRESV-EOF                            VALUE "Y".
          05 TRIPFILE-EOF-SWITCH         PIC X          VALUE "N".
             88 TRIPFILE-EOF                            VALUE "Y".
          05 RUN-READY-SWITCH            PIC X          VALUE "N".
             88 RUN-READY                               VALUE "Y".
          05 POOL-VEHICLE-SWITCH         PIC X          VALUE "N".
          05 DEPARTMENT-FOUND-SWITCH     PIC X          VALUE "N".
      *
       01 FILE-STATUS-FIELDS.
          05 POOLRESV-FILE-STATUS        PIC X(2)       VALUE "00".
             88 POOLRESV-FILE-OK                        VALUE "00".
             88 POOLRESV-FILE-NOT-FOUND                 VALUE "23" "35".
          05 VEHMAST-FILE-STATUS         PIC X(2)       VALUE "00".
             88 VEHMAST-FILE-OK                         VALUE "00".
             88 VEHMAST-FILE-NOT-FOUND                  VALUE "23" "35".
          05 TRIPFILE-FILE-STATUS        PIC X(2)       VALUE "00".
             88 TRIPFILE-FILE-OK                        VALUE "00".
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
          05 WEEK-START-ENTRY            PIC 9(8)       VALUE 0.
      *
      ******************************************************************
      *  The week's live bookings - every one overlapping the week is
      *  held so a trip early in the week still finds the booking that
      *  started the week before
      ******************************************************************
       01 BOOKING-COUNT                  PIC 9(3)       VALUE 0.
       01 BOOKING-TABLE.
          05 BOOKING-ENTRY
             OCCURS 0 TO 500 TIMES DEPENDING ON BOOKING-COUNT
             INDEXED BY BOOKING-IDX.
             10 BK-VEHICLE-ID            PIC X(6).
             10 BK-DRIVER-ID             PIC X(6).
             10 BK-DEPARTMENT            PIC X(4).
             10 BK-START-DATE            PIC 9(8).
             10 BK-END-DATE              PIC 9(8).
             10 BK-DRIVEN-SWITCH         PIC X.
             10 BK-OTHER-DRIVER-SWITCH   PIC X.
      *
       01 DEPARTMENT-COUNT               PIC 9(3)       VALUE 0.
       01 DEPARTMENT-TABLE.
          05 DEPARTMENT-ENTRY
             OCCURS 0 TO 100 TIMES DEPENDING ON DEPARTMENT-COUNT
             INDEXED BY DEPT-IDX.
             10 DP-DEPARTMENT            PIC X(4).
             10 DP-NO-SHOWS              PIC 9(5).
      *
       01 WORK-FIELDS.
          05 WEEK-START-DATE             PIC 9(8)       VALUE 0.
          05 WEEK-END-DATE               PIC 9(8)       VALUE 0.
          05 BOOKING-SCAN                PIC 9(3)       VALUE 0.
          05 DEPT-SCAN                   PIC 9(3)       VALUE 0.
          05 SAME-DRIVER-SLOT            PIC 9(3)       VALUE 0.
          05 OTHER-DRIVER-SLOT           PIC 9(3)       VALUE 0.
          05 EDIT-DATE-IN                PIC 9(8)       VALUE 0.
          05 EDIT-DATE-OUT.
             10 ED-DAY                   PIC 9(2).
             10 FILLER                   PIC X(1)       VALUE "/".
             10 ED-MONTH                 PIC 9(2).
             10 FILLER                   PIC X(1)       VALUE "/".
             10 ED-YEAR                  PIC 9(4).
          05 OTHER-FIELDS.
             10 SEPARATOR-LINE           PIC X(50)
                                                        VALUE
                   "--------------------------------------------------".
      *
       01 RECONCILIATION-COUNTERS.
          05 POOLRESV-RECORDS-LUS        PIC 9(7)       VALUE 0.
          05 TRIPFILE-RECORDS-LUS        PIC 9(7)       VALUE 0.
          05 POOL-TRIPS-MATCHED          PIC 9(7)       VALUE 0.
          05 POOL-TRIPS-OTHER-DRIVER     PIC 9(7)       VALUE 0.
          05 POOL-TRIPS-NO-BOOKING       PIC 9(7)       VALUE 0.
          05 BOOKINGS-NO-SHOW            PIC 9(7)       VALUE 0.
      *
       01 HEADING-LINE-1.
          05 FILLER                      PIC X(7)       VALUE "DATE:  ".
          05 HL1-DAY                     PIC 9(2).
          05 FILLER                      PIC X(1)       VALUE "/".
          05 HL1-MONTH                   PIC 9(2).
          05 FILLER                      PIC X(1)       VALUE "/".
          05 HL1-YEAR                    PIC 9(4).
          05 FILLER                      PIC X(4)       VALUE SPACE.
          05 FILLER                      PIC X(32)      VALUE
                "POOL BOOKINGS AGAINST TRIPS - ".
          05 HL1-WEEK-START              PIC X(10).
          05 FILLER                      PIC X(4)       VALUE " TO ".
          05 HL1-WEEK-END                PIC X(10).
          05 FILLER                      PIC X(4)       VALUE SPACE.
          05 FILLER                      PIC X(8)  VALUE "PAGE:   ".
          05 HL1-PAGE-NUMBER             PIC ZZ9.
          05 FILLER                      PIC X(40)      VALUE SPACE.
      *
       01 HEADING-LINE-2.
          05 FILLER                      PIC X(24)      VALUE "CASE".
          05 FILLER                      PIC X(8)  VALUE "VEHICLE ".
          05 FILLER                      PIC X(6)       VALUE "DEPT".
          05 FILLER                      PIC X(8)  VALUE "BOOKED".
          05 FILLER                      PIC X(8)  VALUE "DROVE".
          05 FILLER                      PIC X(12)      VALUE "FROM".
          05 FILLER                      PIC X(12)      VALUE "TO".
          05 FILLER                      PIC X(12) VALUE "TRIP DATE".
          05 FILLER                      PIC X(10) VALUE "        KM".
          05 FILLER                      PIC X(32)      VALUE SPACE.
      *
       01 DETAIL-LINE.
          05 DL-CASE                     PIC X(22).
          05 FILLER                      PIC X(2)       VALUE SPACE.
          05 DL-VEHICLE-ID               PIC X(6).
          05 FILLER                      PIC X(2)       VALUE SPACE.
          05 DL-DEPARTMENT               PIC X(4).
          05 FILLER                      PIC X(2)       VALUE SPACE.
          05 DL-BOOKED-DRIVER            PIC X(6).
          05 FILLER                      PIC X(2)       VALUE SPACE.
          05 DL-TRIP-DRIVER              PIC X(6).
          05 FILLER                      PIC X(2)       VALUE SPACE.
          05 DL-BOOKED-FROM              PIC X(10).
          05 FILLER                      PIC X(2)       VALUE SPACE.
          05 DL-BOOKED-TO                PIC X(10).
          05 FILLER                      PIC X(2)       VALUE SPACE.
          05 DL-TRIP-DATE                PIC X(10).
          05 FILLER                      PIC X(2)       VALUE SPACE.
          05 DL-DISTANCE                 PIC ZZZ,ZZ9.99.
          05 FILLER                      PIC X(32)      VALUE SPACE.
      *
       01 DEPT-SUMMARY-LINE.
          05 FILLER                      PIC X(24)      VALUE
                "NO-SHOWS BY DEPARTMENT".
          05 FILLER                      PIC X(8)       VALUE SPACE.
          05 DS-DEPARTMENT               PIC X(4).
          05 FILLER                      PIC X(2)       VALUE SPACE.
          05 DS-NO-SHOWS                 PIC ZZ,ZZ9.
          05 FILLER                      PIC X(88)      VALUE SPACE.
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
           IF RUN-READY
              PERFORM 100-LOAD-BOOKINGS
              PERFORM 200-MATCH-ONE-TRIP THRU 200-EXIT
                 UNTIL TRIPFILE-EOF
              PERFORM 400-PRINT-NO-SHOWS
           END-IF.
           PERFORM 900-SHUTDOWN-FILES.
           PERFORM 950-ECRIRE-JOBLOG.
           DISPLAY "END OF PROGRAM.".
           GOBACK.
      *
      ******************************************************************
      *  This routine asks the week and opens the files - the week
      *  is seven days from the date given, or the seven days ending
      *  yesterday. Every file is needed: without bookings, vehicles
      *  or trips there is nothing to match and the run is abandoned
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
           DISPLAY "POOL BOOKINGS AGAINST TRIPS".
           DISPLAY "ENTER THE FIRST DAY OF THE WEEK (YYYYMMDD), "
                   "OR 0 FOR THE SEVEN DAYS ENDING YESTERDAY:".
           ACCEPT WEEK-START-ENTRY.
           IF (WEEK-START-ENTRY = 0)
              COMPUTE WEEK-START-DATE = FUNCTION DATE-OF-INTEGER
                 (FUNCTION INTEGER-OF-DATE (JDH-DATE) - 7)
           ELSE
              MOVE WEEK-START-ENTRY TO WEEK-START-DATE
           END-IF.
           COMPUTE WEEK-END-DATE = FUNCTION DATE-OF-INTEGER
              (FUNCTION INTEGER-OF-DATE (WEEK-START-DATE) + 6).
           MOVE WEEK-START-DATE TO EDIT-DATE-IN.
           PERFORM 440-EDIT-DATE.
           MOVE EDIT-DATE-OUT TO HL1-WEEK-START.
           MOVE WEEK-END-DATE TO EDIT-DATE-IN.
           PERFORM 440-EDIT-DATE.
           MOVE EDIT-DATE-OUT TO HL1-WEEK-END.
           OPEN INPUT POOLRESV.
           OPEN INPUT VEHMAST.
           OPEN INPUT TRIPFILE.
           IF (NOT POOLRESV-FILE-OK) OR (NOT VEHMAST-FILE-OK)
              OR (NOT TRIPFILE-FILE-OK)
              DISPLAY "POOLRESV, VEHMAST OR TRIPFILE INTROUVABLE OU "
                      "ILLISIBLE (FILE STATUS " POOLRESV-FILE-STATUS
                      "/" VEHMAST-FILE-STATUS "/" TRIPFILE-FILE-STATUS
                      "). BOOKING MATCH ABANDONED."
              MOVE "FILE-ERR" TO JOBLOG-STATUS-SWITCH
              IF POOLRESV-FILE-OK
                 CLOSE POOLRESV
              END-IF
              IF VEHMAST-FILE-OK
                 CLOSE VEHMAST
              END-IF
              IF TRIPFILE-FILE-OK
                 CLOSE TRIPFILE
              END-IF
           ELSE
              MOVE "Y" TO RUN-READY-SWITCH
              OPEN OUTPUT RSVRPT
              PERFORM 020-READ-TRIPFILE
           END-IF.
      *
       020-READ-TRIPFILE.
      *
           READ TRIPFILE
              AT END
                 MOVE "Y" TO TRIPFILE-EOF-SWITCH
              NOT AT END
                 ADD 1 TO TRIPFILE-RECORDS-LUS
           END-READ.
      *
      ******************************************************************
      *  This routine holds every live booking whose window overlaps
      *  the week
      ******************************************************************
       100-LOAD-BOOKINGS.
      *
           MOVE LOW-VALUES TO RV-RESERVATION-KEY.
           START POOLRESV KEY IS NOT LESS THAN RV-RESERVATION-KEY
              INVALID KEY
                 DISPLAY "NO BOOKINGS RECORDED ON POOLRESV."
                 MOVE "Y" TO POOLRESV-EOF-SWITCH
           END-START.
           PERFORM UNTIL POOLRESV-EOF
              READ POOLRESV NEXT RECORD
                 AT END
                    MOVE "Y" TO POOLRESV-EOF-SWITCH
                 NOT AT END
                    ADD 1 TO POOLRESV-RECORDS-LUS
                    IF RV-BOOKED
                       AND (RV-START-DATE <= WEEK-END-DATE)
                       AND (RV-END-DATE >= WEEK-START-DATE)
                       PERFORM 110-HOLD-ONE-BOOKING
                    END-IF
              END-READ
           END-PERFORM.
      *
       110-HOLD-ONE-BOOKING.
      *
           IF (BOOKING-COUNT < 500)
              ADD 1 TO BOOKING-COUNT
              SET BOOKING-IDX TO BOOKING-COUNT
              MOVE RV-VEHICLE-ID TO BK-VEHICLE-ID (BOOKING-IDX)
              MOVE RV-DRIVER-ID  TO BK-DRIVER-ID (BOOKING-IDX)
              MOVE RV-DEPARTMENT TO BK-DEPARTMENT (BOOKING-IDX)
              MOVE RV-START-DATE TO BK-START-DATE (BOOKING-IDX)
              MOVE RV-END-DATE   TO BK-END-DATE (BOOKING-IDX)
              MOVE "N" TO BK-DRIVEN-SWITCH (BOOKING-IDX)
              MOVE "N" TO BK-OTHER-DRIVER-SWITCH (BOOKING-IDX)
           ELSE
              DISPLAY "EXCEPTION: BOOKING TABLE FULL - BOOKING "
                      RV-VEHICLE-ID " " RV-START-STAMP " IGNORED."
              MOVE "RECONERR" TO JOBLOG-STATUS-SWITCH
           END-IF.
      *
      ******************************************************************
      *  This routine places one trip of the week on a pool vehicle -
      *  a booking on the vehicle for that day by the same driver is a
      *  match; one by another driver is reported as driven by someone
      *  other than the booker; none at all is reported as driven with
      *  no booking. Reversals back a trip out and are not matched
      ******************************************************************
       200-MATCH-ONE-TRIP.
      *
           IF (NOT TJ-TRIP)
              OR (TJ-TRIP-DATE < WEEK-START-DATE)
              OR (TJ-TRIP-DATE > WEEK-END-DATE)
              PERFORM 020-READ-TRIPFILE
              GO TO 200-EXIT
           END-IF.
           MOVE "N" TO POOL-VEHICLE-SWITCH.
           MOVE TJ-VEHICLE-ID TO VM-VEHICLE-ID.
           READ VEHMAST
              INVALID KEY
                 CONTINUE
              NOT INVALID KEY
                 IF VM-POOL-VEHICLE
                    MOVE "Y" TO POOL-VEHICLE-SWITCH
                 END-IF
           END-READ.
           IF (POOL-VEHICLE-SWITCH = "N")
              PERFORM 020-READ-TRIPFILE
              GO TO 200-EXIT
           END-IF.
           MOVE 0 TO SAME-DRIVER-SLOT.
           MOVE 0 TO OTHER-DRIVER-SLOT.
           PERFORM 210-TEST-ONE-BOOKING
              VARYING BOOKING-SCAN FROM 1 BY 1
              UNTIL BOOKING-SCAN > BOOKING-COUNT.
           MOVE SPACES TO DETAIL-LINE.
           MOVE TJ-VEHICLE-ID TO DL-VEHICLE-ID.
           MOVE TJ-DRIVER-ID TO DL-TRIP-DRIVER.
           MOVE TJ-TRIP-DATE TO EDIT-DATE-IN.
           PERFORM 440-EDIT-DATE.
           MOVE EDIT-DATE-OUT TO DL-TRIP-DATE.
           MOVE TJ-DISTANCE TO DL-DISTANCE.
           EVALUATE TRUE
              WHEN SAME-DRIVER-SLOT > 0
                 SET BOOKING-IDX TO SAME-DRIVER-SLOT
                 MOVE "Y" TO BK-DRIVEN-SWITCH (BOOKING-IDX)
                 ADD 1 TO POOL-TRIPS-MATCHED
              WHEN OTHER-DRIVER-SLOT > 0
                 SET BOOKING-IDX TO OTHER-DRIVER-SLOT
                 MOVE "Y" TO BK-OTHER-DRIVER-SWITCH (BOOKING-IDX)
                 ADD 1 TO POOL-TRIPS-OTHER-DRIVER
                 MOVE "DRIVEN BY NON-BOOKER" TO DL-CASE
                 PERFORM 420-FILL-BOOKING-COLUMNS
                 PERFORM 430-WRITE-DETAIL-LINE
              WHEN OTHER
                 ADD 1 TO POOL-TRIPS-NO-BOOKING
                 MOVE "DRIVEN - NO BOOKING" TO DL-CASE
                 MOVE VM-DEPARTMENT TO DL-DEPARTMENT
                 PERFORM 430-WRITE-DETAIL-LINE
           END-EVALUATE.
           PERFORM 020-READ-TRIPFILE.
      *
       200-EXIT.
           EXIT.
      *
      ******************************************************************
      *  This routine tests one held booking against the trip - the
      *  first same-driver booking covering the day wins, else the
      *  first covering booking by anyone
      ******************************************************************
       210-TEST-ONE-BOOKING.
      *
           SET BOOKING-IDX TO BOOKING-SCAN.
           IF (BK-VEHICLE-ID (BOOKING-IDX) = TJ-VEHICLE-ID)
              AND (BK-START-DATE (BOOKING-IDX) <= TJ-TRIP-DATE)
              AND (BK-END-DATE (BOOKING-IDX) >= TJ-TRIP-DATE)
              IF (BK-DRIVER-ID (BOOKING-IDX) = TJ-DRIVER-ID)
                 IF (SAME-DRIVER-SLOT = 0)
                    MOVE BOOKING-SCAN TO SAME-DRIVER-SLOT
                 END-IF
              ELSE
                 IF (OTHER-DRIVER-SLOT = 0)
                    MOVE BOOKING-SCAN TO OTHER-DRIVER-SLOT
                 END-IF
              END-IF
           END-IF.
      *
      ******************************************************************
      *  This routine reports every booking that started in the week
      *  and was never driven, by the booker or anyone else, and
      *  totals the no-shows by the department to be charged
      ******************************************************************
       400-PRINT-NO-SHOWS.
      *
           PERFORM 410-CHECK-ONE-BOOKING
              VARYING BOOKING-SCAN FROM 1 BY 1
              UNTIL BOOKING-SCAN > BOOKING-COUNT.
           PERFORM 450-PRINT-ONE-DEPARTMENT
              VARYING DEPT-SCAN FROM 1 BY 1
              UNTIL DEPT-SCAN > DEPARTMENT-COUNT.
           IF (RPT-PAGE-COUNTER = 0)
              MOVE SPACES TO DETAIL-LINE
              MOVE "NO EXCEPTIONS" TO DL-CASE
              PERFORM 430-WRITE-DETAIL-LINE
           END-IF.
      *
       410-CHECK-ONE-BOOKING.
      *
           SET BOOKING-IDX TO BOOKING-SCAN.
           IF (BK-DRIVEN-SWITCH (BOOKING-IDX) = "N")
              AND (BK-OTHER-DRIVER-SWITCH (BOOKING-IDX) = "N")
              AND (BK-START-DATE (BOOKING-IDX) >= WEEK-START-DATE)
              ADD 1 TO BOOKINGS-NO-SHOW
              MOVE SPACES TO DETAIL-LINE
              MOVE "BOOKED - NOT DRIVEN" TO DL-CASE
              MOVE BK-VEHICLE-ID (BOOKING-IDX) TO DL-VEHICLE-ID
              PERFORM 420-FILL-BOOKING-COLUMNS
              PERFORM 430-WRITE-DETAIL-LINE
              PERFORM 415-COUNT-DEPARTMENT-NO-SHOW
           END-IF.
      *
       415-COUNT-DEPARTMENT-NO-SHOW.
      *
           MOVE "N" TO DEPARTMENT-FOUND-SWITCH.
           IF (DEPARTMENT-COUNT > 0)
              SET DEPT-IDX TO 1
              SEARCH DEPARTMENT-ENTRY
                 AT END
                    CONTINUE
                 WHEN DP-DEPARTMENT (DEPT-IDX) =
                      BK-DEPARTMENT (BOOKING-IDX)
                    MOVE "Y" TO DEPARTMENT-FOUND-SWITCH
              END-SEARCH
           END-IF.
           IF (DEPARTMENT-FOUND-SWITCH = "N")
              IF (DEPARTMENT-COUNT < 100)
                 ADD 1 TO DEPARTMENT-COUNT
                 SET DEPT-IDX TO DEPARTMENT-COUNT
                 MOVE BK-DEPARTMENT (BOOKING-IDX)
                    TO DP-DEPARTMENT (DEPT-IDX)
                 MOVE 0 TO DP-NO-SHOWS (DEPT-IDX)
                 MOVE "Y" TO DEPARTMENT-FOUND-SWITCH
              ELSE
                 DISPLAY "EXCEPTION: DEPARTMENT TABLE FULL - "
                         BK-DEPARTMENT (BOOKING-IDX) " IGNORED."
                 MOVE "RECONERR" TO JOBLOG-STATUS-SWITCH
              END-IF
           END-IF.
           IF (DEPARTMENT-FOUND-SWITCH = "Y")
              ADD 1 TO DP-NO-SHOWS (DEPT-IDX)
           END-IF.
      *
      ******************************************************************
      *  This routine fills the booking columns of the detail line
      *  from the booking at BOOKING-IDX
      ******************************************************************
       420-FILL-BOOKING-COLUMNS.
      *
           MOVE BK-DEPARTMENT (BOOKING-IDX) TO DL-DEPARTMENT.
           MOVE BK-DRIVER-ID (BOOKING-IDX) TO DL-BOOKED-DRIVER.
           MOVE BK-START-DATE (BOOKING-IDX) TO EDIT-DATE-IN.
           PERFORM 440-EDIT-DATE.
           MOVE EDIT-DATE-OUT TO DL-BOOKED-FROM.
           MOVE BK-END-DATE (BOOKING-IDX) TO EDIT-DATE-IN.
           PERFORM 440-EDIT-DATE.
           MOVE EDIT-DATE-OUT TO DL-BOOKED-TO.
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
      *  This routine turns EDIT-DATE-IN (YYYYMMDD) into dd/mm/yyyy
      ******************************************************************
       440-EDIT-DATE.
      *
           MOVE EDIT-DATE-IN (7:2) TO ED-DAY.
           MOVE EDIT-DATE-IN (5:2) TO ED-MONTH.
           MOVE EDIT-DATE-IN (1:4) TO ED-YEAR.
      *
       450-PRINT-ONE-DEPARTMENT.
      *
           IF (RPT-LINE-COUNTER = 0)
              OR (RPT-LINE-COUNTER >= LINES-PER-PAGE)
              PERFORM 030-PRINT-HEADINGS
           END-IF.
           MOVE DP-DEPARTMENT (DEPT-SCAN) TO DS-DEPARTMENT.
           MOVE DP-NO-SHOWS (DEPT-SCAN) TO DS-NO-SHOWS.
           WRITE PRINT-AREA FROM DEPT-SUMMARY-LINE.
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
           DISPLAY "BOOKING MATCH - " POOLRESV-RECORDS-LUS
                   " BOOKING(S), " TRIPFILE-RECORDS-LUS
                   " JOURNAL RECORD(S) READ.".
           DISPLAY POOL-TRIPS-MATCHED " POOL TRIP(S) MATCHED, "
                   POOL-TRIPS-OTHER-DRIVER " BY A NON-BOOKER, "
                   POOL-TRIPS-NO-BOOKING " WITH NO BOOKING, "
                   BOOKINGS-NO-SHOW " NO-SHOW(S).".
           IF RUN-READY
              CLOSE POOLRESV
              CLOSE VEHMAST
              CLOSE TRIPFILE
              CLOSE RSVRPT
           END-IF.
      *
      ******************************************************************
      *  This routine writes the run's JOBLOG record and closes JOBLOG
      ******************************************************************
       950-ECRIRE-JOBLOG.
      *
           MOVE SPACES TO JOBLOG-RECORD.
           MOVE "RSVR0001" TO JL-PROGRAM-ID.
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
