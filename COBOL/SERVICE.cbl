      *                            VEHMAST service point advanced, and
      *                            a due/overdue report driven by
      *                            FL-LIFETIME-DISTANCE
      * 15/10/2026   MANUEL JARRY  Cost of each service captured on
      *                            SRVCLOG for the TCOR0001 cost-of-
      *                            ownership report; SRVCLOG layout
      *                            moved to the shared copybooks
      * 15/10/2026   MANUEL JARRY  SRVCLOG created on first use and a
      *                            failed log write reported - the
      *                            vehicle's last-service point moves
      *                            only once the work is on the log
      *
      *****************************************************************
       IDENTIFICATION DIVISION.
       OBJECT-COMPUTER. PC-MANU.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
           COPY SRVCLGSL.
           SELECT SRVCRPT ASSIGN TO SRVCRPT
              ORGANIZATION IS LINE SEQUENTIAL.
           COPY VEHMSTSL.
       DATA DIVISION.
       FILE SECTION.
      *
       COPY SRVCLGFD.
      *
       FD  SRVCRPT.
       01  PRINT-AREA                    PIC X(132).
          05 FLEETLOG-FILE-STATUS        PIC X(2)       VALUE "00".
             88 FLEETLOG-FILE-OK                        VALUE "00".
             88 FLEETLOG-FILE-NOT-FOUND                 VALUE "23" "35".
          05 SRVCLOG-FILE-STATUS         PIC X(2)       VALUE "00".
             88 SRVCLOG-FILE-OK                         VALUE "00".
             88 SRVCLOG-FILE-NOT-FOUND                  VALUE "35".
      *
       01 JOBLOG-DATE-ET-HEURE.
          05 JDH-DATE                    PIC 9(8).
          05 SERVICE-DATE-ENTRY          PIC 9(8).
          05 SERVICE-ODOMETER-ENTRY      PIC 9(8).
          05 WORK-DESCRIPTION-ENTRY      PIC X(30).
          05 SERVICE-COST-ENTRY          PIC 9(7)V99.
      *
       01 WORK-FIELDS.
          05 NEXT-SERVICE-POINT          PIC 9(10)V99   VALUE 0.
                 OPEN I-O FLEETLOG
              END-IF
              OPEN EXTEND SRVCLOG
              IF SRVCLOG-FILE-NOT-FOUND
                 OPEN OUTPUT SRVCLOG
              END-IF
              IF NOT SRVCLOG-FILE-OK
                 DISPLAY "SRVCLOG NOT AVAILABLE (FILE STATUS "
                         SRVCLOG-FILE-STATUS ") - NO SERVICE CAN "
                         "BE RECORDED THIS SESSION."
                 MOVE "FILE-ERR" TO JOBLOG-STATUS-SWITCH
              END-IF
           END-IF.
      *
      ******************************************************************
           ACCEPT SERVICE-ODOMETER-ENTRY.
           DISPLAY "ENTER THE WORK DONE (30 CHARACTERS):".
           ACCEPT WORK-DESCRIPTION-ENTRY.
           DISPLAY "ENTER THE COST OF THE WORK (0 IF NO CHARGE):".
           ACCEPT SERVICE-COST-ENTRY.
           MOVE SPACES TO SRVCLOG-RECORD.
           MOVE VEHICLE-ID-ENTRY       TO SV-VEHICLE-ID.
           MOVE SERVICE-DATE-ENTRY     TO SV-SERVICE-DATE.
           MOVE SERVICE-ODOMETER-ENTRY TO SV-ODOMETER.
           MOVE WORK-DESCRIPTION-ENTRY TO SV-WORK-DESCRIPTION.
           MOVE SERVICE-COST-ENTRY     TO SV-SERVICE-COST.
           WRITE SRVCLOG-RECORD.
           IF NOT SRVCLOG-FILE-OK
              DISPLAY "SRVCLOG WRITE FAILED (FILE STATUS "
                      SRVCLOG-FILE-STATUS ") - SERVICE NOT RECORDED, "
                      "VEHICLE " VEHICLE-ID-ENTRY " LEFT AS IT WAS."
              MOVE "FILE-ERR" TO JOBLOG-STATUS-SWITCH
           ELSE
              MOVE VEHICLE-ID-ENTRY TO FL-VEHICLE-ID
              READ FLEETLOG
                 INVALID KEY
                    MOVE 0 TO FL-LIFETIME-DISTANCE
              END-READ
              MOVE FL-LIFETIME-DISTANCE TO VM-LAST-SERVICE-DISTANCE
              REWRITE VEHMAST-RECORD
              DISPLAY "SERVICE RECORDED FOR VEHICLE " VEHICLE-ID-ENTRY
                      " AT " SERVICE-ODOMETER-ENTRY " KM - NEXT "
                      "SERVICE COUNTS FROM " VM-LAST-SERVICE-DISTANCE
                      " LOGGED KM."
           END-IF.
      *
      ******************************************************************
      *  This routine asks which vehicle the service belongs to -
