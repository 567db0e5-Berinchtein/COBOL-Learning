      * 02/09/2026   MANUEL JARRY  Yard-tank flag per vehicle for the
      *                            TANK0001 fuel inventory
      *                            reconciliation
      * 15/10/2026   MANUEL JARRY  Fuel tank capacity per vehicle for
      *                            the GASC0002 fuel-card screening
      * 15/10/2026   MANUEL JARRY  Acquisition date and cost per
      *                            vehicle for the TCOR0001 cost-of-
      *                            ownership report
      * 15/10/2026   MANUEL JARRY  Pool-vehicle flag per vehicle for
      *                            the RSVM0001 booking subsystem
      * 15/10/2026   MANUEL JARRY  Asset class per vehicle for the
      *                            DEPR0001 depreciation run; retiring
      *                            a vehicle records the sale proceeds
      *                            on FIXASSET and posts the disposal
      *                            and its gain or loss to GLFILE
      * 15/10/2026   MANUEL JARRY  A vehicle off the road for repair is
      *                            not reinstated here - INCD0001
      *                            returns it to service and closes
      *                            its downtime
      * 15/10/2026   MANUEL JARRY  Retiring a vehicle runs the disposal
      *                            routine through its exit - one with
      *                            no cost or a disposal already posted
      *                            no longer posts a second GLFILE block
      * 15/10/2026   MANUEL JARRY  Disposal GLFILE row dated the run
      *                            date, not the disposal date, so a
      *                            disposal keyed late still reaches the
      *                            GL journal
      *
      *****************************************************************
       IDENTIFICATION DIVISION.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
           COPY VEHMSTSL.
           COPY FXASSTSL.
           SELECT GLFILE ASSIGN TO GLFILE
              ORGANIZATION IS LINE SEQUENTIAL.
           COPY JOBLOGSL.
      *****************************************************************
      *
       DATA DIVISION.
       FILE SECTION.
       COPY VEHMSTFD.
      *
       COPY FXASSTFD.
      *
      ******************************************************************
      *  GL extract - the same layout and HDR/TRL controls as the
      *  INTR0003/INTR0004 extract. A disposal row carries the sale
      *  proceeds as VALEUR-ACTUELLE and the net book value written
      *  off as VALEUR-FUTURE; GLPJ0001 posts the proceeds and the
      *  gain or loss between them
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
       COPY JOBLOGFD.
      *****************************************************************
          05 VEHMAST-FILE-STATUS         PIC X(2)       VALUE "00".
             88 VEHMAST-FILE-OK                         VALUE "00".
             88 VEHMAST-FILE-NOT-FOUND                  VALUE "23" "35".
          05 FIXASSET-FILE-STATUS        PIC X(2)       VALUE "00".
             88 FIXASSET-FILE-OK                        VALUE "00".
             88 FIXASSET-FILE-NOT-FOUND                 VALUE "23" "35".
      *
       01 JOBLOG-DATE-ET-HEURE.
          05 JDH-DATE                    PIC 9(8).
          05 SERVICE-INTERVAL-ENTRY      PIC 9(6).
          05 DEPARTMENT-ENTRY            PIC X(4).
          05 YARD-FUEL-ENTRY             PIC X.
          05 TANK-CAPACITY-ENTRY         PIC 9(4)V99.
          05 ACQUISITION-DATE-ENTRY      PIC 9(8).
          05 ACQUISITION-COST-ENTRY      PIC 9(8)V99.
          05 CONFIRM-ENTRY               PIC X.
          05 POOL-ENTRY                  PIC X.
          05 ASSET-CLASS-ENTRY           PIC X(4).
          05 DISPOSAL-DATE-ENTRY         PIC 9(8).
          05 SALE-PROCEEDS-ENTRY         PIC 9(8)V99.
      *
       01 WORK-FIELDS.
          05 ASSET-ON-FILE-SWITCH        PIC X          VALUE "N".
          05 DISPOSAL-NET-BOOK-VALUE     PIC 9(8)V99    VALUE 0.
          05 DISPOSAL-GAIN-LOSS          PIC S9(8)V99   VALUE 0.
          05 DISPOSAL-GAIN-LOSS-EDIT     PIC -ZZ,ZZZ,ZZ9.99.
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
      *****************************************************************
      *
      ******************************************************************
              CLOSE VEHMAST
              OPEN I-O VEHMAST
           END-IF.
           OPEN I-O FIXASSET.
           IF FIXASSET-FILE-NOT-FOUND
              OPEN OUTPUT FIXASSET
              CLOSE FIXASSET
              OPEN I-O FIXASSET
           END-IF.
           OPEN EXTEND JOBLOG.
           MOVE FUNCTION CURRENT-DATE TO JOBLOG-DATE-ET-HEURE.
           MOVE JDH-DATE TO JOBLOG-START-SAUVEGARDE (1:8).
                 MOVE 0 TO VM-LAST-SERVICE-DISTANCE
                 MOVE DEPARTMENT-ENTRY TO VM-DEPARTMENT
                 MOVE YARD-FUEL-ENTRY TO VM-YARD-FUEL-SWITCH
                 MOVE TANK-CAPACITY-ENTRY TO VM-TANK-CAPACITY
                 MOVE ACQUISITION-DATE-ENTRY TO VM-ACQUISITION-DATE
                 MOVE ACQUISITION-COST-ENTRY TO VM-ACQUISITION-COST
                 MOVE POOL-ENTRY TO VM-POOL-SWITCH
                 MOVE ASSET-CLASS-ENTRY TO VM-ASSET-CLASS
                 WRITE VEHMAST-RECORD
                 DISPLAY "VEHICLE " VM-VEHICLE-ID " ADDED IN SERVICE."
              NOT INVALID KEY
           IF (YARD-FUEL-ENTRY = "n")
              MOVE "N" TO YARD-FUEL-ENTRY
           END-IF.
           DISPLAY "ENTER THE FUEL TANK CAPACITY IN LITRES "
                   "(0 IF UNKNOWN):".
           ACCEPT TANK-CAPACITY-ENTRY.
           PERFORM 230-ASK-ACQUISITION.
           PERFORM 240-ASK-POOL.
           PERFORM 250-ASK-ASSET-CLASS.
      *
      ******************************************************************
      *  This routine asks the purchase date and price - zero for both
      *  when the vehicle's purchase is not on record, a date must
      *  otherwise be a real calendar date no later than today
      ******************************************************************
       230-ASK-ACQUISITION.
      *
           DISPLAY "ENTER THE ACQUISITION DATE (YYYYMMDD, "
                   "0 IF UNKNOWN):".
           ACCEPT ACQUISITION-DATE-ENTRY.
           IF (ACQUISITION-DATE-ENTRY NOT = 0)
              IF (ACQUISITION-DATE-ENTRY < 19000101)
                 OR (ACQUISITION-DATE-ENTRY > JDH-DATE)
                 OR (ACQUISITION-DATE-ENTRY (5:2) < "01")
                 OR (ACQUISITION-DATE-ENTRY (5:2) > "12")
                 OR (ACQUISITION-DATE-ENTRY (7:2) < "01")
                 OR (ACQUISITION-DATE-ENTRY (7:2) > "31")
                 DISPLAY "INVALID ACQUISITION DATE. "
                         "VEUILLEZ REESSAYER."
                 GO TO 230-ASK-ACQUISITION
              END-IF
           END-IF.
           DISPLAY "ENTER THE ACQUISITION COST (0 IF UNKNOWN):".
           ACCEPT ACQUISITION-COST-ENTRY.
      *
      ******************************************************************
      *  This routine asks whether the vehicle belongs to the shared
      *  pool that departments book through RSVM0001
      ******************************************************************
       240-ASK-POOL.
      *
           DISPLAY "IS THE VEHICLE A BOOKABLE POOL VEHICLE? (Y/N):".
           ACCEPT POOL-ENTRY.
           IF (POOL-ENTRY NOT = "Y" AND "y" AND "N" AND "n")
              DISPLAY "ENTER Y OR N. VEUILLEZ REESSAYER."
              GO TO 240-ASK-POOL
           END-IF.
           IF (POOL-ENTRY = "y")
              MOVE "Y" TO POOL-ENTRY
           END-IF.
           IF (POOL-ENTRY = "n")
              MOVE "N" TO POOL-ENTRY
           END-IF.
      *
      ******************************************************************
      *  This routine asks the depreciation class DEPR0001 looks up in
      *  DEPRCLAS - spaces leave the vehicle out of the depreciation
      *  run, e.g. a leased vehicle the fleet does not own
      ******************************************************************
       250-ASK-ASSET-CLASS.
      *
           DISPLAY "ENTER THE ASSET CLASS (4 CHARACTERS, E.G. CAR, "
                   "VAN, TRCK - SPACES IF NOT DEPRECIATED):".
           ACCEPT ASSET-CLASS-ENTRY.
      *
      ******************************************************************
      *  This routine re-enters the description and fuel type of an
                 IF (YARD-FUEL-ENTRY = "N" OR "n")
                    MOVE "N" TO VM-YARD-FUEL-SWITCH
                 END-IF
                 DISPLAY "CURRENT TANK CAPACITY: "
                         VM-TANK-CAPACITY " LITRES"
                 DISPLAY "ENTER THE NEW TANK CAPACITY IN LITRES "
                         "(0 TO KEEP CURRENT):"
                 ACCEPT TANK-CAPACITY-ENTRY
                 IF (TANK-CAPACITY-ENTRY NOT = 0)
                    MOVE TANK-CAPACITY-ENTRY TO VM-TANK-CAPACITY
                 END-IF
                 DISPLAY "CURRENT ACQUISITION DATE: "
                         VM-ACQUISITION-DATE
                         "  COST: " VM-ACQUISITION-COST
                 DISPLAY "CHANGE THE ACQUISITION DETAILS? (Y/N):"
                 ACCEPT CONFIRM-ENTRY
                 IF (CONFIRM-ENTRY = "Y" OR "y")
                    PERFORM 230-ASK-ACQUISITION
                    MOVE ACQUISITION-DATE-ENTRY TO VM-ACQUISITION-DATE
                    MOVE ACQUISITION-COST-ENTRY TO VM-ACQUISITION-COST
                 END-IF
                 DISPLAY "POOL VEHICLE: " VM-POOL-SWITCH
                 DISPLAY "ENTER Y OR N "
                         "(SPACES TO KEEP CURRENT):"
                 ACCEPT POOL-ENTRY
                 IF (POOL-ENTRY = "Y" OR "y")
                    MOVE "Y" TO VM-POOL-SWITCH
                 END-IF
                 IF (POOL-ENTRY = "N" OR "n")
                    MOVE "N" TO VM-POOL-SWITCH
                 END-IF
                 DISPLAY "CURRENT ASSET CLASS: " VM-ASSET-CLASS
                 DISPLAY "ENTER THE NEW ASSET CLASS "
                         "(SPACES TO KEEP CURRENT):"
                 ACCEPT ASSET-CLASS-ENTRY
                 IF (ASSET-CLASS-ENTRY NOT = SPACES)
                    MOVE ASSET-CLASS-ENTRY TO VM-ASSET-CLASS
                 END-IF
                 REWRITE VEHMAST-RECORD
                 DISPLAY "VEHICLE " VM-VEHICLE-ID " CHANGED."
           END-READ.
      ******************************************************************
      *  This routine flags a vehicle retired so GASC0001 will refuse
      *  further trips against it - the record itself is kept so the
      *  vehicle's history still reads back. The disposal is recorded
      *  on FIXASSET and posted to GLFILE at the same time, so the
      *  asset leaves the books the day it leaves the fleet
      ******************************************************************
       400-RETIRE-VEHICLE.
      *
                    DISPLAY "VEHICLE " VM-VEHICLE-ID
                            " IS ALREADY RETIRED."
                 ELSE
                    PERFORM 410-RECORD-DISPOSAL THRU 410-EXIT
                    MOVE "R" TO VM-STATUS-SWITCH
                    REWRITE VEHMAST-RECORD
                    DISPLAY "VEHICLE " VM-VEHICLE-ID " RETIRED."
           END-READ.
      *
      ******************************************************************
      *  This routine asks the disposal date and sale proceeds, sets
      *  the gain or loss against the net book value FIXASSET holds
      *  (the acquisition cost when the vehicle was never taken on by
      *  DEPR0001) and marks the asset disposed. A vehicle with no
      *  cost on record has no book value and nothing to post
      ******************************************************************
       410-RECORD-DISPOSAL.
      *
           MOVE "N" TO ASSET-ON-FILE-SWITCH.
           MOVE VM-VEHICLE-ID TO FA-VEHICLE-ID.
           READ FIXASSET
              INVALID KEY
                 CONTINUE
              NOT INVALID KEY
                 MOVE "Y" TO ASSET-ON-FILE-SWITCH
           END-READ.
           IF (ASSET-ON-FILE-SWITCH = "Y") AND FA-DISPOSED
              DISPLAY "DISPOSAL ALREADY POSTED ON "
                      FA-DISPOSAL-DATE " - NOTHING MORE TO POST."
              GO TO 410-EXIT
           END-IF.
           IF (ASSET-ON-FILE-SWITCH = "N")
              IF (VM-ACQUISITION-COST NOT NUMERIC)
                 OR (VM-ACQUISITION-COST = 0)
                 DISPLAY "NO ACQUISITION COST ON RECORD - NO "
                         "DISPOSAL TO POST."
                 GO TO 410-EXIT
              END-IF
              MOVE SPACES TO FIXASSET-RECORD
              MOVE VM-VEHICLE-ID TO FA-VEHICLE-ID
              MOVE VM-ASSET-CLASS TO FA-ASSET-CLASS
              MOVE 0 TO FA-LIFE-MONTHS
              MOVE VM-ACQUISITION-DATE TO FA-ACQUISITION-DATE
              MOVE VM-ACQUISITION-COST TO FA-COST
              MOVE 0 TO FA-SALVAGE-VALUE
              MOVE 0 TO FA-ACCUMULATED-DEPREC
              MOVE VM-ACQUISITION-COST TO FA-NET-BOOK-VALUE
              MOVE 0 TO FA-MONTHS-CHARGED
              MOVE 0 TO FA-LAST-DEPREC-MONTH
           END-IF.
           PERFORM 420-ASK-DISPOSAL-DATE.
           DISPLAY "NET BOOK VALUE: " FA-NET-BOOK-VALUE.
           DISPLAY "ENTER THE SALE PROCEEDS (0 IF SCRAPPED):".
           ACCEPT SALE-PROCEEDS-ENTRY.
           MOVE FA-NET-BOOK-VALUE TO DISPOSAL-NET-BOOK-VALUE.
           COMPUTE DISPOSAL-GAIN-LOSS =
              SALE-PROCEEDS-ENTRY - DISPOSAL-NET-BOOK-VALUE.
           MOVE "D" TO FA-STATUS-SWITCH.
           MOVE DISPOSAL-DATE-ENTRY TO FA-DISPOSAL-DATE.
           MOVE SALE-PROCEEDS-ENTRY TO FA-SALE-PROCEEDS.
           MOVE DISPOSAL-GAIN-LOSS TO FA-DISPOSAL-GAIN-LOSS.
           IF (ASSET-ON-FILE-SWITCH = "Y")
              REWRITE FIXASSET-RECORD
           ELSE
              WRITE FIXASSET-RECORD
           END-IF.
           PERFORM 430-WRITE-DISPOSAL-GLFILE.
           MOVE DISPOSAL-GAIN-LOSS TO DISPOSAL-GAIN-LOSS-EDIT.
           IF (DISPOSAL-GAIN-LOSS < 0)
              DISPLAY "LOSS ON DISPOSAL: " DISPOSAL-GAIN-LOSS-EDIT
           ELSE
              DISPLAY "GAIN ON DISPOSAL: " DISPOSAL-GAIN-LOSS-EDIT
           END-IF.
      *
       410-EXIT.
           EXIT.
      *
       420-ASK-DISPOSAL-DATE.
      *
           DISPLAY "ENTER THE DISPOSAL DATE (YYYYMMDD, 0 FOR TODAY):".
           ACCEPT DISPOSAL-DATE-ENTRY.
           IF (DISPOSAL-DATE-ENTRY = 0)
              MOVE JDH-DATE TO DISPOSAL-DATE-ENTRY
           END-IF.
           IF (DISPOSAL-DATE-ENTRY < FA-ACQUISITION-DATE)
              OR (DISPOSAL-DATE-ENTRY > JDH-DATE)
              OR (DISPOSAL-DATE-ENTRY (5:2) < "01")
              OR (DISPOSAL-DATE-ENTRY (5:2) > "12")
              OR (DISPOSAL-DATE-ENTRY (7:2) < "01")
              OR (DISPOSAL-DATE-ENTRY (7:2) > "31")
              DISPLAY "INVALID DISPOSAL DATE. VEUILLEZ REESSAYER."
              GO TO 420-ASK-DISPOSAL-DATE
           END-IF.
      *
      ******************************************************************
      *  This routine appends the disposal to GLFILE as its own
      *  HDR/row/TRL block under VEHM0001, dated the run date so
      *  GLPJ0001 posts it in the current month's journal even when
      *  the disposal was keyed late - the disposal date itself stays
      *  on FIXASSET
      ******************************************************************
       430-WRITE-DISPOSAL-GLFILE.
      *
           OPEN EXTEND GLFILE.
           MOVE JDH-DATE TO CE-RUN-DATE.
           MOVE "VEHM0001" TO CE-PROGRAM-ID.
           WRITE GLFILE-RECORD FROM CONTROLE-ENTETE.
           MOVE SPACES TO GLFILE-RECORD.
           MOVE FA-VEHICLE-ID TO GL-ACCOUNT-REF.
           MOVE JDH-DATE TO GL-DATE.
           MOVE FA-SALE-PROCEEDS TO GL-VALEUR-ACTUELLE.
           MOVE DISPOSAL-NET-BOOK-VALUE TO GL-VALEUR-FUTURE.
           WRITE GLFILE-RECORD.
           MOVE 1 TO CP-RECORD-COUNT.
           COMPUTE CP-HASH-TOTAL =
              FA-SALE-PROCEEDS + DISPOSAL-NET-BOOK-VALUE.
           WRITE GLFILE-RECORD FROM CONTROLE-PIED.
           CLOSE GLFILE.
      *
      ******************************************************************
      *  This routine puts a retired vehicle back in service - not
      *  once its disposal has been posted, since the GL already
      *  carries the sale
      ******************************************************************
       450-REINSTATE-VEHICLE.
      *
                 DISPLAY "VEHICLE " VEHICLE-ID-ENTRY
                         " IS NOT ON VEHMAST."
              NOT INVALID KEY
                 MOVE VM-VEHICLE-ID TO FA-VEHICLE-ID
                 READ FIXASSET
                    INVALID KEY
                       MOVE "A" TO FA-STATUS-SWITCH
                 END-READ
                 EVALUATE TRUE
                    WHEN VM-IN-SERVICE
                       DISPLAY "VEHICLE " VM-VEHICLE-ID
                               " IS ALREADY IN SERVICE."
                    WHEN VM-OUT-OF-SERVICE
                       DISPLAY "VEHICLE " VM-VEHICLE-ID
                               " IS OFF THE ROAD FOR REPAIR - RETURN "
                               "IT TO SERVICE WITH INCD0001."
                    WHEN FA-DISPOSED
                       DISPLAY "VEHICLE " VM-VEHICLE-ID
                               " WAS DISPOSED OF ON " FA-DISPOSAL-DATE
                               " - THE SALE IS POSTED, IT CANNOT BE "
                               "REINSTATED."
                    WHEN OTHER
                       MOVE "A" TO VM-STATUS-SWITCH
                       REWRITE VEHMAST-RECORD
                       DISPLAY "VEHICLE " VM-VEHICLE-ID " REINSTATED."
                 END-EVALUATE
           END-READ.
      *
      ******************************************************************
       900-SHUTDOWN-VEHMAST.
      *
           CLOSE VEHMAST.
           CLOSE FIXASSET.
      *
      ******************************************************************
      *  This routine writes the run's JOBLOG record and closes JOBLOG
