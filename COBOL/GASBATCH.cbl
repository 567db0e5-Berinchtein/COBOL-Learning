      * 02/09/2026   MANUEL JARRY  Driver ID on the TRIPTRAN feed,
      *                            validated against DRIVMAST and
      *                            journalled on every TRIPFILE record
      * 15/10/2026   MANUEL JARRY  Fuel-card screening ahead of
      *                            posting - a second fill the same
      *                            day, a fill over the tank capacity
      *                            or litres out of line with the
      *                            vehicle's recent consumption are
      *                            held on TRIPHOLD for THLD0001
      * 15/10/2026   MANUEL JARRY  Reject a trip dated after the
      *                            driver's DRIVMAST licence expiry
      * 15/10/2026   MANUEL JARRY  Province code on the TRIPTRAN feed
      *                            for the quarterly fuel-tax return -
      *                            blank takes the home province,
      *                            unknown codes are rejected
      * 15/10/2026   MANUEL JARRY  Trip purpose code (business,
      *                            personal, commute) on the feed and
      *                            journalled for the taxable benefit
      * 15/10/2026   MANUEL JARRY  A vehicle off the road for repair
      *                            (INCD0001) is rejected like a
      *                            retired one
      * 15/10/2026   MANUEL JARRY  HDR and TRL control rows on the
      *                            TRIPTRAN feed, proved before any
      *                            row is posted - a batch already on
      *                            the FEEDREG register is refused, an
      *                            interrupted one resumes after the
      *                            last row checkpointed on FEEDCKPT
      * 15/10/2026   MANUEL JARRY  FEEDREG started afresh only when it
      *                            does not exist yet - any other open
      *                            failure leaves the register intact
      *                            and ends the run FILE-ERR; a
      *                            register that cannot be read
      *                            refuses the feed
      * 15/10/2026   MANUEL JARRY  Tank capacity screen skipped for a
      *                            vehicle whose VM-TANK-CAPACITY is not
      *                            numeric (record reloaded from an
      *                            older dump)
      *
      *****************************************************************
       IDENTIFICATION DIVISION.
              ORGANIZATION IS LINE SEQUENTIAL
              FILE STATUS IS TRIPTRAN-FILE-STATUS.
           SELECT TRIPERR ASSIGN TO TRIPERR
              ORGANIZATION IS LINE SEQUENTIAL
              FILE STATUS IS TRIPERR-FILE-STATUS.
           SELECT TRIPHOLD ASSIGN TO TRIPHOLD
              ORGANIZATION IS LINE SEQUENTIAL
              FILE STATUS IS TRIPHOLD-FILE-STATUS.
           COPY FLEETLGSL.
           COPY VEHMSTSL.
           COPY DRVMSTSL.
           COPY TRIPFLSL.
           COPY PARMFLSL.
           COPY JOBLOGSL.
           COPY FEEDRGSL.
           COPY FEEDCKSL.
      *****************************************************************
      *
      *****************************************************************
      *  Daily fuel-card transaction file, one fill-up per row, all
      *  figures metric (km, litres, price per litre). The distance
      *  is derived from the start and end odometer readings the card
      *  terminal captures, the same way the interactive entry works.
      *  TT-PROVINCE is where the card was used - blank on terminals
      *  not yet sending it, which takes the home province. TT-PURPOSE
      *  is the purpose the driver keyed at the pump - blank is
      *  business.
      *  The feed opens with an HDR row carrying the card processor's
      *  batch ID and creation date and closes with a TRL row carrying
      *  the number of fill-up rows and the total of their TT-FUEL-USED
      *  (13 digits and 2 decimals) - the batch is proved against them
      *  before anything is posted
      ******************************************************************
       FD  TRIPTRAN.
       01  TRIPTRAN-RECORD.
           05 TT-FUEL-PRICE              PIC 9(3)V999.
           05 FILLER                     PIC X(1).
           05 TT-DRIVER-ID               PIC X(6).
           05 FILLER                     PIC X(1).
           05 TT-PROVINCE                PIC X(2).
           05 FILLER                     PIC X(1).
           05 TT-PURPOSE                 PIC X.
       01  TRIPTRAN-HEADER.
           05 TTH-RECORD-TYPE            PIC X(4).
              88 TTH-HEADER                             VALUE "HDR ".
           05 TTH-BATCH-ID               PIC X(12).
           05 FILLER                     PIC X(1).
           05 TTH-CREATE-DATE            PIC 9(8).
       01  TRIPTRAN-TRAILER.
           05 TTT-RECORD-TYPE            PIC X(4).
              88 TTT-TRAILER                            VALUE "TRL ".
           05 TTT-RECORD-COUNT           PIC 9(7).
           05 FILLER                     PIC X(1).
           05 TTT-HASH-TOTAL             PIC 9(13)V99.
      *
      ******************************************************************
      *  Exception file for rejected transactions - the row is echoed
           05 TE-TRANSACTION-IMAGE       PIC X(54).
           05 FILLER                     PIC X(1).
           05 TE-REJECT-REASON           PIC X(30).
           05 FILLER                     PIC X(1).
           05 TE-PROVINCE                PIC X(2).
           05 FILLER                     PIC X(1).
           05 TE-PURPOSE                 PIC X.
      *
      ******************************************************************
      *  Review queue for rows that pass the edits but trip a screening
      *  rule - the row is echoed as received with the rule code and
      *  its wording, and waits there until a supervisor releases or
      *  rejects it through THLD0001. The queue is appended to, never
      *  cleared, by the batch
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
       COPY FLEETLGFD.
      *
       COPY PARMFLFD.
      *
       COPY JOBLOGFD.
      *
       COPY FEEDRGFD.
      *
       COPY FEEDCKFD.
      *****************************************************************
      *
      *****************************************************************
             88 BATCH-READY                             VALUE "Y".
          05 PARMFILE-EOF-SWITCH         PIC X          VALUE "N".
             88 PARMFILE-EOF                            VALUE "Y".
          05 TRIPFILE-EOF-SWITCH         PIC X          VALUE "N".
             88 TRIPFILE-EOF                            VALUE "Y".
          05 TRAN-HELD-SWITCH            PIC X          VALUE "N".
             88 TRAN-HELD                               VALUE "Y".
          05 HISTORY-FOUND-SWITCH        PIC X          VALUE "N".
             88 HISTORY-FOUND                           VALUE "Y".
          05 HISTORY-OVERFLOW-SWITCH     PIC X          VALUE "N".
             88 HISTORY-OVERFLOWED                      VALUE "Y".
      *
       01 FILE-STATUS-FIELDS.
          05 TRIPTRAN-FILE-STATUS        PIC X(2)       VALUE "00".
             88 TRIPFILE-FILE-OK                        VALUE "00".
          05 PARMFILE-FILE-STATUS        PIC X(2)       VALUE "00".
             88 PARMFILE-FILE-OK                        VALUE "00".
          05 TRIPHOLD-FILE-STATUS        PIC X(2)       VALUE "00".
             88 TRIPHOLD-FILE-OK                        VALUE "00".
          05 TRIPERR-FILE-STATUS         PIC X(2)       VALUE "00".
             88 TRIPERR-FILE-OK                         VALUE "00".
          05 FEEDREG-FILE-STATUS         PIC X(2)       VALUE "00".
             88 FEEDREG-FILE-OK                         VALUE "00".
          05 FEEDCKPT-FILE-STATUS        PIC X(2)       VALUE "00".
             88 FEEDCKPT-FILE-OK                        VALUE "00".
      *
       01 JOBLOG-DATE-ET-HEURE.
          05 JDH-DATE                    PIC 9(8).
       01 JOBLOG-START-SAUVEGARDE        PIC 9(14)      VALUE 0.
      *
       COPY OPERIDWS.
      *
       COPY PROVCDWS.
      *
       COPY PURPCDWS.
      *
       COPY FEEDCKWS.
      *
       01 CONVERSION-CONSTANTS.
          05 MAX-DISTANCE-VALUE          PIC 9(6)       VALUE 050000.
          05 MAX-FUEL-USED-VALUE         PIC 9(6)       VALUE 020000.
      *
      ******************************************************************
      *  Screening limits - a row whose consumption strays more than
      *  CONSO-TOLERANCE-PCT either side of the vehicle's recent
      *  average is held, once the vehicle has at least
      *  CONSO-MIN-TRIPS journalled trips to average over
      ******************************************************************
       01 SCREENING-PARAMETERS.
          05 CONSO-TOLERANCE-PCT         PIC 9(3)       VALUE 050.
          05 CONSO-MIN-TRIPS             PIC 9(1)       VALUE 3.
      *
      ******************************************************************
      *  Recent fuel-card history per vehicle, loaded from TRIPFILE at
      *  start-up and kept current as the batch posts or holds rows -
      *  the latest fill date with the number of fills on it, and a
      *  ring of the last five journalled consumptions
      ******************************************************************
       01 HISTORY-COUNT                  PIC 9(3)       VALUE 0.
       01 HISTORY-TABLE.
          05 HISTORY-ENTRY
             OCCURS 0 TO 500 TIMES DEPENDING ON HISTORY-COUNT
             INDEXED BY HISTORY-IDX.
             10 HI-VEHICLE-ID            PIC X(6).
             10 HI-LAST-FILL-DATE        PIC 9(8).
             10 HI-FILLS-ON-LAST-DATE    PIC 9(3).
             10 HI-SAMPLE-COUNT          PIC 9(1).
             10 HI-NEXT-SLOT             PIC 9(1).
             10 HI-CONSUMPTION           PIC 9(7)V99 OCCURS 5 TIMES.
      *
       01 WORK-FIELDS.
          05 NUMERICAL-FIELDS.
             10 GAS-CONSUMPTION          PIC 9(7)V99    VALUE 0.
             10 TOTAL-TRIP-COST          PIC 9(8)V99    VALUE 0.
             10 DERIVED-DISTANCE         PIC 9(8)       VALUE 0.
             10 SCREEN-CONSUMPTION       PIC 9(7)V99    VALUE 0.
             10 AVERAGE-CONSUMPTION      PIC 9(7)V99    VALUE 0.
             10 CONSUMPTION-TOTAL        PIC 9(9)V99    VALUE 0.
             10 CONSO-UPPER-LIMIT        PIC S9(9)V99   VALUE 0.
             10 CONSO-LOWER-LIMIT        PIC S9(9)V99   VALUE 0.
             10 SAMPLE-SCAN              PIC 9(1)       VALUE 0.
             10 HISTORY-FILL-DATE        PIC 9(8)       VALUE 0.
          05 OTHER-FIELDS.
             10 REJECT-REASON            PIC X(30).
             10 HOLD-RULE-CODE           PIC X(4).
             10 HOLD-REASON              PIC X(30).
             10 LOOKUP-VEHICLE-ID        PIC X(6).
             10 SEPARATOR-LINE           PIC X(50)
                                                        VALUE
                   "--------------------------------------------------".
      *
      ******************************************************************
      *  Record-count reconciliation - transactions read against rows
      *  posted plus rows rejected plus rows held for review, checked
      *  at end of run so a short write cannot pass for a clean batch
      ******************************************************************
       01 RECONCILIATION-COUNTERS.
          05 TRIPTRAN-RECORDS-LUS        PIC 9(5)       VALUE 0.
          05 TRIPTRAN-RECORDS-POSTES     PIC 9(5)       VALUE 0.
          05 TRIPTRAN-RECORDS-REJETES    PIC 9(5)       VALUE 0.
          05 TRIPTRAN-RECORDS-RETENUS    PIC 9(5)       VALUE 0.
      *****************************************************************
      *
      ******************************************************************
              MOVE "FILE-ERR" TO JOBLOG-STATUS-SWITCH
              MOVE "Y" TO TRIPTRAN-EOF-SWITCH
           ELSE
              PERFORM 050-PROVE-THE-FEED THRU 050-EXIT
              IF FEED-REFUSED
                 DISPLAY "BATCH POSTING ABANDONED."
                 MOVE "Y" TO TRIPTRAN-EOF-SWITCH
                 CLOSE TRIPTRAN
                 GO TO 010-EXIT
              END-IF
              OPEN I-O VEHMAST
              IF NOT VEHMAST-FILE-OK
                 DISPLAY "VEHMAST INTROUVABLE OU ILLISIBLE "
                    CLOSE FLEETLOG
                    OPEN I-O FLEETLOG
                 END-IF
                 PERFORM 030-LOAD-TRIP-HISTORY
                 OPEN EXTEND TRIPFILE
                 IF FEED-RESTARTING
                    OPEN EXTEND TRIPERR
                    IF NOT TRIPERR-FILE-OK
                       OPEN OUTPUT TRIPERR
                    END-IF
                 ELSE
                    OPEN OUTPUT TRIPERR
                 END-IF
                 OPEN EXTEND TRIPHOLD
                 IF NOT TRIPHOLD-FILE-OK
                    OPEN OUTPUT TRIPHOLD
                 END-IF
                 MOVE "Y" TO BATCH-READY-SWITCH
                 PERFORM 020-READ-TRIPTRAN
              END-IF
                 WHEN "GASC-MAX-FUEL-USED"
                    COMPUTE MAX-FUEL-USED-VALUE =
                       FUNCTION NUMVAL (PA-PARM-VALUE)
                 WHEN "GASC-CONSO-TOLERANCE"
                    COMPUTE CONSO-TOLERANCE-PCT =
                       FUNCTION NUMVAL (PA-PARM-VALUE)
                 WHEN "GASC-CONSO-MIN-TRIPS"
                    COMPUTE CONSO-MIN-TRIPS =
                       FUNCTION NUMVAL (PA-PARM-VALUE)
                 WHEN "FTAX-HOME-PROVINCE"
                    MOVE PA-PARM-VALUE TO HOME-PROVINCE
                 WHEN OTHER
                    CONTINUE
              END-EVALUATE
           END-IF.
      *
      ******************************************************************
      *  This routine proves the feed before a row is posted - it must
      *  open with an HDR row and close with a TRL row whose row count
      *  and fuel total agree with the rows between them. A batch on
      *  the FEEDREG register is refused outright (ABANDON). A batch
      *  FEEDCKPT shows as interrupted resumes after its checkpointed
      *  rows, provided those rows still add up to the fuel total
      *  checkpointed with them, while another batch is refused until
      *  the interrupted one is finished (RECONERR). The feed is left
      *  positioned on the first row to post
      ******************************************************************
       050-PROVE-THE-FEED.
      *
           MOVE "N" TO FEED-REFUSED-SWITCH.
           READ TRIPTRAN
              AT END
                 MOVE SPACES TO TRIPTRAN-HEADER
           END-READ.
           IF (NOT TTH-HEADER)
              DISPLAY "TRIPTRAN DOES NOT OPEN WITH AN HDR ROW - "
                      "FEED CANNOT BE PROVED."
              MOVE "RECONERR" TO JOBLOG-STATUS-SWITCH
              MOVE "Y" TO FEED-REFUSED-SWITCH
              GO TO 050-EXIT
           END-IF.
           MOVE TTH-BATCH-ID TO FEED-BATCH-ID.
           MOVE TTH-CREATE-DATE TO FEED-CREATE-DATE.
           DISPLAY "TRIPTRAN BATCH " FEED-BATCH-ID " CREATED "
                   FEED-CREATE-DATE ".".
           PERFORM 055-CHECK-REGISTER.
           IF FEED-ALREADY-POSTED
              DISPLAY "BATCH " FEED-BATCH-ID " WAS ALREADY POSTED IN "
                      "FULL ON " FEED-POSTED-TIMESTAMP " - FEED "
                      "REFUSED."
              MOVE "ABANDON" TO JOBLOG-STATUS-SWITCH
              MOVE "Y" TO FEED-REFUSED-SWITCH
              GO TO 050-EXIT
           END-IF.
           PERFORM 060-LOAD-CHECKPOINTS.
           IF FEED-REFUSED
              GO TO 050-EXIT
           END-IF.
           MOVE "N" TO FEED-EOF-SWITCH.
           PERFORM UNTIL FEED-EOF
              READ TRIPTRAN
                 AT END
                    MOVE "Y" TO FEED-EOF-SWITCH
                 NOT AT END
                    PERFORM 052-COUNT-ONE-ROW
              END-READ
           END-PERFORM.
           IF FEED-REFUSED
              GO TO 050-EXIT
           END-IF.
           EVALUATE TRUE
              WHEN NOT FEED-TRL-FOUND
                 DISPLAY "TRIPTRAN HAS NO TRL ROW - FEED INCOMPLETE."
                 MOVE "Y" TO FEED-REFUSED-SWITCH
              WHEN FEED-ROWS-COUNTED NOT = FEED-TRL-COUNT
                 DISPLAY "TRIPTRAN TRL COUNTS " FEED-TRL-COUNT
                         " ROWS BUT THE FEED HOLDS "
                         FEED-ROWS-COUNTED "."
                 MOVE "Y" TO FEED-REFUSED-SWITCH
              WHEN FEED-HASH-COUNTED NOT = FEED-TRL-HASH
                 DISPLAY "TRIPTRAN TRL FUEL TOTAL " FEED-TRL-HASH
                         " BUT THE ROWS ADD UP TO "
                         FEED-HASH-COUNTED "."
                 MOVE "Y" TO FEED-REFUSED-SWITCH
              WHEN FEED-RESTARTING
                 AND (FEED-RESTART-ROWS > FEED-ROWS-COUNTED
                   OR FEED-HASH-AT-RESTART NOT = FEED-RESTART-HASH)
                 DISPLAY "THE FIRST " FEED-RESTART-ROWS " ROWS OF "
                         "BATCH " FEED-BATCH-ID " NO LONGER MATCH "
                         "THE INTERRUPTED RUN - FEED CHANGED."
                 MOVE "Y" TO FEED-REFUSED-SWITCH
           END-EVALUATE.
           IF FEED-REFUSED
              MOVE "RECONERR" TO JOBLOG-STATUS-SWITCH
              GO TO 050-EXIT
           END-IF.
           PERFORM 065-POSITION-THE-FEED.
      *
       050-EXIT.
           EXIT.
      *
      ******************************************************************
      *  One row of the proving pass - fill-up rows are counted and
      *  their fuel added to the hash, noting the hash where a restart
      *  resumes; the TRL row must be the last
      ******************************************************************
       052-COUNT-ONE-ROW.
      *
           EVALUATE TRUE
              WHEN FEED-TRL-FOUND
                 DISPLAY "TRIPTRAN HAS ROWS AFTER ITS TRL ROW - "
                         "FEED CANNOT BE PROVED."
                 MOVE "RECONERR" TO JOBLOG-STATUS-SWITCH
                 MOVE "Y" TO FEED-REFUSED-SWITCH
                 MOVE "Y" TO FEED-EOF-SWITCH
              WHEN TTT-TRAILER
                 MOVE "Y" TO FEED-TRL-SWITCH
                 IF (TTT-RECORD-COUNT NUMERIC)
                    AND (TTT-HASH-TOTAL NUMERIC)
                    MOVE TTT-RECORD-COUNT TO FEED-TRL-COUNT
                    MOVE TTT-HASH-TOTAL TO FEED-TRL-HASH
                 ELSE
                    DISPLAY "TRIPTRAN TRL ROW CONTROLS NOT NUMERIC - "
                            "FEED CANNOT BE PROVED."
                    MOVE "RECONERR" TO JOBLOG-STATUS-SWITCH
                    MOVE "Y" TO FEED-REFUSED-SWITCH
                 END-IF
              WHEN TTH-HEADER
                 DISPLAY "TRIPTRAN HAS A SECOND HDR ROW - TWO FEEDS "
                         "RUN TOGETHER?"
                 MOVE "RECONERR" TO JOBLOG-STATUS-SWITCH
                 MOVE "Y" TO FEED-REFUSED-SWITCH
                 MOVE "Y" TO FEED-EOF-SWITCH
              WHEN OTHER
                 ADD 1 TO FEED-ROWS-COUNTED
                 IF (TT-FUEL-USED NUMERIC)
                    ADD TT-FUEL-USED TO FEED-HASH-COUNTED
                 END-IF
                 IF (FEED-ROWS-COUNTED = FEED-RESTART-ROWS)
                    MOVE FEED-HASH-COUNTED TO FEED-HASH-AT-RESTART
                 END-IF
           END-EVALUATE.
      *
      ******************************************************************
      *  This routine looks the batch up on the FEEDREG register - a
      *  missing register means no batch has been posted yet, one
      *  that cannot be read refuses the feed since it cannot be
      *  proved new
      ******************************************************************
       055-CHECK-REGISTER.
      *
           MOVE "N" TO FEED-REGISTER-SWITCH.
           MOVE "N" TO FEED-REGISTER-EOF-SWITCH.
           OPEN INPUT FEEDREG.
           IF (NOT FEEDREG-FILE-OK)
              AND (FEEDREG-FILE-STATUS NOT = "35")
              DISPLAY "EXCEPTION: FEEDREG CANNOT BE READ (FILE STATUS "
                      FEEDREG-FILE-STATUS ") - BATCH " FEED-BATCH-ID
                      " CANNOT BE CHECKED. FEED REFUSED."
              MOVE "FILE-ERR" TO JOBLOG-STATUS-SWITCH
              MOVE "Y" TO FEED-REFUSED-SWITCH
           END-IF.
           IF FEEDREG-FILE-OK
              PERFORM UNTIL FEED-REGISTER-EOF
                 READ FEEDREG
                    AT END
                       MOVE "Y" TO FEED-REGISTER-EOF-SWITCH
                    NOT AT END
                       IF (FR-PROGRAM-ID = "GASC0002")
                          AND (FR-BATCH-ID = FEED-BATCH-ID)
                          MOVE "Y" TO FEED-REGISTER-SWITCH
                          MOVE FR-POSTED-TIMESTAMP
                             TO FEED-POSTED-TIMESTAMP
                       END-IF
                 END-READ
              END-PERFORM
              CLOSE FEEDREG
           END-IF.
      *
      ******************************************************************
      *  This routine loads every program's FEEDCKPT row, keeping its
      *  place in the table for this program's own, and reads this
      *  program's for an interrupted batch - a missing FEEDCKPT means
      *  nothing to resume
      ******************************************************************
       060-LOAD-CHECKPOINTS.
      *
           MOVE 0 TO CHECKPOINT-COUNT.
           MOVE 0 TO CHECKPOINT-OWN.
           MOVE "N" TO FEED-CHECKPOINT-EOF-SWITCH.
           OPEN INPUT FEEDCKPT.
           IF FEEDCKPT-FILE-OK
              PERFORM UNTIL FEED-CHECKPOINT-EOF
                 READ FEEDCKPT
                    AT END
                       MOVE "Y" TO FEED-CHECKPOINT-EOF-SWITCH
                    NOT AT END
                       PERFORM 062-KEEP-ONE-CHECKPOINT THRU 062-EXIT
                 END-READ
              END-PERFORM
              CLOSE FEEDCKPT
           END-IF.
      *
       062-KEEP-ONE-CHECKPOINT.
      *
           IF (CHECKPOINT-COUNT < 50)
              ADD 1 TO CHECKPOINT-COUNT
              MOVE FEEDCKPT-RECORD TO CK-IMAGE (CHECKPOINT-COUNT)
           ELSE
              DISPLAY "EXCEPTION: FEEDCKPT TABLE FULL - ROW FOR "
                      FC-PROGRAM-ID " DROPPED."
              GO TO 062-EXIT
           END-IF.
           IF (FC-PROGRAM-ID NOT = "GASC0002")
              GO TO 062-EXIT
           END-IF.
           MOVE CHECKPOINT-COUNT TO CHECKPOINT-OWN.
           EVALUATE TRUE
              WHEN FC-PARTIAL AND (FC-BATCH-ID = FEED-BATCH-ID)
                 MOVE "Y" TO FEED-RESTART-SWITCH
                 MOVE FC-ROWS-DONE TO FEED-RESTART-ROWS
                 MOVE FC-HASH-DONE TO FEED-RESTART-HASH
                 MOVE FC-ROWS-POSTED TO FEED-PRIOR-POSTED
                 MOVE FC-ROWS-REJECTED TO FEED-PRIOR-REJECTED
                 MOVE FC-ROWS-HELD TO FEED-PRIOR-HELD
                 COMPUTE FEED-RESTARTS = FC-RESTARTS + 1
                 DISPLAY "BATCH " FEED-BATCH-ID " WAS INTERRUPTED "
                         "AFTER " FC-ROWS-DONE " ROWS - RESUMING "
                         "AFTER THEM."
              WHEN FC-PARTIAL
                 DISPLAY "BATCH " FC-BATCH-ID " WAS INTERRUPTED AFTER "
                         FC-ROWS-DONE " ROWS - RERUN THAT FEED TO "
                         "FINISH IT BEFORE POSTING BATCH "
                         FEED-BATCH-ID "."
                 MOVE "RECONERR" TO JOBLOG-STATUS-SWITCH
                 MOVE "Y" TO FEED-REFUSED-SWITCH
              WHEN FC-COMPLETE AND (FC-BATCH-ID = FEED-BATCH-ID)
                 DISPLAY "BATCH " FEED-BATCH-ID " WAS ALREADY POSTED "
                         "IN FULL ON " FC-RUN-TIMESTAMP " - FEED "
                         "REFUSED."
                 MOVE "ABANDON" TO JOBLOG-STATUS-SWITCH
                 MOVE "Y" TO FEED-REFUSED-SWITCH
              WHEN OTHER
                 CONTINUE
           END-EVALUATE.
      *
       062-EXIT.
           EXIT.
      *
      ******************************************************************
      *  This routine rereads the feed from the top, past its HDR row
      *  and the rows an interrupted run already applied
      ******************************************************************
       065-POSITION-THE-FEED.
      *
           CLOSE TRIPTRAN.
           OPEN INPUT TRIPTRAN.
           READ TRIPTRAN
              AT END
                 CONTINUE
           END-READ.
           PERFORM 067-SKIP-ONE-ROW FEED-RESTART-ROWS TIMES.
           MOVE FEED-RESTART-ROWS TO FEED-ROWS-DONE.
           MOVE FEED-RESTART-HASH TO FEED-HASH-DONE.
      *
       067-SKIP-ONE-ROW.
      *
           READ TRIPTRAN
              AT END
                 CONTINUE
           END-READ.
      *
      ******************************************************************
      *  This routine reads the trip journal once before the batch
      *  appends to it, building each vehicle's recent history for
      *  the screening rules - a missing TRIPFILE just means no
      *  history yet, so only the tank capacity rule can fire
      ******************************************************************
       030-LOAD-TRIP-HISTORY.
      *
           OPEN INPUT TRIPFILE.
           IF NOT TRIPFILE-FILE-OK
              DISPLAY "TRIPFILE NOT AVAILABLE (FILE STATUS "
                      TRIPFILE-FILE-STATUS ") - NO TRIP HISTORY FOR "
                      "THE SCREENING RULES."
           ELSE
              PERFORM UNTIL TRIPFILE-EOF
                 READ TRIPFILE
                    AT END
                       MOVE "Y" TO TRIPFILE-EOF-SWITCH
                    NOT AT END
                       PERFORM 035-FOLD-ONE-HISTORY
                 END-READ
              END-PERFORM
              CLOSE TRIPFILE
           END-IF.
      *
      ******************************************************************
      *  A trip counts towards the fills on its date when the date is
      *  the vehicle's latest, and its consumption joins the ring; a
      *  reversal on the latest date takes its fill back out
      ******************************************************************
       035-FOLD-ONE-HISTORY.
      *
           MOVE TJ-VEHICLE-ID TO LOOKUP-VEHICLE-ID.
           IF TJ-TRIP
              PERFORM 040-FIND-HISTORY-SLOT
              IF HISTORY-FOUND
                 MOVE TJ-TRIP-DATE TO HISTORY-FILL-DATE
                 PERFORM 045-RECORD-FILL-DATE
                 IF (TJ-CONSUMPTION > 0)
                    MOVE TJ-CONSUMPTION TO SCREEN-CONSUMPTION
                    PERFORM 047-RECORD-CONSUMPTION
                 END-IF
              END-IF
           END-IF.
           IF TJ-REVERSAL
              PERFORM 040-FIND-HISTORY-SLOT
              IF HISTORY-FOUND
                 IF (TJ-TRIP-DATE = HI-LAST-FILL-DATE (HISTORY-IDX))
                    AND (HI-FILLS-ON-LAST-DATE (HISTORY-IDX) > 0)
                    SUBTRACT 1 FROM HI-FILLS-ON-LAST-DATE (HISTORY-IDX)
                 END-IF
              END-IF
           END-IF.
      *
      ******************************************************************
      *  This routine locates LOOKUP-VEHICLE-ID in the history table,
      *  adding it with an empty history on first sight
      ******************************************************************
       040-FIND-HISTORY-SLOT.
      *
           MOVE "N" TO HISTORY-FOUND-SWITCH.
           IF (HISTORY-COUNT > 0)
              SET HISTORY-IDX TO 1
              SEARCH HISTORY-ENTRY
                 AT END
                    CONTINUE
                 WHEN HI-VEHICLE-ID (HISTORY-IDX) = LOOKUP-VEHICLE-ID
                    MOVE "Y" TO HISTORY-FOUND-SWITCH
              END-SEARCH
           END-IF.
           IF (NOT HISTORY-FOUND)
              IF (HISTORY-COUNT < 500)
                 ADD 1 TO HISTORY-COUNT
                 SET HISTORY-IDX TO HISTORY-COUNT
                 MOVE LOOKUP-VEHICLE-ID TO HI-VEHICLE-ID (HISTORY-IDX)
                 MOVE 0 TO HI-LAST-FILL-DATE (HISTORY-IDX)
                 MOVE 0 TO HI-FILLS-ON-LAST-DATE (HISTORY-IDX)
                 MOVE 0 TO HI-SAMPLE-COUNT (HISTORY-IDX)
                 MOVE 1 TO HI-NEXT-SLOT (HISTORY-IDX)
                 MOVE "Y" TO HISTORY-FOUND-SWITCH
              ELSE
                 IF (NOT HISTORY-OVERFLOWED)
                    DISPLAY "EXCEPTION: TRIP HISTORY TABLE FULL - "
                            "VEHICLES FROM " LOOKUP-VEHICLE-ID
                            " ON ARE SCREENED ON TANK CAPACITY ONLY."
                    MOVE "Y" TO HISTORY-OVERFLOW-SWITCH
                 END-IF
              END-IF
           END-IF.
      *
       045-RECORD-FILL-DATE.
      *
           IF (HISTORY-FILL-DATE > HI-LAST-FILL-DATE (HISTORY-IDX))
              MOVE HISTORY-FILL-DATE TO HI-LAST-FILL-DATE (HISTORY-IDX)
              MOVE 1 TO HI-FILLS-ON-LAST-DATE (HISTORY-IDX)
           ELSE
              IF (HISTORY-FILL-DATE = HI-LAST-FILL-DATE (HISTORY-IDX))
                 ADD 1 TO HI-FILLS-ON-LAST-DATE (HISTORY-IDX)
              END-IF
           END-IF.
      *
       047-RECORD-CONSUMPTION.
      *
           MOVE SCREEN-CONSUMPTION TO
              HI-CONSUMPTION (HISTORY-IDX, HI-NEXT-SLOT (HISTORY-IDX)).
           IF (HI-SAMPLE-COUNT (HISTORY-IDX) < 5)
              ADD 1 TO HI-SAMPLE-COUNT (HISTORY-IDX)
           END-IF.
           IF (HI-NEXT-SLOT (HISTORY-IDX) = 5)
              MOVE 1 TO HI-NEXT-SLOT (HISTORY-IDX)
           ELSE
              ADD 1 TO HI-NEXT-SLOT (HISTORY-IDX)
           END-IF.
      *
      ******************************************************************
      *  This routine reads the next fuel-card transaction - the TRL
      *  row ends the batch
      ******************************************************************
       020-READ-TRIPTRAN.
      *
              AT END
                 MOVE "Y" TO TRIPTRAN-EOF-SWITCH
              NOT AT END
                 IF TTT-TRAILER
                    MOVE "Y" TO TRIPTRAN-EOF-SWITCH
                 ELSE
                    ADD 1 TO TRIPTRAN-RECORDS-LUS
                 END-IF
           END-READ.
      *
      ******************************************************************
      *  This routine validates one transaction with the same
      *  guardrails as the interactive entry paragraphs, screens the
      *  rows that pass, and routes each to posting, to the review
      *  queue or to the exception file
      ******************************************************************
       100-PROCESS-ONE-TRAN.
      *
           PERFORM 110-VALIDATE-TRAN.
           IF TRAN-VALID
              PERFORM 120-SCREEN-TRAN
           END-IF.
           IF TRAN-VALID AND TRAN-HELD
              PERFORM 310-WRITE-HOLD
              ADD 1 TO TRIPTRAN-RECORDS-RETENUS
           END-IF.
           IF TRAN-VALID AND (NOT TRAN-HELD)
              PERFORM 200-POST-TO-FLEETLOG
              PERFORM 210-WRITE-TRIP-JOURNAL
              PERFORM 220-UPDATE-VEHICLE-ODOMETER
              ADD 1 TO TRIPTRAN-RECORDS-POSTES
           END-IF.
           IF (NOT TRAN-VALID)
              PERFORM 300-WRITE-REJECT
              ADD 1 TO TRIPTRAN-RECORDS-REJETES
           END-IF.
           PERFORM 150-TAKE-CHECKPOINT.
           PERFORM 020-READ-TRIPTRAN.
      *
       100-EXIT.
           EXIT.
      *
      ******************************************************************
      *  This routine checkpoints the row just routed - FLEETLOG and
      *  VEHMAST are updated as each row posts, so a rerun after an
      *  interruption must resume at the very next row
      ******************************************************************
       150-TAKE-CHECKPOINT.
      *
           ADD 1 TO FEED-ROWS-DONE.
           IF (TT-FUEL-USED NUMERIC)
              ADD TT-FUEL-USED TO FEED-HASH-DONE
           END-IF.
           MOVE "P" TO FEED-CHECKPOINT-STATE.
           PERFORM 160-WRITE-CHECKPOINTS.
      *
      ******************************************************************
      *  This routine rewrites FEEDCKPT whole with this program's row
      *  replaced by the batch's progress in FEED-CHECKPOINT-STATE
      ******************************************************************
       160-WRITE-CHECKPOINTS.
      *
           IF (CHECKPOINT-OWN = 0) AND (CHECKPOINT-COUNT < 50)
              ADD 1 TO CHECKPOINT-COUNT
              MOVE CHECKPOINT-COUNT TO CHECKPOINT-OWN
           END-IF.
           OPEN OUTPUT FEEDCKPT.
           IF NOT FEEDCKPT-FILE-OK
              DISPLAY "EXCEPTION: FEEDCKPT CANNOT BE WRITTEN (FILE "
                      "STATUS " FEEDCKPT-FILE-STATUS ") - NO RESTART "
                      "POINT AFTER ROW " FEED-ROWS-DONE "."
           ELSE
              PERFORM 165-WRITE-ONE-CHECKPOINT
                 VARYING CHECKPOINT-SCAN FROM 1 BY 1
                 UNTIL CHECKPOINT-SCAN > CHECKPOINT-COUNT
              CLOSE FEEDCKPT
           END-IF.
      *
       165-WRITE-ONE-CHECKPOINT.
      *
           IF (CHECKPOINT-SCAN = CHECKPOINT-OWN)
              MOVE SPACES TO FEEDCKPT-RECORD
              MOVE "GASC0002" TO FC-PROGRAM-ID
              MOVE FEED-BATCH-ID TO FC-BATCH-ID
              MOVE FEED-CHECKPOINT-STATE TO FC-STATE
              MOVE FEED-ROWS-DONE TO FC-ROWS-DONE
              COMPUTE FC-ROWS-POSTED =
                 FEED-PRIOR-POSTED + TRIPTRAN-RECORDS-POSTES
              COMPUTE FC-ROWS-REJECTED =
                 FEED-PRIOR-REJECTED + TRIPTRAN-RECORDS-REJETES
              COMPUTE FC-ROWS-HELD =
                 FEED-PRIOR-HELD + TRIPTRAN-RECORDS-RETENUS
              MOVE FEED-HASH-DONE TO FC-HASH-DONE
              MOVE FEED-RESTARTS TO FC-RESTARTS
              MOVE JOBLOG-START-SAUVEGARDE TO FC-RUN-TIMESTAMP
              MOVE FEEDCKPT-RECORD TO CK-IMAGE (CHECKPOINT-SCAN)
           ELSE
              MOVE CK-IMAGE (CHECKPOINT-SCAN) TO FEEDCKPT-RECORD
           END-IF.
           WRITE FEEDCKPT-RECORD.
      *
      ******************************************************************
      *  This routine applies the vehicle, distance, fuel and price
      *  checks to the current transaction - a batch source has no
      *  operator to retry a bad value, so the first failing check
      *
           MOVE "Y" TO TRAN-VALID-SWITCH.
           MOVE SPACES TO REJECT-REASON.
           IF (TT-PROVINCE = SPACES)
              MOVE HOME-PROVINCE TO TT-PROVINCE
           END-IF.
           MOVE TT-PROVINCE TO PROVINCE-CODE-CHECK.
           IF (TT-PURPOSE = SPACE)
              MOVE DEFAULT-PURPOSE TO TT-PURPOSE
           END-IF.
           MOVE TT-PURPOSE TO PURPOSE-CODE-CHECK.
           MOVE TT-VEHICLE-ID TO VM-VEHICLE-ID.
           READ VEHMAST
              INVALID KEY
                    MOVE "N" TO TRAN-VALID-SWITCH
                    MOVE "VEHICLE RETIRED" TO REJECT-REASON
                 END-IF
                 IF VM-OUT-OF-SERVICE
                    MOVE "N" TO TRAN-VALID-SWITCH
                    MOVE "VEHICLE OUT OF SERVICE" TO REJECT-REASON
                 END-IF
           END-READ.
           IF TRAN-VALID
              MOVE TT-DRIVER-ID TO DM-DRIVER-ID
                 WHEN TT-TRIP-DATE = 0
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
                 AND (DM-LICENCE-EXPIRY < TT-TRIP-DATE)
                 MOVE "N" TO TRAN-VALID-SWITCH
                 MOVE "DRIVER LICENCE EXPIRED" TO REJECT-REASON
              END-IF
           END-IF.
           IF TRAN-VALID
              COMPUTE DERIVED-DISTANCE =
                 TT-ODOMETER-END - TT-ODOMETER-START
           END-IF.
      *
      ******************************************************************
      *  This routine screens a row that passed the edits - the first
      *  rule to fire holds the row:
      *     DUPJ  the card already filled this vehicle on the trip date
      *     TANK  more litres than the vehicle's tank holds
      *     CONS  consumption out of line with the recent average
      *  Posted and held rows alike count as fills on the date, so a
      *  third use of the card is caught too
      ******************************************************************
       120-SCREEN-TRAN.
      *
           MOVE "N" TO TRAN-HELD-SWITCH.
           MOVE SPACES TO HOLD-RULE-CODE.
           MOVE SPACES TO HOLD-REASON.
           COMPUTE SCREEN-CONSUMPTION ROUNDED =
              (TT-FUEL-USED / DERIVED-DISTANCE) * 100
              ON SIZE ERROR
                 MOVE 0 TO SCREEN-CONSUMPTION
           END-COMPUTE.
           MOVE TT-VEHICLE-ID TO LOOKUP-VEHICLE-ID.
           PERFORM 040-FIND-HISTORY-SLOT.
           IF HISTORY-FOUND
              IF (TT-TRIP-DATE = HI-LAST-FILL-DATE (HISTORY-IDX))
                 AND (HI-FILLS-ON-LAST-DATE (HISTORY-IDX) > 0)
                 MOVE "Y" TO TRAN-HELD-SWITCH
                 MOVE "DUPJ" TO HOLD-RULE-CODE
                 MOVE "CARD USED TWICE THE SAME DAY" TO HOLD-REASON
              END-IF
           END-IF.
           IF (NOT TRAN-HELD) AND (VM-TANK-CAPACITY NUMERIC)
              AND (VM-TANK-CAPACITY > 0)
              IF (TT-FUEL-USED > VM-TANK-CAPACITY)
                 MOVE "Y" TO TRAN-HELD-SWITCH
                 MOVE "TANK" TO HOLD-RULE-CODE
                 MOVE "FILL OVER TANK CAPACITY" TO HOLD-REASON
              END-IF
           END-IF.
           IF (NOT TRAN-HELD) AND HISTORY-FOUND
              IF (HI-SAMPLE-COUNT (HISTORY-IDX) >= CONSO-MIN-TRIPS)
                 AND (HI-SAMPLE-COUNT (HISTORY-IDX) > 0)
                 PERFORM 125-CHECK-CONSUMPTION
              END-IF
           END-IF.
           IF HISTORY-FOUND
              MOVE TT-TRIP-DATE TO HISTORY-FILL-DATE
              PERFORM 045-RECORD-FILL-DATE
              IF (NOT TRAN-HELD) AND (SCREEN-CONSUMPTION > 0)
                 PERFORM 047-RECORD-CONSUMPTION
              END-IF
           END-IF.
      *
       125-CHECK-CONSUMPTION.
      *
           MOVE 0 TO CONSUMPTION-TOTAL.
           PERFORM 127-ADD-ONE-SAMPLE
              VARYING SAMPLE-SCAN FROM 1 BY 1
              UNTIL SAMPLE-SCAN > HI-SAMPLE-COUNT (HISTORY-IDX).
           COMPUTE AVERAGE-CONSUMPTION ROUNDED =
              CONSUMPTION-TOTAL / HI-SAMPLE-COUNT (HISTORY-IDX).
           COMPUTE CONSO-UPPER-LIMIT ROUNDED = AVERAGE-CONSUMPTION *
              (100 + CONSO-TOLERANCE-PCT) / 100.
           COMPUTE CONSO-LOWER-LIMIT ROUNDED = AVERAGE-CONSUMPTION *
              (100 - CONSO-TOLERANCE-PCT) / 100.
           IF (SCREEN-CONSUMPTION > CONSO-UPPER-LIMIT)
              OR (SCREEN-CONSUMPTION < CONSO-LOWER-LIMIT)
              MOVE "Y" TO TRAN-HELD-SWITCH
              MOVE "CONS" TO HOLD-RULE-CODE
              MOVE "LITRES OUT OF LINE WITH NORM" TO HOLD-REASON
           END-IF.
      *
       127-ADD-ONE-SAMPLE.
      *
           ADD HI-CONSUMPTION (HISTORY-IDX, SAMPLE-SCAN)
              TO CONSUMPTION-TOTAL.
      *
      ******************************************************************
      *  This routine folds the validated transaction into the
      *  vehicle's FLEETLOG totals, creating the record on the
      *  vehicle's first-ever trip
           MOVE GAS-CONSUMPTION        TO TJ-CONSUMPTION.
           MOVE TOTAL-TRIP-COST        TO TJ-TRIP-COST.
           MOVE TT-DRIVER-ID           TO TJ-DRIVER-ID.
           MOVE TT-PROVINCE            TO TJ-PROVINCE.
           MOVE TT-PURPOSE             TO TJ-PURPOSE.
           WRITE TRIPFILE-RECORD.
      *
      ******************************************************************
           MOVE SPACES TO TRIPERR-RECORD.
           MOVE TRIPTRAN-RECORD TO TE-TRANSACTION-IMAGE.
           MOVE REJECT-REASON TO TE-REJECT-REASON.
           MOVE TT-PROVINCE TO TE-PROVINCE.
           MOVE TT-PURPOSE TO TE-PURPOSE.
           WRITE TRIPERR-RECORD.
      *
      ******************************************************************
      *  This routine queues a screened-out row for supervisor review
      *  with the rule that fired
      ******************************************************************
       310-WRITE-HOLD.
      *
           MOVE SPACES TO TRIPHOLD-RECORD.
           MOVE TRIPTRAN-RECORD TO TH-TRANSACTION-IMAGE.
           MOVE HOLD-RULE-CODE TO TH-RULE-CODE.
           MOVE HOLD-REASON TO TH-HOLD-REASON.
           MOVE TT-PROVINCE TO TH-PROVINCE.
           MOVE TT-PURPOSE TO TH-PURPOSE.
           WRITE TRIPHOLD-RECORD.
      *
      ******************************************************************
      *  This routine prints the run totals, flags the run when the
      *  counts do not reconcile, and closes the files
      ******************************************************************
           DISPLAY SEPARATOR-LINE.
           DISPLAY "BATCH TRIP POSTING - " TRIPTRAN-RECORDS-LUS
                   " READ, " TRIPTRAN-RECORDS-POSTES
                   " POSTED, " TRIPTRAN-RECORDS-REJETES " REJECTED, "
                   TRIPTRAN-RECORDS-RETENUS " HELD FOR REVIEW.".
           IF (TRIPTRAN-RECORDS-LUS NOT =
               TRIPTRAN-RECORDS-POSTES + TRIPTRAN-RECORDS-REJETES
               + TRIPTRAN-RECORDS-RETENUS)
              DISPLAY "RECONCILIATION FAILED: " TRIPTRAN-RECORDS-LUS
                      " LUS VS " TRIPTRAN-RECORDS-POSTES " POSTES, "
                      TRIPTRAN-RECORDS-REJETES " REJETES ET "
                      TRIPTRAN-RECORDS-RETENUS " RETENUS."
              MOVE "RECONERR" TO JOBLOG-STATUS-SWITCH
           END-IF.
           IF BATCH-READY
              COMPUTE FEED-ROWS-ACCOUNTED = FEED-RESTART-ROWS
                 + TRIPTRAN-RECORDS-POSTES + TRIPTRAN-RECORDS-REJETES
                 + TRIPTRAN-RECORDS-RETENUS
              IF FEED-RESTARTING
                 DISPLAY "BATCH " FEED-BATCH-ID " - "
                         FEED-RESTART-ROWS " ROWS APPLIED BEFORE THE "
                         "RESTART, " FEED-ROWS-ACCOUNTED " IN ALL."
              END-IF
              IF (FEED-ROWS-ACCOUNTED NOT = FEED-TRL-COUNT)
                 DISPLAY "FEED RECONCILIATION FAILED: BATCH "
                         FEED-BATCH-ID " TRL COUNT " FEED-TRL-COUNT
                         " VS " FEED-ROWS-ACCOUNTED
                         " ROWS ACCOUNTED FOR."
                 MOVE "RECONERR" TO JOBLOG-STATUS-SWITCH
              END-IF
           END-IF.
           IF (TRIPTRAN-RECORDS-RETENUS > 0)
              DISPLAY "ROWS HELD ON TRIPHOLD AWAIT SUPERVISOR REVIEW "
                      "IN THLD0001."
           END-IF.
           IF BATCH-READY
              CLOSE TRIPTRAN
              CLOSE VEHMAST
              CLOSE FLEETLOG
              CLOSE TRIPFILE
              CLOSE TRIPERR
              CLOSE TRIPHOLD
              IF (JOBLOG-STATUS-SWITCH = "NORMAL")
                 PERFORM 970-REGISTER-THE-BATCH
              END-IF
           END-IF.
      *
      ******************************************************************
      *  This routine marks the batch's checkpoint complete and adds
      *  the batch to the FEEDREG register so it cannot be posted again
      ******************************************************************
       970-REGISTER-THE-BATCH.
      *
           MOVE "C" TO FEED-CHECKPOINT-STATE.
           PERFORM 160-WRITE-CHECKPOINTS.
           OPEN EXTEND FEEDREG.
           IF (FEEDREG-FILE-STATUS = "35")
              OPEN OUTPUT FEEDREG
           END-IF.
           IF NOT FEEDREG-FILE-OK
              DISPLAY "EXCEPTION: FEEDREG CANNOT BE WRITTEN (FILE "
                      "STATUS " FEEDREG-FILE-STATUS ") - BATCH "
                      FEED-BATCH-ID " NOT REGISTERED."
              MOVE "FILE-ERR" TO JOBLOG-STATUS-SWITCH
           ELSE
              MOVE SPACES TO FEEDREG-RECORD
              MOVE "GASC0002" TO FR-PROGRAM-ID
              MOVE FEED-BATCH-ID TO FR-BATCH-ID
              MOVE FEED-CREATE-DATE TO FR-CREATE-DATE
              MOVE FEED-TRL-COUNT TO FR-RECORD-COUNT
              MOVE FEED-TRL-HASH TO FR-HASH-TOTAL
              COMPUTE FR-ROWS-POSTED =
                 FEED-PRIOR-POSTED + TRIPTRAN-RECORDS-POSTES
              COMPUTE FR-ROWS-REJECTED =
                 FEED-PRIOR-REJECTED + TRIPTRAN-RECORDS-REJETES
              COMPUTE FR-ROWS-HELD =
                 FEED-PRIOR-HELD + TRIPTRAN-RECORDS-RETENUS
              MOVE FEED-RESTARTS TO FR-RESTARTS
              MOVE JOBLOG-START-SAUVEGARDE TO FR-POSTED-TIMESTAMP
              MOVE JOBLOG-STATUS-SWITCH TO FR-END-STATUS
              IF (OPERATEUR-SIGNON = LOW-VALUES)
                 MOVE SPACES TO FR-OPERATOR-ID
              ELSE
                 MOVE OPERATEUR-SIGNON TO FR-OPERATOR-ID
              END-IF
              WRITE FEEDREG-RECORD
              CLOSE FEEDREG
              DISPLAY "BATCH " FEED-BATCH-ID " REGISTERED AS POSTED."
           END-IF.
      *
      ******************************************************************
