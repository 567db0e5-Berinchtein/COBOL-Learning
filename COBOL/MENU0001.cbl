      *                            status columns, locks the row
      *                            after repeated bad passwords and
      *                            audits every sign-on to USERAUDT
      * 15/10/2026   MANUEL JARRY  Nightly chain read from JOBSTREAM -
      *                            each step names its predecessors
      *                            and the JL-STATUS values that let
      *                            it proceed, so a failure stops only
      *                            the steps that depend on it. The
      *                            chain start is kept on CHAINRUN and
      *                            option 9 restarts that night from
      *                            its failed steps, skipping the ones
      *                            that already ended NORMAL
      * 15/10/2026   MANUEL JARRY  INTG0001 cross-file integrity check
      *                            added as option 5 with its own
      *                            status-panel slot, and as the
      *                            standard sequence's sixth step
      * 15/10/2026   MANUEL JARRY  DASH0001 daily dashboard produced
      *                            after every nightly chain and its
      *                            restart, and added as option 6
      *                            with its own status-panel slot
      *
      *****************************************************************
       IDENTIFICATION DIVISION.
           SELECT SCHEDULE ASSIGN TO SCHEDULE
              ORGANIZATION IS LINE SEQUENTIAL
              FILE STATUS IS SCHEDULE-FILE-STATUS.
           SELECT CHAINRUN ASSIGN TO CHAINRUN
              ORGANIZATION IS LINE SEQUENTIAL
              FILE STATUS IS CHAINRUN-FILE-STATUS.
           COPY JOBSTRSL.
           COPY JOBLOGSL.
      *****************************************************************
      *
           05 SC-RUN-DAY                  PIC 9(2).
           05 FILLER                      PIC X(1).
           05 SC-RUN-MONTH                PIC 9(2).
      *
      ******************************************************************
      *  Start of the last full nightly chain - rewritten each time
      *  option 8 starts one and read back by the option 9 restart,
      *  which judges each step by what it logged since then
      ******************************************************************
       FD  CHAINRUN.
       01  CHAINRUN-RECORD.
           05 CR-CHAIN-START              PIC X(14).
           05 FILLER                      PIC X(1).
           05 CR-OPERATOR-ID              PIC X(8).
      *
       COPY JOBSTRFD.
      *
       COPY JOBLOGFD.
      *
          05 OPTION-LEVEL-2              PIC 9          VALUE 1.
          05 OPTION-LEVEL-3              PIC 9          VALUE 3.
          05 OPTION-LEVEL-4              PIC 9          VALUE 1.
          05 OPTION-LEVEL-5              PIC 9          VALUE 1.
          05 OPTION-LEVEL-6              PIC 9          VALUE 1.
          05 OPTION-LEVEL-CHAIN          PIC 9          VALUE 3.
      *
       COPY OPERIDWS.
      *
       01 SCHEDULE-FILE-STATUS           PIC X(2)       VALUE "00".
          88 SCHEDULE-FILE-OK                           VALUE "00".
      *
       01 JOBSTREAM-FILE-STATUS          PIC X(2)       VALUE "00".
          88 JOBSTREAM-FILE-OK                          VALUE "00".
      *
       01 CHAINRUN-FILE-STATUS           PIC X(2)       VALUE "00".
          88 CHAINRUN-FILE-OK                           VALUE "00".
      *
      ******************************************************************
      *  The calendar loaded for the running chain - a program found
      ******************************************************************
      *  The standard nightly sequence - options 1 to 4 in order,
      *  then the FDMP0001 master dump so yesterday's image is
      *  always on hand, then the INTG0001 integrity check over what
      *  the night has posted. It is the chain run, each step waiting
      *  on the one before, when there is no JOBSTREAM to read
      ******************************************************************
       01 CHAIN-PROGRAM-TABLE-INIT.
          05 FILLER                      PIC X(8)  VALUE "GASC0001".
          05 FILLER                      PIC X(8)  VALUE "INTR0003".
          05 FILLER                      PIC X(8)  VALUE "STRC001 ".
          05 FILLER                      PIC X(8)  VALUE "FDMP0001".
          05 FILLER                      PIC X(8)  VALUE "INTG0001".
      *
       01 CHAIN-PROGRAM-TABLE REDEFINES CHAIN-PROGRAM-TABLE-INIT.
          05 CHAIN-PROGRAM-NAME          PIC X(8) OCCURS 6 TIMES.
      *
      ******************************************************************
      *  The programs behind menu options 1-6, in panel order
      ******************************************************************
       01 PANEL-PROGRAM-TABLE-INIT.
          05 FILLER                      PIC X(8)  VALUE "GASC0001".
          05 FILLER                      PIC X(8)  VALUE "INTR0001".
          05 FILLER                      PIC X(8)  VALUE "INTR0003".
          05 FILLER                      PIC X(8)  VALUE "STRC001 ".
          05 FILLER                      PIC X(8)  VALUE "INTG0001".
          05 FILLER                      PIC X(8)  VALUE "DASH0001".
      *
       01 PANEL-PROGRAM-TABLE REDEFINES PANEL-PROGRAM-TABLE-INIT.
          05 PANEL-PROGRAM-NAME          PIC X(8) OCCURS 6 TIMES.
      *
      ******************************************************************
      *  Last-run status panel - one slot per menu option 1-6, filled
      *  from a single pass over JOBLOG before each menu display
      ******************************************************************
       01 STATUS-PANEL-TABLE.
          05 SP-ENTRY OCCURS 6 TIMES.
             10 SP-FOUND-SWITCH          PIC X.
             10 SP-END-DATE              PIC X(8).
             10 SP-END-TIME              PIC X(6).
             10 SP-STATUS                PIC X(8).
      *
       01 PANEL-IDX                      PIC 9          VALUE 0.
      *
      ******************************************************************
      *  The job stream loaded for the running chain - each step
      *  waits while a predecessor is pending, runs once they have
      *  all finished with a status it accepts, and is BLOCKED when
      *  one has not, which in turn blocks its own successors.
      *  ST-OUTCOME holds the step's JL-STATUS, or NOTDUE, NOLOG,
      *  BLOCKED or BADPRED (a predecessor not on the stream)
      ******************************************************************
       01 STEP-COUNT                     PIC 9(2)       VALUE 0.
       01 STEP-TABLE.
          05 STEP-ENTRY
             OCCURS 0 TO 30 TIMES DEPENDING ON STEP-COUNT.
             10 ST-PROGRAM-ID            PIC X(8).
             10 ST-PREDECESSOR-LIST.
                15 ST-PREDECESSOR        OCCURS 4 TIMES.
                   20 ST-PREDECESSOR-ID  PIC X(8).
                   20 FILLER             PIC X(1).
             10 ST-PROCEED-LIST.
                15 ST-PROCEED-ON         OCCURS 4 TIMES.
                   20 ST-PROCEED-STATUS  PIC X(8).
                   20 FILLER             PIC X(1).
             10 ST-STATE-SWITCH          PIC X.
                88 ST-PENDING                           VALUE "P".
                88 ST-FINISHED                          VALUE "F".
             10 ST-OUTCOME               PIC X(8).
             10 ST-DONE-EARLIER-SWITCH   PIC X.
                88 ST-DONE-EARLIER                      VALUE "Y".
      *
       01 CHAIN-CONTROL.
          05 CHAIN-STEP                  PIC 9(2)       VALUE 0.
          05 PRED-IDX                    PIC 9          VALUE 0.
          05 STATUS-IDX                  PIC 9          VALUE 0.
          05 PRED-STEP                   PIC 9(2)       VALUE 0.
          05 STEP-SCAN                   PIC 9(2)       VALUE 0.
          05 PREDECESSEUR-CHERCHE        PIC X(8)       VALUE SPACES.
          05 BLOCKING-PREDECESSOR        PIC X(8)       VALUE SPACES.
          05 STEP-VERDICT-SWITCH         PIC X          VALUE "R".
             88 STEP-READY                              VALUE "R".
             88 STEP-WAITING                            VALUE "W".
             88 STEP-BLOCKED                            VALUE "B".
          05 OUTCOME-ACCEPTED-SWITCH     PIC X          VALUE "N".
             88 OUTCOME-ACCEPTED                        VALUE "Y".
          05 PROGRESS-SWITCH             PIC X          VALUE "N".
             88 STREAM-PROGRESSED                       VALUE "Y".
          05 JOBSTREAM-EOF-SWITCH        PIC X          VALUE "N".
             88 JOBSTREAM-EOF                           VALUE "Y".
          05 ORIGINAL-START-X            PIC X(14)      VALUE SPACES.
          05 STEPS-PENDING               PIC 9(2)       VALUE 0.
          05 STEPS-FAILED                PIC 9(2)       VALUE 0.
          05 STEPS-SKIPPED               PIC 9(2)       VALUE 0.
          05 CHAIN-STATUS                PIC X(8)       VALUE "NORMAL".
          05 CHAIN-START-SAUVEGARDE      PIC 9(14)      VALUE 0.
          05 LAST-RUN-FOUND-SWITCH       PIC X          VALUE "N".
           DISPLAY "  4 - COBOL STRUCTURE CHART GENERATOR (STRC001)".
           MOVE 4 TO PANEL-IDX.
           PERFORM 410-AFFICHER-UN-STATUT.
           DISPLAY "  5 - CROSS-FILE INTEGRITY CHECK (INTG0001)".
           MOVE 5 TO PANEL-IDX.
           PERFORM 410-AFFICHER-UN-STATUT.
           DISPLAY "  6 - DAILY OPERATIONS DASHBOARD (DASH0001)".
           MOVE 6 TO PANEL-IDX.
           PERFORM 410-AFFICHER-UN-STATUT.
           DISPLAY "  8 - UNATTENDED NIGHTLY CHAIN (JOBSTREAM)".
           DISPLAY "  9 - RESTART LAST NIGHT'S CHAIN FROM ITS FAILED "
                   "STEPS".
           DISPLAY "  0 - EXIT".
           DISPLAY "ENTER YOUR CHOICE:".
           ACCEPT MENU-SELECTION.
                    CALL "STRC001"
                    CANCEL "STRC001"
                 END-IF
              WHEN 5
                 IF (OPERATOR-AUTHORITY < OPTION-LEVEL-5)
                    PERFORM 110-REFUSER-AUTORITE
                 ELSE
                    CALL "INTG0001"
                    CANCEL "INTG0001"
                 END-IF
              WHEN 6
                 IF (OPERATOR-AUTHORITY < OPTION-LEVEL-6)
                    PERFORM 110-REFUSER-AUTORITE
                 ELSE
                    CALL "DASH0001"
                    CANCEL "DASH0001"
                 END-IF
              WHEN 8
                 IF (OPERATOR-AUTHORITY < OPTION-LEVEL-CHAIN)
                    PERFORM 110-REFUSER-AUTORITE
                 ELSE
                    PERFORM 300-CHAINE-NOCTURNE
                 END-IF
              WHEN 9
                 IF (OPERATOR-AUTHORITY < OPTION-LEVEL-CHAIN)
                    PERFORM 110-REFUSER-AUTORITE
                 ELSE
                    PERFORM 360-REPRENDRE-LA-CHAINE THRU 360-SORTIE
                 END-IF
              WHEN 0
                 MOVE "Y" TO MENU-EXIT-SWITCH
              WHEN OTHER
       400-LIRE-STATUTS-RECENTS.
      *
           PERFORM 402-VIDER-UN-STATUT
              VARYING PANEL-IDX FROM 1 BY 1 UNTIL PANEL-IDX > 6.
           MOVE "N" TO JOBLOGIN-EOF-SWITCH.
           OPEN INPUT JOBLOGIN.
           IF NOT JOBLOGIN-FILE-OK
                 NOT AT END
                    PERFORM 404-CLASSER-UN-ENREGISTREMENT
                       VARYING PANEL-IDX FROM 1 BY 1
                       UNTIL PANEL-IDX > 6
              END-READ
           END-PERFORM.
           IF JOBLOGIN-FILE-OK OR JOBLOGIN-FILE-STATUS = "10"
      *
       404-CLASSER-UN-ENREGISTREMENT.
      *
           IF (JI-PROGRAM-ID = PANEL-PROGRAM-NAME (PANEL-IDX))
              MOVE "Y" TO SP-FOUND-SWITCH (PANEL-IDX)
              MOVE JI-END-TIMESTAMP (1:8)
                 TO SP-END-DATE (PANEL-IDX)
           END-IF.
      *
      ******************************************************************
      *  This routine runs the nightly job stream without prompts
      *  between the jobs - each step's JL-STATUS is read back from
      *  JOBLOG after it ends, and a step whose predecessor ended
      *  with a status it does not accept is blocked instead of
      *  running on bad data, while the branches that do not depend
      *  on the failure carry on. The chain start goes to CHAINRUN
      *  for option 9, and a chain-summary record is logged either
      *  way so morning staff can see whether the night ran clean
      ******************************************************************
       300-CHAINE-NOCTURNE.
      *
           MOVE CHAIN-START-SAUVEGARDE TO CHAIN-START-X.
           MOVE JDH-DATE (5:2) TO CHAIN-RUN-MONTH.
           MOVE JDH-DATE (7:2) TO CHAIN-RUN-DAY.
           MOVE 0 TO STEPS-SKIPPED.
           PERFORM 302-CHARGER-LE-FLUX THRU 302-SORTIE.
           PERFORM 305-CHARGER-CALENDRIER.
           PERFORM 306-NOTER-LE-DEPART.
           PERFORM 330-DEROULER-LE-FLUX.
           PERFORM 340-CONCLURE-LA-CHAINE.
           PERFORM 350-ECRIRE-SOMMAIRE-CHAINE.
           PERFORM 355-PRODUIRE-TABLEAU-DE-BORD.
      *
      ******************************************************************
      *  This routine loads the job stream - a missing or empty
      *  JOBSTREAM falls back to the standard six-step sequence,
      *  each step waiting on the one before, which is how the chain
      *  always ran. Blank rows and rows starting with * are skipped
      ******************************************************************
       302-CHARGER-LE-FLUX.
      *
           MOVE 0 TO STEP-COUNT.
           OPEN INPUT JOBSTREAM.
           IF NOT JOBSTREAM-FILE-OK
              DISPLAY "JOBSTREAM NOT AVAILABLE (FILE STATUS "
                      JOBSTREAM-FILE-STATUS ") - THE STANDARD "
                      "SIX-STEP SEQUENCE WILL RUN."
              PERFORM 303-CHARGER-ETAPE-STANDARD
                 VARYING CHAIN-STEP FROM 1 BY 1 UNTIL CHAIN-STEP > 6
              GO TO 302-SORTIE
           END-IF.
           MOVE "N" TO JOBSTREAM-EOF-SWITCH.
           PERFORM UNTIL JOBSTREAM-EOF
              READ JOBSTREAM
                 AT END
                    MOVE "Y" TO JOBSTREAM-EOF-SWITCH
                 NOT AT END
                    IF (JS-PROGRAM-ID NOT = SPACES)
                       AND (JS-PROGRAM-ID (1:1) NOT = "*")
                       IF (STEP-COUNT < 30)
                          ADD 1 TO STEP-COUNT
                          MOVE JS-PROGRAM-ID
                             TO ST-PROGRAM-ID (STEP-COUNT)
                          MOVE JS-PREDECESSORS
                             TO ST-PREDECESSOR-LIST (STEP-COUNT)
                          MOVE JS-PROCEED-STATUSES
                             TO ST-PROCEED-LIST (STEP-COUNT)
                          MOVE "P" TO ST-STATE-SWITCH (STEP-COUNT)
                          MOVE SPACES TO ST-OUTCOME (STEP-COUNT)
                          MOVE "N"
                             TO ST-DONE-EARLIER-SWITCH (STEP-COUNT)
                       ELSE
                          DISPLAY "EXCEPTION: JOBSTREAM TABLE FULL - "
                                  JS-PROGRAM-ID " WILL NOT RUN."
                       END-IF
                    END-IF
              END-READ
           END-PERFORM.
           CLOSE JOBSTREAM.
           IF (STEP-COUNT = 0)
              DISPLAY "JOBSTREAM HOLDS NO STEPS - THE STANDARD "
                      "SIX-STEP SEQUENCE WILL RUN."
              PERFORM 303-CHARGER-ETAPE-STANDARD
                 VARYING CHAIN-STEP FROM 1 BY 1 UNTIL CHAIN-STEP > 6
           END-IF.
           PERFORM 304-VERIFIER-UNE-ETAPE
              VARYING CHAIN-STEP FROM 1 BY 1
              UNTIL CHAIN-STEP > STEP-COUNT.
      *
       302-SORTIE.
           EXIT.
      *
       303-CHARGER-ETAPE-STANDARD.
      *
           ADD 1 TO STEP-COUNT.
           MOVE CHAIN-PROGRAM-NAME (CHAIN-STEP)
              TO ST-PROGRAM-ID (STEP-COUNT).
           MOVE SPACES TO ST-PREDECESSOR-LIST (STEP-COUNT).
           MOVE SPACES TO ST-PROCEED-LIST (STEP-COUNT).
           IF (CHAIN-STEP > 1)
              MOVE CHAIN-PROGRAM-NAME (CHAIN-STEP - 1)
                 TO ST-PREDECESSOR-ID (STEP-COUNT 1)
           END-IF.
           MOVE "P" TO ST-STATE-SWITCH (STEP-COUNT).
           MOVE SPACES TO ST-OUTCOME (STEP-COUNT).
           MOVE "N" TO ST-DONE-EARLIER-SWITCH (STEP-COUNT).
      *
      ******************************************************************
      *  This routine checks that every predecessor a step names is
      *  itself on the stream - a step waiting on a program that
      *  will never run is finished as BADPRED before the night
      *  starts, and its own successors are blocked in turn
      ******************************************************************
       304-VERIFIER-UNE-ETAPE.
      *
           PERFORM 307-VERIFIER-UN-PREDECESSEUR
              VARYING PRED-IDX FROM 1 BY 1
              UNTIL (PRED-IDX > 4) OR ST-FINISHED (CHAIN-STEP).
      *
       307-VERIFIER-UN-PREDECESSEUR.
      *
           IF (ST-PREDECESSOR-ID (CHAIN-STEP PRED-IDX) NOT = SPACES)
              MOVE ST-PREDECESSOR-ID (CHAIN-STEP PRED-IDX)
                 TO PREDECESSEUR-CHERCHE
              PERFORM 337-TROUVER-UN-PREDECESSEUR
              IF (PRED-STEP = 0)
                 DISPLAY "EXCEPTION: JOBSTREAM STEP "
                         ST-PROGRAM-ID (CHAIN-STEP)
                         " WAITS ON " PREDECESSEUR-CHERCHE
                         ", WHICH IS NOT ON THE STREAM."
                 MOVE "F" TO ST-STATE-SWITCH (CHAIN-STEP)
                 MOVE "BADPRED" TO ST-OUTCOME (CHAIN-STEP)
              END-IF
           END-IF.
      *
      ******************************************************************
      *  This routine records the start of a full chain on CHAINRUN
      *  so option 9 knows which night to resume
      ******************************************************************
       306-NOTER-LE-DEPART.
      *
           OPEN OUTPUT CHAINRUN.
           IF NOT CHAINRUN-FILE-OK
              DISPLAY "EXCEPTION: CHAINRUN CANNOT BE WRITTEN (FILE "
                      "STATUS " CHAINRUN-FILE-STATUS ") - THIS CHAIN "
                      "CANNOT BE RESTARTED WITH OPTION 9."
           ELSE
              MOVE SPACES TO CHAINRUN-RECORD
              MOVE CHAIN-START-X TO CR-CHAIN-START
              IF (OPERATEUR-SIGNON = LOW-VALUES)
                 MOVE SPACES TO CR-OPERATOR-ID
              ELSE
                 MOVE OPERATEUR-SIGNON TO CR-OPERATOR-ID
              END-IF
              WRITE CHAINRUN-RECORD
              CLOSE CHAINRUN
           END-IF.
      *
      ******************************************************************
      *  This routine runs one chain step and checks the JL-STATUS it
      *  logged - a step that logged nothing at all is judged NOLOG,
      *  which no successor accepts
      ******************************************************************
       310-EXECUTER-UNE-ETAPE.
      *
           MOVE ST-PROGRAM-ID (CHAIN-STEP) TO PROGRAMME-CHERCHE.
           MOVE "F" TO ST-STATE-SWITCH (CHAIN-STEP).
           PERFORM 315-JUGER-LE-CALENDRIER.
           IF (NOT ETAPE-PREVUE)
              MOVE "NOTDUE" TO ST-OUTCOME (CHAIN-STEP)
              DISPLAY SEPARATOR-LINE
              DISPLAY "CHAIN STEP " CHAIN-STEP " - "
                      PROGRAMME-CHERCHE " NOT SCHEDULED TODAY, "
           PERFORM 320-LIRE-DERNIER-STATUS.
           IF (LAST-RUN-FOUND-SWITCH = "N")
              MOVE "NOLOG" TO LAST-RUN-STATUS
           END-IF.
           MOVE LAST-RUN-STATUS TO ST-OUTCOME (CHAIN-STEP).
           DISPLAY "CHAIN STEP " CHAIN-STEP " - " PROGRAMME-CHERCHE
                   " ENDED " LAST-RUN-STATUS ".".
      *
       310-SORTIE.
           EXIT.
      *
      ******************************************************************
      *  This routine works through the stream in passes - each pass
      *  runs every pending step whose predecessors have all
      *  finished, in JOBSTREAM order, until a pass changes nothing.
      *  A step still pending then waits on a loop of predecessors
      *  and is blocked
      ******************************************************************
       330-DEROULER-LE-FLUX.
      *
           MOVE "Y" TO CHAINE-NOCTURNE-SIGNAL.
           MOVE "Y" TO PROGRESS-SWITCH.
           PERFORM 332-UNE-PASSE-DU-FLUX
              UNTIL NOT STREAM-PROGRESSED.
           MOVE "N" TO CHAINE-NOCTURNE-SIGNAL.
           PERFORM 338-BLOQUER-UNE-BOUCLE
              VARYING CHAIN-STEP FROM 1 BY 1
              UNTIL CHAIN-STEP > STEP-COUNT.
      *
       332-UNE-PASSE-DU-FLUX.
      *
           MOVE "N" TO PROGRESS-SWITCH.
           PERFORM 334-EXAMINER-UNE-ETAPE
              VARYING CHAIN-STEP FROM 1 BY 1
              UNTIL CHAIN-STEP > STEP-COUNT.
      *
       334-EXAMINER-UNE-ETAPE.
      *
           IF ST-PENDING (CHAIN-STEP)
              MOVE "R" TO STEP-VERDICT-SWITCH
              MOVE SPACES TO BLOCKING-PREDECESSOR
              PERFORM 336-JUGER-UN-PREDECESSEUR
                 VARYING PRED-IDX FROM 1 BY 1 UNTIL PRED-IDX > 4
              EVALUATE TRUE
                 WHEN STEP-READY
                    PERFORM 310-EXECUTER-UNE-ETAPE THRU 310-SORTIE
                    MOVE "Y" TO PROGRESS-SWITCH
                 WHEN STEP-BLOCKED
                    MOVE "F" TO ST-STATE-SWITCH (CHAIN-STEP)
                    MOVE "BLOCKED" TO ST-OUTCOME (CHAIN-STEP)
                    DISPLAY SEPARATOR-LINE
                    DISPLAY "CHAIN STEP " CHAIN-STEP " - "
                            ST-PROGRAM-ID (CHAIN-STEP)
                            " NOT RUN - PREDECESSOR "
                            BLOCKING-PREDECESSOR " ENDED "
                            ST-OUTCOME (PRED-STEP) "."
                    MOVE "Y" TO PROGRESS-SWITCH
                 WHEN OTHER
                    CONTINUE
              END-EVALUATE
           END-IF.
      *
      ******************************************************************
      *  This routine judges one predecessor of the step - still
      *  pending makes the step wait, finished with a status the
      *  step does not accept blocks it. A block outranks a wait, so
      *  a failed branch is reported as soon as it is known
      ******************************************************************
       336-JUGER-UN-PREDECESSEUR.
      *
           IF (ST-PREDECESSOR-ID (CHAIN-STEP PRED-IDX) NOT = SPACES)
              AND (NOT STEP-BLOCKED)
              MOVE ST-PREDECESSOR-ID (CHAIN-STEP PRED-IDX)
                 TO PREDECESSEUR-CHERCHE
              PERFORM 337-TROUVER-UN-PREDECESSEUR
              IF ST-PENDING (PRED-STEP)
                 MOVE "W" TO STEP-VERDICT-SWITCH
              ELSE
                 PERFORM 339-JUGER-UNE-ISSUE
                 IF (NOT OUTCOME-ACCEPTED)
                    MOVE "B" TO STEP-VERDICT-SWITCH
                    MOVE PREDECESSEUR-CHERCHE TO BLOCKING-PREDECESSOR
                 END-IF
              END-IF
           END-IF.
      *
       337-TROUVER-UN-PREDECESSEUR.
      *
           MOVE 0 TO PRED-STEP.
           PERFORM 335-COMPARER-UNE-ETAPE
              VARYING STEP-SCAN FROM 1 BY 1
              UNTIL (STEP-SCAN > STEP-COUNT) OR (PRED-STEP > 0).
      *
       335-COMPARER-UNE-ETAPE.
      *
           IF (ST-PROGRAM-ID (STEP-SCAN) = PREDECESSEUR-CHERCHE)
              MOVE STEP-SCAN TO PRED-STEP
           END-IF.
      *
      ******************************************************************
      *  This routine judges a finished predecessor's outcome against
      *  the step's proceed list - NOTDUE always lets the step run,
      *  NOLOG, BLOCKED and BADPRED never do; with no list the step
      *  runs on anything but RECONERR or FILE-ERR
      ******************************************************************
       339-JUGER-UNE-ISSUE.
      *
           MOVE "N" TO OUTCOME-ACCEPTED-SWITCH.
           EVALUATE TRUE
              WHEN ST-OUTCOME (PRED-STEP) = "NOTDUE"
                 MOVE "Y" TO OUTCOME-ACCEPTED-SWITCH
              WHEN ST-OUTCOME (PRED-STEP) = "NOLOG" OR "BLOCKED"
                                         OR "BADPRED"
                 CONTINUE
              WHEN ST-PROCEED-LIST (CHAIN-STEP) = SPACES
                 IF (ST-OUTCOME (PRED-STEP) NOT = "RECONERR")
                    AND (ST-OUTCOME (PRED-STEP) NOT = "FILE-ERR")
                    MOVE "Y" TO OUTCOME-ACCEPTED-SWITCH
                 END-IF
              WHEN OTHER
                 PERFORM 333-COMPARER-UN-STATUT
                    VARYING STATUS-IDX FROM 1 BY 1
                    UNTIL (STATUS-IDX > 4) OR OUTCOME-ACCEPTED
           END-EVALUATE.
      *
       333-COMPARER-UN-STATUT.
      *
           IF (ST-PROCEED-STATUS (CHAIN-STEP STATUS-IDX) NOT = SPACES)
              AND (ST-PROCEED-STATUS (CHAIN-STEP STATUS-IDX)
                 = ST-OUTCOME (PRED-STEP))
              MOVE "Y" TO OUTCOME-ACCEPTED-SWITCH
           END-IF.
      *
       338-BLOQUER-UNE-BOUCLE.
      *
           IF ST-PENDING (CHAIN-STEP)
              MOVE "F" TO ST-STATE-SWITCH (CHAIN-STEP)
              MOVE "BLOCKED" TO ST-OUTCOME (CHAIN-STEP)
              DISPLAY "EXCEPTION: CHAIN STEP " CHAIN-STEP " - "
                      ST-PROGRAM-ID (CHAIN-STEP) " NOT RUN - ITS "
                      "PREDECESSORS WAIT ON EACH OTHER IN A LOOP."
           END-IF.
      *
      ******************************************************************
      *  This routine lists every step's outcome for the night and
      *  sets the chain status - CHAINERR when any step failed or was
      *  blocked, with the reminder that option 9 resumes from there
      ******************************************************************
       340-CONCLURE-LA-CHAINE.
      *
           MOVE 0 TO STEPS-FAILED.
           DISPLAY SEPARATOR-LINE.
           DISPLAY "NIGHTLY CHAIN - STEP OUTCOMES".
           PERFORM 342-LISTER-UNE-ETAPE
              VARYING CHAIN-STEP FROM 1 BY 1
              UNTIL CHAIN-STEP > STEP-COUNT.
           IF (STEPS-FAILED > 0)
              MOVE "CHAINERR" TO CHAIN-STATUS
              DISPLAY "NIGHTLY CHAIN ENDED WITH " STEPS-FAILED
                      " STEP(S) FAILED OR BLOCKED - FIX THE CAUSE AND "
                      "RESTART WITH OPTION 9."
           ELSE
              MOVE "NORMAL" TO CHAIN-STATUS
              DISPLAY "NIGHTLY CHAIN COMPLETED CLEAN."
           END-IF.
      *
       342-LISTER-UNE-ETAPE.
      *
           IF ST-DONE-EARLIER (CHAIN-STEP)
              DISPLAY "  " CHAIN-STEP " " ST-PROGRAM-ID (CHAIN-STEP)
                      " " ST-OUTCOME (CHAIN-STEP)
                      " (ENDED NORMAL BEFORE THE RESTART)"
           ELSE
              DISPLAY "  " CHAIN-STEP " " ST-PROGRAM-ID (CHAIN-STEP)
                      " " ST-OUTCOME (CHAIN-STEP)
           END-IF.
           IF (ST-OUTCOME (CHAIN-STEP) = "RECONERR" OR "FILE-ERR"
                                      OR "NOLOG" OR "BLOCKED"
                                      OR "BADPRED")
              ADD 1 TO STEPS-FAILED
           END-IF.
      *
      ******************************************************************
      *  This routine loads the run calendar at the start of the
      *  chain - a missing SCHEDULE leaves the table empty and every
      *  step runs, which is the safe side of the door
           WRITE JOBLOG-RECORD.
           CLOSE JOBLOG.
      *
      ******************************************************************
      *  This routine produces the morning dashboard once the chain's
      *  summary is on JOBLOG, whatever the chain's outcome - it is
      *  not a chain step, so no failed step can hold it back
      ******************************************************************
       355-PRODUIRE-TABLEAU-DE-BORD.
      *
           DISPLAY SEPARATOR-LINE.
           DISPLAY "PRODUCING THE DAILY OPERATIONS DASHBOARD".
           CALL "DASH0001".
           CANCEL "DASH0001".
      *
      ******************************************************************
      *  This routine restarts the last full chain from its failed
      *  steps - each step is judged by what it logged since the
      *  chain on CHAINRUN started: one that ended NORMAL is skipped,
      *  every other one runs again once its predecessors allow it.
      *  The calendar is judged on the night the chain started, so a
      *  restart after midnight runs the same steps
      ******************************************************************
       360-REPRENDRE-LA-CHAINE.
      *
           PERFORM 362-LIRE-LE-DEPART.
           IF (ORIGINAL-START-X = SPACES)
              DISPLAY "NO NIGHTLY CHAIN ON CHAINRUN (FILE STATUS "
                      CHAINRUN-FILE-STATUS ") - NOTHING TO RESTART."
              GO TO 360-SORTIE
           END-IF.
           DISPLAY SEPARATOR-LINE.
           DISPLAY "RESTARTING THE NIGHTLY CHAIN STARTED "
                   ORIGINAL-START-X (1:8) " " ORIGINAL-START-X (9:6)
                   ".".
           MOVE ORIGINAL-START-X (5:2) TO CHAIN-RUN-MONTH.
           MOVE ORIGINAL-START-X (7:2) TO CHAIN-RUN-DAY.
           MOVE 0 TO STEPS-SKIPPED.
           MOVE 0 TO STEPS-PENDING.
           PERFORM 302-CHARGER-LE-FLUX THRU 302-SORTIE.
           PERFORM 305-CHARGER-CALENDRIER.
           MOVE ORIGINAL-START-X TO CHAIN-START-X.
           PERFORM 364-RELEVER-UNE-ETAPE
              VARYING CHAIN-STEP FROM 1 BY 1
              UNTIL CHAIN-STEP > STEP-COUNT.
           IF (STEPS-PENDING = 0)
              DISPLAY "EVERY STEP OF THAT CHAIN ALREADY ENDED NORMAL "
                      "OR IS NOT DUE - NOTHING TO RESTART."
              GO TO 360-SORTIE
           END-IF.
           DISPLAY STEPS-SKIPPED " STEP(S) ALREADY ENDED NORMAL AND "
                   "WILL BE SKIPPED, " STEPS-PENDING " TO RUN.".
           MOVE FUNCTION CURRENT-DATE TO JOBLOG-DATE-ET-HEURE.
           MOVE JDH-DATE TO CHAIN-START-SAUVEGARDE (1:8).
           MOVE JDH-TIME TO CHAIN-START-SAUVEGARDE (9:6).
           MOVE CHAIN-START-SAUVEGARDE TO CHAIN-START-X.
           PERFORM 330-DEROULER-LE-FLUX.
           PERFORM 340-CONCLURE-LA-CHAINE.
           PERFORM 350-ECRIRE-SOMMAIRE-CHAINE.
           PERFORM 355-PRODUIRE-TABLEAU-DE-BORD.
      *
       360-SORTIE.
           EXIT.
      *
       362-LIRE-LE-DEPART.
      *
           MOVE SPACES TO ORIGINAL-START-X.
           OPEN INPUT CHAINRUN.
           IF CHAINRUN-FILE-OK
              READ CHAINRUN
                 NOT AT END
                    MOVE CR-CHAIN-START TO ORIGINAL-START-X
              END-READ
              CLOSE CHAINRUN
           END-IF.
      *
      ******************************************************************
      *  This routine settles one step before the restart - a step
      *  whose newest run since the chain started ended NORMAL, or
      *  that was not due that night, is finished already; any other
      *  step is left pending to run again
      ******************************************************************
       364-RELEVER-UNE-ETAPE.
      *
           IF ST-PENDING (CHAIN-STEP)
              MOVE ST-PROGRAM-ID (CHAIN-STEP) TO PROGRAMME-CHERCHE
              PERFORM 315-JUGER-LE-CALENDRIER
              PERFORM 320-LIRE-DERNIER-STATUS
              EVALUATE TRUE
                 WHEN NOT ETAPE-PREVUE
                    MOVE "F" TO ST-STATE-SWITCH (CHAIN-STEP)
                    MOVE "NOTDUE" TO ST-OUTCOME (CHAIN-STEP)
                 WHEN (LAST-RUN-FOUND-SWITCH = "Y")
                    AND (LAST-RUN-STATUS = "NORMAL")
                    MOVE "F" TO ST-STATE-SWITCH (CHAIN-STEP)
                    MOVE "NORMAL" TO ST-OUTCOME (CHAIN-STEP)
                    MOVE "Y" TO ST-DONE-EARLIER-SWITCH (CHAIN-STEP)
                    ADD 1 TO STEPS-SKIPPED
                 WHEN OTHER
                    ADD 1 TO STEPS-PENDING
              END-EVALUATE
           END-IF.
      *
