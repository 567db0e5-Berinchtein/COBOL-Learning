      *                            less actuelle) under INTR-ACCRUAL
      *                            instead of the account's whole
      *                            balance
      * 15/10/2026   MANUEL JARRY  DEPR0001 depreciation blocks post
      *                            under VEH-DEPREC; VEHM0001 disposal
      *                            blocks post the sale proceeds under
      *                            VEH-DISPOSAL and the gain or loss
      *                            against net book value under
      *                            VEH-DISPGAIN or VEH-DISPLOSS
      * 15/10/2026   MANUEL JARRY  ECHE0001 maturity payout blocks
      *                            post the balance paid under
      *                            LOAN-PAYOUT
      * 15/10/2026   MANUEL JARRY  CLOT0001 account closure blocks
      *                            post the amount paid under
      *                            LOAN-CLOSURE and the difference
      *                            from the book balance under
      *                            LOAN-CLOSINT or LOAN-PENALTY
      * 15/10/2026   MANUEL JARRY  RETD0001 late fee blocks post the
      *                            fee charged under LOAN-LATEFEE
      * 15/10/2026   MANUEL JARRY  GLJRNL layout moved to the shared
      *                            GLJRNLSL/GLJRNLFD copybooks and the
      *                            run time added to its HDR so
      *                            GLBL0001 can tell one batch from
      *                            another; a posting month already
      *                            locked on GLPERIOD must be
      *                            confirmed, the journal then posting
      *                            to the open period
      * 15/10/2026   MANUEL JARRY  Unattended run in the nightly chain
      *                            posts the current month without
      *                            asking and never posts into a
      *                            locked month
      * 15/10/2026   MANUEL JARRY  Opening routine performed through its
      *                            exit - a run abandoned at start-up no
      *                            longer falls into the posting
      *                            routines with its files closed
      * 15/10/2026   MANUEL JARRY  Unattended run journals the last
      *                            completed month instead of the month
      *                            to date, and only once - a GLJRNL
      *                            already holding that month is left as
      *                            it stands
      *
      *****************************************************************
       IDENTIFICATION DIVISION.
      *  interest (VALEUR-FUTURE less VALEUR-ACTUELLE, the balances
      *  before and after the accrual) under INTR-ACCRUAL, and the
      *  fleet's monthly fuel cost per department posts under
      *  FLT-dddd (falling back to FLT-DEFAULT). A DEPR0001 row
      *  posts the vehicle's depreciation charge under VEH-DEPREC. A
      *  VEHM0001 disposal row posts its sale proceeds under
      *  VEH-DISPOSAL (bank against the vehicle asset), then the
      *  difference from the net book value written off - a gain
      *  under VEH-DISPGAIN (asset against gain), a loss under
      *  VEH-DISPLOSS (loss against asset) - so the asset account is
      *  relieved of exactly the book value. An ECHE0001 row posts
      *  the balance paid out at maturity (VALEUR-ACTUELLE) under
      *  LOAN-PAYOUT. A CLOT0001 closure row posts the amount paid
      *  (VALEUR-ACTUELLE) under LOAN-CLOSURE, then the difference
      *  from the book balance relieved (VALEUR-FUTURE) - the
      *  interest of the closing broken period net of the early
      *  redemption penalty - under LOAN-CLOSINT (interest against
      *  the account) when the holder received more than the book
      *  balance, under LOAN-PENALTY (account against penalty
      *  income) when less. A RETD0001 row posts the late fee
      *  charged on an overdue instalment (VALEUR-ACTUELLE) under
      *  LOAN-LATEFEE. The HDR rows say
      *  which program wrote each block and steer that split. The
      *  whole journal is built in storage first;
      *  an unmapped source or a debit/credit total that does not
           SELECT GLFIN ASSIGN TO GLFILE
              ORGANIZATION IS LINE SEQUENTIAL
              FILE STATUS IS GLFIN-FILE-STATUS.
           COPY GLJRNLSL.
           COPY GLPERDSL.
           COPY TRIPFLSL.
           COPY VEHMSTSL.
           COPY JOBLOGSL.
           05 FILLER                     PIC X(2).
           05 GI-VALEUR-FUTURE           PIC 9(9)V99.
      *
       COPY GLJRNLFD.
      *
       COPY GLPERDFD.
      *
       COPY TRIPFLFD.
      *
             88 BATCH-CLEAN                             VALUE "Y".
          05 RUN-READY-SWITCH            PIC X          VALUE "N".
             88 RUN-READY                               VALUE "Y".
          05 GLPERIOD-EOF-SWITCH         PIC X          VALUE "N".
             88 GLPERIOD-EOF                            VALUE "Y".
          05 JOURNAL-ON-FILE-SWITCH      PIC X          VALUE "N".
             88 JOURNAL-ON-FILE                         VALUE "Y".
          05 CONFIRM-ENTRY               PIC X          VALUE "N".
      *
       01 FILE-STATUS-FIELDS.
          05 GLMAP-FILE-STATUS           PIC X(2)       VALUE "00".
          05 VEHMAST-FILE-STATUS         PIC X(2)       VALUE "00".
             88 VEHMAST-FILE-OK                         VALUE "00".
             88 VEHMAST-FILE-NOT-FOUND                  VALUE "23" "35".
          05 GLJRNL-FILE-STATUS          PIC X(2)       VALUE "00".
             88 GLJRNL-FILE-OK                          VALUE "00".
          05 GLPERIOD-FILE-STATUS        PIC X(2)       VALUE "00".
             88 GLPERIOD-FILE-OK                        VALUE "00".
      *
       01 JOBLOG-DATE-ET-HEURE.
          05 JDH-DATE                    PIC 9(8).
       01 JOBLOG-START-SAUVEGARDE        PIC 9(14)      VALUE 0.
      *
       COPY OPERIDWS.
      *
       COPY CHAINEWS.
      *
       01 USER-ENTRIES.
          05 POSTING-MONTH-ENTRY         PIC 9(6).
          05 POSTING-DATE                PIC 9(8).
          05 MOIS-NUMERO                 PIC 9(2).
          05 JOUR-FIN-DE-MOIS            PIC 9(2).
          05 LAST-CLOSED-PERIOD          PIC 9(6)       VALUE 0.
          05 OPEN-PERIOD                 PIC 9(6)       VALUE 0.
          05 DEPT-SCAN                   PIC 9(3).
          05 JOURNAL-SCAN                PIC 9(4).
          05 TOTAL-DEBITS                PIC 9(11)V99   VALUE 0.
          05 CE-RUN-DATE                PIC 9(8).
          05 FILLER                     PIC X(1)       VALUE SPACE.
          05 CE-PROGRAM-ID              PIC X(8).
          05 FILLER                     PIC X(1)       VALUE SPACE.
          05 CE-RUN-TIME                PIC 9(6).
      *
       01 CONTROLE-PIED.
          05 FILLER                     PIC X(3)       VALUE "TRL".
      ******************************************************************
       PROCEDURE DIVISION.
      *
           PERFORM 010-OPEN-FILES THRU 010-EXIT.
           PERFORM 100-POST-ONE-GLFIN THRU 100-EXIT
              UNTIL GLFIN-EOF.
           PERFORM 200-FOLD-ONE-TRIP THRU 200-EXIT
      ******************************************************************
      *  This routine asks the posting month, loads the chart-of-
      *  accounts mapping and opens the sources - a missing GLMAP
      *  abandons the run since nothing could be mapped. Unattended,
      *  the month is the last completed one and is journalled once:
      *  a GLJRNL already holding that month is left as it stands,
      *  so GLBL0001 sees the same batch and does not post it twice
      ******************************************************************
       010-OPEN-FILES.
      *
           MOVE JDH-TIME TO JOBLOG-START-SAUVEGARDE (9:6).
           DISPLAY SEPARATOR-LINE.
           DISPLAY "BALANCED GL JOURNAL POSTING".
           IF (CHAINE-NOCTURNE-SIGNAL = "Y")
              MOVE JDH-DATE (1:6) TO POSTING-MONTH-ENTRY
              IF (POSTING-MONTH-ENTRY (5:2) = "01")
                 SUBTRACT 89 FROM POSTING-MONTH-ENTRY
              ELSE
                 SUBTRACT 1 FROM POSTING-MONTH-ENTRY
              END-IF
              DISPLAY "UNATTENDED RUN - POSTING MONTH "
                      POSTING-MONTH-ENTRY "."
              PERFORM 013-CHECK-JOURNAL-ON-FILE THRU 013-EXIT
              IF JOURNAL-ON-FILE
                 DISPLAY "GLJRNL ALREADY HOLDS THE JOURNAL FOR "
                         POSTING-MONTH-ENTRY " - LEFT AS IT STANDS."
                 MOVE "Y" TO GLFIN-EOF-SWITCH
                 MOVE "Y" TO TRIPFILE-EOF-SWITCH
                 GO TO 010-EXIT
              END-IF
           ELSE
              DISPLAY "ENTER THE POSTING MONTH (YYYYMM):"
              ACCEPT POSTING-MONTH-ENTRY
           END-IF.
           IF (POSTING-MONTH-ENTRY = 0)
              DISPLAY "THE POSTING MONTH CANNOT BE ZERO. "
                      "RUN ABANDONED."
           END-EVALUATE.
           COMPUTE POSTING-DATE =
              POSTING-MONTH-ENTRY * 100 + JOUR-FIN-DE-MOIS.
           PERFORM 012-CHECK-LEDGER-PERIOD.
           IF (POSTING-MONTH-ENTRY <= LAST-CLOSED-PERIOD)
              DISPLAY "MONTH " POSTING-MONTH-ENTRY " IS LOCKED ON THE "
                      "LEDGER - GLBL0001 WILL POST THIS JOURNAL TO "
                      "THE OPEN PERIOD " OPEN-PERIOD "."
              DISPLAY "ENTER Y TO PROCEED:"
              IF (CHAINE-NOCTURNE-SIGNAL = "Y")
                 MOVE "N" TO CONFIRM-ENTRY
              ELSE
                 ACCEPT CONFIRM-ENTRY
              END-IF
              IF (CONFIRM-ENTRY NOT = "Y" AND "y")
                 DISPLAY "POSTING ABANDONED BY OPERATOR."
                 MOVE "ABANDON" TO JOBLOG-STATUS-SWITCH
                 MOVE "Y" TO GLFIN-EOF-SWITCH
                 MOVE "Y" TO TRIPFILE-EOF-SWITCH
                 GO TO 010-EXIT
              END-IF
           END-IF.
           PERFORM 015-LOAD-MAPPINGS.
           IF (MAPPING-COUNT = 0)
              DISPLAY "GLMAP EMPTY OR MISSING - NOTHING CAN BE "
      *
       010-EXIT.
           EXIT.
      *
      ******************************************************************
      *  This routine finds the last period locked on GLPERIOD - the
      *  open period is the month after it. No register means
      *  nothing has been closed yet
      ******************************************************************
       012-CHECK-LEDGER-PERIOD.
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
           IF (LAST-CLOSED-PERIOD (5:2) = "12")
              COMPUTE OPEN-PERIOD = LAST-CLOSED-PERIOD + 89
           ELSE
              COMPUTE OPEN-PERIOD = LAST-CLOSED-PERIOD + 1
           END-IF.
      *
      ******************************************************************
      *  This routine reads the HDR and first row of the journal on
      *  file - every row of a GLPJ0001 batch is dated at the end of
      *  its posting month
      ******************************************************************
       013-CHECK-JOURNAL-ON-FILE.
      *
           MOVE "N" TO JOURNAL-ON-FILE-SWITCH.
           OPEN INPUT GLJRNL.
           IF NOT GLJRNL-FILE-OK
              GO TO 013-EXIT
           END-IF.
           READ GLJRNL
              AT END
                 CLOSE GLJRNL
                 GO TO 013-EXIT
           END-READ.
           IF (JH-RECORD-TYPE NOT = "HDR")
              OR (JH-PROGRAM-ID NOT = "GLPJ0001")
              CLOSE GLJRNL
              GO TO 013-EXIT
           END-IF.
           READ GLJRNL
              AT END
                 CLOSE GLJRNL
                 GO TO 013-EXIT
           END-READ.
           IF (JP-RECORD-TYPE NOT = "TRL")
              AND (JE-DATE NUMERIC)
              AND (JE-DATE (1:6) = POSTING-MONTH-ENTRY)
              MOVE "Y" TO JOURNAL-ON-FILE-SWITCH
           END-IF.
           CLOSE GLJRNL.
      *
       013-EXIT.
           EXIT.
      *
       015-LOAD-MAPPINGS.
      *
      *  VALEUR-ACTUELLE under INTR-GLFILE, an INTR0004 accrual row
      *  posts only the month's interest - the movement between the
      *  balance before and after the accrual - under INTR-ACCRUAL,
      *  never the whole balance. A DEPR0001 row posts its charge
      *  under VEH-DEPREC, a VEHM0001 row its disposal through
      *  110-POST-DISPOSAL, an ECHE0001 row its payout under
      *  LOAN-PAYOUT, a CLOT0001 row its closure through
      *  120-POST-CLOSURE, a RETD0001 row its late fee under
      *  LOAN-LATEFEE. The TRL rows pass through unposted
      ******************************************************************
       100-POST-ONE-GLFIN.
      *
           IF (GI-ACCOUNT-REF (1:3) = "HDR")
              MOVE GLFIN-RECORD (14:8) TO BLOCK-PROGRAM-ID
              EVALUATE BLOCK-PROGRAM-ID
                 WHEN "INTR0004"
                    MOVE "INTR-ACCRUAL" TO CURRENT-BLOCK-SOURCE
                 WHEN "DEPR0001"
                    MOVE "VEH-DEPREC  " TO CURRENT-BLOCK-SOURCE
                 WHEN "VEHM0001"
                    MOVE "VEH-DISPOSAL" TO CURRENT-BLOCK-SOURCE
                 WHEN "ECHE0001"
                    MOVE "LOAN-PAYOUT " TO CURRENT-BLOCK-SOURCE
                 WHEN "CLOT0001"
                    MOVE "LOAN-CLOSURE" TO CURRENT-BLOCK-SOURCE
                 WHEN "RETD0001"
                    MOVE "LOAN-LATEFEE" TO CURRENT-BLOCK-SOURCE
                 WHEN OTHER
                    MOVE "INTR-GLFILE " TO CURRENT-BLOCK-SOURCE
              END-EVALUATE
              PERFORM 020-READ-GLFIN
              GO TO 100-EXIT
           END-IF.
           END-IF.
           MOVE CURRENT-BLOCK-SOURCE TO SOURCE-CODE-WORK.
           MOVE GI-ACCOUNT-REF TO SOURCE-REF-WORK.
           IF (CURRENT-BLOCK-SOURCE = "VEH-DISPOSAL")
              PERFORM 110-POST-DISPOSAL
              PERFORM 020-READ-GLFIN
              GO TO 100-EXIT
           END-IF.
           IF (CURRENT-BLOCK-SOURCE = "LOAN-CLOSURE")
              PERFORM 120-POST-CLOSURE
              PERFORM 020-READ-GLFIN
              GO TO 100-EXIT
           END-IF.
           IF (CURRENT-BLOCK-SOURCE = "INTR-ACCRUAL")
              IF (GI-VALEUR-FUTURE <= GI-VALEUR-ACTUELLE)
                 PERFORM 020-READ-GLFIN
           EXIT.
      *
      ******************************************************************
      *  This routine posts one vehicle disposal - the proceeds
      *  (VALEUR-ACTUELLE) when there were any, then the gain or loss
      *  against the net book value written off (VALEUR-FUTURE). A
      *  sale at exactly book value has no gain or loss pair
      ******************************************************************
       110-POST-DISPOSAL.
      *
           IF (GI-VALEUR-ACTUELLE > 0)
              MOVE "VEH-DISPOSAL" TO SOURCE-CODE-WORK
              MOVE GI-VALEUR-ACTUELLE TO AMOUNT-WORK
              PERFORM 500-ADD-JOURNAL-PAIR
           END-IF.
           IF (GI-VALEUR-ACTUELLE > GI-VALEUR-FUTURE)
              MOVE "VEH-DISPGAIN" TO SOURCE-CODE-WORK
              COMPUTE AMOUNT-WORK =
                 GI-VALEUR-ACTUELLE - GI-VALEUR-FUTURE
              PERFORM 500-ADD-JOURNAL-PAIR
           END-IF.
           IF (GI-VALEUR-ACTUELLE < GI-VALEUR-FUTURE)
              MOVE "VEH-DISPLOSS" TO SOURCE-CODE-WORK
              COMPUTE AMOUNT-WORK =
                 GI-VALEUR-FUTURE - GI-VALEUR-ACTUELLE
              PERFORM 500-ADD-JOURNAL-PAIR
           END-IF.
      *
      ******************************************************************
      *  This routine posts one account closure - the amount paid
      *  (VALEUR-ACTUELLE) when there was any, then the difference
      *  from the book balance relieved (VALEUR-FUTURE): the closing
      *  interest net of the penalty when the payout is the larger,
      *  the penalty net of that interest when it is the smaller
      ******************************************************************
       120-POST-CLOSURE.
      *
           IF (GI-VALEUR-ACTUELLE > 0)
              MOVE "LOAN-CLOSURE" TO SOURCE-CODE-WORK
              MOVE GI-VALEUR-ACTUELLE TO AMOUNT-WORK
              PERFORM 500-ADD-JOURNAL-PAIR
           END-IF.
           IF (GI-VALEUR-ACTUELLE > GI-VALEUR-FUTURE)
              MOVE "LOAN-CLOSINT" TO SOURCE-CODE-WORK
              COMPUTE AMOUNT-WORK =
                 GI-VALEUR-ACTUELLE - GI-VALEUR-FUTURE
              PERFORM 500-ADD-JOURNAL-PAIR
           END-IF.
           IF (GI-VALEUR-ACTUELLE < GI-VALEUR-FUTURE)
              MOVE "LOAN-PENALTY" TO SOURCE-CODE-WORK
              COMPUTE AMOUNT-WORK =
                 GI-VALEUR-FUTURE - GI-VALEUR-ACTUELLE
              PERFORM 500-ADD-JOURNAL-PAIR
           END-IF.
      *
      ******************************************************************
      *  This routine folds one journal record of the posting month
      *  into its department's bucket, reversals subtracting
      ******************************************************************
                 MOVE FUNCTION CURRENT-DATE TO JOBLOG-DATE-ET-HEURE
                 MOVE JDH-DATE TO CE-RUN-DATE
                 MOVE "GLPJ0001" TO CE-PROGRAM-ID
                 MOVE JDH-TIME TO CE-RUN-TIME
                 WRITE GLJRNL-RECORD FROM CONTROLE-ENTETE
                 PERFORM 410-WRITE-ONE-ROW
                    VARYING JOURNAL-SCAN FROM 1 BY 1
