      *                          valorisation par lot part ensuite du
      *                          solde impute au lieu du chiffre
      *                          saisi a la main
      * 15/10/2026 MANUEL JARRY  Un mouvement sur un compte ferme
      *                          (historique CLOSHIST) est rejete
      *                          avec la date de fermeture
      * 15/10/2026 MANUEL JARRY  Paiement (P) d'echeances PAYDUE -
      *                          impute aux echeances ouvertes du
      *                          compte, la plus ancienne d'abord,
      *                          frais puis interet puis capital; la
      *                          part capital reduit le principal
      * 15/10/2026 MANUEL JARRY  Un depot qui porterait l'exposition
      *                          du titulaire HOLDMAST au-dela de
      *                          TITU-MAX-EXPOSITION est rejete
      * 15/10/2026 MANUEL JARRY  Chaque mouvement impute est ajoute
      *                          au journal LOANPOST avec le
      *                          titulaire du compte, pour le
      *                          depistage des declarations DECL0001
      * 15/10/2026 MANUEL JARRY  Lignes de controle HDR et TRL sur
      *                          LOANTRAN, prouvees avant toute
      *                          imputation - un lot deja inscrit au
      *                          registre FEEDREG est refuse; LOANMAST,
      *                          PAYDUE et les journaux sont valides
      *                          tous les 100 mouvements avec un point
      *                          de reprise FEEDCKPT, d'ou repart un
      *                          lot interrompu
      * 15/10/2026 MANUEL JARRY  Imputation d'un paiement sur
      *                          l'echeancier executee jusqu'a sa sortie
      *                          220-EXIT, sans retomber dans la
      *                          recherche du compte; FEEDREG n'est
      *                          recree que s'il n'existe pas encore -
      *                          toute autre erreur d'ouverture laisse
      *                          le registre intact et un registre
      *                          illisible fait refuser le lot
      * 15/10/2026 MANUEL JARRY  Piste LOANAUDT prise du copybook commun
      *                          LNAUDTFD - la ligne porte la zone
      *                          approbateur en blanc, comme celles
      *                          d'APPR0001
      *
      *****************************************************************
       IDENTIFICATION DIVISION.
              FILE STATUS IS LOANTRAN-FILE-STATUS.
           SELECT LOANAUDT ASSIGN TO LOANAUDT
              ORGANIZATION IS LINE SEQUENTIAL.
           COPY CLOHSTSL.
           COPY PAYDUESL.
           COPY HOLDMSSL.
           COPY PARMFLSL.
           COPY JOBLOGSL.
           COPY LNPOSTSL.
           COPY FEEDRGSL.
           COPY FEEDCKSL.
      *
       DATA DIVISION.
      *
       01  LOANMAST-RECORD               PIC X(53).
      *
      ******************************************************************
      *  Mouvements dates - un depot (D), retrait (W) ou paiement
      *  d'echeances (P) par ligne, montant toujours positif. Le lot
      *  s'ouvre sur une ligne HDR (identifiant du lot et date de
      *  creation) et se ferme sur une ligne TRL (nombre de mouvements
      *  et total de leurs LT-AMOUNT, 13 chiffres et 2 decimales)
      ******************************************************************
       FD  LOANTRAN.
       01  LOANTRAN-RECORD.
           05 LT-TRAN-TYPE               PIC X.
              88 LT-DEPOT                               VALUE "D".
              88 LT-RETRAIT                              VALUE "W".
              88 LT-PAIEMENT                             VALUE "P".
           05 FILLER                     PIC X(1).
           05 LT-AMOUNT                  PIC 9(7)V99.
       01  LOANTRAN-ENTETE.
           05 LTH-TYPE-LIGNE             PIC X(4).
              88 LTH-ENTETE                             VALUE "HDR ".
           05 LTH-BATCH-ID               PIC X(12).
           05 FILLER                     PIC X(1).
           05 LTH-DATE-CREATION          PIC 9(8).
       01  LOANTRAN-FIN.
           05 LTT-TYPE-LIGNE             PIC X(4).
              88 LTT-FIN                                VALUE "TRL ".
           05 LTT-NOMBRE-LIGNES          PIC 9(7).
           05 FILLER                     PIC X(1).
           05 LTT-TOTAL-CONTROLE         PIC 9(13)V99.
      *
      ******************************************************************
      *  La piste d'audit commune LNAUDTFD, sans approbateur - une
      *  ligne par mouvement avec l'image du compte avant et apres,
      *  l'action TXD pour un depot, TXW pour un retrait et TXP pour
      *  un paiement
      ******************************************************************
       COPY LNAUDTFD.
      *
       COPY CLOHSTFD.
      *
       COPY PAYDUEFD.
      *
       COPY HOLDMSFD.
      *
       COPY PARMFLFD.
      *
       COPY JOBLOGFD.
      *
       COPY LNPOSTFD.
      *
       COPY FEEDRGFD.
      *
       COPY FEEDCKFD.
      *
       WORKING-STORAGE SECTION.
      *
             88 TABLE-DEBORDEE                          VALUE "Y".
          05 RUN-READY-SWITCH           PIC X          VALUE "N".
             88 RUN-READY                               VALUE "Y".
          05 PAYDUE-EOF-SWITCH          PIC X          VALUE "N".
             88 PAYDUE-EOF                              VALUE "Y".
          05 PAYDUE-DEBORDE-SWITCH      PIC X          VALUE "N".
             88 PAYDUE-DEBORDE                          VALUE "Y".
      *
       01 LOANMAST-FILE-STATUS           PIC X(2)       VALUE "00".
          88 LOANMAST-FILE-OK                           VALUE "00".
      *
       01 LOANTRAN-FILE-STATUS           PIC X(2)       VALUE "00".
          88 LOANTRAN-FILE-OK                           VALUE "00".
      *
       01 CLOSHIST-FILE-STATUS           PIC X(2)       VALUE "00".
          88 CLOSHIST-FILE-OK                           VALUE "00".
      *
       01 PAYDUE-FILE-STATUS             PIC X(2)       VALUE "00".
          88 PAYDUE-FILE-OK                             VALUE "00".
      *
       01 HOLDMAST-FILE-STATUS           PIC X(2)       VALUE "00".
          88 HOLDMAST-FILE-OK                           VALUE "00".
      *
       01 PARMFILE-FILE-STATUS           PIC X(2)       VALUE "00".
          88 PARMFILE-FILE-OK                           VALUE "00".
      *
       01 LOANPOST-FILE-STATUS           PIC X(2)       VALUE "00".
          88 LOANPOST-FILE-OK                           VALUE "00".
      *
       01 FEEDREG-FILE-STATUS            PIC X(2)       VALUE "00".
          88 FEEDREG-FILE-OK                            VALUE "00".
      *
       01 FEEDCKPT-FILE-STATUS           PIC X(2)       VALUE "00".
          88 FEEDCKPT-FILE-OK                           VALUE "00".
      *
       01 JOBLOG-DATE-ET-HEURE.
          05 JDH-DATE                    PIC 9(8).
       01 JOBLOG-START-SAUVEGARDE        PIC 9(14)      VALUE 0.
      *
       COPY OPERIDWS.
      *
       COPY CLOHSTWS.
      *
       COPY PAYDUEWS.
      *
       COPY TITEXPWS.
      *
       COPY FEEDCKWS.
      *
      ******************************************************************
      *  Lignes LOANAUDT et LOANPOST des mouvements imputes depuis la
      *  derniere validation - elles ne sont ecrites qu'avec LOANMAST,
      *  pour qu'une reprise ne les double pas
      ******************************************************************
       01 INTERVALLE-VALIDATION          PIC 9(3)       VALUE 100.
       01 MOUVEMENTS-DEPUIS-VALIDATION   PIC 9(3)       VALUE 0.
       01 TAMPON-SCAN                    PIC 9(3)       VALUE 0.
       01 TAMPON-AUDIT-COUNT             PIC 9(3)       VALUE 0.
       01 TAMPON-AUDIT-TABLE.
          05 TAMPON-AUDIT-ENTRY
             OCCURS 0 TO 100 TIMES DEPENDING ON TAMPON-AUDIT-COUNT.
             10 TA-IMAGE                PIC X(144).
       01 TAMPON-IMPUTATION-COUNT        PIC 9(3)       VALUE 0.
       01 TAMPON-IMPUTATION-TABLE.
          05 TAMPON-IMPUTATION-ENTRY
             OCCURS 0 TO 100 TIMES DEPENDING ON TAMPON-IMPUTATION-COUNT.
             10 TI-IMAGE                PIC X(62).
      *
      ******************************************************************
      *  Image de travail d'un compte - la meme disposition que la
          05 COMPTE-SCAN                PIC 9(3)       VALUE 0.
          05 IMAGE-AVANT                PIC X(53).
          05 NOUVEAU-PRINCIPAL          PIC S9(8)V99   VALUE 0.
          05 MONTANT-EXIGIBLE           PIC 9(9)V99    VALUE 0.
          05 RESTE-A-IMPUTER            PIC 9(7)V99    VALUE 0.
          05 MONTANT-IMPUTE             PIC 9(7)V99    VALUE 0.
          05 DU-ECHEANCE                PIC 9(8)V99    VALUE 0.
          05 FRAIS-ET-INTERET           PIC 9(8)V99    VALUE 0.
          05 CAPITAL-AVANT              PIC 9(8)V99    VALUE 0.
          05 CAPITAL-APRES              PIC 9(8)V99    VALUE 0.
          05 CAPITAL-REMBOURSE          PIC 9(8)V99    VALUE 0.
          05 SEPARATOR-LINE             PIC X(50)
                                                       VALUE
                  "--------------------------------------------------".
          05 LOANTRAN-RECORDS-LUS       PIC 9(5)       VALUE 0.
          05 MOUVEMENTS-IMPUTES         PIC 9(5)       VALUE 0.
          05 MOUVEMENTS-REJETES         PIC 9(5)       VALUE 0.
          05 PAIEMENTS-IMPUTES          PIC 9(5)       VALUE 0.
      *
       PROCEDURE DIVISION.
      *
       000-IMPUTER-MOUVEMENTS.
      *
           PERFORM 905-CHARGER-PARAMETRES.
           PERFORM 910-OUVRIR-FICHIERS THRU 910-EXIT.
           PERFORM 100-IMPUTER-UN-MOUVEMENT THRU 100-EXIT
              UNTIL LOANTRAN-EOF.
           PERFORM 800-RECONCILIER-MOUVEMENTS.
                 WHEN "INTR-MAX-PRINCIPAL"
                    COMPUTE MAX-PRINCIPAL-INVESTISSEMENT =
                       FUNCTION NUMVAL (PA-PARM-VALUE)
                 WHEN "TITU-MAX-EXPOSITION"
                    COMPUTE MAX-EXPOSITION-TITULAIRE =
                       FUNCTION NUMVAL (PA-PARM-VALUE)
                 WHEN OTHER
                    CONTINUE
              END-EVALUATE
              END-READ
           END-PERFORM.
           CLOSE LOANMAST.
           IF TABLE-DEBORDEE
              DISPLAY "LOANMAST NE TIENT PAS DANS LA TABLE - "
                      "IMPUTATION ABANDONNEE."
              MOVE "FILE-ERR" TO JOBLOG-STATUS-SWITCH
              MOVE "Y" TO LOANTRAN-EOF-SWITCH
              GO TO 910-EXIT
           END-IF.
           PERFORM 915-CHARGER-CLOSHIST.
           PERFORM 930-CHARGER-PAYDUE.
           PERFORM 935-CHARGER-LIENS.
           OPEN INPUT LOANTRAN.
           IF NOT LOANTRAN-FILE-OK
              DISPLAY "LOANTRAN INTROUVABLE OU ILLISIBLE "
              MOVE "Y" TO LOANTRAN-EOF-SWITCH
              GO TO 910-EXIT
           END-IF.
           PERFORM 960-PROUVER-LE-LOT THRU 960-EXIT.
           IF FEED-REFUSED
              DISPLAY "IMPUTATION ABANDONNEE."
              MOVE "Y" TO LOANTRAN-EOF-SWITCH
              CLOSE LOANTRAN
              GO TO 910-EXIT
           END-IF.
           OPEN EXTEND LOANAUDT.
           OPEN EXTEND LOANPOST.
           IF (LOANPOST-FILE-STATUS = "35")
              OPEN OUTPUT LOANPOST
           END-IF.
           MOVE "Y" TO RUN-READY-SWITCH.
           DISPLAY COMPTES-COUNT " COMPTE(S) CHARGE(S) DE LOANMAST.".
           PERFORM 020-LIRE-LOANTRAN THRU 020-EXIT.
      *
       910-EXIT.
           EXIT.
      *
      ******************************************************************
      *  Cette routine charge les references de l'historique CLOSHIST
      *  des comptes fermes - un CLOSHIST absent veut dire qu'aucun
      *  compte n'a encore ete ferme
      ******************************************************************
       915-CHARGER-CLOSHIST.
      *
           OPEN INPUT CLOSHIST.
           IF (NOT CLOSHIST-FILE-OK)
              IF (CLOSHIST-FILE-STATUS NOT = "35")
                 DISPLAY "CLOSHIST ILLISIBLE (FILE STATUS "
                         CLOSHIST-FILE-STATUS ") - LES COMPTES "
                         "FERMES NE SONT PAS CONTROLES."
              END-IF
           ELSE
              PERFORM UNTIL CLOSHIST-EOF
                 READ CLOSHIST
                    AT END
                       MOVE "Y" TO CLOSHIST-EOF-SWITCH
                    NOT AT END
                       PERFORM 916-RETENIR-UN-FERME
                 END-READ
              END-PERFORM
              CLOSE CLOSHIST
           END-IF.
      *
       916-RETENIR-UN-FERME.
      *
           IF (FERMES-COUNT < 2000)
              ADD 1 TO FERMES-COUNT
              MOVE CH-ACCOUNT-REF TO FE-ACCOUNT-REF (FERMES-COUNT)
              MOVE CH-DATE-CLOTURE TO FE-DATE-CLOTURE (FERMES-COUNT)
           ELSE
              IF (NOT FERMES-DEBORDEE)
                 DISPLAY "EXCEPTION: TABLE DES COMPTES FERMES PLEINE "
                         "- CONTROLE PARTIEL DES COMPTES FERMES."
                 MOVE "Y" TO FERMES-DEBORDEE-SWITCH
              END-IF
           END-IF.
      *
      ******************************************************************
      *  Cette routine charge l'echeancier PAYDUE en entier - un
      *  PAYDUE absent veut dire qu'aucun echeancier n'existe; un
      *  echeancier qui deborde sa table fait rejeter les paiements
      ******************************************************************
       930-CHARGER-PAYDUE.
      *
           OPEN INPUT PAYDUE.
           IF NOT PAYDUE-FILE-OK
              MOVE "Y" TO PAYDUE-EOF-SWITCH
           END-IF.
           PERFORM UNTIL PAYDUE-EOF
              READ PAYDUE
                 AT END
                    MOVE "Y" TO PAYDUE-EOF-SWITCH
                 NOT AT END
                    PERFORM 931-RETENIR-UNE-ECHEANCE
              END-READ
           END-PERFORM.
           IF PAYDUE-FILE-STATUS NOT = "35"
              CLOSE PAYDUE
           END-IF.
      *
       931-RETENIR-UNE-ECHEANCE.
      *
           IF (ECHEANCIER-COUNT < 20000)
              ADD 1 TO ECHEANCIER-COUNT
              SET ECHEANCIER-IDX TO ECHEANCIER-COUNT
              MOVE PD-ACCOUNT-REF TO EP-ACCOUNT-REF (ECHEANCIER-IDX)
              MOVE PD-NUMERO TO EP-NUMERO (ECHEANCIER-IDX)
              MOVE PD-DATE-ECHEANCE
                 TO EP-DATE-ECHEANCE (ECHEANCIER-IDX)
              MOVE PD-CAPITAL TO EP-CAPITAL (ECHEANCIER-IDX)
              MOVE PD-INTERET TO EP-INTERET (ECHEANCIER-IDX)
              MOVE PD-FRAIS TO EP-FRAIS (ECHEANCIER-IDX)
              MOVE PD-PAYE TO EP-PAYE (ECHEANCIER-IDX)
              MOVE PD-DATE-PAIEMENT
                 TO EP-DATE-PAIEMENT (ECHEANCIER-IDX)
              MOVE "N" TO EP-RETIRE-SWITCH (ECHEANCIER-IDX)
           ELSE
              IF (NOT PAYDUE-DEBORDE)
                 DISPLAY "EXCEPTION: TABLE DES ECHEANCES PLEINE - "
                         "LES PAIEMENTS SERONT REJETES."
                 MOVE "Y" TO PAYDUE-DEBORDE-SWITCH
              END-IF
           END-IF.
      *
      ******************************************************************
      *  Cette routine charge les liens compte-titulaire de HOLDMAST
      *  pour le controle d'exposition des depots - un HOLDMAST
      *  absent laisse chaque compte son propre titulaire
      ******************************************************************
       935-CHARGER-LIENS.
      *
           OPEN INPUT HOLDMAST.
           IF (NOT HOLDMAST-FILE-OK)
              IF (HOLDMAST-FILE-STATUS NOT = "35")
                 DISPLAY "HOLDMAST ILLISIBLE (FILE STATUS "
                         HOLDMAST-FILE-STATUS ") - CHAQUE COMPTE "
                         "EST SON PROPRE TITULAIRE."
              END-IF
           ELSE
              PERFORM UNTIL LIENS-EOF
                 READ HOLDMAST
                    AT END
                       MOVE "Y" TO LIENS-EOF-SWITCH
                    NOT AT END
                       PERFORM 936-RETENIR-UN-LIEN
                 END-READ
              END-PERFORM
              CLOSE HOLDMAST
           END-IF.
      *
       936-RETENIR-UN-LIEN.
      *
           IF (LIENS-COUNT < 500)
              ADD 1 TO LIENS-COUNT
              MOVE HM-ACCOUNT-REF TO LI-ACCOUNT-REF (LIENS-COUNT)
              IF (HM-HOLDER-ID = SPACES)
                 MOVE HM-ACCOUNT-REF TO LI-HOLDER-ID (LIENS-COUNT)
              ELSE
                 MOVE HM-HOLDER-ID TO LI-HOLDER-ID (LIENS-COUNT)
              END-IF
           ELSE
              IF (NOT LIENS-DEBORDES)
                 DISPLAY "EXCEPTION: TABLE DES TITULAIRES PLEINE - "
                         "CONTROLE PARTIEL DE L'EXPOSITION."
                 MOVE "Y" TO LIENS-DEBORDES-SWITCH
              END-IF
           END-IF.
      *
      ******************************************************************
      *  Cette routine solde le mouvement en main, puis lit le suivant
      *  - la ligne TRL termine le lot
      ******************************************************************
       020-LIRE-LOANTRAN.
      *
           IF (LOANTRAN-RECORDS-LUS > 0)
              PERFORM 030-SOLDER-LE-MOUVEMENT
           END-IF.
           IF LOANTRAN-EOF
              GO TO 020-EXIT
           END-IF.
           READ LOANTRAN
              AT END
                 MOVE "Y" TO LOANTRAN-EOF-SWITCH
              NOT AT END
                 IF LTT-FIN
                    MOVE "Y" TO LOANTRAN-EOF-SWITCH
                 ELSE
                    ADD 1 TO LOANTRAN-RECORDS-LUS
                 END-IF
           END-READ.
      *
       020-EXIT.
           EXIT.
      *
      ******************************************************************
      *  Cette routine compte le mouvement en main au lot et valide le
      *  lot tous les INTERVALLE-VALIDATION mouvements
      ******************************************************************
       030-SOLDER-LE-MOUVEMENT.
      *
           ADD 1 TO FEED-ROWS-DONE.
           IF (LT-AMOUNT NUMERIC)
              ADD LT-AMOUNT TO FEED-HASH-DONE
           END-IF.
           ADD 1 TO MOUVEMENTS-DEPUIS-VALIDATION.
           IF (MOUVEMENTS-DEPUIS-VALIDATION >= INTERVALLE-VALIDATION)
              MOVE "P" TO FEED-CHECKPOINT-STATE
              PERFORM 600-VALIDER-LE-LOT THRU 600-EXIT
           END-IF.
      *
      ******************************************************************
      *  Cette routine impute un mouvement - le compte doit exister
      *  et ne pas etre ferme, le montant etre positif, et le solde
      *  resultant rester dans les bornes du principal; un retrait ne
      *  peut pas depasser le solde, un depot ne peut pas porter
      *  l'exposition du titulaire au-dela de sa limite. Chaque
      *  mouvement applique laisse une ligne d'audit avant/apres
      ******************************************************************
       100-IMPUTER-UN-MOUVEMENT.
      *
           MOVE LT-ACCOUNT-REF TO REF-A-CONTROLER.
           PERFORM 120-CHERCHER-FERME.
           IF FERME-TROUVE
              DISPLAY "MOUVEMENT REJETE - COMPTE " LT-ACCOUNT-REF
                      " FERME LE "
                      FE-DATE-CLOTURE (FERME-POSITION) "."
              ADD 1 TO MOUVEMENTS-REJETES
              PERFORM 020-LIRE-LOANTRAN THRU 020-EXIT
              GO TO 100-EXIT
           END-IF.
           PERFORM 110-CHERCHER-COMPTE.
           IF (NOT COMPTE-TROUVE)
              DISPLAY "MOUVEMENT REJETE - COMPTE " LT-ACCOUNT-REF
                      " INCONNU."
              ADD 1 TO MOUVEMENTS-REJETES
              PERFORM 020-LIRE-LOANTRAN THRU 020-EXIT
              GO TO 100-EXIT
           END-IF.
           IF (LT-AMOUNT NOT NUMERIC) OR (LT-AMOUNT = 0)
              OR ((NOT LT-DEPOT) AND (NOT LT-RETRAIT)
                  AND (NOT LT-PAIEMENT))
              OR (LT-TRAN-DATE NOT NUMERIC) OR (LT-TRAN-DATE = 0)
              DISPLAY "MOUVEMENT REJETE - COMPTE " LT-ACCOUNT-REF
                      ": TYPE, DATE OU MONTANT INVALIDE."
              ADD 1 TO MOUVEMENTS-REJETES
              PERFORM 020-LIRE-LOANTRAN THRU 020-EXIT
              GO TO 100-EXIT
           END-IF.
           MOVE CT-IMAGE (COMPTE-POSITION) TO IMAGE-AVANT.
           MOVE CT-IMAGE (COMPTE-POSITION) TO COMPTE-TRAVAIL-IMAGE.
           IF LT-PAIEMENT
              PERFORM 200-IMPUTER-PAIEMENT THRU 200-EXIT
              PERFORM 020-LIRE-LOANTRAN THRU 020-EXIT
              GO TO 100-EXIT
           END-IF.
           IF LT-DEPOT
              COMPUTE NOUVEAU-PRINCIPAL =
                 CW-PRINCIPAL + LT-AMOUNT
                      ": LE SOLDE RESULTANT SORT DES BORNES DU "
                      "PRINCIPAL."
              ADD 1 TO MOUVEMENTS-REJETES
              PERFORM 020-LIRE-LOANTRAN THRU 020-EXIT
              GO TO 100-EXIT
           END-IF.
           MOVE NOUVEAU-PRINCIPAL TO CW-PRINCIPAL.
           IF LT-DEPOT
              PERFORM 130-CONTROLER-EXPOSITION
              IF EXPOSITION-DEPASSEE
                 DISPLAY "MOUVEMENT REJETE - COMPTE " LT-ACCOUNT-REF
                         ": L'EXPOSITION DU TITULAIRE "
                         TITULAIRE-A-EXPOSER " SERAIT "
                         EXPOSITION-TITULAIRE ", AU-DELA DE LA "
                         "LIMITE " MAX-EXPOSITION-TITULAIRE "."
                 ADD 1 TO MOUVEMENTS-REJETES
                 PERFORM 020-LIRE-LOANTRAN THRU 020-EXIT
                 GO TO 100-EXIT
              END-IF
           END-IF.
           MOVE COMPTE-TRAVAIL-IMAGE TO CT-IMAGE (COMPTE-POSITION).
           PERFORM 700-ECRIRE-AUDIT.
           PERFORM 710-ECRIRE-IMPUTATION.
           ADD 1 TO MOUVEMENTS-IMPUTES.
           PERFORM 020-LIRE-LOANTRAN THRU 020-EXIT.
      *
       100-EXIT.
           EXIT.
      *
      ******************************************************************
      *  Cette routine impute un paiement aux echeances ouvertes du
      *  compte dans l'ordre de l'echeancier, la plus ancienne
      *  d'abord - chaque echeance prend ses frais, son interet puis
      *  son capital avant de passer a la suivante. Un paiement qui
      *  depasse tout ce qui reste du est rejete. La part capital
      *  remboursee reduit le principal du compte
      ******************************************************************
       200-IMPUTER-PAIEMENT.
      *
           IF PAYDUE-DEBORDE
              DISPLAY "PAIEMENT REJETE - COMPTE " LT-ACCOUNT-REF
                      ": ECHEANCIER INCOMPLET EN MEMOIRE."
              ADD 1 TO MOUVEMENTS-REJETES
              GO TO 200-EXIT
           END-IF.
           MOVE 0 TO MONTANT-EXIGIBLE.
           PERFORM 210-SOMMER-UNE-ECHEANCE
              VARYING ECHEANCIER-SCAN FROM 1 BY 1
              UNTIL ECHEANCIER-SCAN > ECHEANCIER-COUNT.
           IF (MONTANT-EXIGIBLE = 0)
              DISPLAY "PAIEMENT REJETE - COMPTE " LT-ACCOUNT-REF
                      ": AUCUNE ECHEANCE OUVERTE."
              ADD 1 TO MOUVEMENTS-REJETES
              GO TO 200-EXIT
           END-IF.
           IF (LT-AMOUNT > MONTANT-EXIGIBLE)
              DISPLAY "PAIEMENT REJETE - COMPTE " LT-ACCOUNT-REF
                      ": LE MONTANT DEPASSE LE SOLDE DE "
                      "L'ECHEANCIER."
              ADD 1 TO MOUVEMENTS-REJETES
              GO TO 200-EXIT
           END-IF.
           MOVE LT-AMOUNT TO RESTE-A-IMPUTER.
           MOVE 0 TO CAPITAL-REMBOURSE.
           PERFORM 220-IMPUTER-A-UNE-ECHEANCE THRU 220-EXIT
              VARYING ECHEANCIER-SCAN FROM 1 BY 1
              UNTIL (ECHEANCIER-SCAN > ECHEANCIER-COUNT)
                 OR (RESTE-A-IMPUTER = 0).
           IF (CAPITAL-REMBOURSE > CW-PRINCIPAL)
              MOVE 0 TO CW-PRINCIPAL
           ELSE
              SUBTRACT CAPITAL-REMBOURSE FROM CW-PRINCIPAL
           END-IF.
           MOVE COMPTE-TRAVAIL-IMAGE TO CT-IMAGE (COMPTE-POSITION).
           PERFORM 700-ECRIRE-AUDIT.
           PERFORM 710-ECRIRE-IMPUTATION.
           ADD 1 TO MOUVEMENTS-IMPUTES.
           ADD 1 TO PAIEMENTS-IMPUTES.
      *
       200-EXIT.
           EXIT.
      *
       210-SOMMER-UNE-ECHEANCE.
      *
           IF (EP-ACCOUNT-REF (ECHEANCIER-SCAN) = LT-ACCOUNT-REF)
              AND (NOT EP-RETIRE (ECHEANCIER-SCAN))
              COMPUTE DU-ECHEANCE = EP-CAPITAL (ECHEANCIER-SCAN)
                 + EP-INTERET (ECHEANCIER-SCAN)
                 + EP-FRAIS (ECHEANCIER-SCAN)
              IF (DU-ECHEANCE > EP-PAYE (ECHEANCIER-SCAN))
                 COMPUTE MONTANT-EXIGIBLE = MONTANT-EXIGIBLE
                    + DU-ECHEANCE - EP-PAYE (ECHEANCIER-SCAN)
              END-IF
           END-IF.
      *
       220-IMPUTER-A-UNE-ECHEANCE.
      *
           IF (EP-ACCOUNT-REF (ECHEANCIER-SCAN) NOT = LT-ACCOUNT-REF)
              OR EP-RETIRE (ECHEANCIER-SCAN)
              GO TO 220-EXIT
           END-IF.
           COMPUTE DU-ECHEANCE = EP-CAPITAL (ECHEANCIER-SCAN)
              + EP-INTERET (ECHEANCIER-SCAN)
              + EP-FRAIS (ECHEANCIER-SCAN).
           IF (DU-ECHEANCE NOT > EP-PAYE (ECHEANCIER-SCAN))
              GO TO 220-EXIT
           END-IF.
           COMPUTE DU-ECHEANCE = DU-ECHEANCE
              - EP-PAYE (ECHEANCIER-SCAN).
           IF (RESTE-A-IMPUTER < DU-ECHEANCE)
              MOVE RESTE-A-IMPUTER TO MONTANT-IMPUTE
           ELSE
              MOVE DU-ECHEANCE TO MONTANT-IMPUTE
           END-IF.
           COMPUTE FRAIS-ET-INTERET = EP-FRAIS (ECHEANCIER-SCAN)
              + EP-INTERET (ECHEANCIER-SCAN).
           MOVE 0 TO CAPITAL-AVANT.
           IF (EP-PAYE (ECHEANCIER-SCAN) > FRAIS-ET-INTERET)
              COMPUTE CAPITAL-AVANT =
                 EP-PAYE (ECHEANCIER-SCAN) - FRAIS-ET-INTERET
           END-IF.
           ADD MONTANT-IMPUTE TO EP-PAYE (ECHEANCIER-SCAN).
           MOVE LT-TRAN-DATE TO EP-DATE-PAIEMENT (ECHEANCIER-SCAN).
           SUBTRACT MONTANT-IMPUTE FROM RESTE-A-IMPUTER.
           MOVE 0 TO CAPITAL-APRES.
           IF (EP-PAYE (ECHEANCIER-SCAN) > FRAIS-ET-INTERET)
              COMPUTE CAPITAL-APRES =
                 EP-PAYE (ECHEANCIER-SCAN) - FRAIS-ET-INTERET
           END-IF.
           COMPUTE CAPITAL-REMBOURSE = CAPITAL-REMBOURSE
              + CAPITAL-APRES - CAPITAL-AVANT.
      *
       220-EXIT.
           EXIT.
      *
      ******************************************************************
      *  Cette routine localise le compte du mouvement dans la table
      ******************************************************************
       110-CHERCHER-COMPTE.
           END-IF.
      *
      ******************************************************************
      *  Cette routine cherche la reference dans la table des comptes
      *  fermes
      ******************************************************************
       120-CHERCHER-FERME.
      *
           MOVE "N" TO FERME-TROUVE-SWITCH.
           MOVE 0 TO FERME-POSITION.
           PERFORM 125-COMPARER-UN-FERME
              VARYING FERME-SCAN FROM 1 BY 1
              UNTIL (FERME-SCAN > FERMES-COUNT)
                 OR FERME-TROUVE.
      *
       125-COMPARER-UN-FERME.
      *
           IF (FE-ACCOUNT-REF (FERME-SCAN) = REF-A-CONTROLER)
              MOVE FERME-SCAN TO FERME-POSITION
              MOVE "Y" TO FERME-TROUVE-SWITCH
           END-IF.
      *
      ******************************************************************
      *  Cette routine totalise l'exposition du titulaire du compte -
      *  le nouveau solde plus le principal de tous les autres comptes
      *  lies au meme titulaire - et la signale quand elle depasse la
      *  limite par titulaire
      ******************************************************************
       130-CONTROLER-EXPOSITION.
      *
           MOVE CW-ACCOUNT-REF TO REF-LIEN.
           PERFORM 140-TROUVER-TITULAIRE.
           MOVE TITULAIRE-DU-COMPTE TO TITULAIRE-A-EXPOSER.
           MOVE CW-PRINCIPAL TO EXPOSITION-TITULAIRE.
           MOVE 1 TO EXPOSITION-COMPTES.
           PERFORM 135-EXPOSER-UN-COMPTE
              VARYING COMPTE-SCAN FROM 1 BY 1
              UNTIL COMPTE-SCAN > COMPTES-COUNT.
           IF (EXPOSITION-TITULAIRE > MAX-EXPOSITION-TITULAIRE)
              MOVE "Y" TO EXPOSITION-DEPASSEE-SWITCH
           ELSE
              MOVE "N" TO EXPOSITION-DEPASSEE-SWITCH
           END-IF.
      *
       135-EXPOSER-UN-COMPTE.
      *
           IF (CT-IMAGE (COMPTE-SCAN) (1:10) NOT = CW-ACCOUNT-REF)
              MOVE CT-IMAGE (COMPTE-SCAN) (1:10) TO REF-LIEN
              PERFORM 140-TROUVER-TITULAIRE
              IF (TITULAIRE-DU-COMPTE = TITULAIRE-A-EXPOSER)
                 MOVE CT-IMAGE (COMPTE-SCAN) (11:9)
                    TO EXPOSITION-PRINCIPAL-X
                 ADD EXPOSITION-PRINCIPAL TO EXPOSITION-TITULAIRE
                 ADD 1 TO EXPOSITION-COMPTES
              END-IF
           END-IF.
      *
       140-TROUVER-TITULAIRE.
      *
           MOVE REF-LIEN TO TITULAIRE-DU-COMPTE.
           IF (LIENS-COUNT > 0)
              SET LIEN-IDX TO 1
              SEARCH LIEN-ENTRY
                 AT END
                    CONTINUE
                 WHEN LI-ACCOUNT-REF (LIEN-IDX) = REF-LIEN
                    MOVE LI-HOLDER-ID (LIEN-IDX) TO TITULAIRE-DU-COMPTE
              END-SEARCH
           END-IF.
      *
      ******************************************************************
      *  Cette routine estampille une ligne d'audit par mouvement
      *  applique - TXD pour un depot, TXW pour un retrait, TXP pour
      *  un paiement d'echeances
      ******************************************************************
       700-ECRIRE-AUDIT.
      *
           MOVE SPACES TO LOANAUDT-RECORD.
           EVALUATE TRUE
              WHEN LT-DEPOT
                 MOVE "TXD" TO LA-ACTION
              WHEN LT-RETRAIT
                 MOVE "TXW" TO LA-ACTION
              WHEN OTHER
                 MOVE "TXP" TO LA-ACTION
           END-EVALUATE.
           MOVE FUNCTION CURRENT-DATE TO JOBLOG-DATE-ET-HEURE.
           MOVE JDH-DATE TO LA-TIMESTAMP (1:8).
           MOVE JDH-TIME TO LA-TIMESTAMP (9:6).
           END-IF.
           MOVE IMAGE-AVANT TO LA-BEFORE-IMAGE.
           MOVE COMPTE-TRAVAIL-IMAGE TO LA-AFTER-IMAGE.
           ADD 1 TO TAMPON-AUDIT-COUNT.
           MOVE LOANAUDT-RECORD TO TA-IMAGE (TAMPON-AUDIT-COUNT).
      *
      ******************************************************************
      *  Cette routine ajoute le mouvement impute au journal LOANPOST
      *  avec le titulaire du compte - la reference d'imputation est
      *  le debut du passage et le rang du mouvement dans le lot
      ******************************************************************
       710-ECRIRE-IMPUTATION.
      *
           MOVE SPACES TO LOANPOST-RECORD.
           MOVE LT-TRAN-DATE TO LP-TRAN-DATE.
           MOVE LT-ACCOUNT-REF TO LP-ACCOUNT-REF.
           MOVE LT-ACCOUNT-REF TO REF-LIEN.
           PERFORM 140-TROUVER-TITULAIRE.
           MOVE TITULAIRE-DU-COMPTE TO LP-HOLDER-ID.
           MOVE LT-TRAN-TYPE TO LP-TRAN-TYPE.
           MOVE LT-AMOUNT TO LP-AMOUNT.
           MOVE JOBLOG-START-SAUVEGARDE TO LP-RUN-TIMESTAMP.
           COMPUTE LP-SEQUENCE =
              FEED-RESTART-ROWS + LOANTRAN-RECORDS-LUS.
           ADD 1 TO TAMPON-IMPUTATION-COUNT.
           MOVE LOANPOST-RECORD TO TI-IMAGE (TAMPON-IMPUTATION-COUNT).
      *
      ******************************************************************
      *  Cette routine verifie que tout mouvement lu est soit impute
           DISPLAY "IMPUTATION - " LOANTRAN-RECORDS-LUS
                   " MOUVEMENT(S) LU(S), " MOUVEMENTS-IMPUTES
                   " IMPUTE(S), " MOUVEMENTS-REJETES " REJETE(S).".
           DISPLAY "DONT " PAIEMENTS-IMPUTES " PAIEMENT(S) "
                   "D'ECHEANCES IMPUTE(S).".
           IF (LOANTRAN-RECORDS-LUS NOT =
               MOUVEMENTS-IMPUTES + MOUVEMENTS-REJETES)
              DISPLAY "RECONCILIATION FAILED: " LOANTRAN-RECORDS-LUS
                      MOUVEMENTS-REJETES "."
              MOVE "RECONERR" TO JOBLOG-STATUS-SWITCH
           END-IF.
           IF RUN-READY
              COMPUTE FEED-ROWS-ACCOUNTED = FEED-RESTART-ROWS
                 + MOUVEMENTS-IMPUTES + MOUVEMENTS-REJETES
              IF FEED-RESTARTING
                 DISPLAY "LOT " FEED-BATCH-ID " - " FEED-RESTART-ROWS
                         " MOUVEMENT(S) IMPUTE(S) AVANT LA REPRISE, "
                         FEED-ROWS-ACCOUNTED " EN TOUT."
              END-IF
              IF (FEED-ROWS-ACCOUNTED NOT = FEED-TRL-COUNT)
                 DISPLAY "RECONCILIATION DU LOT ECHOUEE: LOT "
                         FEED-BATCH-ID " TRL " FEED-TRL-COUNT " VS "
                         FEED-ROWS-ACCOUNTED " MOUVEMENT(S) SOLDE(S)."
                 MOVE "RECONERR" TO JOBLOG-STATUS-SWITCH
              END-IF
           END-IF.
      *
      ******************************************************************
      *  Cette routine valide la fin du lot et ferme les fichiers - un
      *  lot reconcilie est marque complet et inscrit au registre
      ******************************************************************
       920-REECRIRE-LOANMAST.
      *
           IF (NOT RUN-READY)
              GO TO 920-EXIT
           END-IF.
           IF (JOBLOG-STATUS-SWITCH = "NORMAL")
              MOVE "C" TO FEED-CHECKPOINT-STATE
           ELSE
              MOVE "P" TO FEED-CHECKPOINT-STATE
           END-IF.
           PERFORM 600-VALIDER-LE-LOT THRU 600-EXIT.
           DISPLAY COMPTES-COUNT " COMPTE(S) REECRIT(S) SUR LOANMAST.".
           CLOSE LOANTRAN.
           CLOSE LOANAUDT.
           CLOSE LOANPOST.
           IF (JOBLOG-STATUS-SWITCH = "NORMAL")
              PERFORM 670-INSCRIRE-LE-LOT
           END-IF.
      *
       920-EXIT.
           EXIT.
      *
      ******************************************************************
      *  Cette routine valide les mouvements soldes depuis la derniere
      *  validation - LOANMAST et PAYDUE sont reecrits, les lignes
      *  d'audit et d'imputation en attente ecrites, puis le point de
      *  reprise avance. Un echec arrete l'imputation sans avancer le
      *  point de reprise
      ******************************************************************
       600-VALIDER-LE-LOT.
      *
           OPEN OUTPUT LOANMAST.
           IF NOT LOANMAST-FILE-OK
              DISPLAY "EXCEPTION: REECRITURE DE LOANMAST IMPOSSIBLE "
                      "(FILE STATUS " LOANMAST-FILE-STATUS ")."
              MOVE "FILE-ERR" TO JOBLOG-STATUS-SWITCH
              MOVE "Y" TO LOANTRAN-EOF-SWITCH
              GO TO 600-EXIT
           END-IF.
           PERFORM 925-ECRIRE-UN-COMPTE
              VARYING COMPTE-SCAN FROM 1 BY 1
              UNTIL COMPTE-SCAN > COMPTES-COUNT.
           CLOSE LOANMAST.
           PERFORM 940-REECRIRE-PAYDUE.
           IF (JOBLOG-STATUS-SWITCH = "FILE-ERR")
              MOVE "Y" TO LOANTRAN-EOF-SWITCH
              GO TO 600-EXIT
           END-IF.
           PERFORM 620-ECRIRE-UNE-LIGNE-AUDIT
              VARYING TAMPON-SCAN FROM 1 BY 1
              UNTIL TAMPON-SCAN > TAMPON-AUDIT-COUNT.
           PERFORM 625-ECRIRE-UNE-IMPUTATION
              VARYING TAMPON-SCAN FROM 1 BY 1
              UNTIL TAMPON-SCAN > TAMPON-IMPUTATION-COUNT.
           MOVE 0 TO TAMPON-AUDIT-COUNT.
           MOVE 0 TO TAMPON-IMPUTATION-COUNT.
           PERFORM 650-ECRIRE-REPRISES.
           MOVE 0 TO MOUVEMENTS-DEPUIS-VALIDATION.
      *
       600-EXIT.
           EXIT.
      *
       620-ECRIRE-UNE-LIGNE-AUDIT.
      *
           MOVE TA-IMAGE (TAMPON-SCAN) TO LOANAUDT-RECORD.
           WRITE LOANAUDT-RECORD.
      *
       625-ECRIRE-UNE-IMPUTATION.
      *
           MOVE TI-IMAGE (TAMPON-SCAN) TO LOANPOST-RECORD.
           WRITE LOANPOST-RECORD.
      *
      ******************************************************************
      *  Cette routine reecrit FEEDCKPT en entier, la ligne de ce
      *  programme remplacee par l'avancement du lot dans
      *  FEED-CHECKPOINT-STATE
      ******************************************************************
       650-ECRIRE-REPRISES.
      *
           IF (CHECKPOINT-OWN = 0) AND (CHECKPOINT-COUNT < 50)
              ADD 1 TO CHECKPOINT-COUNT
              MOVE CHECKPOINT-COUNT TO CHECKPOINT-OWN
           END-IF.
           OPEN OUTPUT FEEDCKPT.
           IF NOT FEEDCKPT-FILE-OK
              DISPLAY "EXCEPTION: ECRITURE DE FEEDCKPT IMPOSSIBLE "
                      "(FILE STATUS " FEEDCKPT-FILE-STATUS ") - PAS "
                      "DE POINT DE REPRISE APRES LE MOUVEMENT "
                      FEED-ROWS-DONE "."
           ELSE
              PERFORM 655-ECRIRE-UNE-REPRISE
                 VARYING CHECKPOINT-SCAN FROM 1 BY 1
                 UNTIL CHECKPOINT-SCAN > CHECKPOINT-COUNT
              CLOSE FEEDCKPT
           END-IF.
      *
       655-ECRIRE-UNE-REPRISE.
      *
           IF (CHECKPOINT-SCAN = CHECKPOINT-OWN)
              MOVE SPACES TO FEEDCKPT-RECORD
              MOVE "LNTX0001" TO FC-PROGRAM-ID
              MOVE FEED-BATCH-ID TO FC-BATCH-ID
              MOVE FEED-CHECKPOINT-STATE TO FC-STATE
              MOVE FEED-ROWS-DONE TO FC-ROWS-DONE
              COMPUTE FC-ROWS-POSTED =
                 FEED-PRIOR-POSTED + MOUVEMENTS-IMPUTES
              COMPUTE FC-ROWS-REJECTED =
                 FEED-PRIOR-REJECTED + MOUVEMENTS-REJETES
              MOVE 0 TO FC-ROWS-HELD
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
      *  Cette routine inscrit le lot au registre FEEDREG pour qu'il ne
      *  puisse plus etre impute
      ******************************************************************
       670-INSCRIRE-LE-LOT.
      *
           OPEN EXTEND FEEDREG.
           IF (FEEDREG-FILE-STATUS = "35")
              OPEN OUTPUT FEEDREG
           END-IF.
           IF NOT FEEDREG-FILE-OK
              DISPLAY "EXCEPTION: ECRITURE DE FEEDREG IMPOSSIBLE "
                      "(FILE STATUS " FEEDREG-FILE-STATUS ") - LOT "
                      FEED-BATCH-ID " NON INSCRIT."
              MOVE "FILE-ERR" TO JOBLOG-STATUS-SWITCH
           ELSE
              MOVE SPACES TO FEEDREG-RECORD
              MOVE "LNTX0001" TO FR-PROGRAM-ID
              MOVE FEED-BATCH-ID TO FR-BATCH-ID
              MOVE FEED-CREATE-DATE TO FR-CREATE-DATE
              MOVE FEED-TRL-COUNT TO FR-RECORD-COUNT
              MOVE FEED-TRL-HASH TO FR-HASH-TOTAL
              COMPUTE FR-ROWS-POSTED =
                 FEED-PRIOR-POSTED + MOUVEMENTS-IMPUTES
              COMPUTE FR-ROWS-REJECTED =
                 FEED-PRIOR-REJECTED + MOUVEMENTS-REJETES
              MOVE 0 TO FR-ROWS-HELD
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
              DISPLAY "LOT " FEED-BATCH-ID " INSCRIT AU REGISTRE."
           END-IF.
      *
       925-ECRIRE-UN-COMPTE.
      *
           WRITE LOANMAST-RECORD.
      *
      ******************************************************************
      *  Cette routine reecrit PAYDUE depuis la table - seulement
      *  quand un paiement a ete impute dans le passage
      ******************************************************************
       940-REECRIRE-PAYDUE.
      *
           IF (PAIEMENTS-IMPUTES > 0)
              OPEN OUTPUT PAYDUE
              IF NOT PAYDUE-FILE-OK
                 DISPLAY "EXCEPTION: REECRITURE DE PAYDUE IMPOSSIBLE "
                         "(FILE STATUS " PAYDUE-FILE-STATUS ")."
                 MOVE "FILE-ERR" TO JOBLOG-STATUS-SWITCH
              ELSE
                 PERFORM 945-ECRIRE-UNE-ECHEANCE
                    VARYING ECHEANCIER-SCAN FROM 1 BY 1
                    UNTIL ECHEANCIER-SCAN > ECHEANCIER-COUNT
                 CLOSE PAYDUE
              END-IF
           END-IF.
      *
       945-ECRIRE-UNE-ECHEANCE.
      *
           MOVE SPACES TO PAYDUE-RECORD.
           MOVE EP-ACCOUNT-REF (ECHEANCIER-SCAN) TO PD-ACCOUNT-REF.
           MOVE EP-NUMERO (ECHEANCIER-SCAN) TO PD-NUMERO.
           MOVE EP-DATE-ECHEANCE (ECHEANCIER-SCAN) TO PD-DATE-ECHEANCE.
           MOVE EP-CAPITAL (ECHEANCIER-SCAN) TO PD-CAPITAL.
           MOVE EP-INTERET (ECHEANCIER-SCAN) TO PD-INTERET.
           MOVE EP-FRAIS (ECHEANCIER-SCAN) TO PD-FRAIS.
           MOVE EP-PAYE (ECHEANCIER-SCAN) TO PD-PAYE.
           MOVE EP-DATE-PAIEMENT (ECHEANCIER-SCAN) TO PD-DATE-PAIEMENT.
           WRITE PAYDUE-RECORD.
      *
      ******************************************************************
      *  Cette routine prouve le lot avant toute imputation - il doit
      *  s'ouvrir sur une ligne HDR et se fermer sur une ligne TRL dont
      *  le nombre de mouvements et le total des montants concordent
      *  avec les lignes entre les deux. Un lot inscrit au registre
      *  FEEDREG est refuse (ABANDON). Un lot que FEEDCKPT montre
      *  interrompu reprend apres ses mouvements valides, pourvu que
      *  ceux-ci totalisent encore le montant du point de reprise; un
      *  autre lot est refuse tant que l'interrompu n'est pas termine
      *  (RECONERR). LOANTRAN est laisse sur le premier mouvement a
      *  imputer
      ******************************************************************
       960-PROUVER-LE-LOT.
      *
           MOVE "N" TO FEED-REFUSED-SWITCH.
           READ LOANTRAN
              AT END
                 MOVE SPACES TO LOANTRAN-ENTETE
           END-READ.
           IF (NOT LTH-ENTETE)
              DISPLAY "LOANTRAN NE S'OUVRE PAS SUR UNE LIGNE HDR - "
                      "LOT IMPOSSIBLE A PROUVER."
              MOVE "RECONERR" TO JOBLOG-STATUS-SWITCH
              MOVE "Y" TO FEED-REFUSED-SWITCH
              GO TO 960-EXIT
           END-IF.
           MOVE LTH-BATCH-ID TO FEED-BATCH-ID.
           MOVE LTH-DATE-CREATION TO FEED-CREATE-DATE.
           DISPLAY "LOT LOANTRAN " FEED-BATCH-ID " CREE LE "
                   FEED-CREATE-DATE ".".
           PERFORM 962-CONSULTER-LE-REGISTRE.
           IF FEED-ALREADY-POSTED
              DISPLAY "LE LOT " FEED-BATCH-ID " A DEJA ETE IMPUTE EN "
                      "ENTIER LE " FEED-POSTED-TIMESTAMP " - LOT "
                      "REFUSE."
              MOVE "ABANDON" TO JOBLOG-STATUS-SWITCH
              MOVE "Y" TO FEED-REFUSED-SWITCH
              GO TO 960-EXIT
           END-IF.
           PERFORM 965-CHARGER-REPRISES.
           IF FEED-REFUSED
              GO TO 960-EXIT
           END-IF.
           MOVE "N" TO FEED-EOF-SWITCH.
           PERFORM UNTIL FEED-EOF
              READ LOANTRAN
                 AT END
                    MOVE "Y" TO FEED-EOF-SWITCH
                 NOT AT END
                    PERFORM 961-COMPTER-UNE-LIGNE
              END-READ
           END-PERFORM.
           IF FEED-REFUSED
              GO TO 960-EXIT
           END-IF.
           EVALUATE TRUE
              WHEN NOT FEED-TRL-FOUND
                 DISPLAY "LOANTRAN SANS LIGNE TRL - LOT INCOMPLET."
                 MOVE "Y" TO FEED-REFUSED-SWITCH
              WHEN FEED-ROWS-COUNTED NOT = FEED-TRL-COUNT
                 DISPLAY "LA LIGNE TRL ANNONCE " FEED-TRL-COUNT
                         " MOUVEMENT(S), LOANTRAN EN CONTIENT "
                         FEED-ROWS-COUNTED "."
                 MOVE "Y" TO FEED-REFUSED-SWITCH
              WHEN FEED-HASH-COUNTED NOT = FEED-TRL-HASH
                 DISPLAY "LA LIGNE TRL ANNONCE UN TOTAL DE "
                         FEED-TRL-HASH ", LES MOUVEMENTS TOTALISENT "
                         FEED-HASH-COUNTED "."
                 MOVE "Y" TO FEED-REFUSED-SWITCH
              WHEN FEED-RESTARTING
                 AND (FEED-RESTART-ROWS > FEED-ROWS-COUNTED
                   OR FEED-HASH-AT-RESTART NOT = FEED-RESTART-HASH)
                 DISPLAY "LES " FEED-RESTART-ROWS " PREMIERS "
                         "MOUVEMENTS DU LOT " FEED-BATCH-ID " NE "
                         "CORRESPONDENT PLUS AU PASSAGE INTERROMPU - "
                         "LOT MODIFIE."
                 MOVE "Y" TO FEED-REFUSED-SWITCH
           END-EVALUATE.
           IF FEED-REFUSED
              MOVE "RECONERR" TO JOBLOG-STATUS-SWITCH
              GO TO 960-EXIT
           END-IF.
           PERFORM 968-POSITIONNER-LOANTRAN.
      *
       960-EXIT.
           EXIT.
      *
      ******************************************************************
      *  Une ligne de la preuve - les mouvements sont comptes et leur
      *  montant totalise, en notant le total la ou une reprise
      *  repart; la ligne TRL doit etre la derniere
      ******************************************************************
       961-COMPTER-UNE-LIGNE.
      *
           EVALUATE TRUE
              WHEN FEED-TRL-FOUND
                 DISPLAY "LOANTRAN A DES LIGNES APRES SA LIGNE TRL - "
                         "LOT IMPOSSIBLE A PROUVER."
                 MOVE "RECONERR" TO JOBLOG-STATUS-SWITCH
                 MOVE "Y" TO FEED-REFUSED-SWITCH
                 MOVE "Y" TO FEED-EOF-SWITCH
              WHEN LTT-FIN
                 MOVE "Y" TO FEED-TRL-SWITCH
                 IF (LTT-NOMBRE-LIGNES NUMERIC)
                    AND (LTT-TOTAL-CONTROLE NUMERIC)
                    MOVE LTT-NOMBRE-LIGNES TO FEED-TRL-COUNT
                    MOVE LTT-TOTAL-CONTROLE TO FEED-TRL-HASH
                 ELSE
                    DISPLAY "CONTROLES DE LA LIGNE TRL NON NUMERIQUES "
                            "- LOT IMPOSSIBLE A PROUVER."
                    MOVE "RECONERR" TO JOBLOG-STATUS-SWITCH
                    MOVE "Y" TO FEED-REFUSED-SWITCH
                 END-IF
              WHEN LTH-ENTETE
                 DISPLAY "LOANTRAN A UNE SECONDE LIGNE HDR - DEUX "
                         "LOTS CONCATENES?"
                 MOVE "RECONERR" TO JOBLOG-STATUS-SWITCH
                 MOVE "Y" TO FEED-REFUSED-SWITCH
                 MOVE "Y" TO FEED-EOF-SWITCH
              WHEN OTHER
                 ADD 1 TO FEED-ROWS-COUNTED
                 IF (LT-AMOUNT NUMERIC)
                    ADD LT-AMOUNT TO FEED-HASH-COUNTED
                 END-IF
                 IF (FEED-ROWS-COUNTED = FEED-RESTART-ROWS)
                    MOVE FEED-HASH-COUNTED TO FEED-HASH-AT-RESTART
                 END-IF
           END-EVALUATE.
      *
      ******************************************************************
      *  Cette routine cherche le lot au registre FEEDREG - un registre
      *  absent veut dire qu'aucun lot n'a encore ete impute, un
      *  registre illisible fait refuser le lot faute de pouvoir le
      *  prouver nouveau
      ******************************************************************
       962-CONSULTER-LE-REGISTRE.
      *
           MOVE "N" TO FEED-REGISTER-SWITCH.
           MOVE "N" TO FEED-REGISTER-EOF-SWITCH.
           OPEN INPUT FEEDREG.
           IF (NOT FEEDREG-FILE-OK)
              AND (FEEDREG-FILE-STATUS NOT = "35")
              DISPLAY "EXCEPTION: LECTURE DE FEEDREG IMPOSSIBLE (FILE "
                      "STATUS " FEEDREG-FILE-STATUS ") - LOT "
                      FEED-BATCH-ID " INVERIFIABLE. LOT REFUSE."
              MOVE "FILE-ERR" TO JOBLOG-STATUS-SWITCH
              MOVE "Y" TO FEED-REFUSED-SWITCH
           END-IF.
           IF FEEDREG-FILE-OK
              PERFORM UNTIL FEED-REGISTER-EOF
                 READ FEEDREG
                    AT END
                       MOVE "Y" TO FEED-REGISTER-EOF-SWITCH
                    NOT AT END
                       IF (FR-PROGRAM-ID = "LNTX0001")
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
      *  Cette routine charge les lignes FEEDCKPT de tous les
      *  programmes, retient la place de celle de LNTX0001 et y lit un
      *  lot interrompu - un FEEDCKPT absent veut dire rien a reprendre
      ******************************************************************
       965-CHARGER-REPRISES.
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
                       PERFORM 966-RETENIR-UNE-REPRISE THRU 966-EXIT
                 END-READ
              END-PERFORM
              CLOSE FEEDCKPT
           END-IF.
      *
       966-RETENIR-UNE-REPRISE.
      *
           IF (CHECKPOINT-COUNT < 50)
              ADD 1 TO CHECKPOINT-COUNT
              MOVE FEEDCKPT-RECORD TO CK-IMAGE (CHECKPOINT-COUNT)
           ELSE
              DISPLAY "EXCEPTION: TABLE FEEDCKPT PLEINE - LIGNE DE "
                      FC-PROGRAM-ID " PERDUE."
              GO TO 966-EXIT
           END-IF.
           IF (FC-PROGRAM-ID NOT = "LNTX0001")
              GO TO 966-EXIT
           END-IF.
           MOVE CHECKPOINT-COUNT TO CHECKPOINT-OWN.
           EVALUATE TRUE
              WHEN FC-PARTIAL AND (FC-BATCH-ID = FEED-BATCH-ID)
                 MOVE "Y" TO FEED-RESTART-SWITCH
                 MOVE FC-ROWS-DONE TO FEED-RESTART-ROWS
                 MOVE FC-HASH-DONE TO FEED-RESTART-HASH
                 MOVE FC-ROWS-POSTED TO FEED-PRIOR-POSTED
                 MOVE FC-ROWS-REJECTED TO FEED-PRIOR-REJECTED
                 COMPUTE FEED-RESTARTS = FC-RESTARTS + 1
                 DISPLAY "LE LOT " FEED-BATCH-ID " A ETE INTERROMPU "
                         "APRES " FC-ROWS-DONE " MOUVEMENT(S) - "
                         "REPRISE A LA SUITE."
              WHEN FC-PARTIAL
                 DISPLAY "LE LOT " FC-BATCH-ID " A ETE INTERROMPU "
                         "APRES " FC-ROWS-DONE " MOUVEMENT(S) - "
                         "RELANCER CE LOT POUR LE TERMINER AVANT "
                         "D'IMPUTER LE LOT " FEED-BATCH-ID "."
                 MOVE "RECONERR" TO JOBLOG-STATUS-SWITCH
                 MOVE "Y" TO FEED-REFUSED-SWITCH
              WHEN FC-COMPLETE AND (FC-BATCH-ID = FEED-BATCH-ID)
                 DISPLAY "LE LOT " FEED-BATCH-ID " A DEJA ETE IMPUTE "
                         "EN ENTIER LE " FC-RUN-TIMESTAMP " - LOT "
                         "REFUSE."
                 MOVE "ABANDON" TO JOBLOG-STATUS-SWITCH
                 MOVE "Y" TO FEED-REFUSED-SWITCH
              WHEN OTHER
                 CONTINUE
           END-EVALUATE.
      *
       966-EXIT.
           EXIT.
      *
      ******************************************************************
      *  Cette routine relit LOANTRAN du debut, apres sa ligne HDR et
      *  les mouvements qu'un passage interrompu a deja valides
      ******************************************************************
       968-POSITIONNER-LOANTRAN.
      *
           CLOSE LOANTRAN.
           OPEN INPUT LOANTRAN.
           READ LOANTRAN
              AT END
                 CONTINUE
           END-READ.
           PERFORM 969-SAUTER-UNE-LIGNE FEED-RESTART-ROWS TIMES.
           MOVE FEED-RESTART-ROWS TO FEED-ROWS-DONE.
           MOVE FEED-RESTART-HASH TO FEED-HASH-DONE.
      *
       969-SAUTER-UNE-LIGNE.
      *
           READ LOANTRAN
              AT END
                 CONTINUE
           END-READ.
      *
      ******************************************************************
      *  Cette routine ecrit la ligne JOBLOG du passage
      ******************************************************************
       950-ECRIRE-JOBLOG.
