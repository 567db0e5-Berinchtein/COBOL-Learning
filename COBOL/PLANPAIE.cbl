      *****************************************************************
      * Nom du programme:    PLAN0001
      * Auteur original: MANUEL JARRY
      *
      * Journal d'entretien
      * Date       Auteur        Exigence de maintenance
      * ---------- ------------  ---------------------------------------
      * 15/10/2026 MANUEL JARRY  Créé - echeancier de versements d'un
      *                          compte LOANMAST: versement mensuel
      *                          constant sur le terme du compte au
      *                          taux du compte, une ligne PAYDUE par
      *                          echeance (capital et interet), que
      *                          LNTX0001 solde et RETD0001 fait
      *                          vieillir
      *
      *****************************************************************
       IDENTIFICATION DIVISION.
       PROGRAM-ID.  PLAN0001.
       AUTHOR. MANUEL JARRY.
       INSTALLATION. COBOL DEVELOPMENT CENTER.
       DATE-WRITTEN. 15/10/2026.
       DATE-COMPILED. JJ/MM/AAAA.
       SECURITY. NON-CONFIDENTIAL.
      *****************************************************************
      *
      ******************************************************************
      *  L'echeancier est saisi compte par compte avec la date de la
      *  premiere echeance; les suivantes tombent le meme jour de
      *  chaque mois (le dernier jour d'un mois plus court). Le
      *  versement constant amortit le principal sur le terme du
      *  compte (LM-NOMBRE-D-ANNEES, ou la somme des segments) au
      *  taux du compte (celui du premier segment pour un compte
      *  segmente), comme l'echeancier de 800-CALCUL-AMORTISSEMENT
      *  d'INTR0003 mais mois par mois. Chaque echeance porte son
      *  interet sur le solde restant et son capital; la derniere
      *  solde le reste. Un echeancier existant sur lequel rien n'a
      *  encore ete paye ni facture est remplace; un echeancier
      *  entame ne l'est jamais
      ******************************************************************
       ENVIRONMENT DIVISION.
      *
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
           SELECT LOANMAST ASSIGN TO LOANMAST
              ORGANIZATION IS LINE SEQUENTIAL
              FILE STATUS IS LOANMAST-FILE-STATUS.
           COPY PAYDUESL.
           COPY CLOHSTSL.
           COPY JOBLOGSL.
      *
       DATA DIVISION.
      *
       FILE SECTION.
       FD  LOANMAST.
       01  LOANMAST-RECORD               PIC X(53).
      *
       COPY PAYDUEFD.
      *
       COPY CLOHSTFD.
      *
       COPY JOBLOGFD.
      *
       WORKING-STORAGE SECTION.
      *
       01 SWITCHES.
          05 LOANMAST-EOF-SWITCH        PIC X          VALUE "N".
             88 LOANMAST-EOF                            VALUE "Y".
          05 PAYDUE-EOF-SWITCH          PIC X          VALUE "N".
             88 PAYDUE-EOF                              VALUE "Y".
          05 COMPTE-TROUVE-SWITCH       PIC X          VALUE "N".
             88 COMPTE-TROUVE                           VALUE "Y".
          05 FIN-DE-SAISIE-SWITCH       PIC X          VALUE "N".
             88 FIN-DE-SAISIE                           VALUE "Y".
          05 RUN-READY-SWITCH           PIC X          VALUE "N".
             88 RUN-READY                               VALUE "Y".
          05 TABLE-DEBORDEE-SWITCH      PIC X          VALUE "N".
             88 TABLE-DEBORDEE                          VALUE "Y".
      *
       01 LOANMAST-FILE-STATUS           PIC X(2)       VALUE "00".
          88 LOANMAST-FILE-OK                           VALUE "00".
      *
       01 PAYDUE-FILE-STATUS             PIC X(2)       VALUE "00".
          88 PAYDUE-FILE-OK                             VALUE "00".
      *
       01 CLOSHIST-FILE-STATUS           PIC X(2)       VALUE "00".
          88 CLOSHIST-FILE-OK                           VALUE "00".
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
       COPY CLOHSTWS.
      *
       COPY PAYDUEWS.
      *
      ******************************************************************
      *  Image de travail d'un compte - la meme disposition que la
      *  ligne LOANMAST, comme dans LNMT0001
      ******************************************************************
       01 COMPTE-TRAVAIL.
          05 CW-ACCOUNT-REF             PIC X(10).
          05 CW-PRINCIPAL               PIC 9(7)V99.
          05 CW-TAUX-INTERET            PIC 9(2)V99.
          05 CW-TYPE-TAUX-INTERET       PIC X(9).
          05 CW-NOMBRE-D-ANNEES         PIC 9(2).
          05 CW-NOMBRE-SEGMENTS         PIC 9.
          05 CW-RATE-SEGMENT OCCURS 3 TIMES.
             10 CW-SEG-TAUX-INTERET     PIC 9(2)V99.
             10 CW-SEG-ANNEES           PIC 9(2).
      *
       01 COMPTE-TRAVAIL-IMAGE REDEFINES COMPTE-TRAVAIL
                                         PIC X(53).
      *
       01 COMPTES-COUNT                  PIC 9(3)       VALUE 0.
       01 COMPTES-TABLE.
          05 COMPTE-ENTRY
             OCCURS 0 TO 500 TIMES DEPENDING ON COMPTES-COUNT
             INDEXED BY COMPTE-IDX.
             10 CT-IMAGE                PIC X(53).
      *
       01 ENTREES-UTILISATEUR.
          05 ACCOUNT-REF-ENTRY          PIC X(10).
          05 PREMIERE-ECHEANCE-ENTREE   PIC 9(8).
          05 CONFIRM-ENTREE-SWITCH      PIC X          VALUE "N".
      *
       01 CALCUL-TRAVAIL.
          05 DATE-TRAITEMENT            PIC 9(8).
          05 COMPTE-POSITION            PIC 9(3).
          05 COMPTE-SCAN                PIC 9(3).
          05 SEG-IDX                    PIC 9.
          05 TERME-MOIS                 PIC 9(4).
          05 TAUX-DU-COMPTE             PIC 9(2)V99.
          05 TAUX-MENSUEL               PIC 9V9(8).
          05 FACTEUR-COMPOSE            PIC 9(9)V9(8).
          05 FACTEUR-VERSEMENT          PIC 9(3)V9(12).
          05 VERSEMENT                  PIC 9(7)V99.
          05 SOLDE-RESTANT              PIC 9(7)V99.
          05 INTERET-ECHEANCE           PIC 9(7)V99.
          05 CAPITAL-ECHEANCE           PIC 9(7)V99.
          05 TOTAL-INTERET              PIC 9(9)V99.
          05 NUMERO-ECHEANCE            PIC 9(4).
          05 ECHEANCES-EXISTANTES       PIC 9(4).
          05 ECHEANCES-ENTAMEES         PIC 9(4).
          05 ANNEE-PREMIERE             PIC 9(4).
          05 MOIS-PREMIERE              PIC 9(2).
          05 JOUR-PREMIERE              PIC 9(2).
          05 MOIS-ECOULES               PIC 9(5).
          05 ANNEE-ECHEANCE             PIC 9(4).
          05 MOIS-ECHEANCE              PIC 9(2).
          05 JOUR-ECHEANCE              PIC 9(2).
          05 DATE-ECHEANCE-CALCULEE     PIC 9(8).
          05 DATE-MOIS-SUIVANT          PIC 9(8).
          05 DATE-FIN-DE-MOIS           PIC 9(8).
          05 MONTANT-FORMATTE           PIC ZZZ,ZZZ,ZZZ.99.
          05 TAUX-FORMATTE              PIC ZZ9.99.
          05 SEPARATOR-LINE             PIC X(50)
                                                       VALUE
                  "--------------------------------------------------".
      *
       01 COMPTEURS-RECONCILIATION.
          05 PAYDUE-RECORDS-LUS         PIC 9(5)       VALUE 0.
          05 ECHEANCIERS-CREES          PIC 9(5)       VALUE 0.
          05 ECHEANCIERS-REMPLACES      PIC 9(5)       VALUE 0.
          05 ECHEANCES-CREEES           PIC 9(5)       VALUE 0.
      *
       PROCEDURE DIVISION.
      *
       000-BATIR-ECHEANCIERS.
      *
           PERFORM 910-OUVRIR-FICHIERS THRU 910-EXIT.
           PERFORM 100-TRAITER-UN-COMPTE THRU 100-EXIT
              UNTIL FIN-DE-SAISIE.
           PERFORM 850-REECRIRE-PAYDUE THRU 850-EXIT.
           PERFORM 900-FERMER-FICHIERS.
           PERFORM 950-ECRIRE-JOBLOG.
           DISPLAY "FIN DU PROGRAMME.".
           GOBACK.
      *
      ******************************************************************
      *  Cette routine charge le livre, les comptes fermes et
      *  l'echeancier en entier - un LOANMAST absent, ou un
      *  echeancier qui deborde sa table, empeche toute saisie
      *  puisque PAYDUE ne pourrait pas etre reecrit
      ******************************************************************
       910-OUVRIR-FICHIERS.
      *
           OPEN EXTEND JOBLOG.
           MOVE FUNCTION CURRENT-DATE TO JOBLOG-DATE-ET-HEURE.
           MOVE JDH-DATE TO JOBLOG-START-SAUVEGARDE (1:8).
           MOVE JDH-TIME TO JOBLOG-START-SAUVEGARDE (9:6).
           MOVE JDH-DATE TO DATE-TRAITEMENT.
           DISPLAY SEPARATOR-LINE.
           DISPLAY "ECHEANCIER DE VERSEMENTS (PLAN0001)".
           OPEN INPUT LOANMAST.
           IF NOT LOANMAST-FILE-OK
              DISPLAY "LOANMAST INTROUVABLE OU ILLISIBLE "
                      "(FILE STATUS " LOANMAST-FILE-STATUS "). "
                      "SAISIE ABANDONNEE."
              MOVE "FILE-ERR" TO JOBLOG-STATUS-SWITCH
              MOVE "Y" TO FIN-DE-SAISIE-SWITCH
              GO TO 910-EXIT
           END-IF.
           PERFORM UNTIL LOANMAST-EOF
              READ LOANMAST
                 AT END
                    MOVE "Y" TO LOANMAST-EOF-SWITCH
                 NOT AT END
                    IF (COMPTES-COUNT < 500)
                       ADD 1 TO COMPTES-COUNT
                       MOVE LOANMAST-RECORD
                          TO CT-IMAGE (COMPTES-COUNT)
                    ELSE
                       DISPLAY "EXCEPTION: TABLE DES COMPTES PLEINE "
                               "- LIGNE NON CHARGEE."
                    END-IF
              END-READ
           END-PERFORM.
           CLOSE LOANMAST.
           PERFORM 915-CHARGER-CLOSHIST.
           PERFORM 920-CHARGER-PAYDUE.
           IF TABLE-DEBORDEE
              DISPLAY "EXCEPTION: DES ECHEANCES ONT ETE PERDUES AU "
                      "CHARGEMENT - AUCUN ECHEANCIER POSSIBLE."
              MOVE "FILE-ERR" TO JOBLOG-STATUS-SWITCH
              MOVE "Y" TO FIN-DE-SAISIE-SWITCH
              GO TO 910-EXIT
           END-IF.
           MOVE "Y" TO RUN-READY-SWITCH.
           DISPLAY COMPTES-COUNT " COMPTE(S) CHARGE(S) DE LOANMAST, "
                   ECHEANCIER-COUNT " ECHEANCE(S) DE PAYDUE.".
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
      *  PAYDUE absent veut dire qu'aucun echeancier n'existe encore
      ******************************************************************
       920-CHARGER-PAYDUE.
      *
           OPEN INPUT PAYDUE.
           IF NOT PAYDUE-FILE-OK
              DISPLAY "PAYDUE ABSENT (FILE STATUS "
                      PAYDUE-FILE-STATUS ") - AUCUN ECHEANCIER A CE "
                      "JOUR."
              MOVE "Y" TO PAYDUE-EOF-SWITCH
           END-IF.
           PERFORM UNTIL PAYDUE-EOF
              READ PAYDUE
                 AT END
                    MOVE "Y" TO PAYDUE-EOF-SWITCH
                 NOT AT END
                    ADD 1 TO PAYDUE-RECORDS-LUS
                    PERFORM 925-RETENIR-UNE-ECHEANCE
              END-READ
           END-PERFORM.
           IF PAYDUE-FILE-STATUS NOT = "35"
              CLOSE PAYDUE
           END-IF.
      *
       925-RETENIR-UNE-ECHEANCE.
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
              IF (NOT TABLE-DEBORDEE)
                 DISPLAY "EXCEPTION: TABLE DES ECHEANCES PLEINE - "
                         "LIGNES NON CHARGEES, LE FICHIER NE SERA "
                         "PAS REECRIT."
                 MOVE "Y" TO TABLE-DEBORDEE-SWITCH
              END-IF
           END-IF.
      *
      ******************************************************************
      *  Cette routine traite un compte - le compte, ses conditions,
      *  un echeancier existant, la premiere echeance, le calcul
      *  affiche, puis la confirmation de l'operateur. Une reference
      *  a blanc termine la saisie
      ******************************************************************
       100-TRAITER-UN-COMPTE.
      *
           DISPLAY SEPARATOR-LINE.
           DISPLAY "ENTRER LA REFERENCE DU COMPTE "
                   "(BLANC = TERMINER):".
           MOVE SPACES TO ACCOUNT-REF-ENTRY.
           ACCEPT ACCOUNT-REF-ENTRY.
           IF (ACCOUNT-REF-ENTRY = SPACES)
              MOVE "Y" TO FIN-DE-SAISIE-SWITCH
              GO TO 100-EXIT
           END-IF.
           MOVE ACCOUNT-REF-ENTRY TO REF-A-CONTROLER.
           PERFORM 120-CHERCHER-FERME.
           IF FERME-TROUVE
              DISPLAY "LE COMPTE " ACCOUNT-REF-ENTRY " A ETE FERME LE "
                      FE-DATE-CLOTURE (FERME-POSITION) "."
              GO TO 100-EXIT
           END-IF.
           PERFORM 110-CHERCHER-COMPTE.
           IF (NOT COMPTE-TROUVE)
              DISPLAY "LE COMPTE " ACCOUNT-REF-ENTRY
                      " N'EST PAS SUR LOANMAST."
              GO TO 100-EXIT
           END-IF.
           MOVE CT-IMAGE (COMPTE-POSITION) TO COMPTE-TRAVAIL-IMAGE.
           PERFORM 130-EXAMINER-EXISTANT.
           IF (ECHEANCES-ENTAMEES > 0)
              DISPLAY "LE COMPTE " ACCOUNT-REF-ENTRY " A DEJA UN "
                      "ECHEANCIER ENTAME - IL NE PEUT PAS ETRE "
                      "REMPLACE."
              GO TO 100-EXIT
           END-IF.
           PERFORM 140-DETERMINER-CONDITIONS.
           IF (TERME-MOIS = 0) OR (CW-PRINCIPAL = 0)
              DISPLAY "LE COMPTE " ACCOUNT-REF-ENTRY " N'A NI TERME "
                      "NI PRINCIPAL - AUCUN ECHEANCIER."
              GO TO 100-EXIT
           END-IF.
           IF (ECHEANCIER-COUNT + TERME-MOIS > 20000)
              DISPLAY "EXCEPTION: TABLE DES ECHEANCES PLEINE - "
                      "ECHEANCIER IMPOSSIBLE."
              GO TO 100-EXIT
           END-IF.
           PERFORM 150-CALCULER-VERSEMENT THRU 150-EXIT.
           IF (VERSEMENT = 0)
              GO TO 100-EXIT
           END-IF.
           PERFORM 210-SAISIR-PREMIERE-ECHEANCE.
           PERFORM 220-AFFICHER-LE-CALCUL.
           DISPLAY "CONFIRMER L'ECHEANCIER DU COMPTE "
                   CW-ACCOUNT-REF " ? (Y/N)".
           MOVE "N" TO CONFIRM-ENTREE-SWITCH.
           ACCEPT CONFIRM-ENTREE-SWITCH.
           IF (CONFIRM-ENTREE-SWITCH = "Y" OR "y")
              PERFORM 300-CREER-ECHEANCIER
              DISPLAY "ECHEANCIER DU COMPTE " CW-ACCOUNT-REF " CREE."
           ELSE
              DISPLAY "ECHEANCIER ANNULE."
           END-IF.
      *
       100-EXIT.
           EXIT.
      *
      ******************************************************************
      *  Cette routine localise ACCOUNT-REF-ENTRY dans la table,
      *  laissant sa position dans COMPTE-POSITION
      ******************************************************************
       110-CHERCHER-COMPTE.
      *
           MOVE "N" TO COMPTE-TROUVE-SWITCH.
           MOVE 0 TO COMPTE-POSITION.
           PERFORM 115-COMPARER-UN-COMPTE
              VARYING COMPTE-SCAN FROM 1 BY 1
              UNTIL (COMPTE-SCAN > COMPTES-COUNT)
                 OR COMPTE-TROUVE.
      *
       115-COMPARER-UN-COMPTE.
      *
           MOVE CT-IMAGE (COMPTE-SCAN) TO COMPTE-TRAVAIL-IMAGE.
           IF (CW-ACCOUNT-REF = ACCOUNT-REF-ENTRY)
              MOVE COMPTE-SCAN TO COMPTE-POSITION
              MOVE "Y" TO COMPTE-TROUVE-SWITCH
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
      *  Cette routine compte les echeances deja au fichier pour le
      *  compte, et celles deja entamees par un paiement ou des frais
      ******************************************************************
       130-EXAMINER-EXISTANT.
      *
           MOVE 0 TO ECHEANCES-EXISTANTES.
           MOVE 0 TO ECHEANCES-ENTAMEES.
           PERFORM 135-EXAMINER-UNE-ECHEANCE
              VARYING ECHEANCIER-SCAN FROM 1 BY 1
              UNTIL ECHEANCIER-SCAN > ECHEANCIER-COUNT.
      *
       135-EXAMINER-UNE-ECHEANCE.
      *
           IF (EP-ACCOUNT-REF (ECHEANCIER-SCAN) = CW-ACCOUNT-REF)
              AND (NOT EP-RETIRE (ECHEANCIER-SCAN))
              ADD 1 TO ECHEANCES-EXISTANTES
              IF (EP-PAYE (ECHEANCIER-SCAN) > 0)
                 OR (EP-FRAIS (ECHEANCIER-SCAN) > 0)
                 ADD 1 TO ECHEANCES-ENTAMEES
              END-IF
           END-IF.
      *
      ******************************************************************
      *  Cette routine determine le terme en mois et le taux du
      *  compte - un compte segmente prend la somme de ses segments
      *  et le taux de son premier segment
      ******************************************************************
       140-DETERMINER-CONDITIONS.
      *
           IF (CW-NOMBRE-SEGMENTS IS NUMERIC) AND
              (CW-NOMBRE-SEGMENTS > 0) AND
              (CW-NOMBRE-SEGMENTS <= 3)
              MOVE CW-SEG-TAUX-INTERET (1) TO TAUX-DU-COMPTE
              MOVE 0 TO TERME-MOIS
              PERFORM 145-SOMMER-UN-SEGMENT
                 VARYING SEG-IDX FROM 1 BY 1
                 UNTIL SEG-IDX > CW-NOMBRE-SEGMENTS
           ELSE
              MOVE CW-TAUX-INTERET TO TAUX-DU-COMPTE
              COMPUTE TERME-MOIS = CW-NOMBRE-D-ANNEES * 12
           END-IF.
      *
       145-SOMMER-UN-SEGMENT.
      *
           COMPUTE TERME-MOIS =
              TERME-MOIS + CW-SEG-ANNEES (SEG-IDX) * 12.
      *
      ******************************************************************
      *  Cette routine calcule le versement mensuel constant -
      *  principal x t x (1+t)**n / ((1+t)**n - 1), t le taux
      *  mensuel, calcule comme principal x (t / ((1+t)**n - 1) + t);
      *  a taux nul le principal est simplement reparti
      ******************************************************************
       150-CALCULER-VERSEMENT.
      *
           MOVE 0 TO VERSEMENT.
           COMPUTE TAUX-MENSUEL = TAUX-DU-COMPTE / 1200.
           IF (TAUX-MENSUEL = 0)
              COMPUTE VERSEMENT ROUNDED = CW-PRINCIPAL / TERME-MOIS
              GO TO 150-EXIT
           END-IF.
           MOVE 1 TO FACTEUR-COMPOSE.
           PERFORM 155-COMPOSER-UN-MOIS
              VARYING NUMERO-ECHEANCE FROM 1 BY 1
              UNTIL NUMERO-ECHEANCE > TERME-MOIS.
           SUBTRACT 1 FROM FACTEUR-COMPOSE.
           COMPUTE FACTEUR-VERSEMENT ROUNDED =
              TAUX-MENSUEL / FACTEUR-COMPOSE + TAUX-MENSUEL.
           COMPUTE VERSEMENT ROUNDED =
              CW-PRINCIPAL * FACTEUR-VERSEMENT
              ON SIZE ERROR
                 DISPLAY "EXCEPTION: LE CALCUL DU VERSEMENT A "
                         "DEBORDE - AUCUN ECHEANCIER."
                 MOVE 0 TO VERSEMENT
           END-COMPUTE.
      *
       150-EXIT.
           EXIT.
      *
       155-COMPOSER-UN-MOIS.
      *
           COMPUTE FACTEUR-COMPOSE ROUNDED =
              FACTEUR-COMPOSE * (1 + TAUX-MENSUEL).
      *
      ******************************************************************
      *  Cette routine demande la date de la premiere echeance - une
      *  vraie date; 0 prend le meme jour du mois prochain
      ******************************************************************
       210-SAISIR-PREMIERE-ECHEANCE.
      *
           DISPLAY "ENTRER LA DATE DE LA PREMIERE ECHEANCE (AAAAMMJJ, "
                   "0 = DANS UN MOIS):".
           ACCEPT PREMIERE-ECHEANCE-ENTREE.
           IF (PREMIERE-ECHEANCE-ENTREE = 0)
              MOVE DATE-TRAITEMENT TO PREMIERE-ECHEANCE-ENTREE
              MOVE DATE-TRAITEMENT (1:4) TO ANNEE-PREMIERE
              MOVE DATE-TRAITEMENT (5:2) TO MOIS-PREMIERE
              MOVE DATE-TRAITEMENT (7:2) TO JOUR-PREMIERE
              MOVE 1 TO MOIS-ECOULES
              PERFORM 320-CALCULER-DATE-ECHEANCE
              MOVE DATE-ECHEANCE-CALCULEE TO PREMIERE-ECHEANCE-ENTREE
           END-IF.
           IF (PREMIERE-ECHEANCE-ENTREE < 19000101)
              OR (PREMIERE-ECHEANCE-ENTREE (5:2) < "01")
              OR (PREMIERE-ECHEANCE-ENTREE (5:2) > "12")
              OR (PREMIERE-ECHEANCE-ENTREE (7:2) < "01")
              OR (PREMIERE-ECHEANCE-ENTREE (7:2) > "31")
              DISPLAY "DATE D'ECHEANCE INVALIDE. VEUILLEZ REESSAYER."
              GO TO 210-SAISIR-PREMIERE-ECHEANCE
           END-IF.
           MOVE PREMIERE-ECHEANCE-ENTREE (1:4) TO ANNEE-PREMIERE.
           MOVE PREMIERE-ECHEANCE-ENTREE (5:2) TO MOIS-PREMIERE.
           MOVE PREMIERE-ECHEANCE-ENTREE (7:2) TO JOUR-PREMIERE.
      *
      ******************************************************************
      *  Cette routine affiche le calcul a l'operateur avant la
      *  confirmation
      ******************************************************************
       220-AFFICHER-LE-CALCUL.
      *
           IF (ECHEANCES-EXISTANTES > 0)
              DISPLAY "ATTENTION: L'ECHEANCIER EXISTANT ("
                      ECHEANCES-EXISTANTES " ECHEANCE(S)) SERA "
                      "REMPLACE."
           END-IF.
           MOVE CW-PRINCIPAL TO MONTANT-FORMATTE.
           DISPLAY "PRINCIPAL A AMORTIR:                 "
                   MONTANT-FORMATTE.
           MOVE TAUX-DU-COMPTE TO TAUX-FORMATTE.
           DISPLAY "TAUX ANNUEL (PCT):                   "
                   "        " TAUX-FORMATTE.
           DISPLAY "NOMBRE D'ECHEANCES MENSUELLES:       "
                   "          " TERME-MOIS.
           DISPLAY "PREMIERE ECHEANCE (AAAAMMJJ):        "
                   "      " PREMIERE-ECHEANCE-ENTREE.
           MOVE VERSEMENT TO MONTANT-FORMATTE.
           DISPLAY "VERSEMENT MENSUEL:                   "
                   MONTANT-FORMATTE.
      *
      ******************************************************************
      *  Cette routine ecrit l'echeancier dans la table - l'ancien,
      *  s'il y en a un, est retire de la reecriture
      ******************************************************************
       300-CREER-ECHEANCIER.
      *
           IF (ECHEANCES-EXISTANTES > 0)
              PERFORM 305-RETIRER-UNE-ECHEANCE
                 VARYING ECHEANCIER-SCAN FROM 1 BY 1
                 UNTIL ECHEANCIER-SCAN > ECHEANCIER-COUNT
              ADD 1 TO ECHEANCIERS-REMPLACES
           END-IF.
           MOVE CW-PRINCIPAL TO SOLDE-RESTANT.
           MOVE 0 TO TOTAL-INTERET.
           PERFORM 310-CREER-UNE-ECHEANCE
              VARYING NUMERO-ECHEANCE FROM 1 BY 1
              UNTIL NUMERO-ECHEANCE > TERME-MOIS.
           ADD 1 TO ECHEANCIERS-CREES.
           MOVE TOTAL-INTERET TO MONTANT-FORMATTE.
           DISPLAY "INTERET TOTAL DE L'ECHEANCIER:       "
                   MONTANT-FORMATTE.
      *
       305-RETIRER-UNE-ECHEANCE.
      *
           IF (EP-ACCOUNT-REF (ECHEANCIER-SCAN) = CW-ACCOUNT-REF)
              MOVE "Y" TO EP-RETIRE-SWITCH (ECHEANCIER-SCAN)
           END-IF.
      *
      ******************************************************************
      *  Cette routine ajoute une echeance - l'interet du mois sur le
      *  solde restant, le reste du versement en capital; la derniere
      *  echeance prend tout le capital restant
      ******************************************************************
       310-CREER-UNE-ECHEANCE.
      *
           COMPUTE INTERET-ECHEANCE ROUNDED =
              SOLDE-RESTANT * TAUX-MENSUEL.
           IF (NUMERO-ECHEANCE = TERME-MOIS)
              OR (VERSEMENT - INTERET-ECHEANCE > SOLDE-RESTANT)
              MOVE SOLDE-RESTANT TO CAPITAL-ECHEANCE
           ELSE
              COMPUTE CAPITAL-ECHEANCE = VERSEMENT - INTERET-ECHEANCE
           END-IF.
           SUBTRACT CAPITAL-ECHEANCE FROM SOLDE-RESTANT.
           ADD INTERET-ECHEANCE TO TOTAL-INTERET.
           COMPUTE MOIS-ECOULES = NUMERO-ECHEANCE - 1.
           PERFORM 320-CALCULER-DATE-ECHEANCE.
           ADD 1 TO ECHEANCIER-COUNT.
           SET ECHEANCIER-IDX TO ECHEANCIER-COUNT.
           MOVE CW-ACCOUNT-REF TO EP-ACCOUNT-REF (ECHEANCIER-IDX).
           MOVE NUMERO-ECHEANCE TO EP-NUMERO (ECHEANCIER-IDX).
           MOVE DATE-ECHEANCE-CALCULEE
              TO EP-DATE-ECHEANCE (ECHEANCIER-IDX).
           MOVE CAPITAL-ECHEANCE TO EP-CAPITAL (ECHEANCIER-IDX).
           MOVE INTERET-ECHEANCE TO EP-INTERET (ECHEANCIER-IDX).
           MOVE 0 TO EP-FRAIS (ECHEANCIER-IDX).
           MOVE 0 TO EP-PAYE (ECHEANCIER-IDX).
           MOVE 0 TO EP-DATE-PAIEMENT (ECHEANCIER-IDX).
           MOVE "N" TO EP-RETIRE-SWITCH (ECHEANCIER-IDX).
           ADD 1 TO ECHEANCES-CREEES.
      *
      ******************************************************************
      *  Cette routine date l'echeance MOIS-ECOULES mois apres la
      *  premiere, au meme jour ou au dernier jour du mois s'il est
      *  plus court
      ******************************************************************
       320-CALCULER-DATE-ECHEANCE.
      *
           COMPUTE MOIS-ECHEANCE =
              FUNCTION MOD (MOIS-PREMIERE - 1 + MOIS-ECOULES, 12) + 1.
           COMPUTE ANNEE-ECHEANCE = ANNEE-PREMIERE +
              (MOIS-PREMIERE - 1 + MOIS-ECOULES - MOIS-ECHEANCE + 1)
              / 12.
           IF (MOIS-ECHEANCE = 12)
              COMPUTE DATE-FIN-DE-MOIS = ANNEE-ECHEANCE * 10000 + 1231
           ELSE
              COMPUTE DATE-MOIS-SUIVANT = ANNEE-ECHEANCE * 10000
                 + (MOIS-ECHEANCE + 1) * 100 + 1
              COMPUTE DATE-FIN-DE-MOIS = FUNCTION DATE-OF-INTEGER
                 (FUNCTION INTEGER-OF-DATE (DATE-MOIS-SUIVANT) - 1)
           END-IF.
           IF (JOUR-PREMIERE > DATE-FIN-DE-MOIS (7:2))
              MOVE DATE-FIN-DE-MOIS (7:2) TO JOUR-ECHEANCE
           ELSE
              MOVE JOUR-PREMIERE TO JOUR-ECHEANCE
           END-IF.
           COMPUTE DATE-ECHEANCE-CALCULEE = ANNEE-ECHEANCE * 10000
              + MOIS-ECHEANCE * 100 + JOUR-ECHEANCE.
      *
      ******************************************************************
      *  Cette routine reecrit PAYDUE - seulement quand un
      *  echeancier a ete cree
      ******************************************************************
       850-REECRIRE-PAYDUE.
      *
           IF (NOT RUN-READY) OR (ECHEANCIERS-CREES = 0)
              GO TO 850-EXIT
           END-IF.
           OPEN OUTPUT PAYDUE.
           IF NOT PAYDUE-FILE-OK
              DISPLAY "EXCEPTION: REECRITURE DE PAYDUE IMPOSSIBLE "
                      "(FILE STATUS " PAYDUE-FILE-STATUS ")."
              MOVE "FILE-ERR" TO JOBLOG-STATUS-SWITCH
           ELSE
              PERFORM 855-ECRIRE-UNE-ECHEANCE
                 VARYING ECHEANCIER-SCAN FROM 1 BY 1
                 UNTIL ECHEANCIER-SCAN > ECHEANCIER-COUNT
              CLOSE PAYDUE
           END-IF.
      *
       850-EXIT.
           EXIT.
      *
       855-ECRIRE-UNE-ECHEANCE.
      *
           IF (NOT EP-RETIRE (ECHEANCIER-SCAN))
              MOVE SPACES TO PAYDUE-RECORD
              MOVE EP-ACCOUNT-REF (ECHEANCIER-SCAN) TO PD-ACCOUNT-REF
              MOVE EP-NUMERO (ECHEANCIER-SCAN) TO PD-NUMERO
              MOVE EP-DATE-ECHEANCE (ECHEANCIER-SCAN)
                 TO PD-DATE-ECHEANCE
              MOVE EP-CAPITAL (ECHEANCIER-SCAN) TO PD-CAPITAL
              MOVE EP-INTERET (ECHEANCIER-SCAN) TO PD-INTERET
              MOVE EP-FRAIS (ECHEANCIER-SCAN) TO PD-FRAIS
              MOVE EP-PAYE (ECHEANCIER-SCAN) TO PD-PAYE
              MOVE EP-DATE-PAIEMENT (ECHEANCIER-SCAN)
                 TO PD-DATE-PAIEMENT
              WRITE PAYDUE-RECORD
           END-IF.
      *
      ******************************************************************
      *  Cette routine imprime les totaux du passage
      ******************************************************************
       900-FERMER-FICHIERS.
      *
           DISPLAY SEPARATOR-LINE.
           DISPLAY "ECHEANCIERS - " ECHEANCIERS-CREES " CREE(S) DONT "
                   ECHEANCIERS-REMPLACES " REMPLACE(S), "
                   ECHEANCES-CREEES " ECHEANCE(S) AJOUTEE(S).".
      *
      ******************************************************************
      *  Cette routine ecrit la ligne JOBLOG du passage
      ******************************************************************
       950-ECRIRE-JOBLOG.
      *
           MOVE SPACES TO JOBLOG-RECORD.
           MOVE "PLAN0001" TO JL-PROGRAM-ID.
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
