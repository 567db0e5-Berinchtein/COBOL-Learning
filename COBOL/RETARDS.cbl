      *****************************************************************
      * Nom du programme:    RETD0001
      * Auteur original: MANUEL JARRY
      *
      * Journal d'entretien
      * Date       Auteur        Exigence de maintenance
      * ---------- ------------  ---------------------------------------
      * 15/10/2026 MANUEL JARRY  Créé - passage de nuit des arrieres
      *                          de l'echeancier PAYDUE: vieillissement
      *                          des echeances impayees par tranches
      *                          (1-30, 31-60, 61-90, plus de 90
      *                          jours), frais de retard une fois par
      *                          echeance apres le delai de grace avec
      *                          extrait GLFILE, liste de travail du
      *                          recouvrement et sommaire RETDSOMM
      * 15/10/2026 MANUEL JARRY  HOLDMAST pris des copybooks communs
      *                          HOLDMSSL/HOLDMSFD (identifiant du
      *                          titulaire en fin d'enregistrement)
      *
      *****************************************************************
       IDENTIFICATION DIVISION.
       PROGRAM-ID.  RETD0001.
       AUTHOR. MANUEL JARRY.
       INSTALLATION. COBOL DEVELOPMENT CENTER.
       DATE-WRITTEN. 15/10/2026.
       DATE-COMPILED. JJ/MM/AAAA.
       SECURITY. NON-CONFIDENTIAL.
      *****************************************************************
      *
      ******************************************************************
      *  Le passage se fait a la date du jour, sans saisie. Une
      *  echeance est en retard quand sa date est passee et que ce
      *  qui a ete paye ne couvre pas son capital, son interet et
      *  ses frais; son age est le nombre de jours depuis sa date.
      *  Passe le delai de grace (RETD-JOURS-GRACE, 10 jours par
      *  defaut), une echeance sans frais recoit les frais de retard
      *  (RETD-FRAIS-RETARD, 25.00 par defaut) - une seule fois,
      *  puisque PD-FRAIS n'est plus a zero au passage suivant. Les
      *  comptes fermes (CLOSHIST) sont laisses de cote. La liste de
      *  travail donne un compte par ligne, classe par l'age de sa
      *  plus vieille echeance en retard, les plus vieux d'abord
      ******************************************************************
       ENVIRONMENT DIVISION.
      *
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
           COPY HOLDMSSL.
           SELECT GLFILE ASSIGN TO GLFILE
              ORGANIZATION IS LINE SEQUENTIAL.
           SELECT RETDLIST ASSIGN TO RETDLIST
              ORGANIZATION IS LINE SEQUENTIAL.
           COPY PAYDUESL.
           COPY RETDSMSL.
           COPY CLOHSTSL.
           COPY JOBLOGSL.
           COPY PARMFLSL.
      *
       DATA DIVISION.
      *
       FILE SECTION.
       COPY HOLDMSFD.
      *
      ******************************************************************
      *  Extrait GL - la meme disposition et les memes controles
      *  HDR/TRL qu'INTR0004. Une ligne par frais de retard:
      *  VALEUR-ACTUELLE porte les frais factures et VALEUR-FUTURE
      *  zero
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
       FD  RETDLIST.
       01  PRINT-AREA                    PIC X(132).
      *
       COPY PAYDUEFD.
      *
       COPY RETDSMFD.
      *
       COPY CLOHSTFD.
      *
       COPY JOBLOGFD.
      *
       COPY PARMFLFD.
      *
       WORKING-STORAGE SECTION.
      *
       01 SWITCHES.
          05 HOLDMAST-EOF-SWITCH        PIC X          VALUE "N".
             88 HOLDMAST-EOF                            VALUE "Y".
          05 PAYDUE-EOF-SWITCH          PIC X          VALUE "N".
             88 PAYDUE-EOF                              VALUE "Y".
          05 PARMFILE-EOF-SWITCH        PIC X          VALUE "N".
             88 PARMFILE-EOF                            VALUE "Y".
          05 PAYDUE-DEBORDE-SWITCH      PIC X          VALUE "N".
             88 PAYDUE-DEBORDE                          VALUE "Y".
          05 ARRIERES-DEBORDES-SWITCH   PIC X          VALUE "N".
             88 ARRIERES-DEBORDES                       VALUE "Y".
          05 ARRIERE-TROUVE-SWITCH      PIC X          VALUE "N".
             88 ARRIERE-TROUVE                          VALUE "Y".
          05 TITULAIRE-TROUVE-SWITCH    PIC X          VALUE "N".
             88 TITULAIRE-TROUVE                        VALUE "Y".
      *
       01 HOLDMAST-FILE-STATUS           PIC X(2)       VALUE "00".
          88 HOLDMAST-FILE-OK                           VALUE "00".
      *
       01 PAYDUE-FILE-STATUS             PIC X(2)       VALUE "00".
          88 PAYDUE-FILE-OK                             VALUE "00".
      *
       01 RETDSOMM-FILE-STATUS           PIC X(2)       VALUE "00".
          88 RETDSOMM-FILE-OK                           VALUE "00".
      *
       01 CLOSHIST-FILE-STATUS           PIC X(2)       VALUE "00".
          88 CLOSHIST-FILE-OK                           VALUE "00".
      *
       01 PARMFILE-FILE-STATUS           PIC X(2)       VALUE "00".
          88 PARMFILE-FILE-OK                           VALUE "00".
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
      *  Frais de retard et delai de grace, charges du PARMFILE
      *  central
      ******************************************************************
       01 RETARD-PARAMETRES.
          05 FRAIS-RETARD               PIC 9(5)V99    VALUE 25.00.
          05 JOURS-GRACE                PIC 9(3)       VALUE 10.
      *
       01 TITULAIRES-COUNT               PIC 9(3)       VALUE 0.
       01 TITULAIRES-TABLE.
          05 TITULAIRE-ENTRY
             OCCURS 0 TO 500 TIMES DEPENDING ON TITULAIRES-COUNT
             INDEXED BY TITULAIRE-IDX.
             10 TH-ACCOUNT-REF          PIC X(10).
             10 TH-NAME                 PIC X(30).
      *
      ******************************************************************
      *  Un compte en retard par ligne - l'age de sa plus vieille
      *  echeance impayee decide de sa tranche sur la liste
      ******************************************************************
       01 ARRIERES-COUNT                 PIC 9(4)       VALUE 0.
       01 ARRIERE-SCAN                   PIC 9(4)       VALUE 0.
       01 ARRIERE-POSITION               PIC 9(4)       VALUE 0.
       01 ARRIERES-TABLE.
          05 ARRIERE-ENTRY
             OCCURS 0 TO 2000 TIMES DEPENDING ON ARRIERES-COUNT
             INDEXED BY ARRIERE-IDX.
             10 AR-ACCOUNT-REF          PIC X(10).
             10 AR-PLUS-ANCIENNE        PIC 9(8).
             10 AR-JOURS-MAX            PIC 9(5).
             10 AR-TRANCHE              PIC 9.
             10 AR-NOMBRE               PIC 9(4).
             10 AR-MONTANT              PIC 9(9)V99.
      *
       01 TRANCHES-LIBELLES-VALEURS.
          05 FILLER                     PIC X(20)
                                         VALUE "1 A 30 JOURS".
          05 FILLER                     PIC X(20)
                                         VALUE "31 A 60 JOURS".
          05 FILLER                     PIC X(20)
                                         VALUE "61 A 90 JOURS".
          05 FILLER                     PIC X(20)
                                         VALUE "PLUS DE 90 JOURS".
       01 TRANCHES-LIBELLES REDEFINES TRANCHES-LIBELLES-VALEURS.
          05 TRANCHE-LIBELLE            PIC X(20) OCCURS 4 TIMES.
      *
       01 TRANCHES-TOTAUX.
          05 TRANCHE-TOTAL OCCURS 4 TIMES.
             10 TT-NOMBRE               PIC 9(5)       VALUE 0.
             10 TT-MONTANT              PIC 9(9)V99    VALUE 0.
             10 TT-COMPTES              PIC 9(5)       VALUE 0.
      *
       01 CALCUL-TRAVAIL.
          05 DATE-TRAITEMENT            PIC 9(8).
          05 JOUR-TRAITEMENT            PIC 9(7).
          05 JOURS-RETARD               PIC 9(5).
          05 TRANCHE-IDX                PIC 9.
          05 DU-ECHEANCE                PIC 9(8)V99.
          05 SOLDE-EN-RETARD            PIC 9(8)V99.
          05 MONTANT-FORMATTE           PIC ZZZ,ZZZ,ZZZ.99.
          05 SEPARATOR-LINE             PIC X(50)
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
      *
       01 CONTROLE-ACCUMULATEURS.
          05 GLFILE-CTRL-COUNT          PIC 9(7)       VALUE 0.
          05 GLFILE-CTRL-HASH           PIC 9(13)V99   VALUE 0.
      *
       01 COMPTEURS-RECONCILIATION.
          05 PAYDUE-RECORDS-LUS         PIC 9(5)       VALUE 0.
          05 ECHEANCES-EN-RETARD        PIC 9(5)       VALUE 0.
          05 ECHEANCES-FERMEES-SAUTEES  PIC 9(5)       VALUE 0.
          05 FRAIS-FACTURES             PIC 9(5)       VALUE 0.
          05 TOTAL-FRAIS                PIC 9(9)V99    VALUE 0.
          05 TOTAL-EN-RETARD            PIC 9(11)V99   VALUE 0.
      *
       01 LIGNE-TITRE.
          05 FILLER                     PIC X(38)      VALUE
                "LISTE DE TRAVAIL DU RECOUVREMENT AU ".
          05 LT-DATE-ARRETE             PIC 9(8).
          05 FILLER                     PIC X(86)      VALUE SPACE.
      *
       01 LIGNE-TRANCHE.
          05 FILLER                     PIC X(17)      VALUE
                "RETARD - TRANCHE ".
          05 LTR-LIBELLE                PIC X(20).
          05 FILLER                     PIC X(95)      VALUE SPACE.
      *
       01 LIGNE-COLONNES.
          05 FILLER                     PIC X(132)     VALUE
                "COMPTE     TITULAIRE                      PLUS ANC.
      -         "  JOURS ECH.       MONTANT DU".
      *
       01 LIGNE-COMPTE.
          05 LC-ACCOUNT-REF             PIC X(10).
          05 FILLER                     PIC X(1)       VALUE SPACE.
          05 LC-NAME                    PIC X(30).
          05 FILLER                     PIC X(1)       VALUE SPACE.
          05 LC-PLUS-ANCIENNE           PIC 9(8).
          05 FILLER                     PIC X(2)       VALUE SPACE.
          05 LC-JOURS                   PIC ZZZZ9.
          05 FILLER                     PIC X(1)       VALUE SPACE.
          05 LC-NOMBRE                  PIC ZZZ9.
          05 FILLER                     PIC X(1)       VALUE SPACE.
          05 LC-MONTANT                 PIC ZZZ,ZZZ,ZZZ.99.
          05 FILLER                     PIC X(55)      VALUE SPACE.
      *
       01 LIGNE-TOTAL.
          05 LTO-TEXTE                  PIC X(40).
          05 LTO-NOMBRE                 PIC ZZZZ9.
          05 FILLER                     PIC X(4)       VALUE SPACE.
          05 LTO-MONTANT                PIC ZZZ,ZZZ,ZZZ.99.
          05 FILLER                     PIC X(69)      VALUE SPACE.
      *
       PROCEDURE DIVISION.
      *
       000-VIEILLIR-ARRIERES.
      *
           PERFORM 905-CHARGER-PARAMETRES.
           PERFORM 910-OUVRIR-FICHIERS.
           PERFORM 100-VIEILLIR-UNE-ECHEANCE THRU 100-EXIT
              VARYING ECHEANCIER-SCAN FROM 1 BY 1
              UNTIL ECHEANCIER-SCAN > ECHEANCIER-COUNT.
           PERFORM 300-IMPRIMER-LISTE-DE-TRAVAIL.
           PERFORM 800-ECRIRE-CONTROLES.
           PERFORM 820-ECRIRE-SOMMAIRE.
           PERFORM 850-REECRIRE-PAYDUE.
           PERFORM 900-FERMER-FICHIERS.
           PERFORM 950-ECRIRE-JOBLOG.
           DISPLAY "FIN DU PROGRAMME.".
           GOBACK.
      *
      ******************************************************************
      *  Cette routine charge les frais de retard et le delai de
      *  grace depuis le PARMFILE central - un PARMFILE absent laisse
      *  les valeurs compilees en vigueur
      ******************************************************************
       905-CHARGER-PARAMETRES.
      *
           OPEN INPUT PARMFILE.
           IF NOT PARMFILE-FILE-OK
              DISPLAY "PARMFILE ABSENT (FILE STATUS "
                      PARMFILE-FILE-STATUS ") - VALEURS COMPILEES "
                      "EN VIGUEUR."
           ELSE
              PERFORM UNTIL PARMFILE-EOF
                 READ PARMFILE
                    AT END
                       MOVE "Y" TO PARMFILE-EOF-SWITCH
                    NOT AT END
                       PERFORM 906-APPLIQUER-UN-PARAMETRE
                 END-READ
              END-PERFORM
              CLOSE PARMFILE
           END-IF.
      *
       906-APPLIQUER-UN-PARAMETRE.
      *
           IF (PA-PARM-VALUE = SPACES)
              CONTINUE
           ELSE
              EVALUATE PA-PARM-KEY
                 WHEN "RETD-FRAIS-RETARD"
                    COMPUTE FRAIS-RETARD =
                       FUNCTION NUMVAL (PA-PARM-VALUE)
                 WHEN "RETD-JOURS-GRACE"
                    COMPUTE JOURS-GRACE =
                       FUNCTION NUMVAL (PA-PARM-VALUE)
                 WHEN OTHER
                    CONTINUE
              END-EVALUATE
           END-IF.
      *
      ******************************************************************
      *  Cette routine charge les comptes fermes, les titulaires et
      *  l'echeancier, ouvre la liste et le bloc GL. Un PAYDUE absent
      *  donne un passage vide; un echeancier qui deborde sa table
      *  est vieilli tel quel mais sans frais, puisqu'il ne pourrait
      *  pas etre reecrit
      ******************************************************************
       910-OUVRIR-FICHIERS.
      *
           OPEN EXTEND JOBLOG.
           MOVE FUNCTION CURRENT-DATE TO JOBLOG-DATE-ET-HEURE.
           MOVE JDH-DATE TO JOBLOG-START-SAUVEGARDE (1:8).
           MOVE JDH-TIME TO JOBLOG-START-SAUVEGARDE (9:6).
           MOVE JDH-DATE TO DATE-TRAITEMENT.
           COMPUTE JOUR-TRAITEMENT =
              FUNCTION INTEGER-OF-DATE (DATE-TRAITEMENT).
           PERFORM 915-CHARGER-CLOSHIST.
           PERFORM 920-CHARGER-TITULAIRES.
           PERFORM 925-CHARGER-PAYDUE.
           IF PAYDUE-DEBORDE
              DISPLAY "EXCEPTION: DES ECHEANCES ONT ETE PERDUES AU "
                      "CHARGEMENT - AUCUNS FRAIS FACTURES."
              MOVE "FILE-ERR" TO JOBLOG-STATUS-SWITCH
           END-IF.
           OPEN EXTEND GLFILE.
           OPEN OUTPUT RETDLIST.
           MOVE DATE-TRAITEMENT TO CE-RUN-DATE.
           MOVE "RETD0001" TO CE-PROGRAM-ID.
           WRITE GLFILE-RECORD FROM CONTROLE-ENTETE.
           MOVE DATE-TRAITEMENT TO LT-DATE-ARRETE.
           WRITE PRINT-AREA FROM LIGNE-TITRE.
           DISPLAY SEPARATOR-LINE.
           DISPLAY "ARRIERES AU " DATE-TRAITEMENT " - "
                   ECHEANCIER-COUNT " ECHEANCE(S) CHARGEE(S) DE "
                   "PAYDUE.".
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
      *  Cette routine charge le nom des titulaires pour la liste -
      *  un HOLDMAST absent laisse les comptes sans nom
      ******************************************************************
       920-CHARGER-TITULAIRES.
      *
           OPEN INPUT HOLDMAST.
           IF NOT HOLDMAST-FILE-OK
              DISPLAY "HOLDMAST ABSENT (FILE STATUS "
                      HOLDMAST-FILE-STATUS ") - LISTE SANS NOM DE "
                      "TITULAIRE."
              MOVE "Y" TO HOLDMAST-EOF-SWITCH
           END-IF.
           PERFORM UNTIL HOLDMAST-EOF
              READ HOLDMAST
                 AT END
                    MOVE "Y" TO HOLDMAST-EOF-SWITCH
                 NOT AT END
                    IF (TITULAIRES-COUNT < 500)
                       ADD 1 TO TITULAIRES-COUNT
                       SET TITULAIRE-IDX TO TITULAIRES-COUNT
                       MOVE HM-ACCOUNT-REF
                          TO TH-ACCOUNT-REF (TITULAIRE-IDX)
                       MOVE HM-NAME TO TH-NAME (TITULAIRE-IDX)
                    ELSE
                       DISPLAY "EXCEPTION: TABLE DES TITULAIRES "
                               "PLEINE - TITULAIRE "
                               HM-ACCOUNT-REF " IGNORE."
                    END-IF
              END-READ
           END-PERFORM.
           IF HOLDMAST-FILE-STATUS NOT = "35"
              CLOSE HOLDMAST
           END-IF.
      *
      ******************************************************************
      *  Cette routine charge l'echeancier PAYDUE en entier - un
      *  PAYDUE absent veut dire qu'aucun echeancier n'existe
      ******************************************************************
       925-CHARGER-PAYDUE.
      *
           OPEN INPUT PAYDUE.
           IF NOT PAYDUE-FILE-OK
              DISPLAY "PAYDUE ABSENT (FILE STATUS "
                      PAYDUE-FILE-STATUS ") - AUCUN ECHEANCIER A "
                      "VIEILLIR."
              MOVE "Y" TO PAYDUE-EOF-SWITCH
           END-IF.
           PERFORM UNTIL PAYDUE-EOF
              READ PAYDUE
                 AT END
                    MOVE "Y" TO PAYDUE-EOF-SWITCH
                 NOT AT END
                    ADD 1 TO PAYDUE-RECORDS-LUS
                    PERFORM 926-RETENIR-UNE-ECHEANCE
              END-READ
           END-PERFORM.
           IF PAYDUE-FILE-STATUS NOT = "35"
              CLOSE PAYDUE
           END-IF.
      *
       926-RETENIR-UNE-ECHEANCE.
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
              MOVE "Y" TO PAYDUE-DEBORDE-SWITCH
           END-IF.
      *
      ******************************************************************
      *  Cette routine vieillit une echeance - seulement une echeance
      *  passee, impayee, d'un compte encore ouvert. Les frais sont
      *  factures avant le classement, de sorte que le montant du de
      *  la tranche les comprend
      ******************************************************************
       100-VIEILLIR-UNE-ECHEANCE.
      *
           IF (EP-DATE-ECHEANCE (ECHEANCIER-SCAN)
                 NOT < DATE-TRAITEMENT)
              GO TO 100-EXIT
           END-IF.
           COMPUTE DU-ECHEANCE = EP-CAPITAL (ECHEANCIER-SCAN)
              + EP-INTERET (ECHEANCIER-SCAN)
              + EP-FRAIS (ECHEANCIER-SCAN).
           IF (DU-ECHEANCE NOT > EP-PAYE (ECHEANCIER-SCAN))
              GO TO 100-EXIT
           END-IF.
           MOVE EP-ACCOUNT-REF (ECHEANCIER-SCAN) TO REF-A-CONTROLER.
           PERFORM 120-CHERCHER-FERME.
           IF FERME-TROUVE
              ADD 1 TO ECHEANCES-FERMEES-SAUTEES
              GO TO 100-EXIT
           END-IF.
           COMPUTE JOURS-RETARD = JOUR-TRAITEMENT -
              FUNCTION INTEGER-OF-DATE
                 (EP-DATE-ECHEANCE (ECHEANCIER-SCAN)).
           IF (JOURS-RETARD > JOURS-GRACE)
              AND (EP-FRAIS (ECHEANCIER-SCAN) = 0)
              AND (FRAIS-RETARD > 0)
              AND (NOT PAYDUE-DEBORDE)
              PERFORM 150-FACTURER-FRAIS
           END-IF.
           COMPUTE SOLDE-EN-RETARD = DU-ECHEANCE
              - EP-PAYE (ECHEANCIER-SCAN).
           EVALUATE TRUE
              WHEN JOURS-RETARD <= 30
                 MOVE 1 TO TRANCHE-IDX
              WHEN JOURS-RETARD <= 60
                 MOVE 2 TO TRANCHE-IDX
              WHEN JOURS-RETARD <= 90
                 MOVE 3 TO TRANCHE-IDX
              WHEN OTHER
                 MOVE 4 TO TRANCHE-IDX
           END-EVALUATE.
           ADD 1 TO TT-NOMBRE (TRANCHE-IDX).
           ADD SOLDE-EN-RETARD TO TT-MONTANT (TRANCHE-IDX).
           ADD 1 TO ECHEANCES-EN-RETARD.
           ADD SOLDE-EN-RETARD TO TOTAL-EN-RETARD.
           PERFORM 200-CUMULER-COMPTE THRU 200-EXIT.
      *
       100-EXIT.
           EXIT.
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
      *  Cette routine facture les frais de retard a l'echeance -
      *  une ligne GLFILE par frais
      ******************************************************************
       150-FACTURER-FRAIS.
      *
           MOVE FRAIS-RETARD TO EP-FRAIS (ECHEANCIER-SCAN).
           ADD FRAIS-RETARD TO DU-ECHEANCE.
           MOVE SPACES TO GLFILE-RECORD.
           MOVE EP-ACCOUNT-REF (ECHEANCIER-SCAN) TO GL-ACCOUNT-REF.
           MOVE DATE-TRAITEMENT TO GL-DATE.
           MOVE FRAIS-RETARD TO GL-VALEUR-ACTUELLE.
           MOVE 0 TO GL-VALEUR-FUTURE.
           WRITE GLFILE-RECORD.
           ADD 1 TO GLFILE-CTRL-COUNT.
           ADD FRAIS-RETARD TO GLFILE-CTRL-HASH.
           ADD 1 TO FRAIS-FACTURES.
           ADD FRAIS-RETARD TO TOTAL-FRAIS.
      *
      ******************************************************************
      *  Cette routine cumule l'echeance sur la ligne de son compte -
      *  la plus vieille echeance garde la tranche du compte
      ******************************************************************
       200-CUMULER-COMPTE.
      *
           MOVE "N" TO ARRIERE-TROUVE-SWITCH.
           MOVE 0 TO ARRIERE-POSITION.
           PERFORM 205-COMPARER-UN-ARRIERE
              VARYING ARRIERE-SCAN FROM 1 BY 1
              UNTIL (ARRIERE-SCAN > ARRIERES-COUNT)
                 OR ARRIERE-TROUVE.
           IF (NOT ARRIERE-TROUVE)
              IF (ARRIERES-COUNT < 2000)
                 ADD 1 TO ARRIERES-COUNT
                 MOVE ARRIERES-COUNT TO ARRIERE-POSITION
                 MOVE EP-ACCOUNT-REF (ECHEANCIER-SCAN)
                    TO AR-ACCOUNT-REF (ARRIERE-POSITION)
                 MOVE 0 TO AR-JOURS-MAX (ARRIERE-POSITION)
                 MOVE 0 TO AR-NOMBRE (ARRIERE-POSITION)
                 MOVE 0 TO AR-MONTANT (ARRIERE-POSITION)
                 ADD 1 TO TT-COMPTES (TRANCHE-IDX)
              ELSE
                 IF (NOT ARRIERES-DEBORDES)
                    DISPLAY "EXCEPTION: TABLE DES COMPTES EN RETARD "
                            "PLEINE - LISTE DE TRAVAIL PARTIELLE."
                    MOVE "Y" TO ARRIERES-DEBORDES-SWITCH
                 END-IF
                 GO TO 200-EXIT
              END-IF
           END-IF.
           IF (JOURS-RETARD > AR-JOURS-MAX (ARRIERE-POSITION))
              IF (AR-NOMBRE (ARRIERE-POSITION) > 0)
                 SUBTRACT 1 FROM
                    TT-COMPTES (AR-TRANCHE (ARRIERE-POSITION))
                 ADD 1 TO TT-COMPTES (TRANCHE-IDX)
              END-IF
              MOVE JOURS-RETARD TO AR-JOURS-MAX (ARRIERE-POSITION)
              MOVE TRANCHE-IDX TO AR-TRANCHE (ARRIERE-POSITION)
              MOVE EP-DATE-ECHEANCE (ECHEANCIER-SCAN)
                 TO AR-PLUS-ANCIENNE (ARRIERE-POSITION)
           END-IF.
           ADD 1 TO AR-NOMBRE (ARRIERE-POSITION).
           ADD SOLDE-EN-RETARD TO AR-MONTANT (ARRIERE-POSITION).
      *
       200-EXIT.
           EXIT.
      *
       205-COMPARER-UN-ARRIERE.
      *
           IF (AR-ACCOUNT-REF (ARRIERE-SCAN) =
               EP-ACCOUNT-REF (ECHEANCIER-SCAN))
              MOVE ARRIERE-SCAN TO ARRIERE-POSITION
              MOVE "Y" TO ARRIERE-TROUVE-SWITCH
           END-IF.
      *
      ******************************************************************
      *  Cette routine imprime la liste de travail par ordre de
      *  priorite - une tranche a la fois, de la plus vieille a la
      *  plus recente, puis les totaux par tranche
      ******************************************************************
       300-IMPRIMER-LISTE-DE-TRAVAIL.
      *
           PERFORM 310-IMPRIMER-UNE-TRANCHE
              VARYING TRANCHE-IDX FROM 4 BY -1
              UNTIL TRANCHE-IDX < 1.
           MOVE SPACES TO PRINT-AREA.
           WRITE PRINT-AREA.
           MOVE SEPARATOR-LINE TO PRINT-AREA.
           WRITE PRINT-AREA.
           PERFORM 330-IMPRIMER-UN-TOTAL
              VARYING TRANCHE-IDX FROM 4 BY -1
              UNTIL TRANCHE-IDX < 1.
           MOVE SPACES TO LIGNE-TOTAL.
           MOVE "TOTAL EN RETARD" TO LTO-TEXTE.
           MOVE ECHEANCES-EN-RETARD TO LTO-NOMBRE.
           MOVE TOTAL-EN-RETARD TO LTO-MONTANT.
           WRITE PRINT-AREA FROM LIGNE-TOTAL.
           MOVE SPACES TO LIGNE-TOTAL.
           MOVE "FRAIS DE RETARD FACTURES CE PASSAGE" TO LTO-TEXTE.
           MOVE FRAIS-FACTURES TO LTO-NOMBRE.
           MOVE TOTAL-FRAIS TO LTO-MONTANT.
           WRITE PRINT-AREA FROM LIGNE-TOTAL.
      *
       310-IMPRIMER-UNE-TRANCHE.
      *
           IF (TT-COMPTES (TRANCHE-IDX) > 0)
              MOVE SPACES TO PRINT-AREA
              WRITE PRINT-AREA
              MOVE TRANCHE-LIBELLE (TRANCHE-IDX) TO LTR-LIBELLE
              WRITE PRINT-AREA FROM LIGNE-TRANCHE
              WRITE PRINT-AREA FROM LIGNE-COLONNES
              PERFORM 320-IMPRIMER-UN-COMPTE
                 VARYING ARRIERE-SCAN FROM 1 BY 1
                 UNTIL ARRIERE-SCAN > ARRIERES-COUNT
           END-IF.
      *
       320-IMPRIMER-UN-COMPTE.
      *
           IF (AR-TRANCHE (ARRIERE-SCAN) = TRANCHE-IDX)
              MOVE SPACES TO LIGNE-COMPTE
              MOVE AR-ACCOUNT-REF (ARRIERE-SCAN) TO LC-ACCOUNT-REF
              PERFORM 325-TROUVER-TITULAIRE
              IF TITULAIRE-TROUVE
                 MOVE TH-NAME (TITULAIRE-IDX) TO LC-NAME
              ELSE
                 MOVE "** TITULAIRE INCONNU **" TO LC-NAME
              END-IF
              MOVE AR-PLUS-ANCIENNE (ARRIERE-SCAN)
                 TO LC-PLUS-ANCIENNE
              MOVE AR-JOURS-MAX (ARRIERE-SCAN) TO LC-JOURS
              MOVE AR-NOMBRE (ARRIERE-SCAN) TO LC-NOMBRE
              MOVE AR-MONTANT (ARRIERE-SCAN) TO LC-MONTANT
              WRITE PRINT-AREA FROM LIGNE-COMPTE
           END-IF.
      *
       325-TROUVER-TITULAIRE.
      *
           MOVE "N" TO TITULAIRE-TROUVE-SWITCH.
           IF (TITULAIRES-COUNT > 0)
              SET TITULAIRE-IDX TO 1
              SEARCH TITULAIRE-ENTRY
                 AT END
                    CONTINUE
                 WHEN TH-ACCOUNT-REF (TITULAIRE-IDX) =
                    AR-ACCOUNT-REF (ARRIERE-SCAN)
                    MOVE "Y" TO TITULAIRE-TROUVE-SWITCH
              END-SEARCH
           END-IF.
      *
       330-IMPRIMER-UN-TOTAL.
      *
           MOVE SPACES TO LIGNE-TOTAL.
           MOVE TRANCHE-LIBELLE (TRANCHE-IDX) TO LTO-TEXTE.
           MOVE TT-NOMBRE (TRANCHE-IDX) TO LTO-NOMBRE.
           MOVE TT-MONTANT (TRANCHE-IDX) TO LTO-MONTANT.
           WRITE PRINT-AREA FROM LIGNE-TOTAL.
      *
      ******************************************************************
      *  Cette routine ferme le bloc GL avec son TRL
      ******************************************************************
       800-ECRIRE-CONTROLES.
      *
           MOVE GLFILE-CTRL-COUNT TO CP-RECORD-COUNT.
           MOVE GLFILE-CTRL-HASH  TO CP-HASH-TOTAL.
           WRITE GLFILE-RECORD FROM CONTROLE-PIED.
      *
      ******************************************************************
      *  Cette routine remplace le sommaire RETDSOMM par celui du
      *  passage, pour le rapport de portefeuille de PORT0001
      ******************************************************************
       820-ECRIRE-SOMMAIRE.
      *
           OPEN OUTPUT RETDSOMM.
           IF NOT RETDSOMM-FILE-OK
              DISPLAY "EXCEPTION: ECRITURE DE RETDSOMM IMPOSSIBLE "
                      "(FILE STATUS " RETDSOMM-FILE-STATUS ")."
              MOVE "FILE-ERR" TO JOBLOG-STATUS-SWITCH
           ELSE
              MOVE SPACES TO RETDSOMM-RECORD
              MOVE DATE-TRAITEMENT TO RS-DATE-ARRETE
              PERFORM 825-SOMMER-UNE-TRANCHE
                 VARYING TRANCHE-IDX FROM 1 BY 1
                 UNTIL TRANCHE-IDX > 4
              MOVE ARRIERES-COUNT TO RS-COMPTES-EN-RETARD
              MOVE FRAIS-FACTURES TO RS-FRAIS-NOMBRE
              MOVE TOTAL-FRAIS TO RS-FRAIS-MONTANT
              WRITE RETDSOMM-RECORD
              CLOSE RETDSOMM
           END-IF.
      *
       825-SOMMER-UNE-TRANCHE.
      *
           MOVE TT-NOMBRE (TRANCHE-IDX) TO RS-NOMBRE (TRANCHE-IDX).
           MOVE TT-MONTANT (TRANCHE-IDX) TO RS-MONTANT (TRANCHE-IDX).
      *
      ******************************************************************
      *  Cette routine reecrit PAYDUE depuis la table - seulement
      *  quand des frais ont ete factures
      ******************************************************************
       850-REECRIRE-PAYDUE.
      *
           IF (FRAIS-FACTURES > 0)
              OPEN OUTPUT PAYDUE
              IF NOT PAYDUE-FILE-OK
                 DISPLAY "EXCEPTION: REECRITURE DE PAYDUE IMPOSSIBLE "
                         "(FILE STATUS " PAYDUE-FILE-STATUS ")."
                 MOVE "FILE-ERR" TO JOBLOG-STATUS-SWITCH
              ELSE
                 PERFORM 855-ECRIRE-UNE-ECHEANCE
                    VARYING ECHEANCIER-SCAN FROM 1 BY 1
                    UNTIL ECHEANCIER-SCAN > ECHEANCIER-COUNT
                 CLOSE PAYDUE
              END-IF
           END-IF.
      *
       855-ECRIRE-UNE-ECHEANCE.
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
      *  Cette routine imprime les totaux du passage et ferme tout
      ******************************************************************
       900-FERMER-FICHIERS.
      *
           DISPLAY SEPARATOR-LINE.
           DISPLAY "ARRIERES - " ECHEANCES-EN-RETARD
                   " ECHEANCE(S) EN RETARD SUR " ARRIERES-COUNT
                   " COMPTE(S), " ECHEANCES-FERMEES-SAUTEES
                   " DE COMPTES FERMES SAUTEE(S).".
           MOVE TOTAL-EN-RETARD TO MONTANT-FORMATTE.
           DISPLAY "TOTAL EN RETARD:                     "
                   MONTANT-FORMATTE.
           MOVE TOTAL-FRAIS TO MONTANT-FORMATTE.
           DISPLAY "FRAIS DE RETARD FACTURES (" FRAIS-FACTURES "):    "
                   MONTANT-FORMATTE.
           CLOSE GLFILE.
           CLOSE RETDLIST.
      *
      ******************************************************************
      *  Cette routine ecrit la ligne JOBLOG du passage
      ******************************************************************
       950-ECRIRE-JOBLOG.
      *
           MOVE SPACES TO JOBLOG-RECORD.
           MOVE "RETD0001" TO JL-PROGRAM-ID.
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
