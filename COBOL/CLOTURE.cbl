      *****************************************************************
      * Nom du programme:    CLOT0001
      * Auteur original: MANUEL JARRY
      *
      * Journal d'entretien
      * Date       Auteur        Exigence de maintenance
      * ---------- ------------  ---------------------------------------
      * 15/10/2026 MANUEL JARRY  Créé - cloture d'un compte LOANMAST
      *                          avant ou apres son terme: interet de
      *                          la periode rompue depuis le dernier
      *                          mois couru d'ACCRMAST, penalite de
      *                          rachat anticipe selon le bareme du
      *                          PARMFILE, avis de paiement FR/EN,
      *                          extrait GLFILE, piste LOANAUDT, et
      *                          le compte passe de LOANMAST a
      *                          l'historique CLOSHIST
      * 15/10/2026 MANUEL JARRY  HOLDMAST pris des copybooks communs
      *                          HOLDMSSL/HOLDMSFD (identifiant du
      *                          titulaire en fin d'enregistrement)
      * 15/10/2026 MANUEL JARRY  Piste LOANAUDT prise du copybook commun
      *                          LNAUDTFD - la ligne porte la zone
      *                          approbateur en blanc, comme celles
      *                          d'APPR0001
      * 15/10/2026 MANUEL JARRY  Ligne GLFILE datee du jour de
      *                          traitement et non de la date de
      *                          cloture, pour qu'une cloture saisie en
      *                          retard soit passee au GL
      *
      *****************************************************************
       IDENTIFICATION DIVISION.
       PROGRAM-ID.  CLOT0001.
       AUTHOR. MANUEL JARRY.
       INSTALLATION. COBOL DEVELOPMENT CENTER.
       DATE-WRITTEN. 15/10/2026.
       DATE-COMPILED. JJ/MM/AAAA.
       SECURITY. NON-CONFIDENTIAL.
      *****************************************************************
      *
      ******************************************************************
      *  Une cloture est saisie compte par compte avec sa date. Le
      *  solde au livre est le principal plus l'interet deja couru
      *  par INTR0004; l'interet de la periode rompue court du
      *  dernier jour du dernier mois couru a la date de cloture, au
      *  taux du segment en vigueur, au prorata des jours (compose
      *  chaque jour pour un compte QUOTIDIEN). Un compte ferme avant
      *  son terme perd une part de tout son interet selon le bareme
      *  CLOT-PENALITE-nnn du PARMFILE: la ligne retenue est celle de
      *  la plus petite limite nnn (en mois detenus) qui depasse les
      *  mois detenus du compte. La penalite ne touche jamais le
      *  principal. Le compte ferme est retire de LOANMAST et
      *  d'ACCRMAST et son image finale est ajoutee a CLOSHIST, que
      *  LNTX0001, INTR0004 et les autres programmes du pret
      *  consultent pour refuser ou ecarter la reference fermee. Sa
      *  ligne HOLDMAST est gardee: elle porte encore le nom et
      *  l'adresse dont T5SL0001 a besoin pour le feuillet de l'annee
      ******************************************************************
       ENVIRONMENT DIVISION.
      *
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
           SELECT LOANMAST ASSIGN TO LOANMAST
              ORGANIZATION IS LINE SEQUENTIAL
              FILE STATUS IS LOANMAST-FILE-STATUS.
           SELECT ACCRMAST ASSIGN TO ACCRMAST
              ORGANIZATION IS LINE SEQUENTIAL
              FILE STATUS IS ACCRMAST-FILE-STATUS.
           COPY HOLDMSSL.
           SELECT LOANAUDT ASSIGN TO LOANAUDT
              ORGANIZATION IS LINE SEQUENTIAL.
           SELECT GLFILE ASSIGN TO GLFILE
              ORGANIZATION IS LINE SEQUENTIAL.
           SELECT CLOTAVIS ASSIGN TO CLOTAVIS
              ORGANIZATION IS LINE SEQUENTIAL.
           COPY CLOHSTSL.
           COPY JOBLOGSL.
           COPY PARMFLSL.
      *
       DATA DIVISION.
      *
       FILE SECTION.
       FD  LOANMAST.
       01  LOANMAST-RECORD               PIC X(53).
      *
      ******************************************************************
      *  Etat du couru par compte - la disposition d'INTR0004
      ******************************************************************
       FD  ACCRMAST.
       01  ACCRMAST-RECORD.
           05 AC-ACCOUNT-REF             PIC X(10).
           05 FILLER                     PIC X(1)      VALUE SPACE.
           05 AC-DERNIER-MOIS            PIC 9(6).
           05 FILLER                     PIC X(1)      VALUE SPACE.
           05 AC-MOIS-COURUS             PIC 9(4).
           05 FILLER                     PIC X(1)      VALUE SPACE.
           05 AC-INTERET-COURU           PIC 9(9)V99.
      *
       COPY HOLDMSFD.
      *
      ******************************************************************
      *  Piste d'audit - la disposition commune LNAUDTFD, sans
      *  approbateur. Une cloture ecrit une ligne CLO image-vers-blancs
      ******************************************************************
       COPY LNAUDTFD.
      *
      ******************************************************************
      *  Extrait GL - la meme disposition et les memes controles
      *  HDR/TRL qu'INTR0004. Une ligne par cloture, datee du jour
      *  de traitement, comme la ligne de cession de VEHM0001:
      *  VALEUR-ACTUELLE porte le montant paye et VALEUR-FUTURE le
      *  solde au livre (principal plus interet deja couru). L'ecart
      *  est l'interet de la periode rompue moins la penalite
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
       FD  CLOTAVIS.
       01  PRINT-AREA                    PIC X(132).
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
          05 LOANMAST-EOF-SWITCH        PIC X          VALUE "N".
             88 LOANMAST-EOF                            VALUE "Y".
          05 ACCRMAST-EOF-SWITCH        PIC X          VALUE "N".
             88 ACCRMAST-EOF                            VALUE "Y".
          05 HOLDMAST-EOF-SWITCH        PIC X          VALUE "N".
             88 HOLDMAST-EOF                            VALUE "Y".
          05 COMPTE-TROUVE-SWITCH       PIC X          VALUE "N".
             88 COMPTE-TROUVE                           VALUE "Y".
          05 ETAT-TROUVE-SWITCH         PIC X          VALUE "N".
             88 ETAT-TROUVE                             VALUE "Y".
          05 TITULAIRE-TROUVE-SWITCH    PIC X          VALUE "N".
             88 TITULAIRE-TROUVE                        VALUE "Y".
          05 LANGUE-ANGLAISE-SWITCH     PIC X          VALUE "N".
             88 LANGUE-ANGLAISE                         VALUE "Y".
          05 COMPTE-ECHU-SWITCH         PIC X          VALUE "N".
             88 COMPTE-ECHU                             VALUE "Y".
          05 AVANT-TERME-SWITCH         PIC X          VALUE "N".
             88 AVANT-TERME                             VALUE "Y".
          05 FIN-DES-CLOTURES-SWITCH    PIC X          VALUE "N".
             88 FIN-DES-CLOTURES                        VALUE "Y".
          05 RUN-READY-SWITCH           PIC X          VALUE "N".
             88 RUN-READY                               VALUE "Y".
          05 TABLE-DEBORDEE-SWITCH      PIC X          VALUE "N".
             88 TABLE-DEBORDEE                          VALUE "Y".
      *
       01 LOANMAST-FILE-STATUS           PIC X(2)       VALUE "00".
          88 LOANMAST-FILE-OK                           VALUE "00".
      *
       01 ACCRMAST-FILE-STATUS           PIC X(2)       VALUE "00".
          88 ACCRMAST-FILE-OK                           VALUE "00".
      *
       01 HOLDMAST-FILE-STATUS           PIC X(2)       VALUE "00".
          88 HOLDMAST-FILE-OK                           VALUE "00".
      *
       01 CLOSHIST-FILE-STATUS           PIC X(2)       VALUE "00".
          88 CLOSHIST-FILE-OK                           VALUE "00".
      *
       01 PARMFILE-FILE-STATUS           PIC X(2)       VALUE "00".
          88 PARMFILE-FILE-OK                           VALUE "00".
      *
       01 PARMFILE-TRAVAIL.
          05 PARMFILE-EOF-SWITCH        PIC X          VALUE "N".
             88 PARMFILE-EOF                            VALUE "Y".
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
      *  Image de travail d'un compte - meme disposition que la ligne
      *  LOANMAST, redefinissable en image X(53) pour la table et la
      *  piste d'audit, comme dans LNMT0001
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
      ******************************************************************
      *  Livre des comptes charge en entier - un compte ferme est
      *  marque retire et n'est pas reecrit
      ******************************************************************
       01 COMPTES-COUNT                  PIC 9(3)       VALUE 0.
       01 COMPTES-TABLE.
          05 COMPTE-ENTRY
             OCCURS 0 TO 500 TIMES DEPENDING ON COMPTES-COUNT
             INDEXED BY COMPTE-IDX.
             10 CT-IMAGE                PIC X(53).
             10 CT-RETIRE-SWITCH        PIC X.
      *
       01 ETAT-COUNT                     PIC 9(3)       VALUE 0.
       01 ETAT-TABLE.
          05 ETAT-ENTRY
             OCCURS 0 TO 500 TIMES DEPENDING ON ETAT-COUNT
             INDEXED BY ETAT-IDX.
             10 ET-ACCOUNT-REF          PIC X(10).
             10 ET-DERNIER-MOIS         PIC 9(6).
             10 ET-MOIS-COURUS          PIC 9(4).
             10 ET-INTERET-COURU        PIC 9(9)V99.
             10 ET-RETIRE-SWITCH        PIC X.
      *
       01 TITULAIRES-COUNT               PIC 9(3)       VALUE 0.
       01 TITULAIRES-TABLE.
          05 TITULAIRE-ENTRY
             OCCURS 0 TO 500 TIMES DEPENDING ON TITULAIRES-COUNT
             INDEXED BY TITULAIRE-IDX.
             10 TH-ACCOUNT-REF          PIC X(10).
             10 TH-NAME                 PIC X(30).
             10 TH-ADDRESS-1            PIC X(30).
             10 TH-ADDRESS-2            PIC X(30).
             10 TH-LANGUAGE             PIC X(2).
      *
      ******************************************************************
      *  Bareme de penalite de rachat anticipe - pourcentage de
      *  l'interet total retenu quand le compte est ferme avant
      *  d'avoir detenu la limite de mois de la ligne. Les lignes
      *  CLOT-PENALITE-nnn du PARMFILE remplacent le bareme compile
      *  en entier: tout l'interet avant 12 mois, la moitie avant 24,
      *  le quart ensuite jusqu'au terme
      ******************************************************************
       01 BAREME-COMPILE.
          05 FILLER                     PIC X(8)       VALUE "01210000".
          05 FILLER                     PIC X(8)       VALUE "02405000".
          05 FILLER                     PIC X(8)       VALUE "99902500".
       01 BAREME-COMPILE-TABLE REDEFINES BAREME-COMPILE.
          05 BAREME-COMPILE-ENTRY OCCURS 3 TIMES.
             10 BC-MOIS-LIMITE          PIC 9(3).
             10 BC-POURCENTAGE          PIC 9(3)V99.
      *
       01 BAREME-COUNT                   PIC 9(2)       VALUE 0.
       01 BAREME-TABLE.
          05 BAREME-ENTRY OCCURS 10 TIMES.
             10 BP-MOIS-LIMITE          PIC 9(3).
             10 BP-POURCENTAGE          PIC 9(3)V99.
      *
       01 ENTREES-UTILISATEUR.
          05 ACCOUNT-REF-ENTRY          PIC X(10).
          05 DATE-CLOTURE-ENTREE        PIC 9(8).
          05 CONFIRM-ENTREE-SWITCH      PIC X          VALUE "N".
      *
       01 CALCUL-TRAVAIL.
          05 DATE-TRAITEMENT            PIC 9(8).
          05 DATE-FIN-DERNIER-MOIS      PIC 9(8).
          05 ANNEE-NUMERO               PIC 9(4).
          05 MOIS-NUMERO                PIC 9(2).
          05 JOUR-FIN-DE-MOIS           PIC 9(2).
          05 JOURS-A-COURIR             PIC 9(5).
          05 MOIS-COURUS                PIC 9(4).
          05 MOIS-DETENUS               PIC 9(4).
          05 TERME-MOIS                 PIC 9(4).
          05 ANNEE-DU-TERME             PIC 9(3).
          05 TAUX-EN-VIGUEUR            PIC 9(2)V99.
          05 TAUX-BASE-COMPOSE          PIC 9V9(6).
          05 SEG-IDX                    PIC 9.
          05 SEG-ANNEES-CUMULEES        PIC 9(3).
          05 INTERET-ANTERIEUR          PIC 9(9)V99.
          05 SOLDE-AU-LIVRE             PIC 9(9)V99.
          05 INTERET-FINAL              PIC 9(9)V99.
          05 INTERET-TOTAL              PIC 9(9)V99.
          05 MEILLEURE-LIMITE           PIC 9(3).
          05 POURCENTAGE-PENALITE       PIC 9(3)V99.
          05 PENALITE                   PIC 9(9)V99.
          05 MONTANT-PAYE               PIC 9(9)V99.
          05 PARM-LIMITE-TRAVAIL        PIC 9(3).
          05 COMPTE-POSITION            PIC 9(3).
          05 COMPTE-SCAN                PIC 9(3).
          05 ETAT-SCAN                  PIC 9(3).
          05 BAREME-SCAN                PIC 9(2).
          05 IMAGE-AVANT                PIC X(53).
          05 MONTANT-FORMATTE           PIC ZZZ,ZZZ,ZZZ.99.
          05 TAUX-FORMATTE              PIC ZZ9.99.
          05 SEPARATOR-LINE             PIC X(50)
                                                       VALUE
                  "--------------------------------------------------".
      *
       01 COMPTEURS-RECONCILIATION.
          05 LOANMAST-RECORDS-LUS       PIC 9(5)       VALUE 0.
          05 COMPTES-FERMES             PIC 9(5)       VALUE 0.
          05 CLOTURES-ANNULEES          PIC 9(5)       VALUE 0.
          05 TOTAL-PAYE                 PIC 9(11)V99   VALUE 0.
          05 TOTAL-PENALITES            PIC 9(11)V99   VALUE 0.
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
       01 LIGNE-AVIS.
          05 LR-TEXTE                   PIC X(40).
          05 LR-MONTANT                 PIC X(15).
          05 FILLER                     PIC X(77)      VALUE SPACE.
      *
       PROCEDURE DIVISION.
      *
       000-CLOTURER-COMPTES.
      *
           PERFORM 905-CHARGER-PARAMETRES.
           PERFORM 910-OUVRIR-FICHIERS THRU 910-EXIT.
           PERFORM 100-TRAITER-UNE-CLOTURE THRU 100-EXIT
              UNTIL FIN-DES-CLOTURES.
           PERFORM 800-ECRIRE-CONTROLES.
           PERFORM 850-REECRIRE-LOANMAST THRU 850-EXIT.
           PERFORM 870-REECRIRE-ACCRMAST THRU 870-EXIT.
           PERFORM 900-FERMER-FICHIERS.
           PERFORM 950-ECRIRE-JOBLOG.
           DISPLAY "FIN DU PROGRAMME.".
           GOBACK.
      *
      ******************************************************************
      *  Cette routine charge le bareme de penalite depuis le
      *  PARMFILE central - un PARMFILE absent, ou sans ligne de
      *  bareme, laisse le bareme compile en vigueur
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
           IF (BAREME-COUNT = 0)
              PERFORM 908-COPIER-BAREME-COMPILE
                 VARYING BAREME-SCAN FROM 1 BY 1
                 UNTIL BAREME-SCAN > 3
              MOVE 3 TO BAREME-COUNT
           END-IF.
      *
       906-APPLIQUER-UN-PARAMETRE.
      *
           IF (PA-PARM-VALUE = SPACES)
              CONTINUE
           ELSE
              EVALUATE TRUE
                 WHEN PA-PARM-KEY (1:14) = "CLOT-PENALITE-"
                    PERFORM 907-AJOUTER-UNE-PENALITE
                 WHEN OTHER
                    CONTINUE
              END-EVALUATE
           END-IF.
      *
      ******************************************************************
      *  Cette routine ajoute une ligne CLOT-PENALITE-nnn au bareme -
      *  nnn est la limite en mois detenus, la valeur le pourcentage
      *  de l'interet retenu, jamais plus de 100
      ******************************************************************
       907-AJOUTER-UNE-PENALITE.
      *
           IF (PA-PARM-KEY (15:3) NOT NUMERIC)
              OR (PA-PARM-KEY (18:3) NOT = SPACES)
              DISPLAY "EXCEPTION: CLE DE BAREME ILLISIBLE IGNOREE: "
                      PA-PARM-KEY
           ELSE
              MOVE PA-PARM-KEY (15:3) TO PARM-LIMITE-TRAVAIL
              COMPUTE POURCENTAGE-PENALITE =
                 FUNCTION NUMVAL (PA-PARM-VALUE)
              EVALUATE TRUE
                 WHEN POURCENTAGE-PENALITE > 100
                    DISPLAY "EXCEPTION: PENALITE " PA-PARM-KEY
                            " SUPERIEURE A 100 PCT - IGNOREE."
                 WHEN BAREME-COUNT >= 10
                    DISPLAY "EXCEPTION: BAREME DE PENALITE PLEIN - "
                            PA-PARM-KEY " IGNOREE."
                 WHEN OTHER
                    ADD 1 TO BAREME-COUNT
                    MOVE PARM-LIMITE-TRAVAIL
                       TO BP-MOIS-LIMITE (BAREME-COUNT)
                    MOVE POURCENTAGE-PENALITE
                       TO BP-POURCENTAGE (BAREME-COUNT)
              END-EVALUATE
           END-IF.
      *
       908-COPIER-BAREME-COMPILE.
      *
           MOVE BC-MOIS-LIMITE (BAREME-SCAN)
              TO BP-MOIS-LIMITE (BAREME-SCAN).
           MOVE BC-POURCENTAGE (BAREME-SCAN)
              TO BP-POURCENTAGE (BAREME-SCAN).
      *
      ******************************************************************
      *  Cette routine charge le livre, l'etat du couru et les
      *  titulaires, puis ouvre les sorties - un LOANMAST absent ou
      *  un chargement qui deborde sa table empeche toute cloture,
      *  puisque les fichiers ne pourraient pas etre reecrits
      ******************************************************************
       910-OUVRIR-FICHIERS.
      *
           OPEN EXTEND JOBLOG.
           MOVE FUNCTION CURRENT-DATE TO JOBLOG-DATE-ET-HEURE.
           MOVE JDH-DATE TO JOBLOG-START-SAUVEGARDE (1:8).
           MOVE JDH-TIME TO JOBLOG-START-SAUVEGARDE (9:6).
           MOVE JDH-DATE TO DATE-TRAITEMENT.
           DISPLAY SEPARATOR-LINE.
           DISPLAY "CLOTURE DE COMPTES (CLOT0001)".
           OPEN INPUT LOANMAST.
           IF NOT LOANMAST-FILE-OK
              DISPLAY "LOANMAST INTROUVABLE OU ILLISIBLE "
                      "(FILE STATUS " LOANMAST-FILE-STATUS "). "
                      "CLOTURES ABANDONNEES."
              MOVE "FILE-ERR" TO JOBLOG-STATUS-SWITCH
              MOVE "Y" TO FIN-DES-CLOTURES-SWITCH
              GO TO 910-EXIT
           END-IF.
           PERFORM 915-CHARGER-LOANMAST.
           PERFORM 920-CHARGER-ACCRMAST.
           PERFORM 925-CHARGER-TITULAIRES.
           IF TABLE-DEBORDEE
              DISPLAY "EXCEPTION: DES LIGNES ONT ETE PERDUES AU "
                      "CHARGEMENT - AUCUNE CLOTURE POSSIBLE."
              MOVE "FILE-ERR" TO JOBLOG-STATUS-SWITCH
              MOVE "Y" TO FIN-DES-CLOTURES-SWITCH
              GO TO 910-EXIT
           END-IF.
           OPEN EXTEND CLOSHIST.
           IF (CLOSHIST-FILE-STATUS = "35")
              OPEN OUTPUT CLOSHIST
           END-IF.
           IF NOT CLOSHIST-FILE-OK
              DISPLAY "CLOSHIST INACCESSIBLE (FILE STATUS "
                      CLOSHIST-FILE-STATUS "). CLOTURES ABANDONNEES."
              MOVE "FILE-ERR" TO JOBLOG-STATUS-SWITCH
              MOVE "Y" TO FIN-DES-CLOTURES-SWITCH
              GO TO 910-EXIT
           END-IF.
           OPEN EXTEND LOANAUDT.
           OPEN EXTEND GLFILE.
           OPEN OUTPUT CLOTAVIS.
           MOVE "Y" TO RUN-READY-SWITCH.
           MOVE JDH-DATE TO CE-RUN-DATE.
           MOVE "CLOT0001" TO CE-PROGRAM-ID.
           WRITE GLFILE-RECORD FROM CONTROLE-ENTETE.
           DISPLAY COMPTES-COUNT " COMPTE(S) CHARGE(S) DE LOANMAST.".
      *
       910-EXIT.
           EXIT.
      *
       915-CHARGER-LOANMAST.
      *
           PERFORM UNTIL LOANMAST-EOF
              READ LOANMAST
                 AT END
                    MOVE "Y" TO LOANMAST-EOF-SWITCH
                 NOT AT END
                    ADD 1 TO LOANMAST-RECORDS-LUS
                    IF (COMPTES-COUNT < 500)
                       ADD 1 TO COMPTES-COUNT
                       MOVE LOANMAST-RECORD
                          TO CT-IMAGE (COMPTES-COUNT)
                       MOVE "N" TO CT-RETIRE-SWITCH (COMPTES-COUNT)
                    ELSE
                       DISPLAY "EXCEPTION: TABLE DES COMPTES PLEINE "
                               "- LIGNE NON CHARGEE, LE FICHIER NE "
                               "SERA PAS REECRIT."
                       MOVE "Y" TO TABLE-DEBORDEE-SWITCH
                    END-IF
              END-READ
           END-PERFORM.
           CLOSE LOANMAST.
      *
       920-CHARGER-ACCRMAST.
      *
           OPEN INPUT ACCRMAST.
           IF NOT ACCRMAST-FILE-OK
              DISPLAY "ACCRMAST ABSENT (FILE STATUS "
                      ACCRMAST-FILE-STATUS ") - AUCUN INTERET COURU "
                      "A CE JOUR."
              MOVE "Y" TO ACCRMAST-EOF-SWITCH
           END-IF.
           PERFORM UNTIL ACCRMAST-EOF
              READ ACCRMAST
                 AT END
                    MOVE "Y" TO ACCRMAST-EOF-SWITCH
                 NOT AT END
                    IF (ETAT-COUNT < 500)
                       ADD 1 TO ETAT-COUNT
                       SET ETAT-IDX TO ETAT-COUNT
                       MOVE AC-ACCOUNT-REF
                          TO ET-ACCOUNT-REF (ETAT-IDX)
                       MOVE AC-DERNIER-MOIS
                          TO ET-DERNIER-MOIS (ETAT-IDX)
                       MOVE AC-MOIS-COURUS
                          TO ET-MOIS-COURUS (ETAT-IDX)
                       MOVE AC-INTERET-COURU
                          TO ET-INTERET-COURU (ETAT-IDX)
                       MOVE "N" TO ET-RETIRE-SWITCH (ETAT-IDX)
                    ELSE
                       DISPLAY "EXCEPTION: TABLE D'ETAT PLEINE - "
                               "LIGNE NON CHARGEE, LE FICHIER NE "
                               "SERA PAS REECRIT."
                       MOVE "Y" TO TABLE-DEBORDEE-SWITCH
                    END-IF
              END-READ
           END-PERFORM.
           IF ACCRMAST-FILE-STATUS NOT = "35"
              CLOSE ACCRMAST
           END-IF.
      *
       925-CHARGER-TITULAIRES.
      *
           OPEN INPUT HOLDMAST.
           IF NOT HOLDMAST-FILE-OK
              DISPLAY "HOLDMAST ABSENT (FILE STATUS "
                      HOLDMAST-FILE-STATUS ") - AVIS SANS ADRESSE. "
                      "RUN HLDM0001 TO BUILD IT."
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
                       MOVE HM-ADDRESS-1
                          TO TH-ADDRESS-1 (TITULAIRE-IDX)
                       MOVE HM-ADDRESS-2
                          TO TH-ADDRESS-2 (TITULAIRE-IDX)
                       MOVE HM-LANGUAGE
                          TO TH-LANGUAGE (TITULAIRE-IDX)
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
      *  Cette routine traite une cloture - le compte, sa date, le
      *  calcul affiche, puis la confirmation de l'operateur. Une
      *  reference a blanc termine la saisie
      ******************************************************************
       100-TRAITER-UNE-CLOTURE.
      *
           DISPLAY SEPARATOR-LINE.
           DISPLAY "ENTRER LA REFERENCE DU COMPTE A FERMER "
                   "(BLANC = TERMINER):".
           MOVE SPACES TO ACCOUNT-REF-ENTRY.
           ACCEPT ACCOUNT-REF-ENTRY.
           IF (ACCOUNT-REF-ENTRY = SPACES)
              MOVE "Y" TO FIN-DES-CLOTURES-SWITCH
              GO TO 100-EXIT
           END-IF.
           PERFORM 110-CHERCHER-COMPTE.
           IF (NOT COMPTE-TROUVE)
              DISPLAY "LE COMPTE " ACCOUNT-REF-ENTRY
                      " N'EST PAS SUR LOANMAST."
              GO TO 100-EXIT
           END-IF.
           IF (CT-RETIRE-SWITCH (COMPTE-POSITION) = "Y")
              DISPLAY "LE COMPTE " ACCOUNT-REF-ENTRY
                      " A DEJA ETE FERME CE PASSAGE."
              GO TO 100-EXIT
           END-IF.
           MOVE CT-IMAGE (COMPTE-POSITION) TO COMPTE-TRAVAIL-IMAGE.
           PERFORM 120-TROUVER-ETAT.
           PERFORM 210-SAISIR-DATE-CLOTURE.
           PERFORM 130-CALCULER-JOURS-A-COURIR THRU 130-EXIT.
           PERFORM 140-DETERMINER-TAUX.
           PERFORM 150-CALCULER-INTERET-FINAL.
           PERFORM 160-CALCULER-PENALITE THRU 160-EXIT.
           COMPUTE MONTANT-PAYE =
              SOLDE-AU-LIVRE + INTERET-FINAL - PENALITE.
           PERFORM 220-AFFICHER-LE-CALCUL.
           DISPLAY "CONFIRMER LA CLOTURE DU COMPTE "
                   CW-ACCOUNT-REF " ? (Y/N)".
           MOVE "N" TO CONFIRM-ENTREE-SWITCH.
           ACCEPT CONFIRM-ENTREE-SWITCH.
           IF (CONFIRM-ENTREE-SWITCH = "Y" OR "y")
              PERFORM 300-FERMER-LE-COMPTE
              DISPLAY "COMPTE " CW-ACCOUNT-REF " FERME."
           ELSE
              ADD 1 TO CLOTURES-ANNULEES
              DISPLAY "CLOTURE ANNULEE."
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
      *  Cette routine trouve l'etat du couru du compte - un compte
      *  jamais couru n'a ni interet anterieur ni dernier mois
      ******************************************************************
       120-TROUVER-ETAT.
      *
           MOVE "N" TO ETAT-TROUVE-SWITCH.
           MOVE 0 TO MOIS-COURUS.
           MOVE 0 TO INTERET-ANTERIEUR.
           IF (ETAT-COUNT > 0)
              SET ETAT-IDX TO 1
              SEARCH ETAT-ENTRY
                 AT END
                    CONTINUE
                 WHEN ET-ACCOUNT-REF (ETAT-IDX) = CW-ACCOUNT-REF
                    MOVE "Y" TO ETAT-TROUVE-SWITCH
              END-SEARCH
           END-IF.
           IF ETAT-TROUVE
              MOVE ET-MOIS-COURUS (ETAT-IDX) TO MOIS-COURUS
              MOVE ET-INTERET-COURU (ETAT-IDX) TO INTERET-ANTERIEUR
           END-IF.
           COMPUTE SOLDE-AU-LIVRE = CW-PRINCIPAL + INTERET-ANTERIEUR.
      *
      ******************************************************************
      *  Cette routine compte les jours de la periode rompue - du
      *  dernier jour du dernier mois couru (le jour des lignes GL
      *  d'INTR0004) a la date de cloture. Un compte jamais couru,
      *  ou une cloture datee dans un mois deja couru, n'a pas de
      *  periode rompue
      ******************************************************************
       130-CALCULER-JOURS-A-COURIR.
      *
           MOVE 0 TO JOURS-A-COURIR.
           MOVE 0 TO DATE-FIN-DERNIER-MOIS.
           IF (NOT ETAT-TROUVE)
              GO TO 130-EXIT
           END-IF.
           IF (ET-DERNIER-MOIS (ETAT-IDX) = 0)
              GO TO 130-EXIT
           END-IF.
           DIVIDE ET-DERNIER-MOIS (ETAT-IDX) BY 100
              GIVING ANNEE-NUMERO REMAINDER MOIS-NUMERO.
           EVALUATE MOIS-NUMERO
              WHEN 01 WHEN 03 WHEN 05 WHEN 07
              WHEN 08 WHEN 10 WHEN 12
                 MOVE 31 TO JOUR-FIN-DE-MOIS
              WHEN 02
                 MOVE 28 TO JOUR-FIN-DE-MOIS
              WHEN OTHER
                 MOVE 30 TO JOUR-FIN-DE-MOIS
           END-EVALUATE.
           COMPUTE DATE-FIN-DERNIER-MOIS =
              ANNEE-NUMERO * 10000 + MOIS-NUMERO * 100
              + JOUR-FIN-DE-MOIS.
           IF (DATE-CLOTURE-ENTREE > DATE-FIN-DERNIER-MOIS)
              COMPUTE JOURS-A-COURIR =
                 FUNCTION INTEGER-OF-DATE (DATE-CLOTURE-ENTREE) -
                 FUNCTION INTEGER-OF-DATE (DATE-FIN-DERNIER-MOIS)
           END-IF.
      *
       130-EXIT.
           EXIT.
      *
      ******************************************************************
      *  Cette routine determine le taux de la periode rompue comme
      *  120-DETERMINER-TAUX d'INTR0004 - les mois courus placent le
      *  compte dans son annee de terme et sa bande de segments. Un
      *  compte au bout de son terme est echu: pas d'interet apres le
      *  terme et pas de penalite
      ******************************************************************
       140-DETERMINER-TAUX.
      *
           MOVE "N" TO COMPTE-ECHU-SWITCH.
           MOVE 0 TO TAUX-EN-VIGUEUR.
           COMPUTE ANNEE-DU-TERME = (MOIS-COURUS / 12) + 1.
           IF (CW-NOMBRE-SEGMENTS IS NUMERIC) AND
              (CW-NOMBRE-SEGMENTS > 0)
              MOVE 0 TO SEG-ANNEES-CUMULEES
              MOVE "Y" TO COMPTE-ECHU-SWITCH
              PERFORM 145-EXAMINER-UN-SEGMENT
                 VARYING SEG-IDX FROM 1 BY 1
                 UNTIL (SEG-IDX > CW-NOMBRE-SEGMENTS)
              COMPUTE TERME-MOIS = SEG-ANNEES-CUMULEES * 12
           ELSE
              COMPUTE TERME-MOIS = CW-NOMBRE-D-ANNEES * 12
              IF (ANNEE-DU-TERME > CW-NOMBRE-D-ANNEES)
                 MOVE "Y" TO COMPTE-ECHU-SWITCH
              ELSE
                 MOVE CW-TAUX-INTERET TO TAUX-EN-VIGUEUR
              END-IF
           END-IF.
      *
       145-EXAMINER-UN-SEGMENT.
      *
           IF (CW-SEG-ANNEES (SEG-IDX) IS NUMERIC)
              ADD CW-SEG-ANNEES (SEG-IDX) TO SEG-ANNEES-CUMULEES
           END-IF.
           IF (ANNEE-DU-TERME <= SEG-ANNEES-CUMULEES)
              AND COMPTE-ECHU
              MOVE CW-SEG-TAUX-INTERET (SEG-IDX) TO TAUX-EN-VIGUEUR
              MOVE "N" TO COMPTE-ECHU-SWITCH
           END-IF.
      *
      ******************************************************************
      *  Cette routine calcule l'interet de la periode rompue sur le
      *  solde au livre - au prorata des jours sur 365 pour un compte
      *  ANNUEL ou MENSUEL, compose chaque jour pour un compte
      *  QUOTIDIEN (la base materialisee avant l'exposant, comme dans
      *  INTR0004)
      ******************************************************************
       150-CALCULER-INTERET-FINAL.
      *
           MOVE 0 TO INTERET-FINAL.
           IF COMPTE-ECHU OR (TAUX-EN-VIGUEUR = 0)
              OR (JOURS-A-COURIR = 0)
              CONTINUE
           ELSE
              IF (CW-TYPE-TAUX-INTERET = "QUOTIDIEN" OR "quotidien")
                 COMPUTE TAUX-BASE-COMPOSE =
                    1 + (TAUX-EN-VIGUEUR / 365) / 100
                 COMPUTE INTERET-FINAL ROUNDED =
                    SOLDE-AU-LIVRE *
                    (TAUX-BASE-COMPOSE ** JOURS-A-COURIR - 1)
                    ON SIZE ERROR
                       DISPLAY "EXCEPTION: L'INTERET FINAL DU COMPTE "
                               CW-ACCOUNT-REF " A DEBORDE. "
                               "INTERET PRIS A ZERO."
                       MOVE 0 TO INTERET-FINAL
                 END-COMPUTE
              ELSE
                 COMPUTE INTERET-FINAL ROUNDED =
                    SOLDE-AU-LIVRE * TAUX-EN-VIGUEUR / 100
                    * JOURS-A-COURIR / 365
                    ON SIZE ERROR
                       DISPLAY "EXCEPTION: L'INTERET FINAL DU COMPTE "
                               CW-ACCOUNT-REF " A DEBORDE. "
                               "INTERET PRIS A ZERO."
                       MOVE 0 TO INTERET-FINAL
                 END-COMPUTE
              END-IF
           END-IF.
           COMPUTE INTERET-TOTAL = INTERET-ANTERIEUR + INTERET-FINAL.
      *
      ******************************************************************
      *  Cette routine applique le bareme de penalite - les mois
      *  detenus sont les mois courus plus les mois entiers de la
      *  periode rompue; un compte detenu moins longtemps que son
      *  terme est ferme avant terme, et perd le pourcentage de la
      *  ligne de plus petite limite qui depasse ses mois detenus
      ******************************************************************
       160-CALCULER-PENALITE.
      *
           MOVE 0 TO PENALITE.
           MOVE 0 TO POURCENTAGE-PENALITE.
           MOVE "N" TO AVANT-TERME-SWITCH.
           COMPUTE MOIS-DETENUS = MOIS-COURUS + (JOURS-A-COURIR / 30).
           IF COMPTE-ECHU OR (MOIS-DETENUS >= TERME-MOIS)
              GO TO 160-EXIT
           END-IF.
           MOVE "Y" TO AVANT-TERME-SWITCH.
           MOVE 999 TO MEILLEURE-LIMITE.
           PERFORM 165-EXAMINER-UNE-LIGNE
              VARYING BAREME-SCAN FROM 1 BY 1
              UNTIL BAREME-SCAN > BAREME-COUNT.
           IF (POURCENTAGE-PENALITE > 0)
              COMPUTE PENALITE ROUNDED =
                 INTERET-TOTAL * POURCENTAGE-PENALITE / 100
           END-IF.
      *
       160-EXIT.
           EXIT.
      *
       165-EXAMINER-UNE-LIGNE.
      *
           IF (BP-MOIS-LIMITE (BAREME-SCAN) > MOIS-DETENUS)
              AND (BP-MOIS-LIMITE (BAREME-SCAN) <= MEILLEURE-LIMITE)
              MOVE BP-MOIS-LIMITE (BAREME-SCAN) TO MEILLEURE-LIMITE
              MOVE BP-POURCENTAGE (BAREME-SCAN)
                 TO POURCENTAGE-PENALITE
           END-IF.
      *
      ******************************************************************
      *  Cette routine demande la date de cloture - une vraie date,
      *  au plus tard aujourd'hui
      ******************************************************************
       210-SAISIR-DATE-CLOTURE.
      *
           DISPLAY "ENTRER LA DATE DE CLOTURE (AAAAMMJJ, 0 = "
                   "AUJOURD'HUI):".
           ACCEPT DATE-CLOTURE-ENTREE.
           IF (DATE-CLOTURE-ENTREE = 0)
              MOVE DATE-TRAITEMENT TO DATE-CLOTURE-ENTREE
           END-IF.
           IF (DATE-CLOTURE-ENTREE < 19000101)
              OR (DATE-CLOTURE-ENTREE > DATE-TRAITEMENT)
              OR (DATE-CLOTURE-ENTREE (5:2) < "01")
              OR (DATE-CLOTURE-ENTREE (5:2) > "12")
              OR (DATE-CLOTURE-ENTREE (7:2) < "01")
              OR (DATE-CLOTURE-ENTREE (7:2) > "31")
              DISPLAY "DATE DE CLOTURE INVALIDE. VEUILLEZ REESSAYER."
              GO TO 210-SAISIR-DATE-CLOTURE
           END-IF.
      *
      ******************************************************************
      *  Cette routine affiche le calcul a l'operateur avant la
      *  confirmation
      ******************************************************************
       220-AFFICHER-LE-CALCUL.
      *
           MOVE SOLDE-AU-LIVRE TO MONTANT-FORMATTE.
           DISPLAY "SOLDE AU LIVRE (PRINCIPAL + COURU):  "
                   MONTANT-FORMATTE.
           MOVE INTERET-FINAL TO MONTANT-FORMATTE.
           DISPLAY "INTERET DE LA PERIODE ROMPUE:        "
                   MONTANT-FORMATTE " (" JOURS-A-COURIR " JOURS)".
           MOVE PENALITE TO MONTANT-FORMATTE.
           MOVE POURCENTAGE-PENALITE TO TAUX-FORMATTE.
           IF AVANT-TERME
              DISPLAY "PENALITE DE RACHAT ANTICIPE:         "
                      MONTANT-FORMATTE " (" TAUX-FORMATTE
                      " PCT DE L'INTERET)"
           ELSE
              DISPLAY "AUCUNE PENALITE - TERME ATTEINT."
           END-IF.
           MOVE MONTANT-PAYE TO MONTANT-FORMATTE.
           DISPLAY "MONTANT A PAYER:                     "
                   MONTANT-FORMATTE.
      *
      ******************************************************************
      *  Cette routine ferme le compte - une ligne GLFILE, la ligne
      *  d'historique CLOSHIST, l'avis au titulaire, une ligne CLO
      *  sur la piste, et le compte et son etat sont retires du livre.
      *  La ligne GLFILE porte la date de traitement, pour que GLPJ0001
      *  la passe au mois courant meme pour une cloture saisie en
      *  retard; CLOSHIST et l'avis gardent la date de cloture
      ******************************************************************
       300-FERMER-LE-COMPTE.
      *
           MOVE SPACES TO GLFILE-RECORD.
           MOVE CW-ACCOUNT-REF TO GL-ACCOUNT-REF.
           MOVE DATE-TRAITEMENT TO GL-DATE.
           MOVE MONTANT-PAYE TO GL-VALEUR-ACTUELLE.
           MOVE SOLDE-AU-LIVRE TO GL-VALEUR-FUTURE.
           WRITE GLFILE-RECORD.
           ADD 1 TO GLFILE-CTRL-COUNT.
           ADD MONTANT-PAYE TO GLFILE-CTRL-HASH.
           ADD SOLDE-AU-LIVRE TO GLFILE-CTRL-HASH.
           MOVE SPACES TO CLOSHIST-RECORD.
           MOVE CW-ACCOUNT-REF TO CH-ACCOUNT-REF.
           MOVE DATE-CLOTURE-ENTREE TO CH-DATE-CLOTURE.
           MOVE "A" TO CH-MOTIF.
           MOVE MOIS-COURUS TO CH-MOIS-COURUS.
           MOVE INTERET-TOTAL TO CH-INTERET-TOTAL.
           MOVE INTERET-FINAL TO CH-INTERET-FINAL.
           MOVE PENALITE TO CH-PENALITE.
           MOVE MONTANT-PAYE TO CH-MONTANT-PAYE.
           MOVE COMPTE-TRAVAIL-IMAGE TO CH-IMAGE-FINALE.
           WRITE CLOSHIST-RECORD.
           PERFORM 310-TROUVER-TITULAIRE.
           PERFORM 400-IMPRIMER-AVIS.
           MOVE "Y" TO CT-RETIRE-SWITCH (COMPTE-POSITION).
           IF ETAT-TROUVE
              MOVE "Y" TO ET-RETIRE-SWITCH (ETAT-IDX)
           END-IF.
           MOVE COMPTE-TRAVAIL-IMAGE TO IMAGE-AVANT.
           MOVE SPACES TO COMPTE-TRAVAIL-IMAGE.
           MOVE SPACES TO LOANAUDT-RECORD.
           MOVE "CLO" TO LA-ACTION.
           PERFORM 730-ECRIRE-AUDIT-COMMUN.
           MOVE IMAGE-AVANT TO COMPTE-TRAVAIL-IMAGE.
           ADD 1 TO COMPTES-FERMES.
           ADD MONTANT-PAYE TO TOTAL-PAYE.
           ADD PENALITE TO TOTAL-PENALITES.
      *
       310-TROUVER-TITULAIRE.
      *
           MOVE "N" TO TITULAIRE-TROUVE-SWITCH.
           MOVE "N" TO LANGUE-ANGLAISE-SWITCH.
           IF (TITULAIRES-COUNT > 0)
              SET TITULAIRE-IDX TO 1
              SEARCH TITULAIRE-ENTRY
                 AT END
                    CONTINUE
                 WHEN TH-ACCOUNT-REF (TITULAIRE-IDX) =
                    CW-ACCOUNT-REF
                    MOVE "Y" TO TITULAIRE-TROUVE-SWITCH
              END-SEARCH
           END-IF.
           IF TITULAIRE-TROUVE
              AND (TH-LANGUAGE (TITULAIRE-IDX) = "EN")
              MOVE "Y" TO LANGUE-ANGLAISE-SWITCH
           END-IF.
      *
      ******************************************************************
      *  Cette routine imprime l'avis de paiement dans la langue du
      *  titulaire - le detail du solde, de l'interet final et de la
      *  penalite jusqu'au montant paye
      ******************************************************************
       400-IMPRIMER-AVIS.
      *
           MOVE SPACES TO PRINT-AREA.
           WRITE PRINT-AREA.
           MOVE SEPARATOR-LINE TO PRINT-AREA.
           WRITE PRINT-AREA.
           MOVE SPACES TO LIGNE-AVIS.
           IF LANGUE-ANGLAISE
              MOVE "ACCOUNT CLOSURE PAYOUT ADVICE" TO LR-TEXTE
           ELSE
              MOVE "AVIS DE PAIEMENT - CLOTURE DU COMPTE" TO LR-TEXTE
           END-IF.
           MOVE DATE-TRAITEMENT TO LR-MONTANT.
           WRITE PRINT-AREA FROM LIGNE-AVIS.
           MOVE SPACES TO LIGNE-AVIS.
           IF LANGUE-ANGLAISE
              MOVE "ACCOUNT" TO LR-TEXTE
           ELSE
              MOVE "COMPTE" TO LR-TEXTE
           END-IF.
           MOVE CW-ACCOUNT-REF TO LR-MONTANT.
           WRITE PRINT-AREA FROM LIGNE-AVIS.
           MOVE SPACES TO PRINT-AREA.
           IF TITULAIRE-TROUVE
              MOVE TH-NAME (TITULAIRE-IDX) TO PRINT-AREA
              WRITE PRINT-AREA
              MOVE TH-ADDRESS-1 (TITULAIRE-IDX) TO PRINT-AREA
              WRITE PRINT-AREA
              MOVE TH-ADDRESS-2 (TITULAIRE-IDX) TO PRINT-AREA
              WRITE PRINT-AREA
           ELSE
              MOVE "(TITULAIRE INCONNU - VOIR HLDM0001)"
                 TO PRINT-AREA
              WRITE PRINT-AREA
           END-IF.
           MOVE SPACES TO LIGNE-AVIS.
           IF LANGUE-ANGLAISE
              MOVE "CLOSURE DATE (YYYYMMDD)" TO LR-TEXTE
           ELSE
              MOVE "DATE DE CLOTURE (AAAAMMJJ)" TO LR-TEXTE
           END-IF.
           MOVE DATE-CLOTURE-ENTREE TO LR-MONTANT.
           WRITE PRINT-AREA FROM LIGNE-AVIS.
           MOVE SPACES TO LIGNE-AVIS.
           MOVE "PRINCIPAL" TO LR-TEXTE.
           MOVE CW-PRINCIPAL TO MONTANT-FORMATTE.
           MOVE MONTANT-FORMATTE TO LR-MONTANT.
           WRITE PRINT-AREA FROM LIGNE-AVIS.
           MOVE SPACES TO LIGNE-AVIS.
           IF LANGUE-ANGLAISE
              MOVE "INTEREST ACCRUED TO LAST MONTH END" TO LR-TEXTE
           ELSE
              MOVE "INTERET COURU AU DERNIER MOIS" TO LR-TEXTE
           END-IF.
           MOVE INTERET-ANTERIEUR TO MONTANT-FORMATTE.
           MOVE MONTANT-FORMATTE TO LR-MONTANT.
           WRITE PRINT-AREA FROM LIGNE-AVIS.
           MOVE SPACES TO LIGNE-AVIS.
           IF LANGUE-ANGLAISE
              MOVE "INTEREST TO CLOSURE DATE" TO LR-TEXTE
           ELSE
              MOVE "INTERET JUSQU'A LA CLOTURE" TO LR-TEXTE
           END-IF.
           MOVE INTERET-FINAL TO MONTANT-FORMATTE.
           MOVE MONTANT-FORMATTE TO LR-MONTANT.
           WRITE PRINT-AREA FROM LIGNE-AVIS.
           IF AVANT-TERME
              MOVE SPACES TO LIGNE-AVIS
              MOVE POURCENTAGE-PENALITE TO TAUX-FORMATTE
              IF LANGUE-ANGLAISE
                 STRING "EARLY REDEMPTION PENALTY (" TAUX-FORMATTE
                        " PCT)" DELIMITED BY SIZE INTO LR-TEXTE
              ELSE
                 STRING "PENALITE DE RACHAT (" TAUX-FORMATTE
                        " PCT)" DELIMITED BY SIZE INTO LR-TEXTE
              END-IF
              MOVE PENALITE TO MONTANT-FORMATTE
              MOVE MONTANT-FORMATTE TO LR-MONTANT
              WRITE PRINT-AREA FROM LIGNE-AVIS
           END-IF.
           MOVE SPACES TO LIGNE-AVIS.
           IF LANGUE-ANGLAISE
              MOVE "AMOUNT PAID" TO LR-TEXTE
           ELSE
              MOVE "MONTANT PAYE" TO LR-TEXTE
           END-IF.
           MOVE MONTANT-PAYE TO MONTANT-FORMATTE.
           MOVE MONTANT-FORMATTE TO LR-MONTANT.
           WRITE PRINT-AREA FROM LIGNE-AVIS.
      *
      ******************************************************************
      *  La routine d'audit estampille une ligne par changement avec
      *  l'image avant et apres, comme 730-ECRIRE-AUDIT-COMMUN de
      *  LNMT0001
      ******************************************************************
       730-ECRIRE-AUDIT-COMMUN.
      *
           MOVE FUNCTION CURRENT-DATE TO JOBLOG-DATE-ET-HEURE.
           MOVE JDH-DATE TO LA-TIMESTAMP (1:8).
           MOVE JDH-TIME TO LA-TIMESTAMP (9:6).
           IF (OPERATEUR-SIGNON = LOW-VALUES)
              MOVE SPACES TO LA-OPERATOR-ID
           ELSE
              MOVE OPERATEUR-SIGNON TO LA-OPERATOR-ID
           END-IF.
           MOVE IMAGE-AVANT TO LA-BEFORE-IMAGE.
           MOVE COMPTE-TRAVAIL-IMAGE TO LA-AFTER-IMAGE.
           WRITE LOANAUDT-RECORD.
      *
      ******************************************************************
      *  Cette routine ferme le bloc GL avec son TRL
      ******************************************************************
       800-ECRIRE-CONTROLES.
      *
           IF RUN-READY
              MOVE GLFILE-CTRL-COUNT TO CP-RECORD-COUNT
              MOVE GLFILE-CTRL-HASH  TO CP-HASH-TOTAL
              WRITE GLFILE-RECORD FROM CONTROLE-PIED
           END-IF.
      *
      ******************************************************************
      *  Cette routine reecrit LOANMAST sans les comptes fermes -
      *  seulement quand une cloture a ete faite
      ******************************************************************
       850-REECRIRE-LOANMAST.
      *
           IF (NOT RUN-READY) OR (COMPTES-FERMES = 0)
              GO TO 850-EXIT
           END-IF.
           OPEN OUTPUT LOANMAST.
           IF NOT LOANMAST-FILE-OK
              DISPLAY "EXCEPTION: REECRITURE DE LOANMAST IMPOSSIBLE "
                      "(FILE STATUS " LOANMAST-FILE-STATUS ")."
              MOVE "FILE-ERR" TO JOBLOG-STATUS-SWITCH
           ELSE
              PERFORM 855-ECRIRE-UN-COMPTE
                 VARYING COMPTE-SCAN FROM 1 BY 1
                 UNTIL COMPTE-SCAN > COMPTES-COUNT
              CLOSE LOANMAST
           END-IF.
      *
       850-EXIT.
           EXIT.
      *
       855-ECRIRE-UN-COMPTE.
      *
           IF (CT-RETIRE-SWITCH (COMPTE-SCAN) NOT = "Y")
              MOVE CT-IMAGE (COMPTE-SCAN) TO LOANMAST-RECORD
              WRITE LOANMAST-RECORD
           END-IF.
      *
      ******************************************************************
      *  Cette routine reecrit l'etat du couru sans les comptes
      *  fermes, aux memes conditions que LOANMAST
      ******************************************************************
       870-REECRIRE-ACCRMAST.
      *
           IF (NOT RUN-READY) OR (COMPTES-FERMES = 0)
              GO TO 870-EXIT
           END-IF.
           OPEN OUTPUT ACCRMAST.
           IF NOT ACCRMAST-FILE-OK
              DISPLAY "EXCEPTION: REECRITURE D'ACCRMAST IMPOSSIBLE "
                      "(FILE STATUS " ACCRMAST-FILE-STATUS ")."
              MOVE "FILE-ERR" TO JOBLOG-STATUS-SWITCH
           ELSE
              PERFORM 875-ECRIRE-UN-ETAT
                 VARYING ETAT-SCAN FROM 1 BY 1
                 UNTIL ETAT-SCAN > ETAT-COUNT
              CLOSE ACCRMAST
           END-IF.
      *
       870-EXIT.
           EXIT.
      *
       875-ECRIRE-UN-ETAT.
      *
           IF (ET-RETIRE-SWITCH (ETAT-SCAN) NOT = "Y")
              MOVE SPACES TO ACCRMAST-RECORD
              MOVE ET-ACCOUNT-REF (ETAT-SCAN) TO AC-ACCOUNT-REF
              MOVE ET-DERNIER-MOIS (ETAT-SCAN) TO AC-DERNIER-MOIS
              MOVE ET-MOIS-COURUS (ETAT-SCAN) TO AC-MOIS-COURUS
              MOVE ET-INTERET-COURU (ETAT-SCAN) TO AC-INTERET-COURU
              WRITE ACCRMAST-RECORD
           END-IF.
      *
      ******************************************************************
      *  Cette routine imprime les totaux du passage et ferme tout
      ******************************************************************
       900-FERMER-FICHIERS.
      *
           DISPLAY SEPARATOR-LINE.
           DISPLAY "CLOTURES - " LOANMAST-RECORDS-LUS
                   " COMPTE(S) LU(S), " COMPTES-FERMES
                   " FERME(S), " CLOTURES-ANNULEES " ANNULEE(S).".
           DISPLAY "TOTAL PAYE: " TOTAL-PAYE
                   " - PENALITES RETENUES: " TOTAL-PENALITES ".".
           IF RUN-READY
              CLOSE LOANAUDT
              CLOSE GLFILE
              CLOSE CLOSHIST
              CLOSE CLOTAVIS
           END-IF.
      *
      ******************************************************************
      *  Cette routine ecrit la ligne JOBLOG du passage
      ******************************************************************
       950-ECRIRE-JOBLOG.
      *
           MOVE SPACES TO JOBLOG-RECORD.
           MOVE "CLOT0001" TO JL-PROGRAM-ID.
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
