      *****************************************************************
      * Nom du programme:    APPR0001
      * Auteur original: MANUEL JARRY
      *
      * Journal d'entretien
      * Date       Auteur        Exigence de maintenance
      * ---------- ------------  ---------------------------------------
      * 15/10/2026 MANUEL JARRY  Créé - approbation ou rejet par un
      *                          second operateur des changements
      *                          LOANMAST et HOLDMAST soumis sur
      *                          CHGPEND par LNMT0001 et HLDM0001; la
      *                          piste d'audit porte l'auteur et
      *                          l'approbateur de chaque changement
      * 15/10/2026 MANUEL JARRY  Approbation refusee pour un ajout
      *                          LOANMAST d'une reference fermee
      *                          (CLOSHIST) et quand l'exposition du
      *                          titulaire depasserait TITU-MAX-
      *                          EXPOSITION sur le portefeuille courant;
      *                          l'auteur peut retirer son propre
      *                          changement sans le niveau d'autorite
      *                          requis
      * 15/10/2026 MANUEL JARRY  Controle d'exposition refait aussi a
      *                          l'approbation d'un ajout ou d'une
      *                          modification HOLDMAST, pour le
      *                          titulaire auquel la ligne rattache le
      *                          compte
      *
      *****************************************************************
       IDENTIFICATION DIVISION.
       PROGRAM-ID.  APPR0001.
       AUTHOR. MANUEL JARRY.
       INSTALLATION. COBOL DEVELOPMENT CENTER.
       DATE-WRITTEN. 15/10/2026.
       DATE-COMPILED. JJ/MM/AAAA.
       SECURITY. NON-CONFIDENTIAL.
      *****************************************************************
      *
      ******************************************************************
      *  Un changement saisi dans LNMT0001 ou HLDM0001 n'atteint plus
      *  le fichier maitre directement - il attend sur CHGPEND qu'un
      *  second operateur, d'un niveau d'autorite USERFILE suffisant,
      *  l'approuve ou le rejette ici. L'auteur d'un changement ne
      *  peut pas l'approuver lui-meme; il peut le retirer en le
      *  rejetant, meme sans le niveau d'autorite requis. Un
      *  changement n'est applique que si les comptes qu'il touche
      *  sont encore tels qu'au moment de la saisie, et un compte
      *  LOANMAST ou un lien HOLDMAST que si l'exposition du titulaire
      *  reste dans la limite TITU-MAX-EXPOSITION au moment de
      *  l'approbation
      ******************************************************************
       ENVIRONMENT DIVISION.
      *
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
           COPY CHGPNDSL.
           SELECT LOANMAST ASSIGN TO LOANMAST
              ORGANIZATION IS LINE SEQUENTIAL
              FILE STATUS IS LOANMAST-FILE-STATUS.
           COPY HOLDMSSL.
           COPY CLOHSTSL.
           SELECT LOANAUDT ASSIGN TO LOANAUDT
              ORGANIZATION IS LINE SEQUENTIAL
              FILE STATUS IS LOANAUDT-FILE-STATUS.
           SELECT HOLDAUDT ASSIGN TO HOLDAUDT
              ORGANIZATION IS LINE SEQUENTIAL
              FILE STATUS IS HOLDAUDT-FILE-STATUS.
           COPY USERFLSL.
           COPY JOBLOGSL.
           COPY PARMFLSL.
      *
       DATA DIVISION.
      *
       FILE SECTION.
       COPY CHGPNDFD.
      *
       FD  LOANMAST.
       01  LOANMAST-RECORD               PIC X(53).
      *
       COPY HOLDMSFD.
      *
       COPY CLOHSTFD.
      *
      ******************************************************************
      *  Pistes d'audit - l'auteur du changement dans OPERATOR-ID,
      *  l'operateur qui l'a approuve ou rejete en fin de ligne
      ******************************************************************
       COPY LNAUDTFD.
      *
       FD  HOLDAUDT.
       01  HOLDAUDT-RECORD.
           05 HA-TIMESTAMP               PIC 9(14).
           05 FILLER                     PIC X(1)      VALUE SPACE.
           05 HA-OPERATOR-ID             PIC X(8).
           05 FILLER                     PIC X(1)      VALUE SPACE.
           05 HA-ACTION                  PIC X(3).
           05 FILLER                     PIC X(1)      VALUE SPACE.
           05 HA-BEFORE-IMAGE            PIC X(115).
           05 FILLER                     PIC X(1)      VALUE SPACE.
           05 HA-AFTER-IMAGE             PIC X(115).
           05 FILLER                     PIC X(1)      VALUE SPACE.
           05 HA-APPROVER-ID             PIC X(8).
      *
       COPY USERFLFD.
      *
       COPY JOBLOGFD.
      *
       COPY PARMFLFD.
      *
       WORKING-STORAGE SECTION.
      *
       01 SWITCHES.
          05 FIN-DE-SECTION-SWITCH      PIC X          VALUE "N".
          05 CHGPEND-EOF-SWITCH         PIC X          VALUE "N".
             88 CHGPEND-EOF                             VALUE "Y".
          05 LOANMAST-EOF-SWITCH        PIC X          VALUE "N".
             88 LOANMAST-EOF                            VALUE "Y".
          05 HOLDMAST-EOF-SWITCH        PIC X          VALUE "N".
             88 HOLDMAST-EOF                            VALUE "Y".
          05 USERFILE-EOF-SWITCH        PIC X          VALUE "N".
             88 USERFILE-EOF                            VALUE "Y".
          05 PARMFILE-EOF-SWITCH        PIC X          VALUE "N".
             88 PARMFILE-EOF                            VALUE "Y".
          05 APPROBATEUR-SWITCH         PIC X          VALUE "N".
             88 APPROBATEUR-CONNECTE                    VALUE "Y".
          05 TABLE-DEBORDEE-SWITCH      PIC X          VALUE "N".
             88 TABLE-DEBORDEE                          VALUE "Y".
          05 CHANGEMENT-TROUVE-SWITCH   PIC X          VALUE "N".
             88 CHANGEMENT-TROUVE                       VALUE "Y".
          05 CHANGEMENT-PERIME-SWITCH   PIC X          VALUE "N".
             88 CHANGEMENT-PERIME                       VALUE "Y".
          05 MAITRE-TROUVE-SWITCH       PIC X          VALUE "N".
             88 MAITRE-TROUVE                           VALUE "Y".
          05 LOANMAST-MODIFIE-SWITCH    PIC X          VALUE "N".
             88 LOANMAST-MODIFIE                        VALUE "Y".
          05 HOLDMAST-MODIFIE-SWITCH    PIC X          VALUE "N".
             88 HOLDMAST-MODIFIE                        VALUE "Y".
      *
       01 CHGPEND-FILE-STATUS            PIC X(2)       VALUE "00".
          88 CHGPEND-FILE-OK                            VALUE "00".
      *
       01 LOANMAST-FILE-STATUS           PIC X(2)       VALUE "00".
          88 LOANMAST-FILE-OK                           VALUE "00".
      *
       01 HOLDMAST-FILE-STATUS           PIC X(2)       VALUE "00".
          88 HOLDMAST-FILE-OK                           VALUE "00".
      *
       01 CLOSHIST-FILE-STATUS           PIC X(2)       VALUE "00".
          88 CLOSHIST-FILE-OK                           VALUE "00".
      *
       01 LOANAUDT-FILE-STATUS           PIC X(2)       VALUE "00".
          88 LOANAUDT-FILE-OK                           VALUE "00".
      *
       01 HOLDAUDT-FILE-STATUS           PIC X(2)       VALUE "00".
          88 HOLDAUDT-FILE-OK                           VALUE "00".
      *
       01 USERFILE-FILE-STATUS           PIC X(2)       VALUE "00".
          88 USERFILE-FILE-OK                           VALUE "00".
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
       COPY TITEXPWS.
      *
      ******************************************************************
      *  Niveau UF-AUTHORITY-LEVEL requis pour approuver ou rejeter -
      *  celui d'un superviseur, comme pour la file THLD0001; la cle
      *  PARMFILE APPR-NIVEAU-REQUIS le remplace
      ******************************************************************
       01 NIVEAU-CONTROLE.
          05 NIVEAU-REQUIS              PIC 9          VALUE 3.
          05 PARM-NIVEAU-TRAVAIL        PIC 9(2)       VALUE 0.
      *
      ******************************************************************
      *  Vue d'une ligne CHGPEND de la table - meme disposition que
      *  l'enregistrement, redefinissable en image X(290)
      ******************************************************************
       01 EN-ATTENTE-LU.
          05 EL-NUMERO                  PIC 9(6).
          05 FILLER                     PIC X(1).
          05 EL-LIGNE                   PIC 9(3).
          05 FILLER                     PIC X(1).
          05 EL-FICHIER                 PIC X(8).
             88 EL-LOANMAST                             VALUE
                                                        "LOANMAST".
             88 EL-HOLDMAST                             VALUE
                                                        "HOLDMAST".
          05 FILLER                     PIC X(1).
          05 EL-ACTION                  PIC X(3).
             88 EL-AJOUT                                VALUE "ADD".
             88 EL-MODIFICATION                         VALUE "CHG".
             88 EL-SUPPRESSION                          VALUE "DEL".
          05 FILLER                     PIC X(1).
          05 EL-ACCOUNT-REF             PIC X(10).
          05 FILLER                     PIC X(1).
          05 EL-MAKER-ID                PIC X(8).
          05 FILLER                     PIC X(1).
          05 EL-TIMESTAMP               PIC 9(14).
          05 FILLER                     PIC X(1).
          05 EL-BEFORE-IMAGE            PIC X(115).
          05 FILLER                     PIC X(1).
          05 EL-AFTER-IMAGE             PIC X(115).
      *
       01 EN-ATTENTE-LU-IMAGE REDEFINES EN-ATTENTE-LU
                                         PIC X(290).
      *
      ******************************************************************
      *  Lignes CHGPEND chargees - ET-DECISION reste en blanc tant que
      *  le changement attend, A une fois approuve, R une fois rejete
      ******************************************************************
       01 EN-ATTENTE-COUNT               PIC 9(3)       VALUE 0.
       01 EN-ATTENTE-TABLE.
          05 EN-ATTENTE-ENTRY
             OCCURS 0 TO 500 TIMES DEPENDING ON EN-ATTENTE-COUNT
             INDEXED BY EN-ATTENTE-IDX.
             10 ET-DECISION             PIC X.
                88 ET-EN-ATTENTE                        VALUE SPACE.
             10 ET-IMAGE                PIC X(290).
      *
      ******************************************************************
      *  Numeros des changements decides pendant la session - ils
      *  sont retires de CHGPEND a la reecriture
      ******************************************************************
       01 DECIDES-COUNT                  PIC 9(3)       VALUE 0.
       01 DECIDES-TABLE.
          05 DECIDE-ENTRY
             OCCURS 0 TO 500 TIMES DEPENDING ON DECIDES-COUNT
             INDEXED BY DECIDE-IDX.
             10 DE-NUMERO               PIC 9(6).
      *
       01 COMPTES-COUNT                  PIC 9(3)       VALUE 0.
       01 COMPTES-TABLE.
          05 COMPTE-ENTRY
             OCCURS 0 TO 500 TIMES DEPENDING ON COMPTES-COUNT
             INDEXED BY COMPTE-IDX.
             10 CT-IMAGE                PIC X(53).
      *
       01 TITULAIRES-COUNT               PIC 9(3)       VALUE 0.
       01 TITULAIRES-TABLE.
          05 TITULAIRE-ENTRY
             OCCURS 0 TO 500 TIMES DEPENDING ON TITULAIRES-COUNT
             INDEXED BY TITULAIRE-IDX.
             10 TH-IMAGE                PIC X(115).
      *
       01 ENTREES-UTILISATEUR.
          05 APPROBATION-ACTION         PIC 9          VALUE 0.
          05 CHANGEMENT-CHOISI          PIC 9(6)       VALUE 0.
          05 CONFIRM-ENTREE-SWITCH      PIC X          VALUE "N".
      *
       01 TRAVAIL-DIVERS.
          05 EN-ATTENTE-SCAN            PIC 9(3)       VALUE 0.
          05 MAITRE-SCAN                PIC 9(3)       VALUE 0.
          05 MAITRE-POSITION            PIC 9(3)       VALUE 0.
          05 LIGNES-DU-CHANGEMENT       PIC 9(3)       VALUE 0.
          05 LIGNES-EN-ATTENTE          PIC 9(3)       VALUE 0.
          05 AUTEUR-DU-CHANGEMENT       PIC X(8)       VALUE SPACES.
          05 AUDIT-ACTION               PIC X(3)       VALUE SPACES.
          05 IMAGE-COURANTE             PIC X(115)     VALUE SPACES.
          05 SEPARATOR-LINE             PIC X(50)
                                                       VALUE
                  "--------------------------------------------------".
      *
       01 COMPTEURS-SESSION.
          05 CHANGEMENTS-APPROUVES      PIC 9(3)       VALUE 0.
          05 CHANGEMENTS-REJETES        PIC 9(3)       VALUE 0.
      *
       PROCEDURE DIVISION.
      *
       000-APPROUVER-CHANGEMENTS.
      *
           PERFORM 905-CHARGER-PARAMETRES.
           PERFORM 910-OUVRIR-FICHIERS.
           PERFORM 020-CONTROLER-APPROBATEUR.
           PERFORM 100-TRAITER-UNE-ACTION THRU 100-EXIT
              UNTIL FIN-DE-SECTION-SWITCH = "Y".
           PERFORM 920-REECRIRE-FICHIERS THRU 920-EXIT.
           DISPLAY CHANGEMENTS-APPROUVES " CHANGEMENT(S) APPROUVE(S), "
                   CHANGEMENTS-REJETES " REJETE(S).".
           PERFORM 950-ECRIRE-JOBLOG.
           DISPLAY "FIN DU PROGRAMME.".
           GOBACK.
      *
      ******************************************************************
      *  Cette routine charge le niveau d'autorite requis depuis le
      *  PARMFILE central - un PARMFILE absent laisse la valeur
      *  compilee en vigueur
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
                 WHEN "APPR-NIVEAU-REQUIS"
                    COMPUTE PARM-NIVEAU-TRAVAIL =
                       FUNCTION NUMVAL (PA-PARM-VALUE)
                    IF (PARM-NIVEAU-TRAVAIL > 0) AND
                       (PARM-NIVEAU-TRAVAIL < 10)
                       MOVE PARM-NIVEAU-TRAVAIL TO NIVEAU-REQUIS
                    END-IF
                 WHEN "TITU-MAX-EXPOSITION"
                    COMPUTE MAX-EXPOSITION-TITULAIRE =
                       FUNCTION NUMVAL (PA-PARM-VALUE)
                 WHEN OTHER
                    CONTINUE
              END-EVALUATE
           END-IF.
      *
      ******************************************************************
      *  Cette routine charge CHGPEND, LOANMAST et HOLDMAST en entier
      *  dans leurs tables - un fichier absent demarre vide - ainsi
      *  que les references fermees de CLOSHIST, et ouvre
      *  les deux pistes d'audit et JOBLOG. Un chargement qui deborde
      *  une table interdit toute decision: le fichier reecrit en
      *  perdrait des lignes
      ******************************************************************
       910-OUVRIR-FICHIERS.
      *
           OPEN EXTEND JOBLOG.
           MOVE FUNCTION CURRENT-DATE TO JOBLOG-DATE-ET-HEURE.
           MOVE JDH-DATE TO JOBLOG-START-SAUVEGARDE (1:8).
           MOVE JDH-TIME TO JOBLOG-START-SAUVEGARDE (9:6).
           PERFORM 912-CHARGER-CHGPEND.
           OPEN INPUT LOANMAST.
           IF NOT LOANMAST-FILE-OK
              DISPLAY "LOANMAST ABSENT (FILE STATUS "
                      LOANMAST-FILE-STATUS ") - DEPART AVEC UN "
                      "FICHIER VIDE."
              MOVE "Y" TO LOANMAST-EOF-SWITCH
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
                       MOVE "Y" TO TABLE-DEBORDEE-SWITCH
                    END-IF
              END-READ
           END-PERFORM.
           IF LOANMAST-FILE-STATUS NOT = "35"
              CLOSE LOANMAST
           END-IF.
           OPEN INPUT HOLDMAST.
           IF NOT HOLDMAST-FILE-OK
              DISPLAY "HOLDMAST ABSENT (FILE STATUS "
                      HOLDMAST-FILE-STATUS ") - DEPART AVEC UN "
                      "FICHIER VIDE."
              MOVE "Y" TO HOLDMAST-EOF-SWITCH
           END-IF.
           PERFORM UNTIL HOLDMAST-EOF
              READ HOLDMAST
                 AT END
                    MOVE "Y" TO HOLDMAST-EOF-SWITCH
                 NOT AT END
                    IF (TITULAIRES-COUNT < 500)
                       ADD 1 TO TITULAIRES-COUNT
                       MOVE HOLDMAST-RECORD
                          TO TH-IMAGE (TITULAIRES-COUNT)
                    ELSE
                       DISPLAY "EXCEPTION: TABLE DES TITULAIRES "
                               "PLEINE - LIGNE NON CHARGEE."
                       MOVE "Y" TO TABLE-DEBORDEE-SWITCH
                    END-IF
              END-READ
           END-PERFORM.
           IF HOLDMAST-FILE-STATUS NOT = "35"
              CLOSE HOLDMAST
           END-IF.
           PERFORM 915-CHARGER-CLOSHIST.
           IF TABLE-DEBORDEE
              DISPLAY "EXCEPTION: DES LIGNES ONT ETE PERDUES AU "
                      "CHARGEMENT - LES CHANGEMENTS PEUVENT ETRE "
                      "LISTES MAIS NI APPROUVES NI REJETES."
              MOVE "FILE-ERR" TO JOBLOG-STATUS-SWITCH
           END-IF.
           OPEN EXTEND LOANAUDT.
           IF (LOANAUDT-FILE-STATUS = "35")
              OPEN OUTPUT LOANAUDT
           END-IF.
           OPEN EXTEND HOLDAUDT.
           IF (HOLDAUDT-FILE-STATUS = "35")
              OPEN OUTPUT HOLDAUDT
           END-IF.
           DISPLAY EN-ATTENTE-COUNT " LIGNE(S) EN ATTENTE CHARGEE(S) "
                   "DE CHGPEND.".
      *
      ******************************************************************
      *  Cette routine charge les lignes en attente - un CHGPEND
      *  absent veut dire qu'aucun changement n'attend
      ******************************************************************
       912-CHARGER-CHGPEND.
      *
           MOVE 0 TO EN-ATTENTE-COUNT.
           MOVE "N" TO CHGPEND-EOF-SWITCH.
           OPEN INPUT CHGPEND.
           IF (NOT CHGPEND-FILE-OK)
              IF (CHGPEND-FILE-STATUS NOT = "35")
                 DISPLAY "CHGPEND ILLISIBLE (FILE STATUS "
                         CHGPEND-FILE-STATUS ")."
                 MOVE "Y" TO TABLE-DEBORDEE-SWITCH
              END-IF
           ELSE
              PERFORM UNTIL CHGPEND-EOF
                 READ CHGPEND
                    AT END
                       MOVE "Y" TO CHGPEND-EOF-SWITCH
                    NOT AT END
                       PERFORM 913-RETENIR-UNE-LIGNE
                 END-READ
              END-PERFORM
              CLOSE CHGPEND
           END-IF.
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
      *  Une ligne d'un changement deja decide dans la session (cas
      *  de la relecture a la reecriture) n'est pas retenue
      ******************************************************************
       913-RETENIR-UNE-LIGNE.
      *
           MOVE "N" TO CHANGEMENT-TROUVE-SWITCH.
           IF (DECIDES-COUNT > 0)
              SET DECIDE-IDX TO 1
              SEARCH DECIDE-ENTRY
                 AT END
                    CONTINUE
                 WHEN DE-NUMERO (DECIDE-IDX) = CA-NUMERO
                    MOVE "Y" TO CHANGEMENT-TROUVE-SWITCH
              END-SEARCH
           END-IF.
           EVALUATE TRUE
              WHEN CHANGEMENT-TROUVE
                 CONTINUE
              WHEN (EN-ATTENTE-COUNT < 500)
                 ADD 1 TO EN-ATTENTE-COUNT
                 MOVE SPACE TO ET-DECISION (EN-ATTENTE-COUNT)
                 MOVE CHGPEND-RECORD TO ET-IMAGE (EN-ATTENTE-COUNT)
              WHEN OTHER
                 IF (NOT TABLE-DEBORDEE)
                    DISPLAY "EXCEPTION: TABLE DES CHANGEMENTS EN "
                            "ATTENTE PLEINE - LIGNE NON CHARGEE."
                    MOVE "Y" TO TABLE-DEBORDEE-SWITCH
                 END-IF
           END-EVALUATE.
      *
      ******************************************************************
      *  Cette routine cherche l'operateur connecte sur USERFILE - une
      *  approbation est la decision d'un second operateur d'un niveau
      *  au moins egal a NIVEAU-REQUIS; un operateur d'un niveau
      *  inferieur ne peut que lister les changements et retirer les
      *  siens, une session sans operateur connecte que les lister
      ******************************************************************
       020-CONTROLER-APPROBATEUR.
      *
           MOVE "N" TO APPROBATEUR-SWITCH.
           IF (OPERATEUR-SIGNON = LOW-VALUES OR SPACES)
              DISPLAY "AUCUN OPERATEUR CONNECTE - LES CHANGEMENTS "
                      "PEUVENT ETRE LISTES MAIS NI APPROUVES NI "
                      "REJETES."
           ELSE
              OPEN INPUT USERFILE
              IF NOT USERFILE-FILE-OK
                 DISPLAY "USERFILE INTROUVABLE OU ILLISIBLE "
                         "(FILE STATUS " USERFILE-FILE-STATUS ") - "
                         "LES CHANGEMENTS PEUVENT ETRE LISTES, ET "
                         "L'OPERATEUR PEUT RETIRER LES SIENS."
              ELSE
                 PERFORM UNTIL USERFILE-EOF
                    READ USERFILE
                       AT END
                          MOVE "Y" TO USERFILE-EOF-SWITCH
                       NOT AT END
                          IF (UF-OPERATOR-ID = OPERATEUR-SIGNON)
                             AND UF-ACTIVE
                             AND (UF-AUTHORITY-LEVEL >=
                                  NIVEAU-REQUIS)
                             MOVE "Y" TO APPROBATEUR-SWITCH
                          END-IF
                    END-READ
                 END-PERFORM
                 CLOSE USERFILE
                 IF (NOT APPROBATEUR-CONNECTE)
                    DISPLAY "L'OPERATEUR " OPERATEUR-SIGNON
                            " EST SOUS LE NIVEAU D'AUTORITE "
                            NIVEAU-REQUIS " - LES CHANGEMENTS PEUVENT "
                            "ETRE LISTES, ET L'OPERATEUR PEUT RETIRER "
                            "LES SIENS."
                 END-IF
              END-IF
           END-IF.
      *
      ******************************************************************
      *  Cette routine imprime le menu, accepte un choix et le route
      ******************************************************************
       100-TRAITER-UNE-ACTION.
      *
           MOVE 0 TO LIGNES-EN-ATTENTE.
           PERFORM 105-COMPTER-UNE-LIGNE
              VARYING EN-ATTENTE-SCAN FROM 1 BY 1
              UNTIL EN-ATTENTE-SCAN > EN-ATTENTE-COUNT.
           DISPLAY SEPARATOR-LINE.
           DISPLAY "APPROBATION DES CHANGEMENTS (APPR0001) - "
                   LIGNES-EN-ATTENTE " LIGNE(S) EN ATTENTE".
           DISPLAY SEPARATOR-LINE.
           DISPLAY "  1 - LISTER LES CHANGEMENTS EN ATTENTE".
           DISPLAY "  2 - APPROUVER UN CHANGEMENT".
           DISPLAY "  3 - REJETER OU RETIRER UN CHANGEMENT".
           DISPLAY "  0 - TERMINER (REECRIT LES FICHIERS)".
           DISPLAY "CHOISIR UNE ACTION:".
           ACCEPT APPROBATION-ACTION.
           EVALUATE APPROBATION-ACTION
              WHEN 1
                 PERFORM 200-LISTER-CHANGEMENTS
              WHEN 2
                 PERFORM 300-APPROUVER-CHANGEMENT THRU 300-EXIT
              WHEN 3
                 PERFORM 400-REJETER-CHANGEMENT THRU 400-EXIT
              WHEN 0
                 MOVE "Y" TO FIN-DE-SECTION-SWITCH
              WHEN OTHER
                 DISPLAY "ACTION INVALIDE. VEUILLEZ REESSAYER."
           END-EVALUATE.
      *
       100-EXIT.
           EXIT.
      *
       105-COMPTER-UNE-LIGNE.
      *
           IF ET-EN-ATTENTE (EN-ATTENTE-SCAN)
              ADD 1 TO LIGNES-EN-ATTENTE
           END-IF.
      *
      ******************************************************************
      *  Cette routine liste chaque ligne encore en attente avec son
      *  auteur et l'image du compte avant et apres le changement
      ******************************************************************
       200-LISTER-CHANGEMENTS.
      *
           DISPLAY SEPARATOR-LINE.
           IF (LIGNES-EN-ATTENTE = 0)
              DISPLAY "AUCUN CHANGEMENT EN ATTENTE."
           ELSE
              PERFORM 205-LISTER-UNE-LIGNE
                 VARYING EN-ATTENTE-SCAN FROM 1 BY 1
                 UNTIL EN-ATTENTE-SCAN > EN-ATTENTE-COUNT
           END-IF.
      *
       205-LISTER-UNE-LIGNE.
      *
           IF ET-EN-ATTENTE (EN-ATTENTE-SCAN)
              MOVE ET-IMAGE (EN-ATTENTE-SCAN) TO EN-ATTENTE-LU-IMAGE
              DISPLAY "CHANGEMENT " EL-NUMERO "-" EL-LIGNE " "
                      EL-FICHIER " " EL-ACTION " " EL-ACCOUNT-REF
                      " SOUMIS PAR " EL-MAKER-ID " LE " EL-TIMESTAMP
              DISPLAY "   AVANT: " EL-BEFORE-IMAGE
              DISPLAY "   APRES: " EL-AFTER-IMAGE
           END-IF.
      *
      ******************************************************************
      *  Cette routine demande le numero du changement a decider et
      *  compte ses lignes encore en attente, en retenant son auteur
      ******************************************************************
       310-CHOISIR-CHANGEMENT.
      *
           MOVE "N" TO CHANGEMENT-TROUVE-SWITCH.
           MOVE 0 TO LIGNES-DU-CHANGEMENT.
           DISPLAY "ENTRER LE NUMERO DU CHANGEMENT (0 POUR ANNULER):".
           ACCEPT CHANGEMENT-CHOISI.
           IF (CHANGEMENT-CHOISI = 0)
              DISPLAY "ACTION ANNULEE."
           ELSE
              PERFORM 315-COMPTER-UNE-LIGNE
                 VARYING EN-ATTENTE-SCAN FROM 1 BY 1
                 UNTIL EN-ATTENTE-SCAN > EN-ATTENTE-COUNT
              IF CHANGEMENT-TROUVE
                 DISPLAY "CHANGEMENT " CHANGEMENT-CHOISI " SOUMIS PAR "
                         AUTEUR-DU-CHANGEMENT " - "
                         LIGNES-DU-CHANGEMENT " LIGNE(S)."
              ELSE
                 DISPLAY "LE CHANGEMENT " CHANGEMENT-CHOISI
                         " N'EST PAS EN ATTENTE."
              END-IF
           END-IF.
      *
       315-COMPTER-UNE-LIGNE.
      *
           IF ET-EN-ATTENTE (EN-ATTENTE-SCAN)
              MOVE ET-IMAGE (EN-ATTENTE-SCAN) TO EN-ATTENTE-LU-IMAGE
              IF (EL-NUMERO = CHANGEMENT-CHOISI)
                 MOVE "Y" TO CHANGEMENT-TROUVE-SWITCH
                 MOVE EL-MAKER-ID TO AUTEUR-DU-CHANGEMENT
                 ADD 1 TO LIGNES-DU-CHANGEMENT
              END-IF
           END-IF.
      *
      ******************************************************************
      *  Cette routine approuve un changement entier: l'operateur doit
      *  avoir le niveau requis et ne pas etre l'auteur du changement,
      *  et chaque compte touche doit etre encore tel que l'auteur l'a
      *  vu, un ajout LOANMAST ne doit pas reprendre une reference
      *  fermee, et l'exposition des titulaires LOANMAST doit rester
      *  dans la limite - sinon rien n'est applique et le changement
      *  est a rejeter puis a ressaisir. Chaque ligne appliquee est
      *  auditee avec l'auteur et l'approbateur
      ******************************************************************
       300-APPROUVER-CHANGEMENT.
      *
           IF (NOT APPROBATEUR-CONNECTE)
              DISPLAY "APPROBATION REFUSEE - NIVEAU D'AUTORITE "
                      NIVEAU-REQUIS " REQUIS."
              GO TO 300-EXIT
           END-IF.
           IF TABLE-DEBORDEE
              DISPLAY "APPROBATION REFUSEE - LE CHARGEMENT A DEBORDE."
              GO TO 300-EXIT
           END-IF.
           PERFORM 310-CHOISIR-CHANGEMENT.
           IF (NOT CHANGEMENT-TROUVE)
              GO TO 300-EXIT
           END-IF.
           IF (AUTEUR-DU-CHANGEMENT = OPERATEUR-SIGNON)
              DISPLAY "APPROBATION REFUSEE - L'OPERATEUR "
                      OPERATEUR-SIGNON " A SOUMIS LE CHANGEMENT "
                      CHANGEMENT-CHOISI " ET NE PEUT PAS L'APPROUVER "
                      "LUI-MEME."
              GO TO 300-EXIT
           END-IF.
           MOVE "N" TO CHANGEMENT-PERIME-SWITCH.
           PERFORM 360-CHARGER-LIENS.
           PERFORM 320-VERIFIER-UNE-LIGNE
              VARYING EN-ATTENTE-SCAN FROM 1 BY 1
              UNTIL EN-ATTENTE-SCAN > EN-ATTENTE-COUNT.
           IF CHANGEMENT-PERIME
              DISPLAY "APPROBATION REFUSEE - LE CHANGEMENT "
                      CHANGEMENT-CHOISI " EST A REJETER ET A "
                      "RESSAISIR."
              GO TO 300-EXIT
           END-IF.
           DISPLAY "APPROUVER LE CHANGEMENT " CHANGEMENT-CHOISI
                   " ? (Y/N)".
           ACCEPT CONFIRM-ENTREE-SWITCH.
           IF (CONFIRM-ENTREE-SWITCH NOT = "Y" AND "y")
              DISPLAY "APPROBATION ANNULEE."
              GO TO 300-EXIT
           END-IF.
           PERFORM 330-APPLIQUER-UNE-LIGNE
              VARYING EN-ATTENTE-SCAN FROM 1 BY 1
              UNTIL EN-ATTENTE-SCAN > EN-ATTENTE-COUNT.
           PERFORM 350-RETENIR-LA-DECISION.
           ADD 1 TO CHANGEMENTS-APPROUVES.
           DISPLAY "CHANGEMENT " CHANGEMENT-CHOISI " APPROUVE - "
                   LIGNES-DU-CHANGEMENT " LIGNE(S) APPLIQUEE(S).".
      *
       300-EXIT.
           EXIT.
      *
      ******************************************************************
      *  Cette routine compare le compte d'une ligne du changement a
      *  son image courante sur le fichier maitre: un ajout exige que
      *  la reference soit encore libre (et, sur LOANMAST, jamais
      *  fermee), une modification ou une suppression que l'image
      *  n'ait pas change depuis la saisie. Un ajout ou une
      *  modification LOANMAST refait le controle d'exposition du
      *  titulaire sur le portefeuille tel qu'il est maintenant - deux
      *  changements acceptes chacun a la saisie peuvent ensemble
      *  depasser la limite. Un ajout ou une modification HOLDMAST,
      *  qui peut rattacher le compte a un autre titulaire, refait le
      *  meme controle pour le titulaire de l'image apres
      ******************************************************************
       320-VERIFIER-UNE-LIGNE.
      *
           IF ET-EN-ATTENTE (EN-ATTENTE-SCAN)
              MOVE ET-IMAGE (EN-ATTENTE-SCAN) TO EN-ATTENTE-LU-IMAGE
              IF (EL-NUMERO = CHANGEMENT-CHOISI)
                 PERFORM 340-CHERCHER-MAITRE
                 MOVE "N" TO FERME-TROUVE-SWITCH
                 IF EL-LOANMAST AND EL-AJOUT
                    PERFORM 385-CHERCHER-FERME
                 END-IF
                 EVALUATE TRUE
                    WHEN EL-AJOUT AND MAITRE-TROUVE
                       DISPLAY "LE COMPTE " EL-ACCOUNT-REF
                               " EXISTE DEJA SUR " EL-FICHIER "."
                       MOVE "Y" TO CHANGEMENT-PERIME-SWITCH
                    WHEN EL-AJOUT AND FERME-TROUVE
                       DISPLAY "LE COMPTE " EL-ACCOUNT-REF
                               " A ETE FERME LE "
                               FE-DATE-CLOTURE (FERME-POSITION)
                               " - REFERENCE NON REUTILISABLE."
                       MOVE "Y" TO CHANGEMENT-PERIME-SWITCH
                    WHEN EL-AJOUT AND EL-LOANMAST
                     AND (COMPTES-COUNT >= 500)
                       DISPLAY "EXCEPTION: TABLE DES COMPTES PLEINE "
                               "- AJOUT IMPOSSIBLE."
                       MOVE "Y" TO CHANGEMENT-PERIME-SWITCH
                    WHEN EL-AJOUT AND EL-HOLDMAST
                     AND (TITULAIRES-COUNT >= 500)
                       DISPLAY "EXCEPTION: TABLE DES TITULAIRES "
                               "PLEINE - AJOUT IMPOSSIBLE."
                       MOVE "Y" TO CHANGEMENT-PERIME-SWITCH
                    WHEN EL-AJOUT
                       CONTINUE
                    WHEN (NOT MAITRE-TROUVE)
                       DISPLAY "LE COMPTE " EL-ACCOUNT-REF
                               " N'EST PLUS SUR " EL-FICHIER "."
                       MOVE "Y" TO CHANGEMENT-PERIME-SWITCH
                    WHEN (IMAGE-COURANTE NOT = EL-BEFORE-IMAGE)
                       DISPLAY "LE COMPTE " EL-ACCOUNT-REF
                               " A CHANGE SUR " EL-FICHIER
                               " DEPUIS LA SAISIE."
                       MOVE "Y" TO CHANGEMENT-PERIME-SWITCH
                    WHEN OTHER
                       CONTINUE
                 END-EVALUATE
                 IF EL-LOANMAST
                    AND (EL-AJOUT OR EL-MODIFICATION)
                    AND (NOT CHANGEMENT-PERIME)
                    PERFORM 370-CONTROLER-EXPOSITION
                 END-IF
                 IF EL-HOLDMAST
                    AND (EL-AJOUT OR EL-MODIFICATION)
                    AND (NOT CHANGEMENT-PERIME)
                    PERFORM 372-CONTROLER-EXPOSITION-LIEN
                 END-IF
              END-IF
           END-IF.
      *
      ******************************************************************
      *  Cette routine applique une ligne du changement a la table de
      *  son fichier maitre et l'audite
      ******************************************************************
       330-APPLIQUER-UNE-LIGNE.
      *
           IF ET-EN-ATTENTE (EN-ATTENTE-SCAN)
              MOVE ET-IMAGE (EN-ATTENTE-SCAN) TO EN-ATTENTE-LU-IMAGE
              IF (EL-NUMERO = CHANGEMENT-CHOISI)
                 PERFORM 340-CHERCHER-MAITRE
                 EVALUATE TRUE
                    WHEN EL-LOANMAST AND EL-AJOUT
                       ADD 1 TO COMPTES-COUNT
                       MOVE EL-AFTER-IMAGE TO CT-IMAGE (COMPTES-COUNT)
                    WHEN EL-LOANMAST AND EL-MODIFICATION
                       MOVE EL-AFTER-IMAGE
                          TO CT-IMAGE (MAITRE-POSITION)
                    WHEN EL-LOANMAST AND EL-SUPPRESSION
                       PERFORM 335-DECALER-UN-COMPTE
                          VARYING MAITRE-SCAN FROM MAITRE-POSITION BY 1
                          UNTIL MAITRE-SCAN >= COMPTES-COUNT
                       SUBTRACT 1 FROM COMPTES-COUNT
                    WHEN EL-AJOUT
                       ADD 1 TO TITULAIRES-COUNT
                       MOVE EL-AFTER-IMAGE
                          TO TH-IMAGE (TITULAIRES-COUNT)
                    WHEN EL-MODIFICATION
                       MOVE EL-AFTER-IMAGE
                          TO TH-IMAGE (MAITRE-POSITION)
                    WHEN EL-SUPPRESSION
                       PERFORM 336-DECALER-UN-TITULAIRE
                          VARYING MAITRE-SCAN FROM MAITRE-POSITION BY 1
                          UNTIL MAITRE-SCAN >= TITULAIRES-COUNT
                       SUBTRACT 1 FROM TITULAIRES-COUNT
                 END-EVALUATE
                 IF EL-LOANMAST
                    MOVE "Y" TO LOANMAST-MODIFIE-SWITCH
                 ELSE
                    MOVE "Y" TO HOLDMAST-MODIFIE-SWITCH
                 END-IF
                 MOVE EL-ACTION TO AUDIT-ACTION
                 PERFORM 700-ECRIRE-AUDIT
                 MOVE "A" TO ET-DECISION (EN-ATTENTE-SCAN)
              END-IF
           END-IF.
      *
       335-DECALER-UN-COMPTE.
      *
           MOVE CT-IMAGE (MAITRE-SCAN + 1) TO CT-IMAGE (MAITRE-SCAN).
      *
       336-DECALER-UN-TITULAIRE.
      *
           MOVE TH-IMAGE (MAITRE-SCAN + 1) TO TH-IMAGE (MAITRE-SCAN).
      *
      ******************************************************************
      *  Cette routine localise EL-ACCOUNT-REF dans la table de son
      *  fichier maitre, en laissant sa position dans MAITRE-POSITION
      *  et son image dans IMAGE-COURANTE
      ******************************************************************
       340-CHERCHER-MAITRE.
      *
           MOVE "N" TO MAITRE-TROUVE-SWITCH.
           MOVE 0 TO MAITRE-POSITION.
           MOVE SPACES TO IMAGE-COURANTE.
           IF EL-LOANMAST
              PERFORM 345-COMPARER-UN-COMPTE
                 VARYING MAITRE-SCAN FROM 1 BY 1
                 UNTIL (MAITRE-SCAN > COMPTES-COUNT)
                    OR MAITRE-TROUVE
           ELSE
              PERFORM 346-COMPARER-UN-TITULAIRE
                 VARYING MAITRE-SCAN FROM 1 BY 1
                 UNTIL (MAITRE-SCAN > TITULAIRES-COUNT)
                    OR MAITRE-TROUVE
           END-IF.
      *
       345-COMPARER-UN-COMPTE.
      *
           IF (CT-IMAGE (MAITRE-SCAN) (1:10) = EL-ACCOUNT-REF)
              MOVE MAITRE-SCAN TO MAITRE-POSITION
              MOVE CT-IMAGE (MAITRE-SCAN) TO IMAGE-COURANTE
              MOVE "Y" TO MAITRE-TROUVE-SWITCH
           END-IF.
      *
       346-COMPARER-UN-TITULAIRE.
      *
           IF (TH-IMAGE (MAITRE-SCAN) (1:10) = EL-ACCOUNT-REF)
              MOVE MAITRE-SCAN TO MAITRE-POSITION
              MOVE TH-IMAGE (MAITRE-SCAN) TO IMAGE-COURANTE
              MOVE "Y" TO MAITRE-TROUVE-SWITCH
           END-IF.
      *
      ******************************************************************
      *  Cette routine retient le numero du changement decide, pour
      *  le retirer de CHGPEND a la reecriture
      ******************************************************************
       350-RETENIR-LA-DECISION.
      *
           IF (DECIDES-COUNT < 500)
              ADD 1 TO DECIDES-COUNT
              MOVE CHANGEMENT-CHOISI TO DE-NUMERO (DECIDES-COUNT)
           END-IF.
      *
      ******************************************************************
      *  Cette routine reprend les liens compte-titulaire de la table
      *  HOLDMAST, qui porte deja les changements approuves pendant la
      *  session
      ******************************************************************
       360-CHARGER-LIENS.
      *
           MOVE 0 TO LIENS-COUNT.
           PERFORM 361-RETENIR-UN-LIEN
              VARYING MAITRE-SCAN FROM 1 BY 1
              UNTIL MAITRE-SCAN > TITULAIRES-COUNT.
      *
       361-RETENIR-UN-LIEN.
      *
           ADD 1 TO LIENS-COUNT.
           MOVE TH-IMAGE (MAITRE-SCAN) (1:10)
              TO LI-ACCOUNT-REF (LIENS-COUNT).
           IF (TH-IMAGE (MAITRE-SCAN) (106:10) = SPACES)
              MOVE TH-IMAGE (MAITRE-SCAN) (1:10)
                 TO LI-HOLDER-ID (LIENS-COUNT)
           ELSE
              MOVE TH-IMAGE (MAITRE-SCAN) (106:10)
                 TO LI-HOLDER-ID (LIENS-COUNT)
           END-IF.
      *
      ******************************************************************
      *  Cette routine totalise l'exposition du titulaire du compte de
      *  la ligne - le principal de l'image apres plus celui de chaque
      *  autre compte LOANMAST du meme titulaire - et rend le
      *  changement perime quand elle depasse la limite par titulaire
      ******************************************************************
       370-CONTROLER-EXPOSITION.
      *
           MOVE EL-ACCOUNT-REF TO REF-LIEN.
           PERFORM 380-TROUVER-TITULAIRE.
           MOVE TITULAIRE-DU-COMPTE TO TITULAIRE-A-EXPOSER.
           MOVE EL-AFTER-IMAGE (11:9) TO EXPOSITION-PRINCIPAL-X.
           MOVE EXPOSITION-PRINCIPAL TO EXPOSITION-TITULAIRE.
           MOVE 1 TO EXPOSITION-COMPTES.
           PERFORM 375-EXPOSER-UN-COMPTE
              VARYING MAITRE-SCAN FROM 1 BY 1
              UNTIL MAITRE-SCAN > COMPTES-COUNT.
           IF (EXPOSITION-TITULAIRE > MAX-EXPOSITION-TITULAIRE)
              MOVE "Y" TO EXPOSITION-DEPASSEE-SWITCH
              DISPLAY "L'EXPOSITION DU TITULAIRE " TITULAIRE-A-EXPOSER
                      " (" EXPOSITION-COMPTES " COMPTE(S)) SERAIT "
                      EXPOSITION-TITULAIRE ", AU-DELA DE LA LIMITE "
                      MAX-EXPOSITION-TITULAIRE "."
              MOVE "Y" TO CHANGEMENT-PERIME-SWITCH
           ELSE
              MOVE "N" TO EXPOSITION-DEPASSEE-SWITCH
           END-IF.
      *
      ******************************************************************
      *  Cette routine totalise l'exposition du titulaire auquel une
      *  ligne HOLDMAST rattache le compte - l'image apres porte le
      *  titulaire en 106:10, en blanc le compte est son propre
      *  titulaire. Le compte de la ligne compte pour ce titulaire,
      *  chaque autre compte LOANMAST par son lien actuel
      ******************************************************************
       372-CONTROLER-EXPOSITION-LIEN.
      *
           IF (EL-AFTER-IMAGE (106:10) = SPACES)
              MOVE EL-ACCOUNT-REF TO TITULAIRE-A-EXPOSER
           ELSE
              MOVE EL-AFTER-IMAGE (106:10) TO TITULAIRE-A-EXPOSER
           END-IF.
           MOVE 0 TO EXPOSITION-TITULAIRE.
           MOVE 0 TO EXPOSITION-COMPTES.
           PERFORM 373-EXPOSER-UN-COMPTE-LIE
              VARYING MAITRE-SCAN FROM 1 BY 1
              UNTIL MAITRE-SCAN > COMPTES-COUNT.
           IF (EXPOSITION-TITULAIRE > MAX-EXPOSITION-TITULAIRE)
              MOVE "Y" TO EXPOSITION-DEPASSEE-SWITCH
              DISPLAY "L'EXPOSITION DU TITULAIRE " TITULAIRE-A-EXPOSER
                      " (" EXPOSITION-COMPTES " COMPTE(S)) SERAIT "
                      EXPOSITION-TITULAIRE ", AU-DELA DE LA LIMITE "
                      MAX-EXPOSITION-TITULAIRE "."
              MOVE "Y" TO CHANGEMENT-PERIME-SWITCH
           ELSE
              MOVE "N" TO EXPOSITION-DEPASSEE-SWITCH
           END-IF.
      *
       373-EXPOSER-UN-COMPTE-LIE.
      *
           IF (CT-IMAGE (MAITRE-SCAN) (1:10) = EL-ACCOUNT-REF)
              MOVE TITULAIRE-A-EXPOSER TO TITULAIRE-DU-COMPTE
           ELSE
              MOVE CT-IMAGE (MAITRE-SCAN) (1:10) TO REF-LIEN
              PERFORM 380-TROUVER-TITULAIRE
           END-IF.
           IF (TITULAIRE-DU-COMPTE = TITULAIRE-A-EXPOSER)
              MOVE CT-IMAGE (MAITRE-SCAN) (11:9)
                 TO EXPOSITION-PRINCIPAL-X
              ADD EXPOSITION-PRINCIPAL TO EXPOSITION-TITULAIRE
              ADD 1 TO EXPOSITION-COMPTES
           END-IF.
      *
       375-EXPOSER-UN-COMPTE.
      *
           IF (CT-IMAGE (MAITRE-SCAN) (1:10) NOT = EL-ACCOUNT-REF)
              MOVE CT-IMAGE (MAITRE-SCAN) (1:10) TO REF-LIEN
              PERFORM 380-TROUVER-TITULAIRE
              IF (TITULAIRE-DU-COMPTE = TITULAIRE-A-EXPOSER)
                 MOVE CT-IMAGE (MAITRE-SCAN) (11:9)
                    TO EXPOSITION-PRINCIPAL-X
                 ADD EXPOSITION-PRINCIPAL TO EXPOSITION-TITULAIRE
                 ADD 1 TO EXPOSITION-COMPTES
              END-IF
           END-IF.
      *
       380-TROUVER-TITULAIRE.
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
      *  Cette routine cherche EL-ACCOUNT-REF dans les references
      *  fermees de CLOSHIST
      ******************************************************************
       385-CHERCHER-FERME.
      *
           MOVE "N" TO FERME-TROUVE-SWITCH.
           MOVE 0 TO FERME-POSITION.
           PERFORM 386-COMPARER-UN-FERME
              VARYING FERME-SCAN FROM 1 BY 1
              UNTIL (FERME-SCAN > FERMES-COUNT)
                 OR FERME-TROUVE.
      *
       386-COMPARER-UN-FERME.
      *
           IF (FE-ACCOUNT-REF (FERME-SCAN) = EL-ACCOUNT-REF)
              MOVE FERME-SCAN TO FERME-POSITION
              MOVE "Y" TO FERME-TROUVE-SWITCH
           END-IF.
      *
      ******************************************************************
      *  Cette routine rejette un changement entier: aucune ligne
      *  n'atteint le fichier maitre, et chacune est auditee REJ avec
      *  l'auteur et l'operateur qui l'a rejetee. L'auteur peut
      *  rejeter son propre changement pour le retirer, meme sans le
      *  niveau d'autorite requis pour decider celui d'un autre
      ******************************************************************
       400-REJETER-CHANGEMENT.
      *
           IF (NOT APPROBATEUR-CONNECTE)
              AND (OPERATEUR-SIGNON = LOW-VALUES OR SPACES)
              DISPLAY "REJET REFUSE - NIVEAU D'AUTORITE "
                      NIVEAU-REQUIS " REQUIS."
              GO TO 400-EXIT
           END-IF.
           IF TABLE-DEBORDEE
              DISPLAY "REJET REFUSE - LE CHARGEMENT A DEBORDE."
              GO TO 400-EXIT
           END-IF.
           PERFORM 310-CHOISIR-CHANGEMENT.
           IF (NOT CHANGEMENT-TROUVE)
              GO TO 400-EXIT
           END-IF.
           IF (NOT APPROBATEUR-CONNECTE)
              AND (AUTEUR-DU-CHANGEMENT NOT = OPERATEUR-SIGNON)
              DISPLAY "REJET REFUSE - NIVEAU D'AUTORITE "
                      NIVEAU-REQUIS " REQUIS POUR REJETER LE "
                      "CHANGEMENT D'UN AUTRE OPERATEUR."
              GO TO 400-EXIT
           END-IF.
           DISPLAY "REJETER LE CHANGEMENT " CHANGEMENT-CHOISI
                   " ? (Y/N)".
           ACCEPT CONFIRM-ENTREE-SWITCH.
           IF (CONFIRM-ENTREE-SWITCH NOT = "Y" AND "y")
              DISPLAY "REJET ANNULE."
              GO TO 400-EXIT
           END-IF.
           PERFORM 410-REJETER-UNE-LIGNE
              VARYING EN-ATTENTE-SCAN FROM 1 BY 1
              UNTIL EN-ATTENTE-SCAN > EN-ATTENTE-COUNT.
           PERFORM 350-RETENIR-LA-DECISION.
           ADD 1 TO CHANGEMENTS-REJETES.
           DISPLAY "CHANGEMENT " CHANGEMENT-CHOISI " REJETE.".
      *
       400-EXIT.
           EXIT.
      *
       410-REJETER-UNE-LIGNE.
      *
           IF ET-EN-ATTENTE (EN-ATTENTE-SCAN)
              MOVE ET-IMAGE (EN-ATTENTE-SCAN) TO EN-ATTENTE-LU-IMAGE
              IF (EL-NUMERO = CHANGEMENT-CHOISI)
                 MOVE "REJ" TO AUDIT-ACTION
                 PERFORM 700-ECRIRE-AUDIT
                 MOVE "R" TO ET-DECISION (EN-ATTENTE-SCAN)
              END-IF
           END-IF.
      *
      ******************************************************************
      *  Cette routine ecrit la ligne d'audit d'une ligne decidee sur
      *  la piste de son fichier maitre - l'auteur dans OPERATOR-ID,
      *  l'approbateur en fin de ligne
      ******************************************************************
       700-ECRIRE-AUDIT.
      *
           MOVE FUNCTION CURRENT-DATE TO JOBLOG-DATE-ET-HEURE.
           IF EL-LOANMAST
              MOVE SPACES TO LOANAUDT-RECORD
              MOVE JDH-DATE TO LA-TIMESTAMP (1:8)
              MOVE JDH-TIME TO LA-TIMESTAMP (9:6)
              MOVE EL-MAKER-ID TO LA-OPERATOR-ID
              MOVE AUDIT-ACTION TO LA-ACTION
              MOVE EL-BEFORE-IMAGE TO LA-BEFORE-IMAGE
              MOVE EL-AFTER-IMAGE TO LA-AFTER-IMAGE
              MOVE OPERATEUR-SIGNON TO LA-APPROVER-ID
              WRITE LOANAUDT-RECORD
           ELSE
              MOVE SPACES TO HOLDAUDT-RECORD
              MOVE JDH-DATE TO HA-TIMESTAMP (1:8)
              MOVE JDH-TIME TO HA-TIMESTAMP (9:6)
              MOVE EL-MAKER-ID TO HA-OPERATOR-ID
              MOVE AUDIT-ACTION TO HA-ACTION
              MOVE EL-BEFORE-IMAGE TO HA-BEFORE-IMAGE
              MOVE EL-AFTER-IMAGE TO HA-AFTER-IMAGE
              MOVE OPERATEUR-SIGNON TO HA-APPROVER-ID
              WRITE HOLDAUDT-RECORD
           END-IF.
      *
      ******************************************************************
      *  Cette routine reecrit en fin de session les fichiers maitres
      *  qu'un changement approuve a touches, puis CHGPEND sans les
      *  changements decides. CHGPEND est relu d'abord, pour garder
      *  un changement qu'une saisie aurait soumis pendant la session
      ******************************************************************
       920-REECRIRE-FICHIERS.
      *
           CLOSE LOANAUDT.
           CLOSE HOLDAUDT.
           IF LOANMAST-MODIFIE
              OPEN OUTPUT LOANMAST
              IF NOT LOANMAST-FILE-OK
                 DISPLAY "EXCEPTION: REECRITURE DE LOANMAST "
                         "IMPOSSIBLE (FILE STATUS "
                         LOANMAST-FILE-STATUS ")."
                 MOVE "FILE-ERR" TO JOBLOG-STATUS-SWITCH
              ELSE
                 PERFORM 925-ECRIRE-UN-COMPTE
                    VARYING MAITRE-SCAN FROM 1 BY 1
                    UNTIL MAITRE-SCAN > COMPTES-COUNT
                 CLOSE LOANMAST
                 DISPLAY COMPTES-COUNT " COMPTE(S) REECRIT(S) SUR "
                         "LOANMAST."
              END-IF
           END-IF.
           IF HOLDMAST-MODIFIE
              OPEN OUTPUT HOLDMAST
              IF NOT HOLDMAST-FILE-OK
                 DISPLAY "EXCEPTION: REECRITURE DE HOLDMAST "
                         "IMPOSSIBLE (FILE STATUS "
                         HOLDMAST-FILE-STATUS ")."
                 MOVE "FILE-ERR" TO JOBLOG-STATUS-SWITCH
              ELSE
                 PERFORM 926-ECRIRE-UN-TITULAIRE
                    VARYING MAITRE-SCAN FROM 1 BY 1
                    UNTIL MAITRE-SCAN > TITULAIRES-COUNT
                 CLOSE HOLDMAST
                 DISPLAY TITULAIRES-COUNT " TITULAIRE(S) REECRIT(S) "
                         "SUR HOLDMAST."
              END-IF
           END-IF.
           IF (DECIDES-COUNT = 0)
              GO TO 920-EXIT
           END-IF.
           MOVE "N" TO TABLE-DEBORDEE-SWITCH.
           PERFORM 912-CHARGER-CHGPEND.
           IF TABLE-DEBORDEE
              DISPLAY "EXCEPTION: CHGPEND NON REECRIT - LES "
                      "CHANGEMENTS DECIDES Y RESTENT EN ATTENTE."
              MOVE "FILE-ERR" TO JOBLOG-STATUS-SWITCH
              GO TO 920-EXIT
           END-IF.
           OPEN OUTPUT CHGPEND.
           IF NOT CHGPEND-FILE-OK
              DISPLAY "EXCEPTION: REECRITURE DE CHGPEND IMPOSSIBLE "
                      "(FILE STATUS " CHGPEND-FILE-STATUS ")."
              MOVE "FILE-ERR" TO JOBLOG-STATUS-SWITCH
           ELSE
              PERFORM 927-ECRIRE-UNE-LIGNE
                 VARYING EN-ATTENTE-SCAN FROM 1 BY 1
                 UNTIL EN-ATTENTE-SCAN > EN-ATTENTE-COUNT
              CLOSE CHGPEND
              DISPLAY EN-ATTENTE-COUNT " LIGNE(S) LAISSEE(S) EN "
                      "ATTENTE SUR CHGPEND."
           END-IF.
      *
       920-EXIT.
           EXIT.
      *
       925-ECRIRE-UN-COMPTE.
      *
           MOVE CT-IMAGE (MAITRE-SCAN) TO LOANMAST-RECORD.
           WRITE LOANMAST-RECORD.
      *
       926-ECRIRE-UN-TITULAIRE.
      *
           MOVE TH-IMAGE (MAITRE-SCAN) TO HOLDMAST-RECORD.
           WRITE HOLDMAST-RECORD.
      *
       927-ECRIRE-UNE-LIGNE.
      *
           MOVE ET-IMAGE (EN-ATTENTE-SCAN) TO CHGPEND-RECORD.
           WRITE CHGPEND-RECORD.
      *
      ******************************************************************
      *  Cette routine ecrit la ligne JOBLOG du passage
      ******************************************************************
       950-ECRIRE-JOBLOG.
      *
           MOVE SPACES TO JOBLOG-RECORD.
           MOVE "APPR0001" TO JL-PROGRAM-ID.
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
