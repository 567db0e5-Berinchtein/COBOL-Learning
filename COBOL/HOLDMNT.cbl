      *                          (titulaires des comptes LOANMAST:
      *                          nom, adresse, langue) avec piste
      *                          d'audit avant/apres comme LNMT0001
      * 15/10/2026 MANUEL JARRY  Instruction permanente a l'echeance
      *                          (R/N/P) et nouveau terme sur HOLDMAST,
      *                          appliques par ECHE0001; ligne et
      *                          images d'audit portees a 105 octets
      * 15/10/2026 MANUEL JARRY  Identifiant du titulaire: plusieurs
      *                          comptes rattaches au meme titulaire,
      *                          nom/adresse/langue saisis une fois et
      *                          reportes sur tous ses comptes; action
      *                          de rattachement soumise a la limite
      *                          d'exposition TITU-MAX-EXPOSITION
      *                          (principal LOANMAST); ligne et images
      *                          d'audit portees a 115 octets
      * 15/10/2026 MANUEL JARRY  Double controle - chaque changement
      *                          (avec ses reports sur les autres
      *                          comptes du titulaire) est soumis sur
      *                          CHGPEND sous l'identifiant de
      *                          l'operateur et n'atteint HOLDMAST
      *                          qu'apres approbation par un second
      *                          operateur dans APPR0001
      *
      *****************************************************************
       IDENTIFICATION DIVISION.
      *
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
           COPY HOLDMSSL.
           COPY CHGPNDSL.
           SELECT LOANMAST ASSIGN TO LOANMAST
              ORGANIZATION IS LINE SEQUENTIAL
              FILE STATUS IS LOANMAST-FILE-STATUS.
           COPY JOBLOGSL.
           COPY PARMFLSL.
      *
       DATA DIVISION.
      *
       FILE SECTION.
       COPY HOLDMSFD.
      *
       COPY CHGPNDFD.
      *
      ******************************************************************
      *  LOANMAST n'est lu que pour le principal des comptes, qui
      *  donne l'exposition d'un titulaire
      ******************************************************************
       FD  LOANMAST.
       01  LOANMAST-RECORD.
           05 LM-ACCOUNT-REF             PIC X(10).
           05 LM-PRINCIPAL               PIC 9(7)V99.
           05 FILLER                     PIC X(34).
      *
       COPY JOBLOGFD.
      *
       COPY PARMFLFD.
      *
       WORKING-STORAGE SECTION.
      *
             88 TITULAIRE-TROUVE                        VALUE "Y".
          05 TABLE-DEBORDEE-SWITCH      PIC X          VALUE "N".
             88 TABLE-DEBORDEE                          VALUE "Y".
          05 HOLDER-TROUVE-SWITCH       PIC X          VALUE "N".
             88 HOLDER-TROUVE                           VALUE "Y".
          05 RATTACHEMENT-REFUSE-SWITCH PIC X          VALUE "N".
             88 RATTACHEMENT-REFUSE                     VALUE "Y".
          05 LOANMAST-EOF-SWITCH        PIC X          VALUE "N".
             88 LOANMAST-EOF                            VALUE "Y".
          05 PARMFILE-EOF-SWITCH        PIC X          VALUE "N".
             88 PARMFILE-EOF                            VALUE "Y".
      *
       01 HOLDMAST-FILE-STATUS           PIC X(2)       VALUE "00".
          88 HOLDMAST-FILE-OK                           VALUE "00".
          88 HOLDMAST-FILE-NOT-FOUND                    VALUE "23" "35".
      *
       01 CHGPEND-FILE-STATUS            PIC X(2)       VALUE "00".
          88 CHGPEND-FILE-OK                            VALUE "00".
      *
       01 LOANMAST-FILE-STATUS           PIC X(2)       VALUE "00".
          88 LOANMAST-FILE-OK                           VALUE "00".
      *
       01 PARMFILE-FILE-STATUS           PIC X(2)       VALUE "00".
          88 PARMFILE-FILE-OK                           VALUE "00".
      *
       01 JOBLOG-DATE-ET-HEURE.
          05 JDH-DATE                    PIC 9(8).
       01 JOBLOG-START-SAUVEGARDE        PIC 9(14)      VALUE 0.
      *
       COPY OPERIDWS.
      *
       COPY CHGPNDWS.
      *
      ******************************************************************
      *  Image de travail d'un titulaire - meme disposition que la
      *  ligne HOLDMAST, redefinissable en image X(115) pour la table
      *  et la piste d'audit. L'instruction a l'echeance dit a
      *  ECHE0001 quoi faire au terme du compte: R renouvelle au
      *  taux courant pour le meme terme, N renouvelle pour
      *  HW-NOUVEAU-TERME annees, P paie le solde. Les coordonnees
      *  (nom, adresse, langue) sont celles du titulaire et se
      *  repetent sur chaque compte qui porte son identifiant
      ******************************************************************
       01 TITULAIRE-TRAVAIL.
          05 HW-ACCOUNT-REF             PIC X(10).
          05 HW-COORDONNEES.
             10 HW-NAME                 PIC X(30).
             10 HW-ADDRESS-1            PIC X(30).
             10 HW-ADDRESS-2            PIC X(30).
             10 HW-LANGUAGE             PIC X(2).
          05 HW-INSTRUCTION-ECHEANCE    PIC X.
             88 HW-INSTRUCTION-VALIDE              VALUE "R" "N" "P".
             88 HW-INSTRUCTION-NOUVEAU-TERME            VALUE "N".
          05 HW-NOUVEAU-TERME           PIC 9(2).
          05 HW-HOLDER-ID               PIC X(10).
      *
       01 TITULAIRE-TRAVAIL-IMAGE REDEFINES TITULAIRE-TRAVAIL
                                         PIC X(115).
      *
      ******************************************************************
      *  Vue d'une autre ligne de la table, lue sans toucher a l'image
      *  de travail - pour retrouver un titulaire et reporter ses
      *  coordonnees sur ses autres comptes
      ******************************************************************
       01 TITULAIRE-LU.
          05 HL-ACCOUNT-REF             PIC X(10).
          05 HL-COORDONNEES             PIC X(92).
          05 HL-INSTRUCTION             PIC X(3).
          05 HL-HOLDER-ID               PIC X(10).
      *
       01 TITULAIRE-LU-IMAGE REDEFINES TITULAIRE-LU
                                         PIC X(115).
      *
       01 TITULAIRES-COUNT               PIC 9(3)       VALUE 0.
       01 TITULAIRES-TABLE.
          05 TITULAIRE-ENTRY
             OCCURS 0 TO 500 TIMES DEPENDING ON TITULAIRES-COUNT
             INDEXED BY TITULAIRE-IDX.
             10 TH-IMAGE                PIC X(115).
      *
      ******************************************************************
      *  Principal de chaque compte LOANMAST, pour l'exposition d'un
      *  titulaire - la somme des principaux de ses comptes ne peut
      *  pas depasser MAX-EXPOSITION-TITULAIRE, la meme limite que
      *  LNMT0001 et LNTX0001 appliquent
      ******************************************************************
       01 COMPTES-COUNT                  PIC 9(3)       VALUE 0.
       01 COMPTES-TABLE.
          05 COMPTE-ENTRY
             OCCURS 0 TO 500 TIMES DEPENDING ON COMPTES-COUNT
             INDEXED BY COMPTE-IDX.
             10 CP-ACCOUNT-REF          PIC X(10).
             10 CP-PRINCIPAL            PIC 9(7)V99.
      *
       01 EXPOSITION-TRAVAIL.
          05 MAX-EXPOSITION-TITULAIRE   PIC 9(9)V99    VALUE 1000000.00.
          05 EXPOSITION-TITULAIRE       PIC 9(9)V99    VALUE 0.
          05 EXPOSITION-COMPTES         PIC 9(3)       VALUE 0.
          05 REF-A-EXPOSER              PIC X(10)      VALUE SPACES.
      *
       01 ENTREES-UTILISATEUR.
          05 MAINTENANCE-ACTION         PIC 9          VALUE 0.
          05 ACCOUNT-REF-ENTRY          PIC X(10).
          05 HOLDER-ID-ENTRY            PIC X(10).
          05 CONFIRM-ENTREE-SWITCH      PIC X          VALUE "N".
      *
       01 TRAVAIL-DIVERS.
          05 TITULAIRE-POSITION         PIC 9(3)       VALUE 0.
          05 TITULAIRE-SCAN             PIC 9(3)       VALUE 0.
          05 HOLDER-POSITION            PIC 9(3)       VALUE 0.
          05 CLE-TITULAIRE              PIC X(10)      VALUE SPACES.
          05 COMPTES-REPORTES           PIC 9(3)       VALUE 0.
          05 CHANGEMENTS-SOUMIS         PIC 9(3)       VALUE 0.
          05 IMAGE-AVANT                PIC X(115).
          05 SEPARATOR-LINE             PIC X(50)
                                                       VALUE
                  "--------------------------------------------------".
      *
       000-ENTRETIEN-HOLDMAST.
      *
           PERFORM 905-CHARGER-PARAMETRES.
           PERFORM 910-OUVRIR-FICHIERS.
           PERFORM 100-TRAITER-UNE-ACTION THRU 100-EXIT
              UNTIL FIN-DE-SECTION-SWITCH = "Y".
           DISPLAY CHANGEMENTS-SOUMIS " CHANGEMENT(S) SOUMIS POUR "
                   "APPROBATION.".
           PERFORM 950-ECRIRE-JOBLOG.
           DISPLAY "FIN DU PROGRAMME.".
           GOBACK.
      *
      ******************************************************************
      *  Cette routine charge la limite d'exposition par titulaire
      *  depuis le PARMFILE central - un PARMFILE absent laisse la
      *  valeur compilee en vigueur
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
                 WHEN "TITU-MAX-EXPOSITION"
                    COMPUTE MAX-EXPOSITION-TITULAIRE =
                       FUNCTION NUMVAL (PA-PARM-VALUE)
                 WHEN OTHER
                    CONTINUE
              END-EVALUATE
           END-IF.
      *
      ******************************************************************
      *  Cette routine charge HOLDMAST en entier dans la table - un
      *  fichier absent demarre simplement vide - puis le principal
      *  des comptes LOANMAST, et ouvre JOBLOG. HOLDMAST n'est que
      *  lu: un changement saisi va sur CHGPEND et n'atteint le
      *  fichier qu'une fois approuve dans APPR0001
      ******************************************************************
       910-OUVRIR-FICHIERS.
      *
                          TO TH-IMAGE (TITULAIRES-COUNT)
                    ELSE
                       DISPLAY "EXCEPTION: TABLE DES TITULAIRES "
                               "PLEINE - LIGNE NON CHARGEE."
                       MOVE "Y" TO TABLE-DEBORDEE-SWITCH
                    END-IF
              END-READ
           IF HOLDMAST-FILE-STATUS NOT = "35"
              CLOSE HOLDMAST
           END-IF.
           PERFORM 915-CHARGER-PRINCIPAUX.
           MOVE "HOLDMAST" TO CHANGEMENT-FICHIER.
           DISPLAY TITULAIRES-COUNT " TITULAIRE(S) CHARGE(S) DE "
                   "HOLDMAST.".
      *
      ******************************************************************
      *  Cette routine retient la reference et le principal de chaque
      *  compte LOANMAST - un LOANMAST absent laisse une exposition
      *  nulle a tous les titulaires
      ******************************************************************
       915-CHARGER-PRINCIPAUX.
      *
           OPEN INPUT LOANMAST.
           IF NOT LOANMAST-FILE-OK
              DISPLAY "LOANMAST ABSENT (FILE STATUS "
                      LOANMAST-FILE-STATUS ") - EXPOSITION DES "
                      "TITULAIRES NON CONTROLEE."
              MOVE "Y" TO LOANMAST-EOF-SWITCH
           END-IF.
           PERFORM UNTIL LOANMAST-EOF
              READ LOANMAST
                 AT END
                    MOVE "Y" TO LOANMAST-EOF-SWITCH
                 NOT AT END
                    PERFORM 916-RETENIR-UN-PRINCIPAL
              END-READ
           END-PERFORM.
           IF LOANMAST-FILE-STATUS NOT = "35"
              CLOSE LOANMAST
           END-IF.
      *
       916-RETENIR-UN-PRINCIPAL.
      *
           IF (COMPTES-COUNT < 500)
              ADD 1 TO COMPTES-COUNT
              MOVE LM-ACCOUNT-REF TO CP-ACCOUNT-REF (COMPTES-COUNT)
              IF (LM-PRINCIPAL IS NUMERIC)
                 MOVE LM-PRINCIPAL TO CP-PRINCIPAL (COMPTES-COUNT)
              ELSE
                 MOVE 0 TO CP-PRINCIPAL (COMPTES-COUNT)
              END-IF
           ELSE
              DISPLAY "EXCEPTION: TABLE DES COMPTES PLEINE - COMPTE "
                      LM-ACCOUNT-REF " HORS DU CONTROLE D'EXPOSITION."
           END-IF.
      *
      ******************************************************************
      *  Cette routine imprime le menu, accepte un choix et le route
      ******************************************************************
       100-TRAITER-UNE-ACTION.
           DISPLAY "  2 - MODIFIER UN TITULAIRE".
           DISPLAY "  3 - SUPPRIMER UN TITULAIRE".
           DISPLAY "  4 - LISTER LES TITULAIRES".
           DISPLAY "  5 - RATTACHER UN COMPTE A UN TITULAIRE".
           DISPLAY "  0 - TERMINER".
           DISPLAY "CHOISIR UNE ACTION:".
           ACCEPT MAINTENANCE-ACTION.
           EVALUATE TRUE
              WHEN (MAINTENANCE-ACTION = 1 OR 2 OR 3 OR 5)
               AND (OPERATEUR-SIGNON = LOW-VALUES OR SPACES)
                 DISPLAY "AUCUN OPERATEUR CONNECTE - UN CHANGEMENT "
                         "DOIT ETRE SOUMIS SOUS UN IDENTIFIANT POUR "
                         "ETRE APPROUVE PAR UN AUTRE OPERATEUR."
              WHEN (MAINTENANCE-ACTION = 1)
                 PERFORM 200-AJOUTER-TITULAIRE
              WHEN (MAINTENANCE-ACTION = 2)
                 PERFORM 300-MODIFIER-TITULAIRE
              WHEN (MAINTENANCE-ACTION = 3)
                 PERFORM 400-SUPPRIMER-TITULAIRE
              WHEN (MAINTENANCE-ACTION = 4)
                 PERFORM 500-LISTER-TITULAIRES
              WHEN (MAINTENANCE-ACTION = 5)
                 PERFORM 600-RATTACHER-COMPTE
              WHEN (MAINTENANCE-ACTION = 0)
                 MOVE "Y" TO FIN-DE-SECTION-SWITCH
              WHEN OTHER
                 DISPLAY "ACTION INVALIDE. VEUILLEZ REESSAYER."
              MOVE TITULAIRE-SCAN TO TITULAIRE-POSITION
              MOVE "Y" TO TITULAIRE-TROUVE-SWITCH
           END-IF.
      *
      ******************************************************************
      *  Cette routine cherche HOLDER-ID-ENTRY parmi les titulaires
      *  des autres comptes, en laissant la position du premier compte
      *  trouve dans HOLDER-POSITION
      ******************************************************************
       440-CHERCHER-HOLDER.
      *
           MOVE "N" TO HOLDER-TROUVE-SWITCH.
           MOVE 0 TO HOLDER-POSITION.
           PERFORM 445-COMPARER-UN-HOLDER
              VARYING TITULAIRE-SCAN FROM 1 BY 1
              UNTIL (TITULAIRE-SCAN > TITULAIRES-COUNT)
                 OR HOLDER-TROUVE.
      *
       445-COMPARER-UN-HOLDER.
      *
           MOVE TH-IMAGE (TITULAIRE-SCAN) TO TITULAIRE-LU-IMAGE.
           IF (HL-ACCOUNT-REF NOT = ACCOUNT-REF-ENTRY)
              PERFORM 450-CLE-DU-TITULAIRE-LU
              IF (CLE-TITULAIRE = HOLDER-ID-ENTRY)
                 MOVE TITULAIRE-SCAN TO HOLDER-POSITION
                 MOVE "Y" TO HOLDER-TROUVE-SWITCH
              END-IF
           END-IF.
      *
      ******************************************************************
      *  Un identifiant de titulaire en blanc (ligne anterieure a
      *  l'identifiant) veut dire que le compte est son propre
      *  titulaire
      ******************************************************************
       450-CLE-DU-TITULAIRE-LU.
      *
           IF (HL-HOLDER-ID = SPACES)
              MOVE HL-ACCOUNT-REF TO CLE-TITULAIRE
           ELSE
              MOVE HL-HOLDER-ID TO CLE-TITULAIRE
           END-IF.
      *
       210-SAISIR-ACCOUNT-REF.
      *
      *
      ******************************************************************
      *  Cette routine saisit les champs non-cles du titulaire - le
      *  nom, la langue et l'instruction a l'echeance sont
      *  obligatoires, l'adresse peut rester en blanc
      ******************************************************************
       260-SAISIR-TOUS-LES-CHAMPS.
      *
           DISPLAY "ENTRER L'ADRESSE, LIGNE 2 (30 CARACTERES):".
           ACCEPT HW-ADDRESS-2.
           PERFORM 265-SAISIR-LANGUE.
           PERFORM 270-SAISIR-INSTRUCTION.
      *
       265-SAISIR-LANGUE.
      *
                      "VEUILLEZ REESSAYER."
              GO TO 265-SAISIR-LANGUE
           END-IF.
      *
       270-SAISIR-INSTRUCTION.
      *
           DISPLAY "ENTRER L'INSTRUCTION A L'ECHEANCE (R = RENOUVELER "
                   "AU MEME TERME, N = NOUVEAU TERME, P = PAYER):".
           ACCEPT HW-INSTRUCTION-ECHEANCE.
           IF (NOT HW-INSTRUCTION-VALIDE)
              DISPLAY "INSTRUCTION INCORRECTE (R, N OU P). "
                      "VEUILLEZ REESSAYER."
              GO TO 270-SAISIR-INSTRUCTION
           END-IF.
           IF HW-INSTRUCTION-NOUVEAU-TERME
              PERFORM 275-SAISIR-NOUVEAU-TERME
           ELSE
              MOVE 0 TO HW-NOUVEAU-TERME
           END-IF.
      *
       275-SAISIR-NOUVEAU-TERME.
      *
           DISPLAY "ENTRER LE NOUVEAU TERME EN ANNEES (1 A 50):".
           ACCEPT HW-NOUVEAU-TERME.
           IF (HW-NOUVEAU-TERME = 0 OR > 50)
              DISPLAY "NOUVEAU TERME INCORRECT (1 A 50). "
                      "VEUILLEZ REESSAYER."
              GO TO 275-SAISIR-NOUVEAU-TERME
           END-IF.
      *
      ******************************************************************
      *  Cette routine demande a quel titulaire rattacher le compte -
      *  en blanc le compte est son propre titulaire; sinon le
      *  titulaire doit deja exister sur un autre compte, dont les
      *  coordonnees sont reprises. Le rattachement est refuse quand
      *  il porterait l'exposition du titulaire au-dela de la limite
      ******************************************************************
       280-SAISIR-HOLDER-ID.
      *
           MOVE "N" TO RATTACHEMENT-REFUSE-SWITCH.
           DISPLAY "ENTRER L'IDENTIFIANT DU TITULAIRE (10 CARACTERES, "
                   "BLANC = LE COMPTE EST SON PROPRE TITULAIRE):".
           ACCEPT HOLDER-ID-ENTRY.
           IF (HOLDER-ID-ENTRY = SPACES)
              MOVE ACCOUNT-REF-ENTRY TO HOLDER-ID-ENTRY
           END-IF.
           PERFORM 440-CHERCHER-HOLDER.
           IF (NOT HOLDER-TROUVE) AND
              (HOLDER-ID-ENTRY NOT = ACCOUNT-REF-ENTRY)
              DISPLAY "LE TITULAIRE " HOLDER-ID-ENTRY
                      " N'EXISTE PAS SUR HOLDMAST. "
                      "VEUILLEZ REESSAYER."
              GO TO 280-SAISIR-HOLDER-ID
           END-IF.
           PERFORM 650-CONTROLER-EXPOSITION.
           IF RATTACHEMENT-REFUSE
              CONTINUE
           ELSE
              MOVE HOLDER-ID-ENTRY TO HW-HOLDER-ID
              IF HOLDER-TROUVE
                 MOVE TH-IMAGE (HOLDER-POSITION)
                    TO TITULAIRE-LU-IMAGE
                 MOVE HL-COORDONNEES TO HW-COORDONNEES
                 DISPLAY "COMPTE RATTACHE AU TITULAIRE "
                         HOLDER-ID-ENTRY " - " HW-NAME
              END-IF
           END-IF.
      *
      ******************************************************************
      *  Cette routine saisit un nouveau titulaire - la reference ne
      *  doit ni exister ni attendre un changement, et le changement
      *  soumis est un ADD. Un compte rattache a un titulaire
      *  existant reprend ses coordonnees et ne demande que
      *  l'instruction a l'echeance
      ******************************************************************
       200-AJOUTER-TITULAIRE.
      *
           PERFORM 210-SAISIR-ACCOUNT-REF.
           PERFORM 410-CHERCHER-TITULAIRE.
           PERFORM 530-CONTROLER-EN-ATTENTE.
           EVALUATE TRUE
              WHEN CHANGEMENT-BLOQUE
                 CONTINUE
              WHEN TITULAIRE-TROUVE
                 DISPLAY "LE TITULAIRE " ACCOUNT-REF-ENTRY
                         " EXISTE DEJA. UTILISER MODIFIER."
              WHEN (TITULAIRES-COUNT >= 500)
                 DISPLAY "EXCEPTION: TABLE DES TITULAIRES PLEINE - "
                         "AJOUT IMPOSSIBLE."
              WHEN OTHER
                 MOVE SPACES TO TITULAIRE-TRAVAIL-IMAGE
                 MOVE ACCOUNT-REF-ENTRY TO HW-ACCOUNT-REF
                 PERFORM 280-SAISIR-HOLDER-ID
                 IF RATTACHEMENT-REFUSE
                    DISPLAY "AJOUT ANNULE."
                 ELSE
                    IF HOLDER-TROUVE
                       PERFORM 270-SAISIR-INSTRUCTION
                    ELSE
                       PERFORM 260-SAISIR-TOUS-LES-CHAMPS
                    END-IF
                    MOVE "ADD" TO CL-ACTION (1)
                    MOVE SPACES TO CL-BEFORE-IMAGE (1)
                    MOVE TITULAIRE-TRAVAIL-IMAGE TO CL-AFTER-IMAGE (1)
                    PERFORM 800-SOUMETTRE-CHANGEMENT THRU 800-EXIT
                 END-IF
           END-EVALUATE.
      *
      ******************************************************************
      *  Cette routine ressaisit les champs d'un titulaire existant
      *  et soumet l'image avant et apres, avec le report des
      *  nouvelles coordonnees sur les autres comptes du titulaire,
      *  comme un seul changement
      ******************************************************************
       300-MODIFIER-TITULAIRE.
      *
           PERFORM 210-SAISIR-ACCOUNT-REF.
           PERFORM 410-CHERCHER-TITULAIRE.
           PERFORM 530-CONTROLER-EN-ATTENTE.
           EVALUATE TRUE
              WHEN CHANGEMENT-BLOQUE
                 CONTINUE
              WHEN (NOT TITULAIRE-TROUVE)
                 DISPLAY "LE TITULAIRE " ACCOUNT-REF-ENTRY
                         " N'EST PAS SUR HOLDMAST."
              WHEN OTHER
                 MOVE TH-IMAGE (TITULAIRE-POSITION) TO IMAGE-AVANT
                 MOVE TH-IMAGE (TITULAIRE-POSITION)
                    TO TITULAIRE-TRAVAIL-IMAGE
                 DISPLAY "TITULAIRE ACTUEL: " TITULAIRE-TRAVAIL-IMAGE
                 PERFORM 260-SAISIR-TOUS-LES-CHAMPS
                 MOVE "CHG" TO CL-ACTION (1)
                 MOVE IMAGE-AVANT TO CL-BEFORE-IMAGE (1)
                 MOVE TITULAIRE-TRAVAIL-IMAGE TO CL-AFTER-IMAGE (1)
                 PERFORM 350-REPORTER-COORDONNEES
                 PERFORM 800-SOUMETTRE-CHANGEMENT THRU 800-EXIT
           END-EVALUATE.
      *
      ******************************************************************
      *  Cette routine ajoute au changement une ligne CHG pour chaque
      *  autre compte du meme titulaire, avec le nom, l'adresse et la
      *  langue du compte modifie
      ******************************************************************
       350-REPORTER-COORDONNEES.
      *
           IF (HW-HOLDER-ID = SPACES)
              MOVE HW-ACCOUNT-REF TO HOLDER-ID-ENTRY
           ELSE
              MOVE HW-HOLDER-ID TO HOLDER-ID-ENTRY
           END-IF.
           MOVE 0 TO COMPTES-REPORTES.
           PERFORM 355-REPORTER-SUR-UN-COMPTE
              VARYING TITULAIRE-SCAN FROM 1 BY 1
              UNTIL TITULAIRE-SCAN > TITULAIRES-COUNT.
           IF (COMPTES-REPORTES > 0)
              DISPLAY COMPTES-REPORTES " AUTRE(S) COMPTE(S) DU "
                      "TITULAIRE " HOLDER-ID-ENTRY " INCLUS DANS LE "
                      "CHANGEMENT."
           END-IF.
      *
       355-REPORTER-SUR-UN-COMPTE.
      *
           MOVE TH-IMAGE (TITULAIRE-SCAN) TO TITULAIRE-LU-IMAGE.
           IF (HL-ACCOUNT-REF NOT = HW-ACCOUNT-REF)
              PERFORM 450-CLE-DU-TITULAIRE-LU
              IF (CLE-TITULAIRE = HOLDER-ID-ENTRY) AND
                 (HL-COORDONNEES NOT = HW-COORDONNEES)
                 ADD 1 TO CHANGEMENT-LIGNES-COUNT
                 MOVE "CHG" TO CL-ACTION (CHANGEMENT-LIGNES-COUNT)
                 MOVE HL-ACCOUNT-REF
                    TO CL-ACCOUNT-REF (CHANGEMENT-LIGNES-COUNT)
                 MOVE TITULAIRE-LU-IMAGE
                    TO CL-BEFORE-IMAGE (CHANGEMENT-LIGNES-COUNT)
                 MOVE HW-COORDONNEES TO HL-COORDONNEES
                 MOVE TITULAIRE-LU-IMAGE
                    TO CL-AFTER-IMAGE (CHANGEMENT-LIGNES-COUNT)
                 ADD 1 TO COMPTES-REPORTES
              END-IF
           END-IF.
      *
      ******************************************************************
      *  Cette routine soumet le retrait d'un titulaire apres
      *  confirmation, comme un changement DEL image-vers-blancs
      ******************************************************************
       400-SUPPRIMER-TITULAIRE.
      *
           PERFORM 210-SAISIR-ACCOUNT-REF.
           PERFORM 410-CHERCHER-TITULAIRE.
           PERFORM 530-CONTROLER-EN-ATTENTE.
           EVALUATE TRUE
              WHEN CHANGEMENT-BLOQUE
                 CONTINUE
              WHEN (NOT TITULAIRE-TROUVE)
                 DISPLAY "LE TITULAIRE " ACCOUNT-REF-ENTRY
                         " N'EST PAS SUR HOLDMAST."
              WHEN OTHER
                 MOVE TH-IMAGE (TITULAIRE-POSITION) TO IMAGE-AVANT
                 DISPLAY "SUPPRIMER " IMAGE-AVANT " ? (Y/N)"
                 ACCEPT CONFIRM-ENTREE-SWITCH
                 IF (CONFIRM-ENTREE-SWITCH = "Y" OR "y")
                    MOVE "DEL" TO CL-ACTION (1)
                    MOVE IMAGE-AVANT TO CL-BEFORE-IMAGE (1)
                    MOVE SPACES TO CL-AFTER-IMAGE (1)
                    PERFORM 800-SOUMETTRE-CHANGEMENT THRU 800-EXIT
                 ELSE
                    DISPLAY "SUPPRESSION ANNULEE."
                 END-IF
           END-EVALUATE.
      *
       500-LISTER-TITULAIRES.
      *
           DISPLAY TH-IMAGE (TITULAIRE-SCAN).
      *
      ******************************************************************
      *  Cette routine fait de ACCOUNT-REF-ENTRY la premiere ligne du
      *  changement a saisir et le refuse d'emblee quand le compte a
      *  deja un changement en attente d'approbation
      ******************************************************************
       530-CONTROLER-EN-ATTENTE.
      *
           MOVE 1 TO CHANGEMENT-LIGNES-COUNT.
           MOVE SPACES TO CHANGEMENT-LIGNE (1).
           MOVE ACCOUNT-REF-ENTRY TO CL-ACCOUNT-REF (1).
           PERFORM 805-EXAMINER-CHGPEND.
      *
      ******************************************************************
      *  Cette routine rattache un compte deja sur HOLDMAST a un autre
      *  titulaire (ou en fait son propre titulaire), en soumettant
      *  l'image avant et apres
      ******************************************************************
       600-RATTACHER-COMPTE.
      *
           PERFORM 210-SAISIR-ACCOUNT-REF.
           PERFORM 410-CHERCHER-TITULAIRE.
           PERFORM 530-CONTROLER-EN-ATTENTE.
           EVALUATE TRUE
              WHEN CHANGEMENT-BLOQUE
                 CONTINUE
              WHEN (NOT TITULAIRE-TROUVE)
                 DISPLAY "LE COMPTE " ACCOUNT-REF-ENTRY
                         " N'EST PAS SUR HOLDMAST. UTILISER AJOUTER."
              WHEN OTHER
                 MOVE TH-IMAGE (TITULAIRE-POSITION) TO IMAGE-AVANT
                 MOVE TH-IMAGE (TITULAIRE-POSITION)
                    TO TITULAIRE-TRAVAIL-IMAGE
                 DISPLAY "TITULAIRE ACTUEL: " TITULAIRE-TRAVAIL-IMAGE
                 PERFORM 280-SAISIR-HOLDER-ID
                 IF RATTACHEMENT-REFUSE
                    DISPLAY "RATTACHEMENT ANNULE."
                 ELSE
                    MOVE "CHG" TO CL-ACTION (1)
                    MOVE IMAGE-AVANT TO CL-BEFORE-IMAGE (1)
                    MOVE TITULAIRE-TRAVAIL-IMAGE TO CL-AFTER-IMAGE (1)
                    PERFORM 800-SOUMETTRE-CHANGEMENT THRU 800-EXIT
                 END-IF
           END-EVALUATE.
      *
      ******************************************************************
      *  Cette routine totalise l'exposition du titulaire
      *  HOLDER-ID-ENTRY si le compte ACCOUNT-REF-ENTRY lui est
      *  rattache - le principal du compte plus celui de chacun des
      *  autres comptes du titulaire - et refuse le rattachement
      *  au-dela de la limite
      ******************************************************************
       650-CONTROLER-EXPOSITION.
      *
           MOVE 0 TO EXPOSITION-TITULAIRE.
           MOVE 0 TO EXPOSITION-COMPTES.
           MOVE ACCOUNT-REF-ENTRY TO REF-A-EXPOSER.
           PERFORM 660-AJOUTER-UN-PRINCIPAL.
           PERFORM 655-EXPOSER-UN-TITULAIRE
              VARYING TITULAIRE-SCAN FROM 1 BY 1
              UNTIL TITULAIRE-SCAN > TITULAIRES-COUNT.
           IF (EXPOSITION-TITULAIRE > MAX-EXPOSITION-TITULAIRE)
              DISPLAY "RATTACHEMENT REFUSE - L'EXPOSITION DU "
                      "TITULAIRE " HOLDER-ID-ENTRY " ("
                      EXPOSITION-COMPTES " COMPTE(S)) SERAIT "
                      EXPOSITION-TITULAIRE ", AU-DELA DE LA LIMITE "
                      MAX-EXPOSITION-TITULAIRE "."
              MOVE "Y" TO RATTACHEMENT-REFUSE-SWITCH
           END-IF.
      *
       655-EXPOSER-UN-TITULAIRE.
      *
           MOVE TH-IMAGE (TITULAIRE-SCAN) TO TITULAIRE-LU-IMAGE.
           IF (HL-ACCOUNT-REF NOT = ACCOUNT-REF-ENTRY)
              PERFORM 450-CLE-DU-TITULAIRE-LU
              IF (CLE-TITULAIRE = HOLDER-ID-ENTRY)
                 MOVE HL-ACCOUNT-REF TO REF-A-EXPOSER
                 PERFORM 660-AJOUTER-UN-PRINCIPAL
              END-IF
           END-IF.
      *
       660-AJOUTER-UN-PRINCIPAL.
      *
           IF (COMPTES-COUNT > 0)
              SET COMPTE-IDX TO 1
              SEARCH COMPTE-ENTRY
                 AT END
                    CONTINUE
                 WHEN CP-ACCOUNT-REF (COMPTE-IDX) = REF-A-EXPOSER
                    ADD CP-PRINCIPAL (COMPTE-IDX)
                       TO EXPOSITION-TITULAIRE
                    ADD 1 TO EXPOSITION-COMPTES
              END-SEARCH
           END-IF.
      *
      ******************************************************************
      *  Cette routine ecrit les lignes du changement saisi sur
      *  CHGPEND sous le prochain numero libre, avec l'identifiant de
      *  l'operateur - CHGPEND est relu d'abord, pour qu'un changement
      *  soumis entre-temps par une autre session sur l'un des memes
      *  comptes bloque encore celui-ci. Le changement n'atteint
      *  HOLDMAST qu'une fois approuve par un second operateur dans
      *  APPR0001
      ******************************************************************
       800-SOUMETTRE-CHANGEMENT.
      *
           PERFORM 805-EXAMINER-CHGPEND.
           IF CHANGEMENT-BLOQUE
              GO TO 800-EXIT
           END-IF.
           ADD 1 TO CHANGEMENT-NUMERO.
           OPEN EXTEND CHGPEND.
           IF (CHGPEND-FILE-STATUS = "35")
              OPEN OUTPUT CHGPEND
           END-IF.
           IF NOT CHGPEND-FILE-OK
              DISPLAY "CHGPEND INACCESSIBLE (FILE STATUS "
                      CHGPEND-FILE-STATUS "). CHANGEMENT NON SOUMIS."
              MOVE "FILE-ERR" TO JOBLOG-STATUS-SWITCH
              GO TO 800-EXIT
           END-IF.
           MOVE FUNCTION CURRENT-DATE TO JOBLOG-DATE-ET-HEURE.
           PERFORM 815-ECRIRE-UNE-LIGNE
              VARYING CHANGEMENT-SCAN FROM 1 BY 1
              UNTIL CHANGEMENT-SCAN > CHANGEMENT-LIGNES-COUNT.
           CLOSE CHGPEND.
           ADD 1 TO CHANGEMENTS-SOUMIS.
           DISPLAY "CHANGEMENT " CHANGEMENT-NUMERO " SOUMIS - EN "
                   "ATTENTE D'APPROBATION PAR UN SECOND OPERATEUR.".
      *
       800-EXIT.
           EXIT.
      *
      ******************************************************************
      *  Cette routine lit CHGPEND pour le plus haut numero de
      *  changement en usage et bloque le changement saisi quand l'un
      *  de ses comptes attend deja une approbation sur HOLDMAST. Un
      *  CHGPEND illisible refuse le changement, faute de controle
      ******************************************************************
       805-EXAMINER-CHGPEND.
      *
           MOVE 0 TO CHANGEMENT-NUMERO.
           MOVE "N" TO CHANGEMENT-BLOQUE-SWITCH.
           MOVE "N" TO CHGPEND-EOF-SWITCH.
           OPEN INPUT CHGPEND.
           IF (NOT CHGPEND-FILE-OK)
              IF (CHGPEND-FILE-STATUS NOT = "35")
                 DISPLAY "CHGPEND ILLISIBLE (FILE STATUS "
                         CHGPEND-FILE-STATUS ") - CHANGEMENT REFUSE."
                 MOVE "Y" TO CHANGEMENT-BLOQUE-SWITCH
              END-IF
           ELSE
              PERFORM UNTIL CHGPEND-EOF
                 READ CHGPEND
                    AT END
                       MOVE "Y" TO CHGPEND-EOF-SWITCH
                    NOT AT END
                       PERFORM 810-EXAMINER-UN-EN-ATTENTE
                 END-READ
              END-PERFORM
              CLOSE CHGPEND
           END-IF.
      *
       810-EXAMINER-UN-EN-ATTENTE.
      *
           IF (CA-NUMERO > CHANGEMENT-NUMERO)
              MOVE CA-NUMERO TO CHANGEMENT-NUMERO
           END-IF.
           IF (CA-FICHIER = CHANGEMENT-FICHIER)
              AND (NOT CHANGEMENT-BLOQUE)
              PERFORM 812-COMPARER-UNE-LIGNE
                 VARYING CHANGEMENT-SCAN FROM 1 BY 1
                 UNTIL (CHANGEMENT-SCAN > CHANGEMENT-LIGNES-COUNT)
                    OR CHANGEMENT-BLOQUE
           END-IF.
      *
       812-COMPARER-UNE-LIGNE.
      *
           IF (CL-ACCOUNT-REF (CHANGEMENT-SCAN) = CA-ACCOUNT-REF)
              MOVE "Y" TO CHANGEMENT-BLOQUE-SWITCH
              DISPLAY "LE COMPTE " CA-ACCOUNT-REF " A DEJA LE "
                      "CHANGEMENT " CA-NUMERO " EN ATTENTE "
                      "D'APPROBATION - ACTION REFUSEE."
           END-IF.
      *
       815-ECRIRE-UNE-LIGNE.
      *
           MOVE SPACES TO CHGPEND-RECORD.
           MOVE CHANGEMENT-NUMERO TO CA-NUMERO.
           MOVE CHANGEMENT-SCAN TO CA-LIGNE.
           MOVE CHANGEMENT-FICHIER TO CA-FICHIER.
           MOVE CL-ACTION (CHANGEMENT-SCAN) TO CA-ACTION.
           MOVE CL-ACCOUNT-REF (CHANGEMENT-SCAN) TO CA-ACCOUNT-REF.
           MOVE OPERATEUR-SIGNON TO CA-MAKER-ID.
           MOVE JDH-DATE TO CA-TIMESTAMP (1:8).
           MOVE JDH-TIME TO CA-TIMESTAMP (9:6).
           MOVE CL-BEFORE-IMAGE (CHANGEMENT-SCAN) TO CA-BEFORE-IMAGE.
           MOVE CL-AFTER-IMAGE (CHANGEMENT-SCAN) TO CA-AFTER-IMAGE.
           WRITE CHGPEND-RECORD.
      *
      ******************************************************************
      *  Cette routine ecrit la ligne JOBLOG du passage
