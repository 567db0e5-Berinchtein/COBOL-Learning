      *                          chargement a deborde la table
      * 22/08/2026 MANUEL JARRY  Chargement des bornes depuis le
      *                          PARMFILE central comme INTR0003
      * 15/10/2026 MANUEL JARRY  Ajout refuse pour une reference deja
      *                          fermee (historique CLOSHIST)
      * 15/10/2026 MANUEL JARRY  Limite d'exposition par titulaire -
      *                          le principal saisi plus celui des
      *                          autres comptes du meme titulaire
      *                          HOLDMAST ne peut pas depasser
      *                          TITU-MAX-EXPOSITION
      * 15/10/2026 MANUEL JARRY  Double controle - un ajout, une
      *                          modification ou une suppression est
      *                          soumis sur CHGPEND sous l'identifiant
      *                          de l'operateur et n'atteint LOANMAST
      *                          qu'apres approbation par un second
      *                          operateur dans APPR0001
      *
      *****************************************************************
       IDENTIFICATION DIVISION.
           SELECT LOANMAST ASSIGN TO LOANMAST
              ORGANIZATION IS LINE SEQUENTIAL
              FILE STATUS IS LOANMAST-FILE-STATUS.
           COPY CHGPNDSL.
           COPY CLOHSTSL.
           COPY HOLDMSSL.
           COPY JOBLOGSL.
           COPY PARMFLSL.
      *
       FD  LOANMAST.
       01  LOANMAST-RECORD               PIC X(53).
      *
       COPY CHGPNDFD.
      *
       COPY CLOHSTFD.
      *
       COPY HOLDMSFD.
      *
       COPY JOBLOGFD.
      *
       01 LOANMAST-FILE-STATUS           PIC X(2)       VALUE "00".
          88 LOANMAST-FILE-OK                           VALUE "00".
          88 LOANMAST-FILE-NOT-FOUND                    VALUE "23" "35".
      *
       01 CHGPEND-FILE-STATUS            PIC X(2)       VALUE "00".
          88 CHGPEND-FILE-OK                            VALUE "00".
      *
       01 CLOSHIST-FILE-STATUS           PIC X(2)       VALUE "00".
          88 CLOSHIST-FILE-OK                           VALUE "00".
      *
       01 HOLDMAST-FILE-STATUS           PIC X(2)       VALUE "00".
          88 HOLDMAST-FILE-OK                           VALUE "00".
      *
       01 PARMFILE-FILE-STATUS           PIC X(2)       VALUE "00".
          88 PARMFILE-FILE-OK                           VALUE "00".
       01 JOBLOG-START-SAUVEGARDE        PIC 9(14)      VALUE 0.
      *
       COPY OPERIDWS.
      *
       COPY CLOHSTWS.
      *
       COPY TITEXPWS.
      *
       COPY CHGPNDWS.
      *
      ******************************************************************
      *  Image de travail d'un compte - meme disposition que la ligne
          05 COMPTE-SCAN                PIC 9(3)       VALUE 0.
          05 SEG-IDX                    PIC 9          VALUE 0.
          05 SEG-TOTAL-ANNEES           PIC 9(3)       VALUE 0.
          05 CHANGEMENTS-SOUMIS         PIC 9(3)       VALUE 0.
          05 IMAGE-AVANT                PIC X(53).
          05 SEPARATOR-LINE             PIC X(50)
                                                       VALUE
           PERFORM 910-OUVRIR-FICHIERS.
           PERFORM 100-TRAITER-UNE-ACTION THRU 100-EXIT
              UNTIL FIN-DE-SECTION-SWITCH = "Y".
           DISPLAY CHANGEMENTS-SOUMIS " CHANGEMENT(S) SOUMIS POUR "
                   "APPROBATION.".
           PERFORM 950-ECRIRE-JOBLOG.
           DISPLAY "FIN DU PROGRAMME.".
           GOBACK.
                       (PARM-RETRY-TRAVAIL < 10)
                       MOVE PARM-RETRY-TRAVAIL TO MAX-RETRY-COUNT
                    END-IF
                 WHEN "TITU-MAX-EXPOSITION"
                    COMPUTE MAX-EXPOSITION-TITULAIRE =
                       FUNCTION NUMVAL (PA-PARM-VALUE)
                 WHEN OTHER
                    CONTINUE
              END-EVALUATE
      *
      ******************************************************************
      *  This routine loads the whole LOANMAST into the table - a
      *  missing file simply starts an empty book - and opens JOBLOG.
      *  LOANMAST itself is only read here: a keyed change goes to
      *  CHGPEND and reaches the book when APPR0001 approves it
      ******************************************************************
       910-OUVRIR-FICHIERS.
      *
                          TO CT-IMAGE (COMPTES-COUNT)
                    ELSE
                       DISPLAY "EXCEPTION: TABLE DES COMPTES PLEINE "
                               "- LIGNE NON CHARGEE."
                       MOVE "Y" TO TABLE-DEBORDEE-SWITCH
                    END-IF
              END-READ
           IF LOANMAST-FILE-STATUS NOT = "35"
              CLOSE LOANMAST
           END-IF.
           PERFORM 915-CHARGER-CLOSHIST.
           PERFORM 917-CHARGER-LIENS.
           MOVE "LOANMAST" TO CHANGEMENT-FICHIER.
           DISPLAY COMPTES-COUNT " COMPTE(S) CHARGE(S) DE LOANMAST.".
      *
      ******************************************************************
      *  This routine loads the references on the CLOSHIST closed
      *  accounts history - a missing CLOSHIST means no account has
      *  been closed yet
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
      *  This routine loads the account-to-holder links from HOLDMAST
      *  for the exposure check - a missing HOLDMAST leaves every
      *  account its own holder
      ******************************************************************
       917-CHARGER-LIENS.
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
                       PERFORM 918-RETENIR-UN-LIEN
                 END-READ
              END-PERFORM
              CLOSE HOLDMAST
           END-IF.
      *
       918-RETENIR-UN-LIEN.
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
      *  This routine prints the maintenance menu, accepts a choice
      *  and routes it to the requested action
      ******************************************************************
           DISPLAY "  2 - MODIFIER UN COMPTE".
           DISPLAY "  3 - SUPPRIMER UN COMPTE".
           DISPLAY "  4 - LISTER LES COMPTES".
           DISPLAY "  0 - TERMINER".
           DISPLAY "CHOISIR UNE ACTION:".
           ACCEPT MAINTENANCE-ACTION.
           EVALUATE TRUE
              WHEN (MAINTENANCE-ACTION = 1 OR 2 OR 3)
               AND (OPERATEUR-SIGNON = LOW-VALUES OR SPACES)
                 DISPLAY "AUCUN OPERATEUR CONNECTE - UN CHANGEMENT "
                         "DOIT ETRE SOUMIS SOUS UN IDENTIFIANT POUR "
                         "ETRE APPROUVE PAR UN AUTRE OPERATEUR."
              WHEN (MAINTENANCE-ACTION = 1)
                 PERFORM 200-AJOUTER-COMPTE
              WHEN (MAINTENANCE-ACTION = 2)
                 PERFORM 300-MODIFIER-COMPTE
              WHEN (MAINTENANCE-ACTION = 3)
                 PERFORM 400-SUPPRIMER-COMPTE
              WHEN (MAINTENANCE-ACTION = 4)
                 PERFORM 500-LISTER-COMPTES
              WHEN (MAINTENANCE-ACTION = 0)
                 MOVE "Y" TO FIN-DE-SECTION-SWITCH
              WHEN OTHER
                 DISPLAY "ACTION INVALIDE. VEUILLEZ REESSAYER."
           END-IF.
      *
      ******************************************************************
      *  This routine looks ACCOUNT-REF-ENTRY up in the closed
      *  accounts table
      ******************************************************************
       430-CHERCHER-FERME.
      *
           MOVE "N" TO FERME-TROUVE-SWITCH.
           MOVE 0 TO FERME-POSITION.
           PERFORM 435-COMPARER-UN-FERME
              VARYING FERME-SCAN FROM 1 BY 1
              UNTIL (FERME-SCAN > FERMES-COUNT)
                 OR FERME-TROUVE.
      *
       435-COMPARER-UN-FERME.
      *
           IF (FE-ACCOUNT-REF (FERME-SCAN) = ACCOUNT-REF-ENTRY)
              MOVE FERME-SCAN TO FERME-POSITION
              MOVE "Y" TO FERME-TROUVE-SWITCH
           END-IF.
      *
      ******************************************************************
      *  This routine asks the account reference for whichever action
      *  needs one
      ******************************************************************
                 GO TO 220-SAISIR-PRINCIPAL
              END-IF
           END-IF.
           IF (NOT SAISIE-ABANDONNEE)
              PERFORM 600-CONTROLER-EXPOSITION
              IF EXPOSITION-DEPASSEE
                 ADD 1 TO RETRY-SAISIE
                 IF (RETRY-SAISIE >= MAX-RETRY-COUNT)
                    DISPLAY "TROP DE TENTATIVES INVALIDES. "
                            "ABANDON DE L'ACTION."
                    MOVE "Y" TO SAISIE-ABANDONNEE-SWITCH
                 ELSE
                    DISPLAY "L'EXPOSITION DU TITULAIRE "
                            TITULAIRE-A-EXPOSER " ("
                            EXPOSITION-COMPTES " COMPTE(S)) SERAIT "
                            EXPOSITION-TITULAIRE ", AU-DELA DE LA "
                            "LIMITE " MAX-EXPOSITION-TITULAIRE ". "
                            "VEUILLEZ REESSAYER."
                    GO TO 220-SAISIR-PRINCIPAL
                 END-IF
              END-IF
           END-IF.
      *
       230-SAISIR-TAUX.
      *
           END-IF.
      *
      ******************************************************************
      *  This routine keys a new account for the book - the
      *  reference must not already exist nor await a change, and the
      *  change submitted is a spaces-to-image ADD
      ******************************************************************
       200-AJOUTER-COMPTE.
      *
           PERFORM 210-SAISIR-ACCOUNT-REF.
           PERFORM 410-CHERCHER-COMPTE.
           PERFORM 430-CHERCHER-FERME.
           PERFORM 530-CONTROLER-EN-ATTENTE.
           EVALUATE TRUE
              WHEN CHANGEMENT-BLOQUE
                 CONTINUE
              WHEN COMPTE-TROUVE
                 DISPLAY "LE COMPTE " ACCOUNT-REF-ENTRY
                         " EXISTE DEJA. UTILISER MODIFIER."
              WHEN FERME-TROUVE
                 DISPLAY "LE COMPTE " ACCOUNT-REF-ENTRY
                         " A ETE FERME LE "
                         FE-DATE-CLOTURE (FERME-POSITION)
                         " - REFERENCE NON REUTILISABLE."
              WHEN (COMPTES-COUNT >= 500)
                 DISPLAY "EXCEPTION: TABLE DES COMPTES PLEINE - "
                         "AJOUT IMPOSSIBLE."
              WHEN OTHER
                 MOVE SPACES TO COMPTE-TRAVAIL-IMAGE
                 MOVE ACCOUNT-REF-ENTRY TO CW-ACCOUNT-REF
                 PERFORM 260-SAISIR-TOUS-LES-CHAMPS
                 IF (NOT SAISIE-ABANDONNEE)
                    MOVE "ADD" TO CL-ACTION (1)
                    MOVE SPACES TO CL-BEFORE-IMAGE (1)
                    MOVE COMPTE-TRAVAIL-IMAGE TO CL-AFTER-IMAGE (1)
                    PERFORM 800-SOUMETTRE-CHANGEMENT THRU 800-EXIT
                 END-IF
           END-EVALUATE.
      *
      ******************************************************************
      *  This routine re-enters every field of an existing account
      *  and submits the before and after images as a change
      ******************************************************************
       300-MODIFIER-COMPTE.
      *
           PERFORM 210-SAISIR-ACCOUNT-REF.
           PERFORM 410-CHERCHER-COMPTE.
           PERFORM 530-CONTROLER-EN-ATTENTE.
           EVALUATE TRUE
              WHEN CHANGEMENT-BLOQUE
                 CONTINUE
              WHEN (NOT COMPTE-TROUVE)
                 DISPLAY "LE COMPTE " ACCOUNT-REF-ENTRY
                         " N'EST PAS SUR LOANMAST."
              WHEN OTHER
                 MOVE CT-IMAGE (COMPTE-POSITION) TO IMAGE-AVANT
                 MOVE CT-IMAGE (COMPTE-POSITION)
                    TO COMPTE-TRAVAIL-IMAGE
                 DISPLAY "COMPTE ACTUEL: " COMPTE-TRAVAIL-IMAGE
                 PERFORM 260-SAISIR-TOUS-LES-CHAMPS
                 IF (NOT SAISIE-ABANDONNEE)
                    MOVE "CHG" TO CL-ACTION (1)
                    MOVE IMAGE-AVANT TO CL-BEFORE-IMAGE (1)
                    MOVE COMPTE-TRAVAIL-IMAGE TO CL-AFTER-IMAGE (1)
                    PERFORM 800-SOUMETTRE-CHANGEMENT THRU 800-EXIT
                 END-IF
           END-EVALUATE.
      *
      ******************************************************************
      *  This routine submits the removal of an account after a
      *  confirmation, as an image-to-spaces DEL change
      ******************************************************************
       400-SUPPRIMER-COMPTE.
      *
           PERFORM 210-SAISIR-ACCOUNT-REF.
           PERFORM 410-CHERCHER-COMPTE.
           PERFORM 530-CONTROLER-EN-ATTENTE.
           EVALUATE TRUE
              WHEN CHANGEMENT-BLOQUE
                 CONTINUE
              WHEN (NOT COMPTE-TROUVE)
                 DISPLAY "LE COMPTE " ACCOUNT-REF-ENTRY
                         " N'EST PAS SUR LOANMAST."
              WHEN OTHER
                 MOVE CT-IMAGE (COMPTE-POSITION) TO IMAGE-AVANT
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
      ******************************************************************
      *  This routine lists the book as currently loaded
           DISPLAY CT-IMAGE (COMPTE-SCAN).
      *
      ******************************************************************
      *  This routine makes ACCOUNT-REF-ENTRY the one row of the change
      *  about to be keyed and refuses it up front when the account
      *  already has a change awaiting approval
      ******************************************************************
       530-CONTROLER-EN-ATTENTE.
      *
           MOVE 1 TO CHANGEMENT-LIGNES-COUNT.
           MOVE SPACES TO CHANGEMENT-LIGNE (1).
           MOVE ACCOUNT-REF-ENTRY TO CL-ACCOUNT-REF (1).
           PERFORM 805-EXAMINER-CHGPEND.
      *
      ******************************************************************
      *  This routine totals the exposure of the working account's
      *  holder - the principal just entered plus the principal of
      *  every other account linked to the same holder - and flags
      *  it when it passes the per-holder limit
      ******************************************************************
       600-CONTROLER-EXPOSITION.
      *
           MOVE CW-ACCOUNT-REF TO REF-LIEN.
           PERFORM 610-TROUVER-TITULAIRE.
           MOVE TITULAIRE-DU-COMPTE TO TITULAIRE-A-EXPOSER.
           MOVE CW-PRINCIPAL TO EXPOSITION-TITULAIRE.
           MOVE 1 TO EXPOSITION-COMPTES.
           PERFORM 605-EXPOSER-UN-COMPTE
              VARYING COMPTE-SCAN FROM 1 BY 1
              UNTIL COMPTE-SCAN > COMPTES-COUNT.
           IF (EXPOSITION-TITULAIRE > MAX-EXPOSITION-TITULAIRE)
              MOVE "Y" TO EXPOSITION-DEPASSEE-SWITCH
           ELSE
              MOVE "N" TO EXPOSITION-DEPASSEE-SWITCH
           END-IF.
      *
       605-EXPOSER-UN-COMPTE.
      *
           IF (CT-IMAGE (COMPTE-SCAN) (1:10) NOT = CW-ACCOUNT-REF)
              MOVE CT-IMAGE (COMPTE-SCAN) (1:10) TO REF-LIEN
              PERFORM 610-TROUVER-TITULAIRE
              IF (TITULAIRE-DU-COMPTE = TITULAIRE-A-EXPOSER)
                 MOVE CT-IMAGE (COMPTE-SCAN) (11:9)
                    TO EXPOSITION-PRINCIPAL-X
                 ADD EXPOSITION-PRINCIPAL TO EXPOSITION-TITULAIRE
                 ADD 1 TO EXPOSITION-COMPTES
              END-IF
           END-IF.
      *
       610-TROUVER-TITULAIRE.
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
      *  This routine writes the rows of the keyed change to CHGPEND
      *  under the next free change number, stamped with the keying
      *  operator - CHGPEND is read again first, so a change another
      *  session submitted meanwhile for the same account still
      *  blocks this one. The change reaches LOANMAST only once a
      *  second operator approves it in APPR0001
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
      *  This routine reads CHGPEND for the highest change number in
      *  use and flags the change being keyed when one of its accounts
      *  already awaits approval on LOANMAST. An unreadable CHGPEND
      *  refuses the change, since it could not be checked
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
      *  This routine writes the run's JOBLOG record and closes JOBLOG
