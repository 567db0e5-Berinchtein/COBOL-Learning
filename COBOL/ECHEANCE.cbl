      *****************************************************************
      * Nom du programme:    ECHE0001
      * Auteur original: MANUEL JARRY
      *
      * Journal d'entretien
      * Date       Auteur        Exigence de maintenance
      * ---------- ------------  ---------------------------------------
      * 15/10/2026 MANUEL JARRY  Créé - passage des echeances
      *                          LOANMAST: avis d'echeance FR/EN aux
      *                          titulaires HOLDMAST dont le compte
      *                          arrive a terme dans la fenetre
      *                          d'avis, puis a l'echeance
      *                          l'instruction permanente du
      *                          titulaire - renouvellement au taux
      *                          courant TAUXCOUR (meme terme ou
      *                          nouveau terme) ou paiement - avec
      *                          piste LOANAUDT et extrait GLFILE
      * 15/10/2026 MANUEL JARRY  Un compte paye a l'echeance passe a
      *                          l'historique CLOSHIST (motif E) avec
      *                          ses chiffres finaux, comme une
      *                          cloture de CLOT0001
      * 15/10/2026 MANUEL JARRY  HOLDMAST pris des copybooks communs
      *                          HOLDMSSL/HOLDMSFD (identifiant du
      *                          titulaire en fin d'enregistrement)
      * 15/10/2026 MANUEL JARRY  Piste LOANAUDT prise du copybook commun
      *                          LNAUDTFD - la ligne porte la zone
      *                          approbateur en blanc, comme celles
      *                          d'APPR0001
      *
      *****************************************************************
       IDENTIFICATION DIVISION.
       PROGRAM-ID.  ECHE0001.
       AUTHOR. MANUEL JARRY.
       INSTALLATION. COBOL DEVELOPMENT CENTER.
       DATE-WRITTEN. 15/10/2026.
       DATE-COMPILED. JJ/MM/AAAA.
       SECURITY. NON-CONFIDENTIAL.
      *****************************************************************
      *
      ******************************************************************
      *  LOANMAST ne porte pas de date d'ouverture, alors l'echeance
      *  se lit dans ACCRMAST comme le fait INTR0004: le terme en
      *  mois (annees du compte, ou somme des segments) moins les
      *  mois deja courus donne les mois restants, et le dernier
      *  mois couru plus les mois restants donne le mois d'echeance,
      *  date de la fin de ce mois. Un compte dont l'echeance tombe
      *  dans la fenetre d'avis (ECHE-AVIS-JOURS, 30 jours par
      *  defaut) recoit un avis prealable; un compte dont tous les
      *  mois sont courus est echu, et son instruction permanente
      *  est executee. Le passage se fait apres le couru du mois
      *  par INTR0004, sans quoi le dernier mois du terme n'est pas
      *  encore couru et l'echeance attend le passage suivant
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
           SELECT TAUXCOUR ASSIGN TO TAUXCOUR
              ORGANIZATION IS LINE SEQUENTIAL
              FILE STATUS IS TAUXCOUR-FILE-STATUS.
           SELECT LOANAUDT ASSIGN TO LOANAUDT
              ORGANIZATION IS LINE SEQUENTIAL.
           SELECT GLFILE ASSIGN TO GLFILE
              ORGANIZATION IS LINE SEQUENTIAL.
           SELECT ECHNOTE ASSIGN TO ECHNOTE
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
      *  Taux courants offerts au renouvellement - une ligne par
      *  terme en annees; un terme sans ligne exacte prend le taux
      *  de la plus longue ligne qui ne le depasse pas
      ******************************************************************
       FD  TAUXCOUR.
       01  TAUXCOUR-RECORD.
           05 TC-ANNEES                  PIC 9(2).
           05 FILLER                     PIC X(1).
           05 TC-TAUX-INTERET            PIC 9(2)V99.
      *
      ******************************************************************
      *  Piste d'audit - la disposition commune LNAUDTFD, sans
      *  approbateur. Un renouvellement ecrit une ligne REN
      *  avant/apres, un paiement une ligne PAY image-vers-blancs
      ******************************************************************
       COPY LNAUDTFD.
      *
      ******************************************************************
      *  Extrait GL - la meme disposition et les memes controles
      *  HDR/TRL qu'INTR0004. Une ligne par paiement: VALEUR-ACTUELLE
      *  porte le solde paye (principal plus interet couru) et
      *  VALEUR-FUTURE le solde apres, soit zero
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
       FD  ECHNOTE.
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
          05 TAUXCOUR-EOF-SWITCH        PIC X          VALUE "N".
             88 TAUXCOUR-EOF                            VALUE "Y".
          05 COMPTE-TROUVE-SWITCH       PIC X          VALUE "N".
             88 COMPTE-TROUVE                           VALUE "Y".
          05 TITULAIRE-TROUVE-SWITCH    PIC X          VALUE "N".
             88 TITULAIRE-TROUVE                        VALUE "Y".
          05 LANGUE-ANGLAISE-SWITCH     PIC X          VALUE "N".
             88 LANGUE-ANGLAISE                         VALUE "Y".
          05 INSTRUCTION-DEFAUT-SWITCH  PIC X          VALUE "N".
             88 INSTRUCTION-DEFAUT                      VALUE "Y".
          05 TAUX-TROUVE-SWITCH         PIC X          VALUE "N".
             88 TAUX-TROUVE                             VALUE "Y".
          05 AVIS-EXECUTE-SWITCH        PIC X          VALUE "N".
             88 AVIS-EXECUTE                            VALUE "Y".
          05 RUN-READY-SWITCH           PIC X          VALUE "N".
             88 RUN-READY                               VALUE "Y".
          05 TABLE-DEBORDEE-SWITCH      PIC X          VALUE "N".
             88 TABLE-DEBORDEE                          VALUE "Y".
          05 CLOSHIST-OUVERT-SWITCH     PIC X          VALUE "N".
             88 CLOSHIST-OUVERT                         VALUE "Y".
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
       01 TAUXCOUR-FILE-STATUS           PIC X(2)       VALUE "00".
          88 TAUXCOUR-FILE-OK                           VALUE "00".
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
      *  Livre des comptes charge en entier - un compte paye est
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
             10 TH-INSTRUCTION          PIC X.
             10 TH-NOUVEAU-TERME        PIC X(2).
      *
       01 TAUX-COUNT                     PIC 9(2)       VALUE 0.
       01 TAUX-TABLE.
          05 TAUX-ENTRY
             OCCURS 0 TO 50 TIMES DEPENDING ON TAUX-COUNT.
             10 TT-ANNEES               PIC 9(2).
             10 TT-TAUX-INTERET         PIC 9(2)V99.
      *
      ******************************************************************
      *  Instruction permanente du compte courant - un titulaire sans
      *  instruction (ou sans ligne HOLDMAST) est renouvele au meme
      *  terme, l'usage pour un depot a terme
      ******************************************************************
       01 INSTRUCTION-COURANTE           PIC X          VALUE "R".
          88 INSTRUCTION-RENOUVELER                     VALUE "R".
          88 INSTRUCTION-NOUVEAU-TERME                  VALUE "N".
          88 INSTRUCTION-PAIEMENT                       VALUE "P".
      *
       01 PARAMETRES-ECHEANCE.
          05 JOURS-AVIS                 PIC 9(3)       VALUE 30.
      *
       01 CALCUL-TRAVAIL.
          05 DATE-TRAITEMENT            PIC 9(8).
          05 DATE-LIMITE-AVIS           PIC 9(8).
          05 DATE-ECHEANCE              PIC 9(8).
          05 ANNEE-ECHEANCE             PIC 9(4).
          05 MOIS-NUMERO                PIC 9(2).
          05 JOUR-FIN-DE-MOIS           PIC 9(2).
          05 MOIS-ABSOLU                PIC 9(6).
          05 TERME-MOIS                 PIC 9(4).
          05 MOIS-RESTANTS              PIC 9(4).
          05 SEG-IDX                    PIC 9.
          05 SEG-ANNEES-CUMULEES        PIC 9(3).
          05 NOUVEAU-TERME-COURANT      PIC 9(2).
          05 TERME-RENOUVELLEMENT       PIC 9(2).
          05 TAUX-RENOUVELLEMENT        PIC 9(2)V99.
          05 MEILLEUR-TERME             PIC 9(2).
          05 SOLDE-ECHEANCE             PIC 9(9)V99.
          05 COMPTE-SCAN                PIC 9(3).
          05 ETAT-SCAN                  PIC 9(3).
          05 TAUX-SCAN                  PIC 9(2).
          05 IMAGE-AVANT                PIC X(53).
          05 MONTANT-FORMATTE           PIC ZZZ,ZZZ,ZZZ.99.
          05 TAUX-FORMATTE              PIC Z9.99.
          05 SEPARATOR-LINE             PIC X(50)
                                                       VALUE
                  "--------------------------------------------------".
      *
       01 COMPTEURS-RECONCILIATION.
          05 LOANMAST-RECORDS-LUS       PIC 9(5)       VALUE 0.
          05 AVIS-PREALABLES            PIC 9(5)       VALUE 0.
          05 COMPTES-RENOUVELES         PIC 9(5)       VALUE 0.
          05 COMPTES-PAYES              PIC 9(5)       VALUE 0.
          05 ECHEANCES-EN-ATTENTE       PIC 9(5)       VALUE 0.
          05 TITULAIRES-INCONNUS        PIC 9(5)       VALUE 0.
          05 TOTAL-PAYE                 PIC 9(11)V99   VALUE 0.
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
       000-TRAITER-ECHEANCES.
      *
           PERFORM 905-CHARGER-PARAMETRES.
           PERFORM 910-OUVRIR-FICHIERS.
           PERFORM 100-EXAMINER-UN-COMPTE THRU 100-EXIT
              VARYING COMPTE-SCAN FROM 1 BY 1
              UNTIL COMPTE-SCAN > COMPTES-COUNT.
           PERFORM 800-ECRIRE-CONTROLES.
           PERFORM 850-REECRIRE-LOANMAST THRU 850-EXIT.
           PERFORM 870-REECRIRE-ACCRMAST THRU 870-EXIT.
           PERFORM 900-FERMER-FICHIERS.
           PERFORM 950-ECRIRE-JOBLOG.
           DISPLAY "FIN DU PROGRAMME.".
           GOBACK.
      *
      ******************************************************************
      *  Cette routine charge la fenetre d'avis depuis le PARMFILE
      *  central - un PARMFILE absent laisse les 30 jours compiles
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
                 WHEN "ECHE-AVIS-JOURS"
                    COMPUTE JOURS-AVIS =
                       FUNCTION NUMVAL (PA-PARM-VALUE)
                 WHEN OTHER
                    CONTINUE
              END-EVALUATE
           END-IF.
      *
      ******************************************************************
      *  Cette routine charge le livre, l'etat du couru, les
      *  titulaires et les taux courants, puis ouvre les sorties -
      *  un LOANMAST absent abandonne le passage. Un chargement qui
      *  deborde sa table empeche toute execution: les avis sont
      *  imprimes mais rien n'est renouvele ni paye, puisque les
      *  fichiers ne pourraient pas etre reecrits
      ******************************************************************
       910-OUVRIR-FICHIERS.
      *
           OPEN EXTEND JOBLOG.
           MOVE FUNCTION CURRENT-DATE TO JOBLOG-DATE-ET-HEURE.
           MOVE JDH-DATE TO JOBLOG-START-SAUVEGARDE (1:8).
           MOVE JDH-TIME TO JOBLOG-START-SAUVEGARDE (9:6).
           DISPLAY SEPARATOR-LINE.
           DISPLAY "TRAITEMENT DES ECHEANCES (ECHE0001)".
           MOVE JDH-DATE TO DATE-TRAITEMENT.
           COMPUTE DATE-LIMITE-AVIS = FUNCTION DATE-OF-INTEGER
              (FUNCTION INTEGER-OF-DATE (DATE-TRAITEMENT)
               + JOURS-AVIS).
           OPEN INPUT LOANMAST.
           IF NOT LOANMAST-FILE-OK
              DISPLAY "LOANMAST INTROUVABLE OU ILLISIBLE "
                      "(FILE STATUS " LOANMAST-FILE-STATUS "). "
                      "ECHEANCES ABANDONNEES."
              MOVE "FILE-ERR" TO JOBLOG-STATUS-SWITCH
           ELSE
              PERFORM 915-CHARGER-LOANMAST
              PERFORM 920-CHARGER-ACCRMAST
              PERFORM 925-CHARGER-TITULAIRES
              PERFORM 930-CHARGER-TAUX
              IF TABLE-DEBORDEE
                 DISPLAY "EXCEPTION: DES LIGNES ONT ETE PERDUES AU "
                         "CHARGEMENT - AVIS SEULEMENT, AUCUNE "
                         "ECHEANCE EXECUTEE."
                 MOVE "FILE-ERR" TO JOBLOG-STATUS-SWITCH
              END-IF
              PERFORM 935-OUVRIR-CLOSHIST
              OPEN EXTEND LOANAUDT
              OPEN EXTEND GLFILE
              OPEN OUTPUT ECHNOTE
              MOVE "Y" TO RUN-READY-SWITCH
              MOVE JDH-DATE TO CE-RUN-DATE
              MOVE "ECHE0001" TO CE-PROGRAM-ID
              WRITE GLFILE-RECORD FROM CONTROLE-ENTETE
           END-IF.
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
                      ACCRMAST-FILE-STATUS ") - AUCUN COMPTE COURU, "
                      "AUCUNE ECHEANCE A TRAITER."
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
                      HOLDMAST-FILE-STATUS ") - AVIS SANS ADRESSE, "
                      "RENOUVELLEMENT PAR DEFAUT. RUN HLDM0001 TO "
                      "BUILD IT."
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
                       MOVE HM-INSTRUCTION-ECHEANCE
                          TO TH-INSTRUCTION (TITULAIRE-IDX)
                       MOVE HM-NOUVEAU-TERME
                          TO TH-NOUVEAU-TERME (TITULAIRE-IDX)
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
       930-CHARGER-TAUX.
      *
           OPEN INPUT TAUXCOUR.
           IF NOT TAUXCOUR-FILE-OK
              DISPLAY "TAUXCOUR ABSENT (FILE STATUS "
                      TAUXCOUR-FILE-STATUS ") - AUCUN RENOUVELLEMENT "
                      "POSSIBLE CE PASSAGE."
              MOVE "Y" TO TAUXCOUR-EOF-SWITCH
           END-IF.
           PERFORM UNTIL TAUXCOUR-EOF
              READ TAUXCOUR
                 AT END
                    MOVE "Y" TO TAUXCOUR-EOF-SWITCH
                 NOT AT END
                    IF (TC-ANNEES NOT NUMERIC)
                       OR (TC-TAUX-INTERET NOT NUMERIC)
                       DISPLAY "EXCEPTION: LIGNE TAUXCOUR ILLISIBLE "
                               "IGNOREE: " TAUXCOUR-RECORD
                    ELSE
                       IF (TAUX-COUNT < 50)
                          ADD 1 TO TAUX-COUNT
                          MOVE TC-ANNEES TO TT-ANNEES (TAUX-COUNT)
                          MOVE TC-TAUX-INTERET
                             TO TT-TAUX-INTERET (TAUX-COUNT)
                       ELSE
                          DISPLAY "EXCEPTION: TABLE DES TAUX PLEINE "
                                  "- TERME " TC-ANNEES " IGNORE."
                       END-IF
                    END-IF
              END-READ
           END-PERFORM.
           IF TAUXCOUR-FILE-STATUS NOT = "35"
              CLOSE TAUXCOUR
           END-IF.
      *
      ******************************************************************
      *  Cette routine ouvre l'historique des comptes fermes, cree au
      *  premier paiement - sans lui aucun paiement n'est execute,
      *  les renouvellements se font quand meme
      ******************************************************************
       935-OUVRIR-CLOSHIST.
      *
           OPEN EXTEND CLOSHIST.
           IF (CLOSHIST-FILE-STATUS = "35")
              OPEN OUTPUT CLOSHIST
           END-IF.
           IF CLOSHIST-FILE-OK
              MOVE "Y" TO CLOSHIST-OUVERT-SWITCH
           ELSE
              DISPLAY "CLOSHIST INACCESSIBLE (FILE STATUS "
                      CLOSHIST-FILE-STATUS ") - AUCUN PAIEMENT "
                      "EXECUTE CE PASSAGE."
              MOVE "FILE-ERR" TO JOBLOG-STATUS-SWITCH
           END-IF.
      *
      ******************************************************************
      *  Cette routine examine un compte du livre - un compte jamais
      *  couru n'a pas commence son terme; un compte qui a encore
      *  des mois a courir recoit un avis prealable quand son
      *  echeance tombe dans la fenetre; un compte echu voit son
      *  instruction executee, sauf si le taux courant manque ou si
      *  le solde renouvele deborde le principal de LOANMAST - il
      *  reste alors en attente, signale, jusqu'au passage suivant
      ******************************************************************
       100-EXAMINER-UN-COMPTE.
      *
           MOVE CT-IMAGE (COMPTE-SCAN) TO COMPTE-TRAVAIL-IMAGE.
           PERFORM 110-TROUVER-ETAT.
           IF (NOT COMPTE-TROUVE)
              GO TO 100-EXIT
           END-IF.
           IF (ET-MOIS-COURUS (ETAT-IDX) = 0)
              GO TO 100-EXIT
           END-IF.
           PERFORM 120-CALCULER-MOIS-RESTANTS.
           PERFORM 130-CALCULER-DATE-ECHEANCE.
           COMPUTE SOLDE-ECHEANCE =
              CW-PRINCIPAL + ET-INTERET-COURU (ETAT-IDX).
           IF (MOIS-RESTANTS > 0)
              AND (DATE-ECHEANCE > DATE-LIMITE-AVIS)
              GO TO 100-EXIT
           END-IF.
           PERFORM 140-TROUVER-TITULAIRE.
           IF (NOT INSTRUCTION-PAIEMENT)
              PERFORM 220-TROUVER-TAUX-COURANT
           END-IF.
           IF (MOIS-RESTANTS > 0)
              MOVE "N" TO AVIS-EXECUTE-SWITCH
              PERFORM 300-IMPRIMER-AVIS
              ADD 1 TO AVIS-PREALABLES
              GO TO 100-EXIT
           END-IF.
           IF TABLE-DEBORDEE
              ADD 1 TO ECHEANCES-EN-ATTENTE
              GO TO 100-EXIT
           END-IF.
           IF (NOT INSTRUCTION-PAIEMENT) AND (NOT TAUX-TROUVE)
              DISPLAY "EXCEPTION: AUCUN TAUX COURANT POUR UN TERME "
                      "DE " TERME-RENOUVELLEMENT " AN(S) - COMPTE "
                      CW-ACCOUNT-REF " NON RENOUVELE."
              MOVE "RECONERR" TO JOBLOG-STATUS-SWITCH
              ADD 1 TO ECHEANCES-EN-ATTENTE
              GO TO 100-EXIT
           END-IF.
           IF INSTRUCTION-PAIEMENT AND (NOT CLOSHIST-OUVERT)
              ADD 1 TO ECHEANCES-EN-ATTENTE
              GO TO 100-EXIT
           END-IF.
           IF (NOT INSTRUCTION-PAIEMENT)
              AND (SOLDE-ECHEANCE > 9999999.99)
              DISPLAY "EXCEPTION: LE SOLDE DU COMPTE " CW-ACCOUNT-REF
                      " DEBORDE LE PRINCIPAL DE LOANMAST - NON "
                      "RENOUVELE."
              MOVE "RECONERR" TO JOBLOG-STATUS-SWITCH
              ADD 1 TO ECHEANCES-EN-ATTENTE
              GO TO 100-EXIT
           END-IF.
           MOVE COMPTE-TRAVAIL-IMAGE TO IMAGE-AVANT.
           MOVE "Y" TO AVIS-EXECUTE-SWITCH.
           IF INSTRUCTION-PAIEMENT
              PERFORM 200-PAYER-LE-COMPTE
           ELSE
              PERFORM 210-RENOUVELER-LE-COMPTE
           END-IF.
      *
       100-EXIT.
           EXIT.
      *
      ******************************************************************
      *  Cette routine trouve l'etat du couru du compte courant
      ******************************************************************
       110-TROUVER-ETAT.
      *
           MOVE "N" TO COMPTE-TROUVE-SWITCH.
           IF (ETAT-COUNT > 0)
              SET ETAT-IDX TO 1
              SEARCH ETAT-ENTRY
                 AT END
                    CONTINUE
                 WHEN ET-ACCOUNT-REF (ETAT-IDX) = CW-ACCOUNT-REF
                    MOVE "Y" TO COMPTE-TROUVE-SWITCH
              END-SEARCH
           END-IF.
      *
      ******************************************************************
      *  Cette routine calcule les mois restants au terme - la somme
      *  des segments quand le compte en porte, ses annees sinon,
      *  la meme borne que 120-DETERMINER-TAUX d'INTR0004
      ******************************************************************
       120-CALCULER-MOIS-RESTANTS.
      *
           IF (CW-NOMBRE-SEGMENTS IS NUMERIC) AND
              (CW-NOMBRE-SEGMENTS > 0)
              MOVE 0 TO SEG-ANNEES-CUMULEES
              PERFORM 125-CUMULER-UN-SEGMENT
                 VARYING SEG-IDX FROM 1 BY 1
                 UNTIL SEG-IDX > CW-NOMBRE-SEGMENTS
              COMPUTE TERME-MOIS = SEG-ANNEES-CUMULEES * 12
           ELSE
              COMPUTE TERME-MOIS = CW-NOMBRE-D-ANNEES * 12
           END-IF.
           IF (ET-MOIS-COURUS (ETAT-IDX) >= TERME-MOIS)
              MOVE 0 TO MOIS-RESTANTS
           ELSE
              COMPUTE MOIS-RESTANTS =
                 TERME-MOIS - ET-MOIS-COURUS (ETAT-IDX)
           END-IF.
      *
       125-CUMULER-UN-SEGMENT.
      *
           IF (CW-SEG-ANNEES (SEG-IDX) IS NUMERIC)
              ADD CW-SEG-ANNEES (SEG-IDX) TO SEG-ANNEES-CUMULEES
           END-IF.
      *
      ******************************************************************
      *  Cette routine date l'echeance - le dernier mois couru plus
      *  les mois restants, a la fin de ce mois comme les lignes GL
      *  d'INTR0004
      ******************************************************************
       130-CALCULER-DATE-ECHEANCE.
      *
           DIVIDE ET-DERNIER-MOIS (ETAT-IDX) BY 100
              GIVING ANNEE-ECHEANCE REMAINDER MOIS-NUMERO.
           COMPUTE MOIS-ABSOLU =
              ANNEE-ECHEANCE * 12 + MOIS-NUMERO - 1 + MOIS-RESTANTS.
           DIVIDE MOIS-ABSOLU BY 12
              GIVING ANNEE-ECHEANCE REMAINDER MOIS-NUMERO.
           ADD 1 TO MOIS-NUMERO.
           EVALUATE MOIS-NUMERO
              WHEN 01 WHEN 03 WHEN 05 WHEN 07
              WHEN 08 WHEN 10 WHEN 12
                 MOVE 31 TO JOUR-FIN-DE-MOIS
              WHEN 02
                 MOVE 28 TO JOUR-FIN-DE-MOIS
              WHEN OTHER
                 MOVE 30 TO JOUR-FIN-DE-MOIS
           END-EVALUATE.
           COMPUTE DATE-ECHEANCE =
              ANNEE-ECHEANCE * 10000 + MOIS-NUMERO * 100
              + JOUR-FIN-DE-MOIS.
      *
      ******************************************************************
      *  Cette routine trouve le titulaire, sa langue et son
      *  instruction permanente - une instruction absente ou un
      *  nouveau terme illisible retombent sur le renouvellement au
      *  meme terme, signale sur l'avis
      ******************************************************************
       140-TROUVER-TITULAIRE.
      *
           MOVE "N" TO TITULAIRE-TROUVE-SWITCH.
           MOVE "N" TO LANGUE-ANGLAISE-SWITCH.
           MOVE "N" TO INSTRUCTION-DEFAUT-SWITCH.
           MOVE "R" TO INSTRUCTION-COURANTE.
           MOVE CW-NOMBRE-D-ANNEES TO TERME-RENOUVELLEMENT.
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
           IF (NOT TITULAIRE-TROUVE)
              ADD 1 TO TITULAIRES-INCONNUS
              MOVE "Y" TO INSTRUCTION-DEFAUT-SWITCH
           ELSE
              IF (TH-LANGUAGE (TITULAIRE-IDX) = "EN")
                 MOVE "Y" TO LANGUE-ANGLAISE-SWITCH
              END-IF
              MOVE TH-INSTRUCTION (TITULAIRE-IDX)
                 TO INSTRUCTION-COURANTE
              EVALUATE TRUE
                 WHEN INSTRUCTION-RENOUVELER
                 WHEN INSTRUCTION-PAIEMENT
                    CONTINUE
                 WHEN INSTRUCTION-NOUVEAU-TERME
                    PERFORM 145-LIRE-NOUVEAU-TERME
                 WHEN OTHER
                    MOVE "R" TO INSTRUCTION-COURANTE
                    MOVE "Y" TO INSTRUCTION-DEFAUT-SWITCH
              END-EVALUATE
           END-IF.
      *
       145-LIRE-NOUVEAU-TERME.
      *
           IF (TH-NOUVEAU-TERME (TITULAIRE-IDX) IS NUMERIC)
              MOVE TH-NOUVEAU-TERME (TITULAIRE-IDX)
                 TO NOUVEAU-TERME-COURANT
           ELSE
              MOVE 0 TO NOUVEAU-TERME-COURANT
           END-IF.
           IF (NOUVEAU-TERME-COURANT = 0)
              DISPLAY "EXCEPTION: NOUVEAU TERME ILLISIBLE POUR LE "
                      "COMPTE " CW-ACCOUNT-REF " - RENOUVELLEMENT "
                      "AU MEME TERME."
              MOVE "R" TO INSTRUCTION-COURANTE
              MOVE "Y" TO INSTRUCTION-DEFAUT-SWITCH
           ELSE
              MOVE NOUVEAU-TERME-COURANT TO TERME-RENOUVELLEMENT
           END-IF.
      *
      ******************************************************************
      *  Cette routine paie un compte echu - une ligne GLFILE pour
      *  le solde paye, la ligne d'historique CLOSHIST, l'avis au
      *  titulaire, une ligne PAY sur la piste, et le compte et son
      *  etat sont retires du livre
      ******************************************************************
       200-PAYER-LE-COMPTE.
      *
           MOVE SPACES TO GLFILE-RECORD.
           MOVE CW-ACCOUNT-REF TO GL-ACCOUNT-REF.
           MOVE DATE-TRAITEMENT TO GL-DATE.
           MOVE SOLDE-ECHEANCE TO GL-VALEUR-ACTUELLE.
           MOVE 0 TO GL-VALEUR-FUTURE.
           WRITE GLFILE-RECORD.
           ADD 1 TO GLFILE-CTRL-COUNT.
           ADD SOLDE-ECHEANCE TO GLFILE-CTRL-HASH.
           MOVE SPACES TO CLOSHIST-RECORD.
           MOVE CW-ACCOUNT-REF TO CH-ACCOUNT-REF.
           MOVE DATE-TRAITEMENT TO CH-DATE-CLOTURE.
           MOVE "E" TO CH-MOTIF.
           MOVE ET-MOIS-COURUS (ETAT-IDX) TO CH-MOIS-COURUS.
           MOVE ET-INTERET-COURU (ETAT-IDX) TO CH-INTERET-TOTAL.
           MOVE 0 TO CH-INTERET-FINAL.
           MOVE 0 TO CH-PENALITE.
           MOVE SOLDE-ECHEANCE TO CH-MONTANT-PAYE.
           MOVE COMPTE-TRAVAIL-IMAGE TO CH-IMAGE-FINALE.
           WRITE CLOSHIST-RECORD.
           PERFORM 300-IMPRIMER-AVIS.
           MOVE "Y" TO CT-RETIRE-SWITCH (COMPTE-SCAN).
           MOVE "Y" TO ET-RETIRE-SWITCH (ETAT-IDX).
           MOVE SPACES TO LOANAUDT-RECORD.
           MOVE "PAY" TO LA-ACTION.
           MOVE SPACES TO COMPTE-TRAVAIL-IMAGE.
           PERFORM 730-ECRIRE-AUDIT-COMMUN.
           ADD 1 TO COMPTES-PAYES.
           ADD SOLDE-ECHEANCE TO TOTAL-PAYE.
      *
      ******************************************************************
      *  Cette routine renouvelle un compte echu - le solde couru
      *  devient le nouveau principal, au taux courant du terme
      *  retenu et sans segments; l'etat du couru repart a zero mais
      *  garde son dernier mois, pour qu'INTR0004 ne recoure pas le
      *  mois deja couru
      ******************************************************************
       210-RENOUVELER-LE-COMPTE.
      *
           MOVE SOLDE-ECHEANCE TO CW-PRINCIPAL.
           MOVE TAUX-RENOUVELLEMENT TO CW-TAUX-INTERET.
           MOVE TERME-RENOUVELLEMENT TO CW-NOMBRE-D-ANNEES.
           MOVE 0 TO CW-NOMBRE-SEGMENTS.
           MOVE SPACES TO COMPTE-TRAVAIL-IMAGE (36:18).
           MOVE COMPTE-TRAVAIL-IMAGE TO CT-IMAGE (COMPTE-SCAN).
           MOVE 0 TO ET-MOIS-COURUS (ETAT-IDX).
           MOVE 0 TO ET-INTERET-COURU (ETAT-IDX).
           PERFORM 300-IMPRIMER-AVIS.
           MOVE SPACES TO LOANAUDT-RECORD.
           MOVE "REN" TO LA-ACTION.
           PERFORM 730-ECRIRE-AUDIT-COMMUN.
           ADD 1 TO COMPTES-RENOUVELES.
      *
      ******************************************************************
      *  Cette routine cherche le taux courant du terme retenu - la
      *  ligne TAUXCOUR exacte, sinon la plus longue qui ne depasse
      *  pas le terme
      ******************************************************************
       220-TROUVER-TAUX-COURANT.
      *
           MOVE "N" TO TAUX-TROUVE-SWITCH.
           MOVE 0 TO MEILLEUR-TERME.
           MOVE 0 TO TAUX-RENOUVELLEMENT.
           PERFORM 225-EXAMINER-UN-TAUX
              VARYING TAUX-SCAN FROM 1 BY 1
              UNTIL TAUX-SCAN > TAUX-COUNT.
      *
       225-EXAMINER-UN-TAUX.
      *
           IF (TT-ANNEES (TAUX-SCAN) <= TERME-RENOUVELLEMENT)
              AND (TT-ANNEES (TAUX-SCAN) >= MEILLEUR-TERME)
              AND (TT-ANNEES (TAUX-SCAN) > 0)
              MOVE TT-ANNEES (TAUX-SCAN) TO MEILLEUR-TERME
              MOVE TT-TAUX-INTERET (TAUX-SCAN)
                 TO TAUX-RENOUVELLEMENT
              MOVE "Y" TO TAUX-TROUVE-SWITCH
           END-IF.
      *
      ******************************************************************
      *  Cette routine imprime l'avis d'un compte dans la langue du
      *  titulaire - l'avis prealable annonce l'echeance et
      *  l'instruction au dossier, l'avis d'execution confirme le
      *  renouvellement ou le paiement
      ******************************************************************
       300-IMPRIMER-AVIS.
      *
           MOVE SPACES TO PRINT-AREA.
           WRITE PRINT-AREA.
           MOVE SEPARATOR-LINE TO PRINT-AREA.
           WRITE PRINT-AREA.
           MOVE SPACES TO LIGNE-AVIS.
           EVALUATE TRUE
              WHEN AVIS-EXECUTE AND LANGUE-ANGLAISE
                 MOVE "MATURITY PROCESSING NOTICE" TO LR-TEXTE
              WHEN AVIS-EXECUTE
                 MOVE "AVIS DE TRAITEMENT A L'ECHEANCE" TO LR-TEXTE
              WHEN LANGUE-ANGLAISE
                 MOVE "MATURITY NOTICE" TO LR-TEXTE
              WHEN OTHER
                 MOVE "AVIS D'ECHEANCE" TO LR-TEXTE
           END-EVALUATE.
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
              MOVE "MATURITY DATE (YYYYMMDD)" TO LR-TEXTE
           ELSE
              MOVE "DATE D'ECHEANCE (AAAAMMJJ)" TO LR-TEXTE
           END-IF.
           MOVE DATE-ECHEANCE TO LR-MONTANT.
           WRITE PRINT-AREA FROM LIGNE-AVIS.
           MOVE SPACES TO LIGNE-AVIS.
           EVALUATE TRUE
              WHEN AVIS-EXECUTE AND LANGUE-ANGLAISE
                 MOVE "BALANCE AT MATURITY" TO LR-TEXTE
              WHEN AVIS-EXECUTE
                 MOVE "SOLDE A L'ECHEANCE" TO LR-TEXTE
              WHEN LANGUE-ANGLAISE
                 MOVE "BALANCE ACCRUED TO DATE" TO LR-TEXTE
              WHEN OTHER
                 MOVE "SOLDE COURU A CE JOUR" TO LR-TEXTE
           END-EVALUATE.
           MOVE SOLDE-ECHEANCE TO MONTANT-FORMATTE.
           MOVE MONTANT-FORMATTE TO LR-MONTANT.
           WRITE PRINT-AREA FROM LIGNE-AVIS.
           PERFORM 310-IMPRIMER-INSTRUCTION.
           IF AVIS-EXECUTE
              PERFORM 320-IMPRIMER-EXECUTION
           ELSE
              IF (NOT INSTRUCTION-PAIEMENT) AND TAUX-TROUVE
                 MOVE SPACES TO LIGNE-AVIS
                 IF LANGUE-ANGLAISE
                    MOVE "CURRENT RATE TODAY (PCT)" TO LR-TEXTE
                 ELSE
                    MOVE "TAUX COURANT A CE JOUR (PCT)" TO LR-TEXTE
                 END-IF
                 MOVE TAUX-RENOUVELLEMENT TO TAUX-FORMATTE
                 MOVE TAUX-FORMATTE TO LR-MONTANT
                 WRITE PRINT-AREA FROM LIGNE-AVIS
              END-IF
           END-IF.
      *
       310-IMPRIMER-INSTRUCTION.
      *
           MOVE SPACES TO LIGNE-AVIS.
           IF LANGUE-ANGLAISE
              MOVE "STANDING INSTRUCTION:" TO LR-TEXTE
           ELSE
              MOVE "INSTRUCTION PERMANENTE:" TO LR-TEXTE
           END-IF.
           WRITE PRINT-AREA FROM LIGNE-AVIS.
           IF INSTRUCTION-DEFAUT
              MOVE SPACES TO LIGNE-AVIS
              IF LANGUE-ANGLAISE
                 MOVE "  (NONE ON FILE - DEFAULT APPLIES)"
                    TO LR-TEXTE
              ELSE
                 MOVE "  (AUCUNE AU DOSSIER - DEFAUT APPLIQUE)"
                    TO LR-TEXTE
              END-IF
              WRITE PRINT-AREA FROM LIGNE-AVIS
           END-IF.
           MOVE SPACES TO LIGNE-AVIS.
           EVALUATE TRUE
              WHEN INSTRUCTION-PAIEMENT AND LANGUE-ANGLAISE
                 MOVE "  PAY OUT AT MATURITY" TO LR-TEXTE
              WHEN INSTRUCTION-PAIEMENT
                 MOVE "  PAIEMENT A L'ECHEANCE" TO LR-TEXTE
              WHEN INSTRUCTION-NOUVEAU-TERME AND LANGUE-ANGLAISE
                 MOVE "  RENEWAL - NEW TERM (YEARS)" TO LR-TEXTE
                 MOVE TERME-RENOUVELLEMENT TO LR-MONTANT
              WHEN INSTRUCTION-NOUVEAU-TERME
                 MOVE "  RENOUVELLEMENT - NOUVEAU TERME (ANS)"
                    TO LR-TEXTE
                 MOVE TERME-RENOUVELLEMENT TO LR-MONTANT
              WHEN LANGUE-ANGLAISE
                 MOVE "  RENEWAL - SAME TERM" TO LR-TEXTE
              WHEN OTHER
                 MOVE "  RENOUVELLEMENT - MEME TERME" TO LR-TEXTE
           END-EVALUATE.
           WRITE PRINT-AREA FROM LIGNE-AVIS.
      *
       320-IMPRIMER-EXECUTION.
      *
           MOVE SPACES TO LIGNE-AVIS.
           IF INSTRUCTION-PAIEMENT
              IF LANGUE-ANGLAISE
                 MOVE "AMOUNT PAID" TO LR-TEXTE
              ELSE
                 MOVE "MONTANT PAYE" TO LR-TEXTE
              END-IF
              MOVE SOLDE-ECHEANCE TO MONTANT-FORMATTE
              MOVE MONTANT-FORMATTE TO LR-MONTANT
              WRITE PRINT-AREA FROM LIGNE-AVIS
           ELSE
              IF LANGUE-ANGLAISE
                 MOVE "NEW PRINCIPAL" TO LR-TEXTE
              ELSE
                 MOVE "NOUVEAU PRINCIPAL" TO LR-TEXTE
              END-IF
              MOVE CW-PRINCIPAL TO MONTANT-FORMATTE
              MOVE MONTANT-FORMATTE TO LR-MONTANT
              WRITE PRINT-AREA FROM LIGNE-AVIS
              MOVE SPACES TO LIGNE-AVIS
              IF LANGUE-ANGLAISE
                 MOVE "NEW RATE (PCT) / TERM (YEARS)" TO LR-TEXTE
              ELSE
                 MOVE "NOUVEAU TAUX (PCT) / TERME (ANNEES)"
                    TO LR-TEXTE
              END-IF
              MOVE SPACES TO LR-MONTANT
              MOVE CW-TAUX-INTERET TO TAUX-FORMATTE
              STRING TAUX-FORMATTE " / " CW-NOMBRE-D-ANNEES
                 DELIMITED BY SIZE INTO LR-MONTANT
              WRITE PRINT-AREA FROM LIGNE-AVIS
           END-IF.
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
      *  Cette routine reecrit LOANMAST sans les comptes payes -
      *  seulement quand une echeance a ete executee, et jamais apres
      *  un chargement deborde (aucune execution n'a eu lieu alors)
      ******************************************************************
       850-REECRIRE-LOANMAST.
      *
           IF (NOT RUN-READY) OR TABLE-DEBORDEE
              GO TO 850-EXIT
           END-IF.
           IF (COMPTES-RENOUVELES = 0) AND (COMPTES-PAYES = 0)
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
      *  payes, aux memes conditions que LOANMAST
      ******************************************************************
       870-REECRIRE-ACCRMAST.
      *
           IF (NOT RUN-READY) OR TABLE-DEBORDEE
              GO TO 870-EXIT
           END-IF.
           IF (COMPTES-RENOUVELES = 0) AND (COMPTES-PAYES = 0)
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
           DISPLAY "ECHEANCES - " LOANMAST-RECORDS-LUS
                   " COMPTE(S) LU(S), " AVIS-PREALABLES
                   " AVIS PREALABLE(S), " COMPTES-RENOUVELES
                   " RENOUVELE(S), " COMPTES-PAYES " PAYE(S), "
                   ECHEANCES-EN-ATTENTE " EN ATTENTE.".
           DISPLAY "TOTAL PAYE: " TOTAL-PAYE
                   " - " TITULAIRES-INCONNUS " SANS TITULAIRE.".
           IF (ECHEANCES-EN-ATTENTE > 0)
              AND (JOBLOG-STATUS-SWITCH = "NORMAL")
              MOVE "RECONERR" TO JOBLOG-STATUS-SWITCH
           END-IF.
           IF RUN-READY
              CLOSE LOANAUDT
              CLOSE GLFILE
              CLOSE ECHNOTE
           END-IF.
           IF CLOSHIST-OUVERT
              CLOSE CLOSHIST
           END-IF.
      *
      ******************************************************************
      *  Cette routine ecrit la ligne JOBLOG du passage
      ******************************************************************
       950-ECRIRE-JOBLOG.
      *
           MOVE SPACES TO JOBLOG-RECORD.
           MOVE "ECHE0001" TO JL-PROGRAM-ID.
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
