      *****************************************************************
      * Nom du programme:    DECL0001
      * Auteur original: MANUEL JARRY
      *
      * Journal d'entretien
      * Date       Auteur        Exigence de maintenance
      * ---------- ------------  ---------------------------------------
      * 15/10/2026 MANUEL JARRY  Créé - depistage des mouvements
      *                          d'especes a declarer sur le journal
      *                          LOANPOST: gros montant, cumul d'une
      *                          journee et fractionnement sous le
      *                          seuil; ouverture des dossiers
      *                          DECLCAS, rapport de conformite
      *                          DECLRPT et fichier de declaration
      *                          DECLREG
      *
      *****************************************************************
       IDENTIFICATION DIVISION.
       PROGRAM-ID.  DECL0001.
       AUTHOR. MANUEL JARRY.
       INSTALLATION. COBOL DEVELOPMENT CENTER.
       DATE-WRITTEN. 15/10/2026.
       DATE-COMPILED. JJ/MM/AAAA.
       SECURITY. NON-CONFIDENTIAL.
      *****************************************************************
      *
      ******************************************************************
      *  Le passage se fait a la date du jour, sans saisie, sur les
      *  depots et retraits imputes par LNTX0001 dont la date tombe
      *  dans les DECL-JOURS-REVUE derniers jours (30 par defaut) -
      *  un mouvement impute en retard sur sa date est donc encore
      *  vu. Trois regles ouvrent un dossier:
      *    G - un depot ou retrait au moins egal au seuil de
      *        declaration (DECL-SEUIL, 10 000.00 par defaut);
      *    C - plusieurs depots (ou plusieurs retraits) sous le seuil
      *        du meme titulaire le meme jour dont la somme atteint
      *        le seuil - LOANTRAN ne porte pas d'heure, la fenetre
      *        de 24 heures est la journee du mouvement;
      *    F - au moins DECL-NOMBRE-FRACTION depots (3 par defaut)
      *        du meme titulaire juste sous le seuil, a moins de
      *        DECL-MARGE-FRACTION (1 000.00 par defaut), en
      *        DECL-JOURS-FRACTION jours (7 par defaut).
      *  Un dossier deja au registre DECLCAS n'est pas rouvert, de
      *  sorte que le passage peut etre repris sans doublon. Chaque
      *  dossier ouvert est imprime au rapport de conformite avec ses
      *  mouvements et ecrit, un mouvement par ligne, au fichier de
      *  declaration; le rapport liste ensuite tous les dossiers du
      *  registre encore a revoir ou a declarer
      ******************************************************************
       ENVIRONMENT DIVISION.
      *
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
           COPY LNPOSTSL.
           COPY DECLCSSL.
           COPY HOLDMSSL.
           SELECT DECLRPT ASSIGN TO DECLRPT
              ORGANIZATION IS LINE SEQUENTIAL.
           SELECT DECLREG ASSIGN TO DECLREG
              ORGANIZATION IS LINE SEQUENTIAL.
           COPY JOBLOGSL.
           COPY PARMFLSL.
      *
       DATA DIVISION.
      *
       FILE SECTION.
       COPY LNPOSTFD.
      *
       COPY DECLCSFD.
      *
       COPY HOLDMSFD.
      *
       FD  DECLRPT.
       01  PRINT-AREA                    PIC X(132).
      *
      ******************************************************************
      *  Fichier de declaration - un mouvement par ligne avec le
      *  dossier qui le declare, entre les memes controles HDR/TRL
      *  que les extraits GL; le total de controle est la somme des
      *  montants
      ******************************************************************
       FD  DECLREG.
       01  DECLREG-RECORD.
           05 DR-NUMERO                  PIC 9(6).
           05 FILLER                     PIC X(1)      VALUE SPACE.
           05 DR-REGLE                   PIC X.
           05 FILLER                     PIC X(1)      VALUE SPACE.
           05 DR-HOLDER-ID               PIC X(10).
           05 FILLER                     PIC X(1)      VALUE SPACE.
           05 DR-HOLDER-NAME             PIC X(30).
           05 FILLER                     PIC X(1)      VALUE SPACE.
           05 DR-ACCOUNT-REF             PIC X(10).
           05 FILLER                     PIC X(1)      VALUE SPACE.
           05 DR-TRAN-DATE               PIC 9(8).
           05 FILLER                     PIC X(1)      VALUE SPACE.
           05 DR-TRAN-TYPE               PIC X.
           05 FILLER                     PIC X(1)      VALUE SPACE.
           05 DR-AMOUNT                  PIC 9(7)V99.
           05 FILLER                     PIC X(1)      VALUE SPACE.
           05 DR-REFERENCE               PIC X(19).
           05 FILLER                     PIC X(1)      VALUE SPACE.
           05 DR-STATUT                  PIC X.
      *
       COPY JOBLOGFD.
      *
       COPY PARMFLFD.
      *
       WORKING-STORAGE SECTION.
      *
       01 SWITCHES.
          05 LOANPOST-EOF-SWITCH        PIC X          VALUE "N".
             88 LOANPOST-EOF                            VALUE "Y".
          05 DECLCAS-EOF-SWITCH         PIC X          VALUE "N".
             88 DECLCAS-EOF                             VALUE "Y".
          05 HOLDMAST-EOF-SWITCH        PIC X          VALUE "N".
             88 HOLDMAST-EOF                            VALUE "Y".
          05 PARMFILE-EOF-SWITCH        PIC X          VALUE "N".
             88 PARMFILE-EOF                            VALUE "Y".
          05 IMPUTATIONS-DEBORDEES-SWITCH PIC X        VALUE "N".
             88 IMPUTATIONS-DEBORDEES                   VALUE "Y".
          05 DOSSIERS-DEBORDES-SWITCH   PIC X          VALUE "N".
             88 DOSSIERS-DEBORDES                       VALUE "Y".
          05 DOSSIER-TROUVE-SWITCH      PIC X          VALUE "N".
             88 DOSSIER-TROUVE                          VALUE "Y".
          05 TITULAIRE-TROUVE-SWITCH    PIC X          VALUE "N".
             88 TITULAIRE-TROUVE                        VALUE "Y".
          05 DECLCAS-PRET-SWITCH        PIC X          VALUE "N".
             88 DECLCAS-PRET                            VALUE "Y".
      *
       01 LOANPOST-FILE-STATUS           PIC X(2)       VALUE "00".
          88 LOANPOST-FILE-OK                           VALUE "00".
      *
       01 DECLCAS-FILE-STATUS            PIC X(2)       VALUE "00".
          88 DECLCAS-FILE-OK                            VALUE "00".
      *
       01 HOLDMAST-FILE-STATUS           PIC X(2)       VALUE "00".
          88 HOLDMAST-FILE-OK                           VALUE "00".
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
      ******************************************************************
      *  Seuil de declaration et parametres du fractionnement et de
      *  la fenetre de revue, charges du PARMFILE central
      ******************************************************************
       01 DECLARATION-PARAMETRES.
          05 SEUIL-DECLARATION          PIC 9(7)V99    VALUE 10000.00.
          05 MARGE-FRACTION             PIC 9(7)V99    VALUE 1000.00.
          05 NOMBRE-FRACTION            PIC 9(3)       VALUE 3.
          05 JOURS-FRACTION             PIC 9(3)       VALUE 7.
          05 JOURS-REVUE                PIC 9(3)       VALUE 30.
      *
      ******************************************************************
      *  Depots et retraits de LOANPOST assez recents pour la revue
      *  ou pour la fenetre du fractionnement qui la precede
      ******************************************************************
       01 IMPUTATIONS-COUNT              PIC 9(5)       VALUE 0.
       01 IMPUTATION-SCAN                PIC 9(5)       VALUE 0.
       01 AUTRE-SCAN                     PIC 9(5)       VALUE 0.
       01 IMPUTATIONS-TABLE.
          05 IMPUTATION-ENTRY
             OCCURS 0 TO 5000 TIMES DEPENDING ON IMPUTATIONS-COUNT
             INDEXED BY IMPUTATION-IDX.
             10 IM-TRAN-DATE            PIC 9(8).
             10 IM-JOUR                 PIC 9(7).
             10 IM-ACCOUNT-REF          PIC X(10).
             10 IM-HOLDER-ID            PIC X(10).
             10 IM-TRAN-TYPE            PIC X.
             10 IM-AMOUNT               PIC 9(7)V99.
             10 IM-REFERENCE            PIC X(19).
      *
      ******************************************************************
      *  Dossiers du registre DECLCAS plus ceux ouverts ce passage -
      *  sert a ne pas rouvrir un dossier et a lister ceux en suspens
      ******************************************************************
       01 DOSSIERS-COUNT                 PIC 9(5)       VALUE 0.
       01 DOSSIER-SCAN                   PIC 9(5)       VALUE 0.
       01 DOSSIERS-TABLE.
          05 DOSSIER-ENTRY
             OCCURS 0 TO 5000 TIMES DEPENDING ON DOSSIERS-COUNT
             INDEXED BY DOSSIER-IDX.
             10 DT-NUMERO               PIC 9(6).
             10 DT-REGLE                PIC X.
             10 DT-TRAN-TYPE            PIC X.
             10 DT-HOLDER-ID            PIC X(10).
             10 DT-ACCOUNT-REF          PIC X(10).
             10 DT-TRAN-DATE            PIC 9(8).
             10 DT-JOUR                 PIC 9(7).
             10 DT-REFERENCE            PIC X(19).
             10 DT-NOMBRE               PIC 9(3).
             10 DT-MONTANT              PIC 9(9)V99.
             10 DT-STATUT               PIC X.
                88 DT-DECLARE                           VALUE "D".
      *
      ******************************************************************
      *  Nom de chaque titulaire - la premiere ligne HOLDMAST qui
      *  porte l'identifiant (la reference du compte quand il est en
      *  blanc)
      ******************************************************************
       01 TITULAIRES-COUNT               PIC 9(3)       VALUE 0.
       01 TITULAIRES-TABLE.
          05 TITULAIRE-ENTRY
             OCCURS 0 TO 500 TIMES DEPENDING ON TITULAIRES-COUNT
             INDEXED BY TITULAIRE-IDX.
             10 TH-HOLDER-ID            PIC X(10).
             10 TH-NAME                 PIC X(30).
      *
       01 CALCUL-TRAVAIL.
          05 DATE-TRAITEMENT            PIC 9(8).
          05 JOUR-TRAITEMENT            PIC 9(7).
          05 JOUR-DEBUT-REVUE           PIC 9(7).
          05 JOUR-DEBUT-CHARGE          PIC 9(7).
          05 JOUR-DEBUT-FENETRE         PIC 9(7).
          05 JOUR-FIN-FENETRE           PIC 9(7).
          05 JOUR-LU                    PIC 9(7).
          05 BORNE-FRACTION             PIC 9(7)V99.
          05 DERNIER-NUMERO             PIC 9(6)       VALUE 0.
          05 GROUPE-NOMBRE              PIC 9(3).
          05 GROUPE-MONTANT             PIC 9(9)V99.
          05 REGLE-A-OUVRIR             PIC X.
          05 TITULAIRE-CHERCHE          PIC X(10).
          05 NOM-TITULAIRE              PIC X(30).
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
          05 DECLREG-CTRL-COUNT         PIC 9(7)       VALUE 0.
          05 DECLREG-CTRL-HASH          PIC 9(13)V99   VALUE 0.
      *
       01 COMPTEURS-RECONCILIATION.
          05 LOANPOST-RECORDS-LUS       PIC 9(7)       VALUE 0.
          05 DOSSIERS-GROS-MONTANT      PIC 9(5)       VALUE 0.
          05 DOSSIERS-CUMUL             PIC 9(5)       VALUE 0.
          05 DOSSIERS-FRACTIONNEMENT    PIC 9(5)       VALUE 0.
          05 DOSSIERS-OUVERTS           PIC 9(5)       VALUE 0.
          05 DOSSIERS-EN-SUSPENS        PIC 9(5)       VALUE 0.
      *
       01 LIGNE-TITRE.
          05 FILLER                     PIC X(50)      VALUE
                "RAPPORT DE CONFORMITE - DECLARATIONS D'ESPECES AU ".
          05 LT-DATE-ARRETE             PIC 9(8).
          05 FILLER                     PIC X(74)      VALUE SPACE.
      *
       01 LIGNE-PARAMETRES.
          05 FILLER                     PIC X(6)       VALUE "SEUIL ".
          05 LP-SEUIL                   PIC ZZZ,ZZ9.99.
          05 FILLER                     PIC X(22)      VALUE
                "  FRACTIONNEMENT: DES ".
          05 LP-NOMBRE                  PIC ZZ9.
          05 FILLER                     PIC X(12)      VALUE
                " DEPOTS DE ".
          05 LP-BORNE                   PIC ZZZ,ZZ9.99.
          05 FILLER                     PIC X(12)      VALUE
                " ET PLUS EN ".
          05 LP-JOURS-FRACTION          PIC ZZ9.
          05 FILLER                     PIC X(19)      VALUE
                " JOURS  -  REVUE DE".
          05 LP-JOURS-REVUE             PIC ZZZ9.
          05 FILLER                     PIC X(6)       VALUE " JOURS".
          05 FILLER                     PIC X(25)      VALUE SPACE.
      *
       01 LIGNE-SECTION.
          05 LS-TEXTE                   PIC X(60).
          05 FILLER                     PIC X(72)      VALUE SPACE.
      *
       01 LIGNE-COLONNES.
          05 FILLER                     PIC X(132)     VALUE
                "DOSSIER R T TITULAIRE  NOM
      -         "      COMPTE     DATE      NB        MONTANT S".
      *
       01 LIGNE-DOSSIER.
          05 LD-NUMERO                  PIC 9(6).
          05 FILLER                     PIC X(2)       VALUE SPACE.
          05 LD-REGLE                   PIC X.
          05 FILLER                     PIC X(1)       VALUE SPACE.
          05 LD-TRAN-TYPE               PIC X.
          05 FILLER                     PIC X(1)       VALUE SPACE.
          05 LD-HOLDER-ID               PIC X(10).
          05 FILLER                     PIC X(1)       VALUE SPACE.
          05 LD-NAME                    PIC X(30).
          05 FILLER                     PIC X(1)       VALUE SPACE.
          05 LD-ACCOUNT-REF             PIC X(10).
          05 FILLER                     PIC X(1)       VALUE SPACE.
          05 LD-TRAN-DATE               PIC 9(8).
          05 FILLER                     PIC X(1)       VALUE SPACE.
          05 LD-NOMBRE                  PIC ZZ9.
          05 FILLER                     PIC X(1)       VALUE SPACE.
          05 LD-MONTANT                 PIC ZZZ,ZZZ,ZZZ.99.
          05 FILLER                     PIC X(1)       VALUE SPACE.
          05 LD-STATUT                  PIC X.
          05 FILLER                     PIC X(38)      VALUE SPACE.
      *
       01 LIGNE-MOUVEMENT.
          05 FILLER                     PIC X(10)      VALUE SPACE.
          05 FILLER                     PIC X(11)      VALUE
                "MOUVEMENT  ".
          05 LM-REFERENCE               PIC X(19).
          05 FILLER                     PIC X(1)       VALUE SPACE.
          05 LM-ACCOUNT-REF             PIC X(10).
          05 FILLER                     PIC X(1)       VALUE SPACE.
          05 LM-TRAN-DATE               PIC 9(8).
          05 FILLER                     PIC X(1)       VALUE SPACE.
          05 LM-TRAN-TYPE               PIC X.
          05 FILLER                     PIC X(1)       VALUE SPACE.
          05 LM-AMOUNT                  PIC Z,ZZZ,ZZ9.99.
          05 FILLER                     PIC X(57)      VALUE SPACE.
      *
       01 LIGNE-TOTAL.
          05 LTO-TEXTE                  PIC X(40).
          05 LTO-NOMBRE                 PIC ZZZZ9.
          05 FILLER                     PIC X(87)      VALUE SPACE.
      *
       PROCEDURE DIVISION.
      *
       000-DEPISTER-DECLARATIONS.
      *
           PERFORM 905-CHARGER-PARAMETRES.
           PERFORM 910-OUVRIR-FICHIERS THRU 910-EXIT.
           PERFORM 100-CONTROLER-GROS-MONTANT THRU 100-EXIT
              VARYING IMPUTATION-SCAN FROM 1 BY 1
              UNTIL IMPUTATION-SCAN > IMPUTATIONS-COUNT.
           PERFORM 200-CONTROLER-CUMUL THRU 200-EXIT
              VARYING IMPUTATION-SCAN FROM 1 BY 1
              UNTIL IMPUTATION-SCAN > IMPUTATIONS-COUNT.
           PERFORM 300-CONTROLER-FRACTIONNEMENT THRU 300-EXIT
              VARYING IMPUTATION-SCAN FROM 1 BY 1
              UNTIL IMPUTATION-SCAN > IMPUTATIONS-COUNT.
           PERFORM 400-IMPRIMER-SUSPENS THRU 400-EXIT.
           PERFORM 800-ECRIRE-CONTROLES.
           PERFORM 900-FERMER-FICHIERS.
           PERFORM 950-ECRIRE-JOBLOG.
           DISPLAY "FIN DU PROGRAMME.".
           GOBACK.
      *
      ******************************************************************
      *  Cette routine charge le seuil et les parametres de revue
      *  depuis le PARMFILE central - un PARMFILE absent laisse les
      *  valeurs compilees en vigueur
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
                 WHEN "DECL-SEUIL"
                    COMPUTE SEUIL-DECLARATION =
                       FUNCTION NUMVAL (PA-PARM-VALUE)
                 WHEN "DECL-MARGE-FRACTION"
                    COMPUTE MARGE-FRACTION =
                       FUNCTION NUMVAL (PA-PARM-VALUE)
                 WHEN "DECL-NOMBRE-FRACTION"
                    COMPUTE NOMBRE-FRACTION =
                       FUNCTION NUMVAL (PA-PARM-VALUE)
                 WHEN "DECL-JOURS-FRACTION"
                    COMPUTE JOURS-FRACTION =
                       FUNCTION NUMVAL (PA-PARM-VALUE)
                 WHEN "DECL-JOURS-REVUE"
                    COMPUTE JOURS-REVUE =
                       FUNCTION NUMVAL (PA-PARM-VALUE)
                 WHEN OTHER
                    CONTINUE
              END-EVALUATE
           END-IF.
      *
      ******************************************************************
      *  Cette routine fixe la fenetre de revue, charge les
      *  titulaires, le registre et les mouvements, ouvre le rapport
      *  et le fichier de declaration. Un registre illisible ou qui
      *  deborde sa table abandonne le passage: des dossiers seraient
      *  rouverts en double
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
           IF (JOURS-REVUE = 0)
              MOVE 1 TO JOURS-REVUE
           END-IF.
           IF (JOURS-FRACTION = 0)
              MOVE 1 TO JOURS-FRACTION
           END-IF.
           IF (NOMBRE-FRACTION < 2)
              MOVE 2 TO NOMBRE-FRACTION
           END-IF.
           COMPUTE JOUR-DEBUT-REVUE = JOUR-TRAITEMENT - JOURS-REVUE + 1.
           COMPUTE JOUR-DEBUT-CHARGE =
              JOUR-DEBUT-REVUE - JOURS-FRACTION + 1.
           IF (MARGE-FRACTION > SEUIL-DECLARATION)
              MOVE 0 TO BORNE-FRACTION
           ELSE
              COMPUTE BORNE-FRACTION =
                 SEUIL-DECLARATION - MARGE-FRACTION
           END-IF.
           OPEN OUTPUT DECLRPT.
           MOVE DATE-TRAITEMENT TO LT-DATE-ARRETE.
           WRITE PRINT-AREA FROM LIGNE-TITRE.
           MOVE SEUIL-DECLARATION TO LP-SEUIL.
           MOVE NOMBRE-FRACTION TO LP-NOMBRE.
           MOVE BORNE-FRACTION TO LP-BORNE.
           MOVE JOURS-FRACTION TO LP-JOURS-FRACTION.
           MOVE JOURS-REVUE TO LP-JOURS-REVUE.
           WRITE PRINT-AREA FROM LIGNE-PARAMETRES.
           PERFORM 915-CHARGER-TITULAIRES.
           PERFORM 920-CHARGER-DECLCAS.
           IF (NOT DECLCAS-PRET)
              MOVE "FILE-ERR" TO JOBLOG-STATUS-SWITCH
              MOVE SPACES TO PRINT-AREA
              WRITE PRINT-AREA
              MOVE "** REGISTRE DECLCAS INUTILISABLE - AUCUN DEPISTAGE"
                 TO PRINT-AREA
              WRITE PRINT-AREA
              GO TO 910-EXIT
           END-IF.
           PERFORM 925-CHARGER-LOANPOST.
           IF IMPUTATIONS-DEBORDEES
              MOVE "FILE-ERR" TO JOBLOG-STATUS-SWITCH
           END-IF.
           OPEN EXTEND DECLCAS.
           IF (DECLCAS-FILE-STATUS = "35")
              OPEN OUTPUT DECLCAS
           END-IF.
           OPEN OUTPUT DECLREG.
           MOVE DATE-TRAITEMENT TO CE-RUN-DATE.
           MOVE "DECL0001" TO CE-PROGRAM-ID.
           WRITE DECLREG-RECORD FROM CONTROLE-ENTETE.
           MOVE SPACES TO PRINT-AREA.
           WRITE PRINT-AREA.
           MOVE SPACES TO LIGNE-SECTION.
           MOVE "DOSSIERS OUVERTS CE PASSAGE" TO LS-TEXTE.
           WRITE PRINT-AREA FROM LIGNE-SECTION.
           WRITE PRINT-AREA FROM LIGNE-COLONNES.
           DISPLAY SEPARATOR-LINE.
           DISPLAY "DECLARATIONS AU " DATE-TRAITEMENT " - "
                   IMPUTATIONS-COUNT " MOUVEMENT(S) RETENU(S) DE "
                   "LOANPOST, " DOSSIERS-COUNT " DOSSIER(S) AU "
                   "REGISTRE.".
      *
       910-EXIT.
           EXIT.
      *
      ******************************************************************
      *  Cette routine charge le nom des titulaires - un HOLDMAST
      *  absent laisse les dossiers sans nom
      ******************************************************************
       915-CHARGER-TITULAIRES.
      *
           OPEN INPUT HOLDMAST.
           IF NOT HOLDMAST-FILE-OK
              DISPLAY "HOLDMAST ABSENT (FILE STATUS "
                      HOLDMAST-FILE-STATUS ") - DOSSIERS SANS NOM DE "
                      "TITULAIRE."
              MOVE "Y" TO HOLDMAST-EOF-SWITCH
           END-IF.
           PERFORM UNTIL HOLDMAST-EOF
              READ HOLDMAST
                 AT END
                    MOVE "Y" TO HOLDMAST-EOF-SWITCH
                 NOT AT END
                    PERFORM 916-RETENIR-UN-TITULAIRE
              END-READ
           END-PERFORM.
           IF HOLDMAST-FILE-STATUS NOT = "35"
              CLOSE HOLDMAST
           END-IF.
      *
       916-RETENIR-UN-TITULAIRE.
      *
           IF (HM-HOLDER-ID = SPACES)
              MOVE HM-ACCOUNT-REF TO TITULAIRE-CHERCHE
           ELSE
              MOVE HM-HOLDER-ID TO TITULAIRE-CHERCHE
           END-IF.
           PERFORM 650-TROUVER-TITULAIRE.
           EVALUATE TRUE
              WHEN TITULAIRE-TROUVE
                 CONTINUE
              WHEN (TITULAIRES-COUNT < 500)
                 ADD 1 TO TITULAIRES-COUNT
                 SET TITULAIRE-IDX TO TITULAIRES-COUNT
                 MOVE TITULAIRE-CHERCHE TO TH-HOLDER-ID (TITULAIRE-IDX)
                 MOVE HM-NAME TO TH-NAME (TITULAIRE-IDX)
              WHEN OTHER
                 DISPLAY "EXCEPTION: TABLE DES TITULAIRES PLEINE - "
                         "TITULAIRE " TITULAIRE-CHERCHE " SANS NOM."
           END-EVALUATE.
      *
      ******************************************************************
      *  Cette routine charge le registre des dossiers - un DECLCAS
      *  absent veut dire qu'aucun dossier n'a encore ete ouvert
      ******************************************************************
       920-CHARGER-DECLCAS.
      *
           MOVE "Y" TO DECLCAS-PRET-SWITCH.
           OPEN INPUT DECLCAS.
           IF (NOT DECLCAS-FILE-OK)
              IF (DECLCAS-FILE-STATUS NOT = "35")
                 DISPLAY "EXCEPTION: DECLCAS ILLISIBLE (FILE STATUS "
                         DECLCAS-FILE-STATUS ") - DEPISTAGE "
                         "ABANDONNE."
                 MOVE "N" TO DECLCAS-PRET-SWITCH
              END-IF
           ELSE
              PERFORM UNTIL DECLCAS-EOF
                 READ DECLCAS
                    AT END
                       MOVE "Y" TO DECLCAS-EOF-SWITCH
                    NOT AT END
                       PERFORM 921-RETENIR-UN-DOSSIER
                 END-READ
              END-PERFORM
              CLOSE DECLCAS
           END-IF.
           IF DOSSIERS-DEBORDES
              DISPLAY "EXCEPTION: TABLE DES DOSSIERS PLEINE - "
                      "DEPISTAGE ABANDONNE."
              MOVE "N" TO DECLCAS-PRET-SWITCH
           END-IF.
      *
       921-RETENIR-UN-DOSSIER.
      *
           IF (DC-NUMERO > DERNIER-NUMERO)
              MOVE DC-NUMERO TO DERNIER-NUMERO
           END-IF.
           IF (DOSSIERS-COUNT < 5000)
              ADD 1 TO DOSSIERS-COUNT
              SET DOSSIER-IDX TO DOSSIERS-COUNT
              MOVE DC-NUMERO TO DT-NUMERO (DOSSIER-IDX)
              MOVE DC-REGLE TO DT-REGLE (DOSSIER-IDX)
              MOVE DC-TRAN-TYPE TO DT-TRAN-TYPE (DOSSIER-IDX)
              MOVE DC-HOLDER-ID TO DT-HOLDER-ID (DOSSIER-IDX)
              MOVE DC-ACCOUNT-REF TO DT-ACCOUNT-REF (DOSSIER-IDX)
              MOVE DC-TRAN-DATE TO DT-TRAN-DATE (DOSSIER-IDX)
              MOVE 0 TO DT-JOUR (DOSSIER-IDX)
              IF (DC-TRAN-DATE NUMERIC)
                 AND (DC-TRAN-DATE > 16010100)
                 COMPUTE DT-JOUR (DOSSIER-IDX) =
                    FUNCTION INTEGER-OF-DATE (DC-TRAN-DATE)
              END-IF
              MOVE DC-REFERENCE TO DT-REFERENCE (DOSSIER-IDX)
              MOVE DC-NOMBRE TO DT-NOMBRE (DOSSIER-IDX)
              MOVE DC-MONTANT TO DT-MONTANT (DOSSIER-IDX)
              MOVE DC-STATUT TO DT-STATUT (DOSSIER-IDX)
           ELSE
              MOVE "Y" TO DOSSIERS-DEBORDES-SWITCH
           END-IF.
      *
      ******************************************************************
      *  Cette routine charge les depots et retraits de LOANPOST dont
      *  la date tombe dans la fenetre de revue ou dans la fenetre du
      *  fractionnement qui la precede - un LOANPOST absent veut dire
      *  qu'aucun mouvement n'a encore ete impute
      ******************************************************************
       925-CHARGER-LOANPOST.
      *
           OPEN INPUT LOANPOST.
           IF NOT LOANPOST-FILE-OK
              DISPLAY "LOANPOST ABSENT (FILE STATUS "
                      LOANPOST-FILE-STATUS ") - AUCUN MOUVEMENT A "
                      "DEPISTER."
              MOVE "Y" TO LOANPOST-EOF-SWITCH
           END-IF.
           PERFORM UNTIL LOANPOST-EOF
              READ LOANPOST
                 AT END
                    MOVE "Y" TO LOANPOST-EOF-SWITCH
                 NOT AT END
                    ADD 1 TO LOANPOST-RECORDS-LUS
                    PERFORM 926-RETENIR-UNE-IMPUTATION
              END-READ
           END-PERFORM.
           IF LOANPOST-FILE-STATUS NOT = "35"
              CLOSE LOANPOST
           END-IF.
      *
       926-RETENIR-UNE-IMPUTATION.
      *
           IF (NOT LP-DEPOT) AND (NOT LP-RETRAIT)
              CONTINUE
           ELSE
              IF (LP-TRAN-DATE NOT NUMERIC)
                 OR (LP-TRAN-DATE < 16010101)
                 MOVE 0 TO JOUR-LU
              ELSE
                 COMPUTE JOUR-LU =
                    FUNCTION INTEGER-OF-DATE (LP-TRAN-DATE)
              END-IF
              EVALUATE TRUE
                 WHEN (JOUR-LU < JOUR-DEBUT-CHARGE)
                    CONTINUE
                 WHEN (IMPUTATIONS-COUNT < 5000)
                    ADD 1 TO IMPUTATIONS-COUNT
                    SET IMPUTATION-IDX TO IMPUTATIONS-COUNT
                    MOVE LP-TRAN-DATE TO IM-TRAN-DATE (IMPUTATION-IDX)
                    MOVE JOUR-LU TO IM-JOUR (IMPUTATION-IDX)
                    MOVE LP-ACCOUNT-REF
                       TO IM-ACCOUNT-REF (IMPUTATION-IDX)
                    IF (LP-HOLDER-ID = SPACES)
                       MOVE LP-ACCOUNT-REF
                          TO IM-HOLDER-ID (IMPUTATION-IDX)
                    ELSE
                       MOVE LP-HOLDER-ID
                          TO IM-HOLDER-ID (IMPUTATION-IDX)
                    END-IF
                    MOVE LP-TRAN-TYPE TO IM-TRAN-TYPE (IMPUTATION-IDX)
                    MOVE LP-AMOUNT TO IM-AMOUNT (IMPUTATION-IDX)
                    MOVE LP-REFERENCE TO IM-REFERENCE (IMPUTATION-IDX)
                 WHEN OTHER
                    IF (NOT IMPUTATIONS-DEBORDEES)
                       DISPLAY "EXCEPTION: TABLE DES MOUVEMENTS "
                               "PLEINE - DEPISTAGE PARTIEL."
                       MOVE "Y" TO IMPUTATIONS-DEBORDEES-SWITCH
                    END-IF
              END-EVALUATE
           END-IF.
      *
      ******************************************************************
      *  Regle G - un depot ou retrait de la fenetre de revue au
      *  moins egal au seuil ouvre un dossier a lui seul
      ******************************************************************
       100-CONTROLER-GROS-MONTANT.
      *
           IF (IM-JOUR (IMPUTATION-SCAN) < JOUR-DEBUT-REVUE)
              OR (IM-AMOUNT (IMPUTATION-SCAN) < SEUIL-DECLARATION)
              GO TO 100-EXIT
           END-IF.
           MOVE "N" TO DOSSIER-TROUVE-SWITCH.
           PERFORM 105-COMPARER-UN-DOSSIER
              VARYING DOSSIER-SCAN FROM 1 BY 1
              UNTIL (DOSSIER-SCAN > DOSSIERS-COUNT)
                 OR DOSSIER-TROUVE.
           IF DOSSIER-TROUVE
              GO TO 100-EXIT
           END-IF.
           MOVE "G" TO REGLE-A-OUVRIR.
           MOVE 1 TO GROUPE-NOMBRE.
           MOVE IM-AMOUNT (IMPUTATION-SCAN) TO GROUPE-MONTANT.
           PERFORM 600-OUVRIR-DOSSIER.
           MOVE IMPUTATION-SCAN TO AUTRE-SCAN.
           PERFORM 620-DECLARER-UN-MOUVEMENT.
           ADD 1 TO DOSSIERS-GROS-MONTANT.
      *
       100-EXIT.
           EXIT.
      *
       105-COMPARER-UN-DOSSIER.
      *
           IF (DT-REGLE (DOSSIER-SCAN) = "G")
              AND (DT-REFERENCE (DOSSIER-SCAN) =
                   IM-REFERENCE (IMPUTATION-SCAN))
              MOVE "Y" TO DOSSIER-TROUVE-SWITCH
           END-IF.
      *
      ******************************************************************
      *  Regle C - les depots (ou les retraits) sous le seuil d'un
      *  meme titulaire a une meme date sont cumules; a deux
      *  mouvements ou plus dont la somme atteint le seuil, un
      *  dossier est ouvert au premier d'entre eux. Un mouvement au
      *  seuil a deja son propre dossier G et n'entre pas au cumul
      ******************************************************************
       200-CONTROLER-CUMUL.
      *
           IF (IM-JOUR (IMPUTATION-SCAN) < JOUR-DEBUT-REVUE)
              OR (IM-AMOUNT (IMPUTATION-SCAN) NOT < SEUIL-DECLARATION)
              GO TO 200-EXIT
           END-IF.
           MOVE "N" TO DOSSIER-TROUVE-SWITCH.
           PERFORM 205-COMPARER-UN-DOSSIER
              VARYING DOSSIER-SCAN FROM 1 BY 1
              UNTIL (DOSSIER-SCAN > DOSSIERS-COUNT)
                 OR DOSSIER-TROUVE.
           IF DOSSIER-TROUVE
              GO TO 200-EXIT
           END-IF.
           MOVE 0 TO GROUPE-NOMBRE.
           MOVE 0 TO GROUPE-MONTANT.
           PERFORM 210-CUMULER-UN-MOUVEMENT
              VARYING AUTRE-SCAN FROM 1 BY 1
              UNTIL AUTRE-SCAN > IMPUTATIONS-COUNT.
           IF (GROUPE-NOMBRE < 2)
              OR (GROUPE-MONTANT < SEUIL-DECLARATION)
              GO TO 200-EXIT
           END-IF.
           MOVE "C" TO REGLE-A-OUVRIR.
           PERFORM 600-OUVRIR-DOSSIER.
           PERFORM 215-DECLARER-UN-CUMULE
              VARYING AUTRE-SCAN FROM 1 BY 1
              UNTIL AUTRE-SCAN > IMPUTATIONS-COUNT.
           ADD 1 TO DOSSIERS-CUMUL.
      *
       200-EXIT.
           EXIT.
      *
       205-COMPARER-UN-DOSSIER.
      *
           IF (DT-REGLE (DOSSIER-SCAN) = "C")
              AND (DT-HOLDER-ID (DOSSIER-SCAN) =
                   IM-HOLDER-ID (IMPUTATION-SCAN))
              AND (DT-TRAN-DATE (DOSSIER-SCAN) =
                   IM-TRAN-DATE (IMPUTATION-SCAN))
              AND (DT-TRAN-TYPE (DOSSIER-SCAN) =
                   IM-TRAN-TYPE (IMPUTATION-SCAN))
              MOVE "Y" TO DOSSIER-TROUVE-SWITCH
           END-IF.
      *
       210-CUMULER-UN-MOUVEMENT.
      *
           IF (IM-HOLDER-ID (AUTRE-SCAN) =
               IM-HOLDER-ID (IMPUTATION-SCAN))
              AND (IM-TRAN-DATE (AUTRE-SCAN) =
                   IM-TRAN-DATE (IMPUTATION-SCAN))
              AND (IM-TRAN-TYPE (AUTRE-SCAN) =
                   IM-TRAN-TYPE (IMPUTATION-SCAN))
              AND (IM-AMOUNT (AUTRE-SCAN) < SEUIL-DECLARATION)
              ADD 1 TO GROUPE-NOMBRE
              ADD IM-AMOUNT (AUTRE-SCAN) TO GROUPE-MONTANT
           END-IF.
      *
       215-DECLARER-UN-CUMULE.
      *
           IF (IM-HOLDER-ID (AUTRE-SCAN) =
               IM-HOLDER-ID (IMPUTATION-SCAN))
              AND (IM-TRAN-DATE (AUTRE-SCAN) =
                   IM-TRAN-DATE (IMPUTATION-SCAN))
              AND (IM-TRAN-TYPE (AUTRE-SCAN) =
                   IM-TRAN-TYPE (IMPUTATION-SCAN))
              AND (IM-AMOUNT (AUTRE-SCAN) < SEUIL-DECLARATION)
              PERFORM 620-DECLARER-UN-MOUVEMENT
           END-IF.
      *
      ******************************************************************
      *  Regle F - un depot juste sous le seuil compte, avec ceux du
      *  meme titulaire dans la meme bande de montant, sur les
      *  JOURS-FRACTION jours qui finissent a sa date; au nombre
      *  requis un dossier est ouvert. Un dossier F du titulaire a
      *  moins de JOURS-FRACTION jours couvre deja la serie
      ******************************************************************
       300-CONTROLER-FRACTIONNEMENT.
      *
           IF (IM-JOUR (IMPUTATION-SCAN) < JOUR-DEBUT-REVUE)
              OR (IM-TRAN-TYPE (IMPUTATION-SCAN) NOT = "D")
              OR (IM-AMOUNT (IMPUTATION-SCAN) NOT < SEUIL-DECLARATION)
              OR (IM-AMOUNT (IMPUTATION-SCAN) < BORNE-FRACTION)
              GO TO 300-EXIT
           END-IF.
           COMPUTE JOUR-DEBUT-FENETRE =
              IM-JOUR (IMPUTATION-SCAN) - JOURS-FRACTION + 1.
           COMPUTE JOUR-FIN-FENETRE =
              IM-JOUR (IMPUTATION-SCAN) + JOURS-FRACTION - 1.
           MOVE "N" TO DOSSIER-TROUVE-SWITCH.
           PERFORM 305-COMPARER-UN-DOSSIER
              VARYING DOSSIER-SCAN FROM 1 BY 1
              UNTIL (DOSSIER-SCAN > DOSSIERS-COUNT)
                 OR DOSSIER-TROUVE.
           IF DOSSIER-TROUVE
              GO TO 300-EXIT
           END-IF.
           MOVE 0 TO GROUPE-NOMBRE.
           MOVE 0 TO GROUPE-MONTANT.
           PERFORM 310-COMPTER-UN-DEPOT
              VARYING AUTRE-SCAN FROM 1 BY 1
              UNTIL AUTRE-SCAN > IMPUTATIONS-COUNT.
           IF (GROUPE-NOMBRE < NOMBRE-FRACTION)
              GO TO 300-EXIT
           END-IF.
           MOVE "F" TO REGLE-A-OUVRIR.
           PERFORM 600-OUVRIR-DOSSIER.
           PERFORM 315-DECLARER-UN-DEPOT
              VARYING AUTRE-SCAN FROM 1 BY 1
              UNTIL AUTRE-SCAN > IMPUTATIONS-COUNT.
           ADD 1 TO DOSSIERS-FRACTIONNEMENT.
      *
       300-EXIT.
           EXIT.
      *
       305-COMPARER-UN-DOSSIER.
      *
           IF (DT-REGLE (DOSSIER-SCAN) = "F")
              AND (DT-HOLDER-ID (DOSSIER-SCAN) =
                   IM-HOLDER-ID (IMPUTATION-SCAN))
              AND (DT-JOUR (DOSSIER-SCAN) NOT < JOUR-DEBUT-FENETRE)
              AND (DT-JOUR (DOSSIER-SCAN) NOT > JOUR-FIN-FENETRE)
              MOVE "Y" TO DOSSIER-TROUVE-SWITCH
           END-IF.
      *
       310-COMPTER-UN-DEPOT.
      *
           IF (IM-HOLDER-ID (AUTRE-SCAN) =
               IM-HOLDER-ID (IMPUTATION-SCAN))
              AND (IM-TRAN-TYPE (AUTRE-SCAN) = "D")
              AND (IM-AMOUNT (AUTRE-SCAN) < SEUIL-DECLARATION)
              AND (IM-AMOUNT (AUTRE-SCAN) NOT < BORNE-FRACTION)
              AND (IM-JOUR (AUTRE-SCAN) NOT < JOUR-DEBUT-FENETRE)
              AND (IM-JOUR (AUTRE-SCAN) NOT >
                   IM-JOUR (IMPUTATION-SCAN))
              ADD 1 TO GROUPE-NOMBRE
              ADD IM-AMOUNT (AUTRE-SCAN) TO GROUPE-MONTANT
           END-IF.
      *
       315-DECLARER-UN-DEPOT.
      *
           IF (IM-HOLDER-ID (AUTRE-SCAN) =
               IM-HOLDER-ID (IMPUTATION-SCAN))
              AND (IM-TRAN-TYPE (AUTRE-SCAN) = "D")
              AND (IM-AMOUNT (AUTRE-SCAN) < SEUIL-DECLARATION)
              AND (IM-AMOUNT (AUTRE-SCAN) NOT < BORNE-FRACTION)
              AND (IM-JOUR (AUTRE-SCAN) NOT < JOUR-DEBUT-FENETRE)
              AND (IM-JOUR (AUTRE-SCAN) NOT >
                   IM-JOUR (IMPUTATION-SCAN))
              PERFORM 620-DECLARER-UN-MOUVEMENT
           END-IF.
      *
      ******************************************************************
      *  Cette routine liste tous les dossiers du registre encore a
      *  revoir ou a declarer, ceux du passage compris, puis les
      *  totaux du passage
      ******************************************************************
       400-IMPRIMER-SUSPENS.
      *
           IF (NOT DECLCAS-PRET)
              GO TO 400-EXIT
           END-IF.
           MOVE SPACES TO PRINT-AREA.
           WRITE PRINT-AREA.
           MOVE SPACES TO LIGNE-SECTION.
           MOVE "DOSSIERS EN SUSPENS - A REVOIR OU A DECLARER"
              TO LS-TEXTE.
           WRITE PRINT-AREA FROM LIGNE-SECTION.
           WRITE PRINT-AREA FROM LIGNE-COLONNES.
           PERFORM 410-IMPRIMER-UN-SUSPENS
              VARYING DOSSIER-SCAN FROM 1 BY 1
              UNTIL DOSSIER-SCAN > DOSSIERS-COUNT.
           MOVE SPACES TO PRINT-AREA.
           WRITE PRINT-AREA.
           MOVE SEPARATOR-LINE TO PRINT-AREA.
           WRITE PRINT-AREA.
           MOVE SPACES TO LIGNE-TOTAL.
           MOVE "DOSSIERS G - GROS MONTANT" TO LTO-TEXTE.
           MOVE DOSSIERS-GROS-MONTANT TO LTO-NOMBRE.
           WRITE PRINT-AREA FROM LIGNE-TOTAL.
           MOVE "DOSSIERS C - CUMUL DE LA JOURNEE" TO LTO-TEXTE.
           MOVE DOSSIERS-CUMUL TO LTO-NOMBRE.
           WRITE PRINT-AREA FROM LIGNE-TOTAL.
           MOVE "DOSSIERS F - FRACTIONNEMENT" TO LTO-TEXTE.
           MOVE DOSSIERS-FRACTIONNEMENT TO LTO-NOMBRE.
           WRITE PRINT-AREA FROM LIGNE-TOTAL.
           MOVE "DOSSIERS OUVERTS CE PASSAGE" TO LTO-TEXTE.
           MOVE DOSSIERS-OUVERTS TO LTO-NOMBRE.
           WRITE PRINT-AREA FROM LIGNE-TOTAL.
           MOVE "DOSSIERS EN SUSPENS AU REGISTRE" TO LTO-TEXTE.
           MOVE DOSSIERS-EN-SUSPENS TO LTO-NOMBRE.
           WRITE PRINT-AREA FROM LIGNE-TOTAL.
      *
       400-EXIT.
           EXIT.
      *
       410-IMPRIMER-UN-SUSPENS.
      *
           IF (NOT DT-DECLARE (DOSSIER-SCAN))
              MOVE SPACES TO LIGNE-DOSSIER
              MOVE DT-NUMERO (DOSSIER-SCAN) TO LD-NUMERO
              MOVE DT-REGLE (DOSSIER-SCAN) TO LD-REGLE
              MOVE DT-TRAN-TYPE (DOSSIER-SCAN) TO LD-TRAN-TYPE
              MOVE DT-HOLDER-ID (DOSSIER-SCAN) TO LD-HOLDER-ID
              MOVE DT-HOLDER-ID (DOSSIER-SCAN) TO TITULAIRE-CHERCHE
              PERFORM 655-NOMMER-TITULAIRE
              MOVE NOM-TITULAIRE TO LD-NAME
              MOVE DT-ACCOUNT-REF (DOSSIER-SCAN) TO LD-ACCOUNT-REF
              MOVE DT-TRAN-DATE (DOSSIER-SCAN) TO LD-TRAN-DATE
              MOVE DT-NOMBRE (DOSSIER-SCAN) TO LD-NOMBRE
              MOVE DT-MONTANT (DOSSIER-SCAN) TO LD-MONTANT
              MOVE DT-STATUT (DOSSIER-SCAN) TO LD-STATUT
              WRITE PRINT-AREA FROM LIGNE-DOSSIER
              ADD 1 TO DOSSIERS-EN-SUSPENS
           END-IF.
      *
      ******************************************************************
      *  Cette routine ouvre un dossier au mouvement courant: un
      *  nouveau numero, une ligne au registre DECLCAS et a la table,
      *  une ligne au rapport de conformite
      ******************************************************************
       600-OUVRIR-DOSSIER.
      *
           ADD 1 TO DERNIER-NUMERO.
           MOVE SPACES TO DECLCAS-RECORD.
           MOVE DERNIER-NUMERO TO DC-NUMERO.
           MOVE REGLE-A-OUVRIR TO DC-REGLE.
           MOVE IM-TRAN-TYPE (IMPUTATION-SCAN) TO DC-TRAN-TYPE.
           MOVE IM-HOLDER-ID (IMPUTATION-SCAN) TO DC-HOLDER-ID.
           MOVE IM-ACCOUNT-REF (IMPUTATION-SCAN) TO DC-ACCOUNT-REF.
           MOVE IM-TRAN-DATE (IMPUTATION-SCAN) TO DC-TRAN-DATE.
           IF (REGLE-A-OUVRIR = "G")
              MOVE IM-REFERENCE (IMPUTATION-SCAN) TO DC-REFERENCE
           END-IF.
           MOVE GROUPE-NOMBRE TO DC-NOMBRE.
           MOVE GROUPE-MONTANT TO DC-MONTANT.
           MOVE DATE-TRAITEMENT TO DC-DATE-OUVERTURE.
           MOVE "O" TO DC-STATUT.
           MOVE DATE-TRAITEMENT TO DC-DATE-STATUT.
           WRITE DECLCAS-RECORD.
           ADD 1 TO DOSSIERS-OUVERTS.
           IF (DOSSIERS-COUNT < 5000)
              ADD 1 TO DOSSIERS-COUNT
              SET DOSSIER-IDX TO DOSSIERS-COUNT
              MOVE DC-NUMERO TO DT-NUMERO (DOSSIER-IDX)
              MOVE DC-REGLE TO DT-REGLE (DOSSIER-IDX)
              MOVE DC-TRAN-TYPE TO DT-TRAN-TYPE (DOSSIER-IDX)
              MOVE DC-HOLDER-ID TO DT-HOLDER-ID (DOSSIER-IDX)
              MOVE DC-ACCOUNT-REF TO DT-ACCOUNT-REF (DOSSIER-IDX)
              MOVE DC-TRAN-DATE TO DT-TRAN-DATE (DOSSIER-IDX)
              MOVE IM-JOUR (IMPUTATION-SCAN) TO DT-JOUR (DOSSIER-IDX)
              MOVE DC-REFERENCE TO DT-REFERENCE (DOSSIER-IDX)
              MOVE DC-NOMBRE TO DT-NOMBRE (DOSSIER-IDX)
              MOVE DC-MONTANT TO DT-MONTANT (DOSSIER-IDX)
              MOVE DC-STATUT TO DT-STATUT (DOSSIER-IDX)
           ELSE
              IF (NOT DOSSIERS-DEBORDES)
                 DISPLAY "EXCEPTION: TABLE DES DOSSIERS PLEINE - "
                         "DES DOSSIERS POURRONT ETRE OUVERTS EN "
                         "DOUBLE."
                 MOVE "Y" TO DOSSIERS-DEBORDES-SWITCH
                 MOVE "FILE-ERR" TO JOBLOG-STATUS-SWITCH
              END-IF
           END-IF.
           MOVE IM-HOLDER-ID (IMPUTATION-SCAN) TO TITULAIRE-CHERCHE.
           PERFORM 655-NOMMER-TITULAIRE.
           MOVE SPACES TO LIGNE-DOSSIER.
           MOVE DC-NUMERO TO LD-NUMERO.
           MOVE DC-REGLE TO LD-REGLE.
           MOVE DC-TRAN-TYPE TO LD-TRAN-TYPE.
           MOVE DC-HOLDER-ID TO LD-HOLDER-ID.
           MOVE NOM-TITULAIRE TO LD-NAME.
           MOVE DC-ACCOUNT-REF TO LD-ACCOUNT-REF.
           MOVE DC-TRAN-DATE TO LD-TRAN-DATE.
           MOVE DC-NOMBRE TO LD-NOMBRE.
           MOVE DC-MONTANT TO LD-MONTANT.
           MOVE DC-STATUT TO LD-STATUT.
           WRITE PRINT-AREA FROM LIGNE-DOSSIER.
           DISPLAY "DOSSIER " DC-NUMERO " OUVERT - REGLE " DC-REGLE
                   ", TITULAIRE " DC-HOLDER-ID ", " DC-NOMBRE
                   " MOUVEMENT(S).".
      *
      ******************************************************************
      *  Cette routine declare un mouvement du dossier qui vient
      *  d'etre ouvert - une ligne sous le dossier au rapport, une
      *  ligne au fichier de declaration
      ******************************************************************
       620-DECLARER-UN-MOUVEMENT.
      *
           MOVE IM-REFERENCE (AUTRE-SCAN) TO LM-REFERENCE.
           MOVE IM-ACCOUNT-REF (AUTRE-SCAN) TO LM-ACCOUNT-REF.
           MOVE IM-TRAN-DATE (AUTRE-SCAN) TO LM-TRAN-DATE.
           MOVE IM-TRAN-TYPE (AUTRE-SCAN) TO LM-TRAN-TYPE.
           MOVE IM-AMOUNT (AUTRE-SCAN) TO LM-AMOUNT.
           WRITE PRINT-AREA FROM LIGNE-MOUVEMENT.
           MOVE SPACES TO DECLREG-RECORD.
           MOVE DC-NUMERO TO DR-NUMERO.
           MOVE DC-REGLE TO DR-REGLE.
           MOVE DC-HOLDER-ID TO DR-HOLDER-ID.
           MOVE NOM-TITULAIRE TO DR-HOLDER-NAME.
           MOVE IM-ACCOUNT-REF (AUTRE-SCAN) TO DR-ACCOUNT-REF.
           MOVE IM-TRAN-DATE (AUTRE-SCAN) TO DR-TRAN-DATE.
           MOVE IM-TRAN-TYPE (AUTRE-SCAN) TO DR-TRAN-TYPE.
           MOVE IM-AMOUNT (AUTRE-SCAN) TO DR-AMOUNT.
           MOVE IM-REFERENCE (AUTRE-SCAN) TO DR-REFERENCE.
           MOVE DC-STATUT TO DR-STATUT.
           WRITE DECLREG-RECORD.
           ADD 1 TO DECLREG-CTRL-COUNT.
           ADD IM-AMOUNT (AUTRE-SCAN) TO DECLREG-CTRL-HASH.
      *
      ******************************************************************
      *  Ces routines cherchent un titulaire dans la table des noms
      ******************************************************************
       650-TROUVER-TITULAIRE.
      *
           MOVE "N" TO TITULAIRE-TROUVE-SWITCH.
           IF (TITULAIRES-COUNT > 0)
              SET TITULAIRE-IDX TO 1
              SEARCH TITULAIRE-ENTRY
                 AT END
                    CONTINUE
                 WHEN TH-HOLDER-ID (TITULAIRE-IDX) = TITULAIRE-CHERCHE
                    MOVE "Y" TO TITULAIRE-TROUVE-SWITCH
              END-SEARCH
           END-IF.
      *
       655-NOMMER-TITULAIRE.
      *
           PERFORM 650-TROUVER-TITULAIRE.
           IF TITULAIRE-TROUVE
              MOVE TH-NAME (TITULAIRE-IDX) TO NOM-TITULAIRE
           ELSE
              MOVE "** TITULAIRE INCONNU **" TO NOM-TITULAIRE
           END-IF.
      *
      ******************************************************************
      *  Cette routine ferme le fichier de declaration avec son TRL
      ******************************************************************
       800-ECRIRE-CONTROLES.
      *
           IF DECLCAS-PRET
              MOVE DECLREG-CTRL-COUNT TO CP-RECORD-COUNT
              MOVE DECLREG-CTRL-HASH  TO CP-HASH-TOTAL
              WRITE DECLREG-RECORD FROM CONTROLE-PIED
           END-IF.
      *
      ******************************************************************
      *  Cette routine imprime les totaux du passage et ferme tout
      ******************************************************************
       900-FERMER-FICHIERS.
      *
           DISPLAY SEPARATOR-LINE.
           DISPLAY "DECLARATIONS - " LOANPOST-RECORDS-LUS
                   " LIGNE(S) LOANPOST LUE(S), " DOSSIERS-OUVERTS
                   " DOSSIER(S) OUVERT(S) (G " DOSSIERS-GROS-MONTANT
                   ", C " DOSSIERS-CUMUL ", F "
                   DOSSIERS-FRACTIONNEMENT ").".
           DISPLAY DOSSIERS-EN-SUSPENS " DOSSIER(S) EN SUSPENS AU "
                   "REGISTRE, " DECLREG-CTRL-COUNT " MOUVEMENT(S) "
                   "DECLARE(S).".
           IF DECLCAS-PRET
              CLOSE DECLCAS
              CLOSE DECLREG
           END-IF.
           CLOSE DECLRPT.
      *
      ******************************************************************
      *  Cette routine ecrit la ligne JOBLOG du passage
      ******************************************************************
       950-ECRIRE-JOBLOG.
      *
           MOVE SPACES TO JOBLOG-RECORD.
           MOVE "DECL0001" TO JL-PROGRAM-ID.
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
