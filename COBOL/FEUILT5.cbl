      *****************************************************************
      * Nom du programme:    T5SL0001
      * Auteur original: MANUEL JARRY
      *
      * Journal d'entretien
      * Date       Auteur        Exigence de maintenance
      * ---------- ------------  ---------------------------------------
      * 15/10/2026 MANUEL JARRY  Créé - feuillets T5 annuels des
      *                          revenus de placement: interet credite
      *                          par beneficiaire pour l'annee civile
      *                          depuis les lignes de couru INTR0004
      *                          du GLFILE et l'interet final des
      *                          clotures CLOSHIST, feuillet FR/EN a
      *                          l'adresse HOLDMAST, sommaire et
      *                          fichier de declaration sous
      *                          controles HDR/TRL, registre T5REGIS
      *                          des feuillets emis pour les feuillets
      *                          modifies
      * 15/10/2026 MANUEL JARRY  HOLDMAST pris des copybooks communs
      *                          HOLDMSSL/HOLDMSFD (identifiant du
      *                          titulaire en fin d'enregistrement)
      * 15/10/2026 MANUEL JARRY  Un feuillet par titulaire HM-HOLDER-ID
      *                          (la reference du compte quand il est en
      *                          blanc) - les comptes d'un meme
      *                          titulaire cumules sur un seul feuillet,
      *                          registre T5REGIS et T5DECL sous la cle
      *                          du titulaire
      *
      *****************************************************************
       IDENTIFICATION DIVISION.
       PROGRAM-ID.  T5SL0001.
       AUTHOR. MANUEL JARRY.
       INSTALLATION. COBOL DEVELOPMENT CENTER.
       DATE-WRITTEN. 15/10/2026.
       DATE-COMPILED. JJ/MM/AAAA.
       SECURITY. NON-CONFIDENTIAL.
      *****************************************************************
      *
      ******************************************************************
      *  Le beneficiaire est le titulaire HOLDMAST du compte - tous
      *  les comptes d'un meme HM-HOLDER-ID sur un seul feuillet, un
      *  compte sans identifiant de titulaire etant son propre
      *  titulaire sous sa reference. Son
      *  interet de l'annee est la somme des interets du mois des
      *  blocs INTR0004 du GLFILE (valeur future moins valeur
      *  actuelle) dates dans l'annee, plus l'interet de la periode
      *  rompue d'une cloture CLOSHIST faite dans l'annee - la
      *  penalite de rachat n'est pas deduite du feuillet. Le
      *  passage peut etre repris a volonte: chaque feuillet emis
      *  est inscrit au registre T5REGIS, un beneficiaire deja emis
      *  au meme montant est laisse tel quel, et un montant change
      *  depuis (une ecriture corrigee apres l'envoi) donne un
      *  feuillet modifie au montant complet corrige, avec le numero
      *  de sequence suivant. Le fichier de declaration T5DECL ne
      *  porte que les feuillets du passage, originaux (O) ou
      *  modifies (A), et le TRL en donne le nombre et le montant
      *  total comme controles
      ******************************************************************
       ENVIRONMENT DIVISION.
      *
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
           SELECT GLFILE ASSIGN TO GLFILE
              ORGANIZATION IS LINE SEQUENTIAL
              FILE STATUS IS GLFILE-FILE-STATUS.
           COPY HOLDMSSL.
           SELECT T5REGIS ASSIGN TO T5REGIS
              ORGANIZATION IS LINE SEQUENTIAL
              FILE STATUS IS T5REGIS-FILE-STATUS.
           SELECT T5DECL ASSIGN TO T5DECL
              ORGANIZATION IS LINE SEQUENTIAL.
           SELECT T5FEUIL ASSIGN TO T5FEUIL
              ORGANIZATION IS LINE SEQUENTIAL.
           SELECT T5SOMM ASSIGN TO T5SOMM
              ORGANIZATION IS LINE SEQUENTIAL.
           COPY CLOHSTSL.
           COPY JOBLOGSL.
           COPY PARMFLSL.
      *
       DATA DIVISION.
      *
       FILE SECTION.
      *
      ******************************************************************
      *  Extrait GL - la disposition d'INTR0004. Le HDR porte le
      *  programme qui a ecrit le bloc a la colonne 14
      ******************************************************************
       FD  GLFILE.
       01  GLFILE-RECORD.
           05 GL-ACCOUNT-REF             PIC X(10).
           05 FILLER                     PIC X(2).
           05 GL-DATE                    PIC X(8).
           05 FILLER                     PIC X(2).
           05 GL-VALEUR-ACTUELLE         PIC 9(9)V99.
           05 FILLER                     PIC X(2).
           05 GL-VALEUR-FUTURE           PIC 9(9)V99.
      *
       COPY HOLDMSFD.
      *
      ******************************************************************
      *  Registre des feuillets emis - une ligne par feuillet, jamais
      *  reecrite, sous la cle du titulaire. La sequence 00 est
      *  l'original, 01 et suivantes les modifications successives
      ******************************************************************
       FD  T5REGIS.
       01  T5REGIS-RECORD.
           05 TR-ANNEE                   PIC 9(4).
           05 FILLER                     PIC X(1)      VALUE SPACE.
           05 TR-HOLDER-ID               PIC X(10).
           05 FILLER                     PIC X(1)      VALUE SPACE.
           05 TR-SEQUENCE                PIC 9(2).
           05 FILLER                     PIC X(1)      VALUE SPACE.
           05 TR-TYPE                    PIC X.
              88 TR-ORIGINAL                            VALUE "O".
              88 TR-MODIFIE                             VALUE "A".
           05 FILLER                     PIC X(1)      VALUE SPACE.
           05 TR-DATE-EMISSION           PIC 9(8).
           05 FILLER                     PIC X(1)      VALUE SPACE.
           05 TR-MONTANT                 PIC 9(9)V99.
      *
      ******************************************************************
      *  Fichier de declaration - un HDR (date, programme, annee), une
      *  ligne par feuillet du passage, un TRL avec le nombre de
      *  feuillets et le montant total declare
      ******************************************************************
       FD  T5DECL.
       01  T5DECL-RECORD.
           05 TD-TYPE                    PIC X.
           05 FILLER                     PIC X(1)      VALUE SPACE.
           05 TD-ANNEE                   PIC 9(4).
           05 FILLER                     PIC X(1)      VALUE SPACE.
           05 TD-HOLDER-ID               PIC X(10).
           05 FILLER                     PIC X(1)      VALUE SPACE.
           05 TD-SEQUENCE                PIC 9(2).
           05 FILLER                     PIC X(1)      VALUE SPACE.
           05 TD-NAME                    PIC X(30).
           05 FILLER                     PIC X(1)      VALUE SPACE.
           05 TD-ADDRESS-1               PIC X(30).
           05 FILLER                     PIC X(1)      VALUE SPACE.
           05 TD-ADDRESS-2               PIC X(30).
           05 FILLER                     PIC X(1)      VALUE SPACE.
           05 TD-LANGUAGE                PIC X(2).
           05 FILLER                     PIC X(1)      VALUE SPACE.
           05 TD-MONTANT                 PIC 9(9)V99.
      *
       FD  T5FEUIL.
       01  PRINT-AREA                    PIC X(132).
      *
       FD  T5SOMM.
       01  SOMMAIRE-AREA                 PIC X(132).
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
          05 GLFILE-EOF-SWITCH          PIC X          VALUE "N".
             88 GLFILE-EOF                              VALUE "Y".
          05 HOLDMAST-EOF-SWITCH        PIC X          VALUE "N".
             88 HOLDMAST-EOF                            VALUE "Y".
          05 T5REGIS-EOF-SWITCH         PIC X          VALUE "N".
             88 T5REGIS-EOF                             VALUE "Y".
          05 CLOSHIST-EOF-SWITCH        PIC X          VALUE "N".
             88 CLOSHIST-EOF                            VALUE "Y".
          05 BENEFICIAIRE-TROUVE-SWITCH PIC X          VALUE "N".
             88 BENEFICIAIRE-TROUVE                     VALUE "Y".
          05 TITULAIRE-TROUVE-SWITCH    PIC X          VALUE "N".
             88 TITULAIRE-TROUVE                        VALUE "Y".
          05 LANGUE-ANGLAISE-SWITCH     PIC X          VALUE "N".
             88 LANGUE-ANGLAISE                         VALUE "Y".
          05 BLOC-COURU-SWITCH          PIC X          VALUE "N".
             88 BLOC-COURU                              VALUE "Y".
          05 RUN-READY-SWITCH           PIC X          VALUE "N".
             88 RUN-READY                               VALUE "Y".
      *
       01 GLFILE-FILE-STATUS             PIC X(2)       VALUE "00".
          88 GLFILE-FILE-OK                             VALUE "00".
      *
       01 HOLDMAST-FILE-STATUS           PIC X(2)       VALUE "00".
          88 HOLDMAST-FILE-OK                           VALUE "00".
      *
       01 T5REGIS-FILE-STATUS            PIC X(2)       VALUE "00".
          88 T5REGIS-FILE-OK                            VALUE "00".
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
      *  Seuil sous lequel aucun feuillet original n'est emis -
      *  T5-SEUIL-MINIMUM du PARMFILE. Un beneficiaire deja emis
      *  recoit toujours son feuillet modifie, meme sous le seuil
      ******************************************************************
       01 T5-SEUIL-MINIMUM               PIC 9(7)V99    VALUE 50.00.
      *
       01 TITULAIRES-COUNT               PIC 9(3)       VALUE 0.
       01 TITULAIRES-TABLE.
          05 TITULAIRE-ENTRY
             OCCURS 0 TO 500 TIMES DEPENDING ON TITULAIRES-COUNT
             INDEXED BY TITULAIRE-IDX.
             10 TH-ACCOUNT-REF          PIC X(10).
             10 TH-HOLDER-ID            PIC X(10).
             10 TH-NAME                 PIC X(30).
             10 TH-ADDRESS-1            PIC X(30).
             10 TH-ADDRESS-2            PIC X(30).
             10 TH-LANGUAGE             PIC X(2).
      *
      ******************************************************************
      *  Un beneficiaire par titulaire ayant de l'interet dans
      *  l'annee ou un feuillet deja au registre pour l'annee
      ******************************************************************
       01 BENEFICIAIRES-COUNT            PIC 9(4)       VALUE 0.
       01 BENEFICIAIRES-TABLE.
          05 BENEFICIAIRE-ENTRY
             OCCURS 0 TO 1000 TIMES DEPENDING ON BENEFICIAIRES-COUNT
             INDEXED BY BENEFICIAIRE-IDX.
             10 BE-HOLDER-ID            PIC X(10).
             10 BE-INTERET-ANNEE        PIC 9(9)V99.
             10 BE-DEJA-EMIS-SWITCH     PIC X.
                88 BE-DEJA-EMIS                         VALUE "Y".
             10 BE-DERNIERE-SEQUENCE    PIC 9(2).
             10 BE-DERNIER-MONTANT      PIC 9(9)V99.
      *
       01 ENTREES-UTILISATEUR.
          05 ANNEE-IMPOSITION-ENTREE    PIC 9(4).
      *
       01 CALCUL-TRAVAIL.
          05 DATE-TRAITEMENT            PIC 9(8).
          05 ANNEE-COURANTE             PIC 9(4).
          05 BLOC-PROGRAM-ID            PIC X(8).
          05 REF-A-CHERCHER             PIC X(10).
          05 CLE-TITULAIRE              PIC X(10).
          05 INTERET-DU-MOIS            PIC 9(9)V99.
          05 BENEFICIAIRE-SCAN          PIC 9(4).
          05 TYPE-FEUILLET              PIC X.
             88 FEUILLET-ORIGINAL                       VALUE "O".
             88 FEUILLET-MODIFIE                        VALUE "A".
          05 SEQUENCE-FEUILLET          PIC 9(2).
          05 MONTANT-FORMATTE           PIC ZZZ,ZZZ,ZZZ.99.
          05 SEPARATOR-LINE             PIC X(50)
                                                       VALUE
                  "--------------------------------------------------".
      *
       01 COMPTEURS-RECONCILIATION.
          05 GLFILE-RECORDS-LUS         PIC 9(7)       VALUE 0.
          05 LIGNES-COURU-RETENUES      PIC 9(7)       VALUE 0.
          05 CLOTURES-RETENUES          PIC 9(5)       VALUE 0.
          05 FEUILLETS-ORIGINAUX        PIC 9(5)       VALUE 0.
          05 MONTANT-ORIGINAUX          PIC 9(11)V99   VALUE 0.
          05 FEUILLETS-MODIFIES         PIC 9(5)       VALUE 0.
          05 MONTANT-MODIFIES           PIC 9(11)V99   VALUE 0.
          05 FEUILLETS-INCHANGES        PIC 9(5)       VALUE 0.
          05 SOUS-LE-SEUIL              PIC 9(5)       VALUE 0.
          05 MONTANT-SOUS-LE-SEUIL      PIC 9(11)V99   VALUE 0.
          05 TITULAIRES-MANQUANTS       PIC 9(5)       VALUE 0.
      *
       01 CONTROLE-ENTETE.
          05 FILLER                     PIC X(3)       VALUE "HDR".
          05 FILLER                     PIC X(1)       VALUE SPACE.
          05 CE-RUN-DATE                PIC 9(8).
          05 FILLER                     PIC X(1)       VALUE SPACE.
          05 CE-PROGRAM-ID              PIC X(8).
          05 FILLER                     PIC X(1)       VALUE SPACE.
          05 CE-ANNEE                   PIC 9(4).
      *
       01 CONTROLE-PIED.
          05 FILLER                     PIC X(3)       VALUE "TRL".
          05 FILLER                     PIC X(1)       VALUE SPACE.
          05 CP-RECORD-COUNT            PIC 9(7).
          05 FILLER                     PIC X(1)       VALUE SPACE.
          05 CP-HASH-TOTAL              PIC 9(13)V99.
      *
       01 CONTROLE-ACCUMULATEURS.
          05 T5DECL-CTRL-COUNT          PIC 9(7)       VALUE 0.
          05 T5DECL-CTRL-HASH           PIC 9(13)V99   VALUE 0.
      *
       01 LIGNE-FEUILLET.
          05 LF-TEXTE                   PIC X(45).
          05 LF-VALEUR                  PIC X(15).
          05 FILLER                     PIC X(72)      VALUE SPACE.
      *
       01 LIGNE-SOMMAIRE.
          05 LS-TEXTE                   PIC X(40).
          05 LS-NOMBRE                  PIC ZZ,ZZ9.
          05 FILLER                     PIC X(4)       VALUE SPACE.
          05 LS-MONTANT                 PIC ZZ,ZZZ,ZZZ,ZZZ.99.
          05 FILLER                     PIC X(65)      VALUE SPACE.
      *
       PROCEDURE DIVISION.
      *
       000-PREPARER-FEUILLETS-T5.
      *
           PERFORM 905-CHARGER-PARAMETRES.
           PERFORM 910-OUVRIR-FICHIERS THRU 910-EXIT.
           IF RUN-READY
              PERFORM 100-CUMULER-GLFILE
              PERFORM 150-CUMULER-CLOSHIST
              PERFORM 200-EMETTRE-UN-FEUILLET THRU 200-EXIT
                 VARYING BENEFICIAIRE-SCAN FROM 1 BY 1
                 UNTIL BENEFICIAIRE-SCAN > BENEFICIAIRES-COUNT
              PERFORM 800-ECRIRE-SOMMAIRE
           END-IF.
           PERFORM 900-FERMER-FICHIERS.
           PERFORM 950-ECRIRE-JOBLOG.
           DISPLAY "FIN DU PROGRAMME.".
           GOBACK.
      *
      ******************************************************************
      *  Cette routine charge le seuil d'emission depuis le PARMFILE
      *  central - un PARMFILE absent laisse la valeur compilee
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
                 WHEN "T5-SEUIL-MINIMUM"
                    COMPUTE T5-SEUIL-MINIMUM =
                       FUNCTION NUMVAL (PA-PARM-VALUE)
                 WHEN OTHER
                    CONTINUE
              END-EVALUATE
           END-IF.
      *
      ******************************************************************
      *  Cette routine demande l'annee d'imposition, charge les
      *  titulaires et le registre, puis ouvre les sorties - seule
      *  une annee terminee peut etre declaree, et un GLFILE absent
      *  abandonne le passage plutot que de modifier chaque feuillet
      *  a zero
      ******************************************************************
       910-OUVRIR-FICHIERS.
      *
           OPEN EXTEND JOBLOG.
           MOVE FUNCTION CURRENT-DATE TO JOBLOG-DATE-ET-HEURE.
           MOVE JDH-DATE TO JOBLOG-START-SAUVEGARDE (1:8).
           MOVE JDH-TIME TO JOBLOG-START-SAUVEGARDE (9:6).
           MOVE JDH-DATE TO DATE-TRAITEMENT.
           MOVE JDH-DATE (1:4) TO ANNEE-COURANTE.
           DISPLAY SEPARATOR-LINE.
           DISPLAY "FEUILLETS T5 DES REVENUS DE PLACEMENT (T5SL0001)".
           DISPLAY "ENTRER L'ANNEE D'IMPOSITION (AAAA, 0 = ANNEE "
                   "PRECEDENTE):".
           ACCEPT ANNEE-IMPOSITION-ENTREE.
           IF (ANNEE-IMPOSITION-ENTREE = 0)
              COMPUTE ANNEE-IMPOSITION-ENTREE = ANNEE-COURANTE - 1
           END-IF.
           IF (ANNEE-IMPOSITION-ENTREE NOT < ANNEE-COURANTE)
              DISPLAY "L'ANNEE " ANNEE-IMPOSITION-ENTREE
                      " N'EST PAS TERMINEE - AUCUN FEUILLET EMIS."
              GO TO 910-EXIT
           END-IF.
           OPEN INPUT GLFILE.
           IF NOT GLFILE-FILE-OK
              DISPLAY "GLFILE INTROUVABLE OU ILLISIBLE "
                      "(FILE STATUS " GLFILE-FILE-STATUS "). "
                      "FEUILLETS ABANDONNES."
              MOVE "FILE-ERR" TO JOBLOG-STATUS-SWITCH
              GO TO 910-EXIT
           END-IF.
           PERFORM 915-CHARGER-TITULAIRES.
           PERFORM 920-CHARGER-REGISTRE.
           OPEN EXTEND T5REGIS.
           IF (T5REGIS-FILE-STATUS = "35")
              OPEN OUTPUT T5REGIS
           END-IF.
           IF NOT T5REGIS-FILE-OK
              DISPLAY "T5REGIS INACCESSIBLE (FILE STATUS "
                      T5REGIS-FILE-STATUS "). FEUILLETS ABANDONNES."
              MOVE "FILE-ERR" TO JOBLOG-STATUS-SWITCH
              CLOSE GLFILE
              GO TO 910-EXIT
           END-IF.
           OPEN OUTPUT T5DECL.
           OPEN OUTPUT T5FEUIL.
           OPEN OUTPUT T5SOMM.
           MOVE "Y" TO RUN-READY-SWITCH.
           MOVE DATE-TRAITEMENT TO CE-RUN-DATE.
           MOVE "T5SL0001" TO CE-PROGRAM-ID.
           MOVE ANNEE-IMPOSITION-ENTREE TO CE-ANNEE.
           MOVE SPACES TO T5DECL-RECORD.
           WRITE T5DECL-RECORD FROM CONTROLE-ENTETE.
      *
       910-EXIT.
           EXIT.
      *
       915-CHARGER-TITULAIRES.
      *
           OPEN INPUT HOLDMAST.
           IF NOT HOLDMAST-FILE-OK
              DISPLAY "HOLDMAST ABSENT (FILE STATUS "
                      HOLDMAST-FILE-STATUS ") - AUCUN FEUILLET NE "
                      "PEUT ETRE ADRESSE. RUN HLDM0001 TO BUILD IT."
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
                       IF (HM-HOLDER-ID = SPACES)
                          MOVE HM-ACCOUNT-REF
                             TO TH-HOLDER-ID (TITULAIRE-IDX)
                       ELSE
                          MOVE HM-HOLDER-ID
                             TO TH-HOLDER-ID (TITULAIRE-IDX)
                       END-IF
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
      *  Cette routine charge les feuillets deja emis pour l'annee -
      *  chaque beneficiaire garde sa derniere sequence et le montant
      *  de son dernier feuillet. Les titulaires sont deja charges
      ******************************************************************
       920-CHARGER-REGISTRE.
      *
           OPEN INPUT T5REGIS.
           IF NOT T5REGIS-FILE-OK
              DISPLAY "T5REGIS ABSENT (FILE STATUS "
                      T5REGIS-FILE-STATUS ") - AUCUN FEUILLET "
                      "EMIS A CE JOUR."
              MOVE "Y" TO T5REGIS-EOF-SWITCH
           END-IF.
           PERFORM UNTIL T5REGIS-EOF
              READ T5REGIS
                 AT END
                    MOVE "Y" TO T5REGIS-EOF-SWITCH
                 NOT AT END
                    IF (TR-ANNEE = ANNEE-IMPOSITION-ENTREE)
                       PERFORM 925-RETENIR-UN-FEUILLET
                    END-IF
              END-READ
           END-PERFORM.
           IF T5REGIS-FILE-STATUS NOT = "35"
              CLOSE T5REGIS
           END-IF.
      *
       925-RETENIR-UN-FEUILLET.
      *
           MOVE TR-HOLDER-ID TO CLE-TITULAIRE.
           PERFORM 110-TROUVER-BENEFICIAIRE.
           IF BENEFICIAIRE-TROUVE
              AND ((NOT BE-DEJA-EMIS (BENEFICIAIRE-IDX))
                OR (TR-SEQUENCE >
                    BE-DERNIERE-SEQUENCE (BENEFICIAIRE-IDX)))
              MOVE "Y" TO BE-DEJA-EMIS-SWITCH (BENEFICIAIRE-IDX)
              MOVE TR-SEQUENCE
                 TO BE-DERNIERE-SEQUENCE (BENEFICIAIRE-IDX)
              MOVE TR-MONTANT
                 TO BE-DERNIER-MONTANT (BENEFICIAIRE-IDX)
           END-IF.
      *
      ******************************************************************
      *  Cette routine cumule l'interet de l'annee des blocs INTR0004
      *  du GLFILE - un HDR dit quel programme a ecrit le bloc, et
      *  seules les lignes d'un bloc de couru datees dans l'annee
      *  comptent
      ******************************************************************
       100-CUMULER-GLFILE.
      *
           PERFORM UNTIL GLFILE-EOF
              READ GLFILE
                 AT END
                    MOVE "Y" TO GLFILE-EOF-SWITCH
                 NOT AT END
                    ADD 1 TO GLFILE-RECORDS-LUS
                    PERFORM 105-EXAMINER-UNE-LIGNE-GL
              END-READ
           END-PERFORM.
      *
       105-EXAMINER-UNE-LIGNE-GL.
      *
           EVALUATE TRUE
              WHEN GL-ACCOUNT-REF (1:3) = "HDR"
                 MOVE GLFILE-RECORD (14:8) TO BLOC-PROGRAM-ID
                 IF (BLOC-PROGRAM-ID = "INTR0004")
                    MOVE "Y" TO BLOC-COURU-SWITCH
                 ELSE
                    MOVE "N" TO BLOC-COURU-SWITCH
                 END-IF
              WHEN GL-ACCOUNT-REF (1:3) = "TRL"
                 MOVE "N" TO BLOC-COURU-SWITCH
              WHEN (NOT BLOC-COURU)
                 CONTINUE
              WHEN (GL-DATE NOT NUMERIC)
                 CONTINUE
              WHEN GL-DATE (1:4) NOT = ANNEE-IMPOSITION-ENTREE
                 CONTINUE
              WHEN (GL-VALEUR-FUTURE NOT > GL-VALEUR-ACTUELLE)
                 CONTINUE
              WHEN OTHER
                 COMPUTE INTERET-DU-MOIS =
                    GL-VALEUR-FUTURE - GL-VALEUR-ACTUELLE
                 MOVE GL-ACCOUNT-REF TO REF-A-CHERCHER
                 PERFORM 112-CHERCHER-CLE-TITULAIRE
                 PERFORM 110-TROUVER-BENEFICIAIRE
                 IF BENEFICIAIRE-TROUVE
                    ADD INTERET-DU-MOIS
                       TO BE-INTERET-ANNEE (BENEFICIAIRE-IDX)
                    ADD 1 TO LIGNES-COURU-RETENUES
                 END-IF
           END-EVALUATE.
      *
      ******************************************************************
      *  Cette routine trouve (ou cree) le beneficiaire du titulaire
      *  CLE-TITULAIRE
      ******************************************************************
       110-TROUVER-BENEFICIAIRE.
      *
           MOVE "N" TO BENEFICIAIRE-TROUVE-SWITCH.
           IF (BENEFICIAIRES-COUNT > 0)
              SET BENEFICIAIRE-IDX TO 1
              SEARCH BENEFICIAIRE-ENTRY
                 AT END
                    CONTINUE
                 WHEN BE-HOLDER-ID (BENEFICIAIRE-IDX) =
                    CLE-TITULAIRE
                    MOVE "Y" TO BENEFICIAIRE-TROUVE-SWITCH
              END-SEARCH
           END-IF.
           IF (NOT BENEFICIAIRE-TROUVE)
              IF (BENEFICIAIRES-COUNT < 1000)
                 ADD 1 TO BENEFICIAIRES-COUNT
                 SET BENEFICIAIRE-IDX TO BENEFICIAIRES-COUNT
                 MOVE CLE-TITULAIRE
                    TO BE-HOLDER-ID (BENEFICIAIRE-IDX)
                 MOVE 0 TO BE-INTERET-ANNEE (BENEFICIAIRE-IDX)
                 MOVE "N" TO BE-DEJA-EMIS-SWITCH (BENEFICIAIRE-IDX)
                 MOVE 0 TO BE-DERNIERE-SEQUENCE (BENEFICIAIRE-IDX)
                 MOVE 0 TO BE-DERNIER-MONTANT (BENEFICIAIRE-IDX)
                 MOVE "Y" TO BENEFICIAIRE-TROUVE-SWITCH
              ELSE
                 DISPLAY "EXCEPTION: TABLE DES BENEFICIAIRES PLEINE "
                         "- TITULAIRE " CLE-TITULAIRE " SAUTE."
                 MOVE "RECONERR" TO JOBLOG-STATUS-SWITCH
              END-IF
           END-IF.
      *
      ******************************************************************
      *  Cette routine donne la cle du titulaire du compte
      *  REF-A-CHERCHER - son HM-HOLDER-ID, ou la reference du compte
      *  si l'identifiant est en blanc ou le compte absent de HOLDMAST
      ******************************************************************
       112-CHERCHER-CLE-TITULAIRE.
      *
           MOVE REF-A-CHERCHER TO CLE-TITULAIRE.
           IF (TITULAIRES-COUNT > 0)
              SET TITULAIRE-IDX TO 1
              SEARCH TITULAIRE-ENTRY
                 AT END
                    CONTINUE
                 WHEN TH-ACCOUNT-REF (TITULAIRE-IDX) = REF-A-CHERCHER
                    MOVE TH-HOLDER-ID (TITULAIRE-IDX) TO CLE-TITULAIRE
              END-SEARCH
           END-IF.
      *
      ******************************************************************
      *  Cette routine ajoute l'interet final des comptes fermes dans
      *  l'annee - un CLOSHIST absent veut dire aucune cloture
      ******************************************************************
       150-CUMULER-CLOSHIST.
      *
           OPEN INPUT CLOSHIST.
           IF NOT CLOSHIST-FILE-OK
              MOVE "Y" TO CLOSHIST-EOF-SWITCH
           END-IF.
           PERFORM UNTIL CLOSHIST-EOF
              READ CLOSHIST
                 AT END
                    MOVE "Y" TO CLOSHIST-EOF-SWITCH
                 NOT AT END
                    PERFORM 155-EXAMINER-UNE-CLOTURE
              END-READ
           END-PERFORM.
           IF CLOSHIST-FILE-STATUS NOT = "35"
              CLOSE CLOSHIST
           END-IF.
      *
       155-EXAMINER-UNE-CLOTURE.
      *
           IF (CH-DATE-CLOTURE (1:4) = ANNEE-IMPOSITION-ENTREE)
              AND (CH-INTERET-FINAL > 0)
              MOVE CH-ACCOUNT-REF TO REF-A-CHERCHER
              PERFORM 112-CHERCHER-CLE-TITULAIRE
              PERFORM 110-TROUVER-BENEFICIAIRE
              IF BENEFICIAIRE-TROUVE
                 ADD CH-INTERET-FINAL
                    TO BE-INTERET-ANNEE (BENEFICIAIRE-IDX)
                 ADD 1 TO CLOTURES-RETENUES
              END-IF
           END-IF.
      *
      ******************************************************************
      *  Cette routine decide du feuillet d'un beneficiaire - un
      *  original s'il n'a rien recu et atteint le seuil, un
      *  modifie si son montant a change depuis son dernier
      *  feuillet, rien s'il est inchange. Un beneficiaire sans
      *  titulaire HOLDMAST n'est pas emis ni inscrit, pour l'etre
      *  au passage suivant une fois le titulaire saisi
      ******************************************************************
       200-EMETTRE-UN-FEUILLET.
      *
           SET BENEFICIAIRE-IDX TO BENEFICIAIRE-SCAN.
           EVALUATE TRUE
              WHEN BE-DEJA-EMIS (BENEFICIAIRE-IDX)
                 AND (BE-INTERET-ANNEE (BENEFICIAIRE-IDX) =
                      BE-DERNIER-MONTANT (BENEFICIAIRE-IDX))
                 ADD 1 TO FEUILLETS-INCHANGES
                 GO TO 200-EXIT
              WHEN BE-DEJA-EMIS (BENEFICIAIRE-IDX)
                 MOVE "A" TO TYPE-FEUILLET
                 COMPUTE SEQUENCE-FEUILLET =
                    BE-DERNIERE-SEQUENCE (BENEFICIAIRE-IDX) + 1
              WHEN BE-INTERET-ANNEE (BENEFICIAIRE-IDX) <
                   T5-SEUIL-MINIMUM
                 ADD 1 TO SOUS-LE-SEUIL
                 ADD BE-INTERET-ANNEE (BENEFICIAIRE-IDX)
                    TO MONTANT-SOUS-LE-SEUIL
                 GO TO 200-EXIT
              WHEN OTHER
                 MOVE "O" TO TYPE-FEUILLET
                 MOVE 0 TO SEQUENCE-FEUILLET
           END-EVALUATE.
           PERFORM 210-TROUVER-TITULAIRE.
           IF (NOT TITULAIRE-TROUVE)
              DISPLAY "EXCEPTION: COMPTE "
                      BE-HOLDER-ID (BENEFICIAIRE-IDX)
                      " SANS TITULAIRE HOLDMAST - FEUILLET NON EMIS."
              ADD 1 TO TITULAIRES-MANQUANTS
              MOVE "RECONERR" TO JOBLOG-STATUS-SWITCH
              GO TO 200-EXIT
           END-IF.
           PERFORM 300-IMPRIMER-FEUILLET.
           PERFORM 400-ECRIRE-DECLARATION.
           PERFORM 500-INSCRIRE-AU-REGISTRE.
           IF FEUILLET-ORIGINAL
              ADD 1 TO FEUILLETS-ORIGINAUX
              ADD BE-INTERET-ANNEE (BENEFICIAIRE-IDX)
                 TO MONTANT-ORIGINAUX
           ELSE
              ADD 1 TO FEUILLETS-MODIFIES
              ADD BE-INTERET-ANNEE (BENEFICIAIRE-IDX)
                 TO MONTANT-MODIFIES
           END-IF.
      *
       200-EXIT.
           EXIT.
      *
       210-TROUVER-TITULAIRE.
      *
           MOVE "N" TO TITULAIRE-TROUVE-SWITCH.
           MOVE "N" TO LANGUE-ANGLAISE-SWITCH.
           IF (TITULAIRES-COUNT > 0)
              SET TITULAIRE-IDX TO 1
              SEARCH TITULAIRE-ENTRY
                 AT END
                    CONTINUE
                 WHEN TH-HOLDER-ID (TITULAIRE-IDX) =
                    BE-HOLDER-ID (BENEFICIAIRE-IDX)
                    MOVE "Y" TO TITULAIRE-TROUVE-SWITCH
              END-SEARCH
           END-IF.
           IF TITULAIRE-TROUVE
              AND (TH-LANGUAGE (TITULAIRE-IDX) = "EN")
              MOVE "Y" TO LANGUE-ANGLAISE-SWITCH
           END-IF.
      *
      ******************************************************************
      *  Cette routine imprime le feuillet dans la langue du
      *  titulaire - un feuillet modifie rappelle le montant du
      *  feuillet qu'il remplace
      ******************************************************************
       300-IMPRIMER-FEUILLET.
      *
           MOVE SPACES TO PRINT-AREA.
           WRITE PRINT-AREA.
           MOVE SEPARATOR-LINE TO PRINT-AREA.
           WRITE PRINT-AREA.
           MOVE SPACES TO LIGNE-FEUILLET.
           IF LANGUE-ANGLAISE
              MOVE "T5 - STATEMENT OF INVESTMENT INCOME" TO LF-TEXTE
           ELSE
              MOVE "T5 - ETAT DES REVENUS DE PLACEMENT" TO LF-TEXTE
           END-IF.
           MOVE ANNEE-IMPOSITION-ENTREE TO LF-VALEUR.
           WRITE PRINT-AREA FROM LIGNE-FEUILLET.
           MOVE SPACES TO LIGNE-FEUILLET.
           EVALUATE TRUE
              WHEN FEUILLET-ORIGINAL AND LANGUE-ANGLAISE
                 MOVE "ORIGINAL SLIP" TO LF-TEXTE
              WHEN FEUILLET-ORIGINAL
                 MOVE "FEUILLET ORIGINAL" TO LF-TEXTE
              WHEN LANGUE-ANGLAISE
                 MOVE "AMENDED SLIP - SEQUENCE" TO LF-TEXTE
              WHEN OTHER
                 MOVE "FEUILLET MODIFIE - SEQUENCE" TO LF-TEXTE
           END-EVALUATE.
           IF FEUILLET-MODIFIE
              MOVE SEQUENCE-FEUILLET TO LF-VALEUR
           END-IF.
           WRITE PRINT-AREA FROM LIGNE-FEUILLET.
           MOVE SPACES TO LIGNE-FEUILLET.
           IF LANGUE-ANGLAISE
              MOVE "HOLDER" TO LF-TEXTE
           ELSE
              MOVE "TITULAIRE" TO LF-TEXTE
           END-IF.
           MOVE BE-HOLDER-ID (BENEFICIAIRE-IDX) TO LF-VALEUR.
           WRITE PRINT-AREA FROM LIGNE-FEUILLET.
           MOVE TH-NAME (TITULAIRE-IDX) TO PRINT-AREA.
           WRITE PRINT-AREA.
           MOVE TH-ADDRESS-1 (TITULAIRE-IDX) TO PRINT-AREA.
           WRITE PRINT-AREA.
           MOVE TH-ADDRESS-2 (TITULAIRE-IDX) TO PRINT-AREA.
           WRITE PRINT-AREA.
           MOVE SPACES TO LIGNE-FEUILLET.
           IF LANGUE-ANGLAISE
              MOVE "BOX 13 - INTEREST FROM CANADIAN SOURCES"
                 TO LF-TEXTE
           ELSE
              MOVE "CASE 13 - INTERETS DE SOURCE CANADIENNE"
                 TO LF-TEXTE
           END-IF.
           MOVE BE-INTERET-ANNEE (BENEFICIAIRE-IDX)
              TO MONTANT-FORMATTE.
           MOVE MONTANT-FORMATTE TO LF-VALEUR.
           WRITE PRINT-AREA FROM LIGNE-FEUILLET.
           IF FEUILLET-MODIFIE
              MOVE SPACES TO LIGNE-FEUILLET
              IF LANGUE-ANGLAISE
                 MOVE "AMOUNT ON THE SLIP REPLACED" TO LF-TEXTE
              ELSE
                 MOVE "MONTANT DU FEUILLET REMPLACE" TO LF-TEXTE
              END-IF
              MOVE BE-DERNIER-MONTANT (BENEFICIAIRE-IDX)
                 TO MONTANT-FORMATTE
              MOVE MONTANT-FORMATTE TO LF-VALEUR
              WRITE PRINT-AREA FROM LIGNE-FEUILLET
           END-IF.
      *
      ******************************************************************
      *  Cette routine ecrit la ligne du feuillet au fichier de
      *  declaration et l'ajoute aux controles du TRL
      ******************************************************************
       400-ECRIRE-DECLARATION.
      *
           MOVE SPACES TO T5DECL-RECORD.
           MOVE TYPE-FEUILLET TO TD-TYPE.
           MOVE ANNEE-IMPOSITION-ENTREE TO TD-ANNEE.
           MOVE BE-HOLDER-ID (BENEFICIAIRE-IDX) TO TD-HOLDER-ID.
           MOVE SEQUENCE-FEUILLET TO TD-SEQUENCE.
           MOVE TH-NAME (TITULAIRE-IDX) TO TD-NAME.
           MOVE TH-ADDRESS-1 (TITULAIRE-IDX) TO TD-ADDRESS-1.
           MOVE TH-ADDRESS-2 (TITULAIRE-IDX) TO TD-ADDRESS-2.
           MOVE TH-LANGUAGE (TITULAIRE-IDX) TO TD-LANGUAGE.
           MOVE BE-INTERET-ANNEE (BENEFICIAIRE-IDX) TO TD-MONTANT.
           WRITE T5DECL-RECORD.
           ADD 1 TO T5DECL-CTRL-COUNT.
           ADD BE-INTERET-ANNEE (BENEFICIAIRE-IDX) TO T5DECL-CTRL-HASH.
      *
       500-INSCRIRE-AU-REGISTRE.
      *
           MOVE SPACES TO T5REGIS-RECORD.
           MOVE ANNEE-IMPOSITION-ENTREE TO TR-ANNEE.
           MOVE BE-HOLDER-ID (BENEFICIAIRE-IDX) TO TR-HOLDER-ID.
           MOVE SEQUENCE-FEUILLET TO TR-SEQUENCE.
           MOVE TYPE-FEUILLET TO TR-TYPE.
           MOVE DATE-TRAITEMENT TO TR-DATE-EMISSION.
           MOVE BE-INTERET-ANNEE (BENEFICIAIRE-IDX) TO TR-MONTANT.
           WRITE T5REGIS-RECORD.
      *
      ******************************************************************
      *  Cette routine ferme la declaration avec son TRL et imprime
      *  le sommaire du passage - originaux, modifies, total declare
      *  (les controles du TRL), puis ce qui n'a pas ete emis
      ******************************************************************
       800-ECRIRE-SOMMAIRE.
      *
           MOVE T5DECL-CTRL-COUNT TO CP-RECORD-COUNT.
           MOVE T5DECL-CTRL-HASH  TO CP-HASH-TOTAL.
           MOVE SPACES TO T5DECL-RECORD.
           WRITE T5DECL-RECORD FROM CONTROLE-PIED.
           MOVE SPACES TO LIGNE-SOMMAIRE.
           STRING "SOMMAIRE T5 - ANNEE " ANNEE-IMPOSITION-ENTREE
                  DELIMITED BY SIZE INTO LS-TEXTE.
           WRITE SOMMAIRE-AREA FROM LIGNE-SOMMAIRE.
           MOVE SEPARATOR-LINE TO SOMMAIRE-AREA.
           WRITE SOMMAIRE-AREA.
           MOVE SPACES TO LIGNE-SOMMAIRE.
           MOVE "FEUILLETS ORIGINAUX" TO LS-TEXTE.
           MOVE FEUILLETS-ORIGINAUX TO LS-NOMBRE.
           MOVE MONTANT-ORIGINAUX TO LS-MONTANT.
           WRITE SOMMAIRE-AREA FROM LIGNE-SOMMAIRE.
           MOVE SPACES TO LIGNE-SOMMAIRE.
           MOVE "FEUILLETS MODIFIES" TO LS-TEXTE.
           MOVE FEUILLETS-MODIFIES TO LS-NOMBRE.
           MOVE MONTANT-MODIFIES TO LS-MONTANT.
           WRITE SOMMAIRE-AREA FROM LIGNE-SOMMAIRE.
           MOVE SPACES TO LIGNE-SOMMAIRE.
           MOVE "TOTAL DECLARE (CONTROLES DU TRL)" TO LS-TEXTE.
           MOVE T5DECL-CTRL-COUNT TO LS-NOMBRE.
           MOVE T5DECL-CTRL-HASH TO LS-MONTANT.
           WRITE SOMMAIRE-AREA FROM LIGNE-SOMMAIRE.
           MOVE SPACES TO SOMMAIRE-AREA.
           WRITE SOMMAIRE-AREA.
           MOVE SPACES TO LIGNE-SOMMAIRE.
           MOVE "SOUS LE SEUIL - NON EMIS" TO LS-TEXTE.
           MOVE SOUS-LE-SEUIL TO LS-NOMBRE.
           MOVE MONTANT-SOUS-LE-SEUIL TO LS-MONTANT.
           WRITE SOMMAIRE-AREA FROM LIGNE-SOMMAIRE.
           MOVE SPACES TO LIGNE-SOMMAIRE.
           MOVE "DEJA EMIS AU MEME MONTANT" TO LS-TEXTE.
           MOVE FEUILLETS-INCHANGES TO LS-NOMBRE.
           MOVE 0 TO LS-MONTANT.
           WRITE SOMMAIRE-AREA FROM LIGNE-SOMMAIRE.
           MOVE SPACES TO LIGNE-SOMMAIRE.
           MOVE "SANS TITULAIRE HOLDMAST - NON EMIS" TO LS-TEXTE.
           MOVE TITULAIRES-MANQUANTS TO LS-NOMBRE.
           MOVE 0 TO LS-MONTANT.
           WRITE SOMMAIRE-AREA FROM LIGNE-SOMMAIRE.
      *
      ******************************************************************
      *  Cette routine imprime les totaux du passage et ferme tout
      ******************************************************************
       900-FERMER-FICHIERS.
      *
           DISPLAY SEPARATOR-LINE.
           DISPLAY "FEUILLETS T5 " ANNEE-IMPOSITION-ENTREE " - "
                   LIGNES-COURU-RETENUES " LIGNE(S) DE COURU, "
                   CLOTURES-RETENUES " CLOTURE(S) RETENUE(S).".
           DISPLAY FEUILLETS-ORIGINAUX " ORIGINAL(AUX), "
                   FEUILLETS-MODIFIES " MODIFIE(S), "
                   FEUILLETS-INCHANGES " INCHANGE(S), "
                   SOUS-LE-SEUIL " SOUS LE SEUIL, "
                   TITULAIRES-MANQUANTS " SANS TITULAIRE.".
           IF RUN-READY
              CLOSE GLFILE
              CLOSE T5REGIS
              CLOSE T5DECL
              CLOSE T5FEUIL
              CLOSE T5SOMM
           END-IF.
      *
      ******************************************************************
      *  Cette routine ecrit la ligne JOBLOG du passage
      ******************************************************************
       950-ECRIRE-JOBLOG.
      *
           MOVE SPACES TO JOBLOG-RECORD.
           MOVE "T5SL0001" TO JL-PROGRAM-ID.
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
