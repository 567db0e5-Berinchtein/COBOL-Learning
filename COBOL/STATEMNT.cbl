      *                          segments, valeur future et valeur
      *                          apres impot, libelles FR ou EN selon
      *                          la langue du titulaire
      * 15/10/2026 MANUEL JARRY  Disposition HOLDMAST portee a 105
      *                          octets (instruction a l'echeance)
      * 15/10/2026 MANUEL JARRY  Releve consolide par titulaire - un
      *                          seul releve par identifiant de
      *                          titulaire HOLDMAST, une section par
      *                          compte rattache et les totaux du
      *                          titulaire; LOANMAST charge en table
      *
      *****************************************************************
       IDENTIFICATION DIVISION.
           SELECT LOANMAST ASSIGN TO LOANMAST
              ORGANIZATION IS LINE SEQUENTIAL
              FILE STATUS IS LOANMAST-FILE-STATUS.
           COPY HOLDMSSL.
           SELECT STMTFILE ASSIGN TO STMTFILE
              ORGANIZATION IS LINE SEQUENTIAL.
           COPY JOBLOGSL.
      *
       FILE SECTION.
       FD  LOANMAST.
       01  LOANMAST-RECORD               PIC X(53).
      *
       COPY HOLDMSFD.
      *
       FD  STMTFILE.
       01  PRINT-AREA                    PIC X(132).
             88 LANGUE-ANGLAISE                         VALUE "Y".
          05 RUN-READY-SWITCH           PIC X          VALUE "N".
             88 RUN-READY                               VALUE "Y".
          05 DEJA-IMPRIME-SWITCH        PIC X          VALUE "N".
             88 DEJA-IMPRIME                            VALUE "Y".
      *
       01 LOANMAST-FILE-STATUS           PIC X(2)       VALUE "00".
          88 LOANMAST-FILE-OK                           VALUE "00".
          05 ANNEE-RELEVE-ENTREE        PIC 9(4).
          05 TAUX-IMPOT                 PIC 9(2)V99    VALUE 0.
      *
      ******************************************************************
      *  Compte en cours d'impression - meme disposition que la ligne
      *  LOANMAST, redefinissable en image X(53) pour la table
      ******************************************************************
       01 COMPTE-RELEVE.
          05 LM-ACCOUNT-REF             PIC X(10).
          05 LM-PRINCIPAL               PIC 9(7)V99.
          05 LM-TAUX-INTERET            PIC 9(2)V99.
          05 LM-TYPE-TAUX-INTERET       PIC X(9).
          05 LM-NOMBRE-D-ANNEES         PIC 9(2).
          05 LM-NOMBRE-SEGMENTS         PIC 9.
          05 LM-RATE-SEGMENT OCCURS 3 TIMES.
             10 LM-SEG-TAUX-INTERET     PIC 9(2)V99.
             10 LM-SEG-ANNEES           PIC 9(2).
      *
       01 COMPTE-RELEVE-IMAGE REDEFINES COMPTE-RELEVE
                                         PIC X(53).
      *
       01 COMPTES-COUNT                  PIC 9(3)       VALUE 0.
       01 COMPTES-TABLE.
          05 COMPTE-ENTRY
             OCCURS 0 TO 500 TIMES DEPENDING ON COMPTES-COUNT
             INDEXED BY COMPTE-IDX.
             10 CT-IMAGE                PIC X(53).
      *
      ******************************************************************
      *  Titulaires HOLDMAST - TH-HOLDER-ID porte l'identifiant du
      *  titulaire, la reference du compte quand la ligne n'en a pas
      ******************************************************************
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
      *  Titulaires dont le releve est deja produit
      ******************************************************************
       01 IMPRIMES-COUNT                 PIC 9(3)       VALUE 0.
       01 IMPRIMES-TABLE.
          05 IMPRIME-ENTRY
             OCCURS 0 TO 500 TIMES DEPENDING ON IMPRIMES-COUNT
             INDEXED BY IMPRIME-IDX.
             10 IM-HOLDER-ID            PIC X(10).
      *
       01 RELEVE-TITULAIRE.
          05 CLE-TITULAIRE              PIC X(10)      VALUE SPACES.
          05 CLE-COMPTE                 PIC X(10)      VALUE SPACES.
          05 COMPTE-SCAN                PIC 9(3)       VALUE 0.
          05 COMPTE-LIE-SCAN            PIC 9(3)       VALUE 0.
          05 COMPTES-DU-TITULAIRE       PIC 9(3)       VALUE 0.
          05 TOTAL-OUVERTURE            PIC 9(9)V99    VALUE 0.
          05 TOTAL-VALEUR-FUTURE        PIC 9(9)V99    VALUE 0.
          05 TOTAL-VALEUR-IMPOT         PIC 9(9)V99    VALUE 0.
      *
      ******************************************************************
      *  Calcul de la valeur future au terme - la meme mecanique que
      *  240-CALCULER-VALEUR-FUTURE et 241-CALCULER-VF-SEGMENTS dans
      *  INTR0003, la base composee materialisee avant l'exposant
       01 COMPTEURS-RECONCILIATION.
          05 LOANMAST-RECORDS-LUS       PIC 9(5)       VALUE 0.
          05 RELEVES-PRODUITS           PIC 9(5)       VALUE 0.
          05 COMPTES-RELEVES            PIC 9(5)       VALUE 0.
          05 TITULAIRES-INCONNUS        PIC 9(5)       VALUE 0.
      *
       01 LIGNE-RELEVE.
       000-PRODUIRE-RELEVES.
      *
           PERFORM 910-OUVRIR-FICHIERS.
           PERFORM 100-RELEVE-UN-TITULAIRE THRU 100-EXIT
              VARYING COMPTE-SCAN FROM 1 BY 1
              UNTIL COMPTE-SCAN > COMPTES-COUNT.
           PERFORM 900-FERMER-FICHIERS.
           PERFORM 950-ECRIRE-JOBLOG.
           DISPLAY "FIN DU PROGRAMME.".
      *
      ******************************************************************
      *  Cette routine demande l'annee du releve et le taux d'impot,
      *  charge les comptes et les titulaires et ouvre les fichiers -
      *  un LOANMAST absent abandonne le passage, un HOLDMAST absent
      *  produit des releves sans adresse, signales
      ******************************************************************
       910-OUVRIR-FICHIERS.
      *
                      "(FILE STATUS " LOANMAST-FILE-STATUS "). "
                      "RELEVES ABANDONNES."
              MOVE "FILE-ERR" TO JOBLOG-STATUS-SWITCH
           ELSE
              PERFORM UNTIL LOANMAST-EOF
                 READ LOANMAST
                    AT END
                       MOVE "Y" TO LOANMAST-EOF-SWITCH
                    NOT AT END
                       PERFORM 915-RETENIR-UN-COMPTE
                 END-READ
              END-PERFORM
              CLOSE LOANMAST
              PERFORM 920-CHARGER-TITULAIRES
              OPEN OUTPUT STMTFILE
              MOVE "Y" TO RUN-READY-SWITCH
           END-IF.
      *
       915-RETENIR-UN-COMPTE.
      *
           ADD 1 TO LOANMAST-RECORDS-LUS.
           IF (COMPTES-COUNT < 500)
              ADD 1 TO COMPTES-COUNT
              MOVE LOANMAST-RECORD TO CT-IMAGE (COMPTES-COUNT)
           ELSE
              DISPLAY "EXCEPTION: TABLE DES COMPTES PLEINE - COMPTE "
                      LOANMAST-RECORD (1:10) " SANS RELEVE."
           END-IF.
      *
       920-CHARGER-TITULAIRES.
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
           IF HOLDMAST-FILE-STATUS NOT = "35"
              CLOSE HOLDMAST
           END-IF.
      *
      ******************************************************************
      *  Cette routine produit le releve consolide du titulaire du
      *  compte COMPTE-SCAN, sauf s'il est deja produit - bloc
      *  adresse, puis pour chaque compte du titulaire la valeur
      *  d'ouverture, les conditions de taux, la valeur future et la
      *  valeur apres impot, puis les totaux du titulaire, dans sa
      *  langue
      ******************************************************************
       100-RELEVE-UN-TITULAIRE.
      *
           MOVE CT-IMAGE (COMPTE-SCAN) TO COMPTE-RELEVE-IMAGE.
           PERFORM 105-CLE-DU-COMPTE.
           MOVE CLE-COMPTE TO CLE-TITULAIRE.
           MOVE "N" TO DEJA-IMPRIME-SWITCH.
           IF (IMPRIMES-COUNT > 0)
              SET IMPRIME-IDX TO 1
              SEARCH IMPRIME-ENTRY
                 AT END
                    CONTINUE
                 WHEN IM-HOLDER-ID (IMPRIME-IDX) = CLE-TITULAIRE
                    MOVE "Y" TO DEJA-IMPRIME-SWITCH
              END-SEARCH
           END-IF.
           IF DEJA-IMPRIME
              GO TO 100-EXIT
           END-IF.
           ADD 1 TO IMPRIMES-COUNT.
           MOVE CLE-TITULAIRE TO IM-HOLDER-ID (IMPRIMES-COUNT).
           PERFORM 110-TROUVER-TITULAIRE.
           PERFORM 200-IMPRIMER-ENTETE-RELEVE.
           MOVE 0 TO COMPTES-DU-TITULAIRE.
           MOVE 0 TO TOTAL-OUVERTURE.
           MOVE 0 TO TOTAL-VALEUR-FUTURE.
           MOVE 0 TO TOTAL-VALEUR-IMPOT.
           PERFORM 150-RELEVE-UN-COMPTE-LIE
              VARYING COMPTE-LIE-SCAN FROM COMPTE-SCAN BY 1
              UNTIL COMPTE-LIE-SCAN > COMPTES-COUNT.
           PERFORM 230-IMPRIMER-TOTAUX.
           ADD 1 TO RELEVES-PRODUITS.
      *
       100-EXIT.
           EXIT.
      *
      ******************************************************************
      *  Cette routine donne dans CLE-COMPTE le titulaire du compte en
      *  cours - le compte lui-meme quand HOLDMAST ne le connait pas
      ******************************************************************
       105-CLE-DU-COMPTE.
      *
           MOVE LM-ACCOUNT-REF TO CLE-COMPTE.
           IF (TITULAIRES-COUNT > 0)
              SET TITULAIRE-IDX TO 1
              SEARCH TITULAIRE-ENTRY
                 AT END
                    CONTINUE
                 WHEN TH-ACCOUNT-REF (TITULAIRE-IDX) =
                    LM-ACCOUNT-REF
                    MOVE TH-HOLDER-ID (TITULAIRE-IDX) TO CLE-COMPTE
              END-SEARCH
           END-IF.
      *
      ******************************************************************
      *  Cette routine retrouve le nom, l'adresse et la langue du
      *  titulaire CLE-TITULAIRE sur le premier de ses comptes
      ******************************************************************
       110-TROUVER-TITULAIRE.
      *
           MOVE "N" TO TITULAIRE-TROUVE-SWITCH.
              SEARCH TITULAIRE-ENTRY
                 AT END
                    CONTINUE
                 WHEN TH-HOLDER-ID (TITULAIRE-IDX) =
                    CLE-TITULAIRE
                    MOVE "Y" TO TITULAIRE-TROUVE-SWITCH
              END-SEARCH
           END-IF.
           END-IF.
      *
      ******************************************************************
      *  Cette routine imprime la section d'un compte quand il
      *  appartient au titulaire du releve en cours
      ******************************************************************
       150-RELEVE-UN-COMPTE-LIE.
      *
           MOVE CT-IMAGE (COMPTE-LIE-SCAN) TO COMPTE-RELEVE-IMAGE.
           PERFORM 105-CLE-DU-COMPTE.
           IF (CLE-COMPTE = CLE-TITULAIRE)
              PERFORM 120-CALCULER-VALEURS
              PERFORM 205-IMPRIMER-ENTETE-COMPTE
              PERFORM 210-IMPRIMER-CONDITIONS
              PERFORM 220-IMPRIMER-VALEURS
              ADD 1 TO COMPTES-DU-TITULAIRE
              ADD 1 TO COMPTES-RELEVES
              ADD LM-PRINCIPAL TO TOTAL-OUVERTURE
              ADD VALEUR-FUTURE TO TOTAL-VALEUR-FUTURE
              ADD VALEUR-FUTURE-IMPOT TO TOTAL-VALEUR-IMPOT
           END-IF.
      *
      ******************************************************************
      *  Cette routine calcule la valeur au terme - segment par
      *  segment quand le compte en porte, au taux plat sinon - puis
      *  la valeur apres impot sur l'interet gagne. Un taux de zero
      *
      ******************************************************************
      *  Cette routine imprime le bloc d'entete du releve - l'annee,
      *  l'identifiant et l'adresse du titulaire
      ******************************************************************
       200-IMPRIMER-ENTETE-RELEVE.
      *
           WRITE PRINT-AREA FROM LIGNE-RELEVE.
           MOVE SPACES TO LIGNE-RELEVE.
           IF LANGUE-ANGLAISE
              MOVE "HOLDER" TO LR-TEXTE
           ELSE
              MOVE "TITULAIRE" TO LR-TEXTE
           END-IF.
           MOVE CLE-TITULAIRE TO LR-MONTANT.
           WRITE PRINT-AREA FROM LIGNE-RELEVE.
           MOVE SPACES TO PRINT-AREA.
           IF TITULAIRE-TROUVE
                 TO PRINT-AREA
              WRITE PRINT-AREA
           END-IF.
      *
       205-IMPRIMER-ENTETE-COMPTE.
      *
           MOVE SPACES TO PRINT-AREA.
           WRITE PRINT-AREA.
           MOVE SPACES TO LIGNE-RELEVE.
           IF LANGUE-ANGLAISE
              MOVE "ACCOUNT" TO LR-TEXTE
           ELSE
              MOVE "COMPTE" TO LR-TEXTE
           END-IF.
           MOVE LM-ACCOUNT-REF TO LR-MONTANT.
           WRITE PRINT-AREA FROM LIGNE-RELEVE.
      *
      ******************************************************************
      *  Cette routine imprime les conditions de taux - le taux plat
           WRITE PRINT-AREA FROM LIGNE-RELEVE.
      *
      ******************************************************************
      *  Cette routine imprime les totaux du titulaire sur l'ensemble
      *  de ses comptes
      ******************************************************************
       230-IMPRIMER-TOTAUX.
      *
           MOVE SPACES TO PRINT-AREA.
           WRITE PRINT-AREA.
           MOVE SPACES TO LIGNE-RELEVE.
           IF LANGUE-ANGLAISE
              MOVE "HOLDER TOTAL - ACCOUNTS" TO LR-TEXTE
           ELSE
              MOVE "TOTAL DU TITULAIRE - COMPTES" TO LR-TEXTE
           END-IF.
           MOVE COMPTES-DU-TITULAIRE TO LR-MONTANT.
           WRITE PRINT-AREA FROM LIGNE-RELEVE.
           MOVE SPACES TO LIGNE-RELEVE.
           IF LANGUE-ANGLAISE
              MOVE "TOTAL OPENING VALUE" TO LR-TEXTE
           ELSE
              MOVE "TOTAL VALEUR D'OUVERTURE" TO LR-TEXTE
           END-IF.
           MOVE TOTAL-OUVERTURE TO MONTANT-FORMATTE.
           MOVE MONTANT-FORMATTE TO LR-MONTANT.
           WRITE PRINT-AREA FROM LIGNE-RELEVE.
           MOVE SPACES TO LIGNE-RELEVE.
           IF LANGUE-ANGLAISE
              MOVE "TOTAL VALUE AT TERM" TO LR-TEXTE
           ELSE
              MOVE "TOTAL VALEUR AU TERME" TO LR-TEXTE
           END-IF.
           MOVE TOTAL-VALEUR-FUTURE TO MONTANT-FORMATTE.
           MOVE MONTANT-FORMATTE TO LR-MONTANT.
           WRITE PRINT-AREA FROM LIGNE-RELEVE.
           MOVE SPACES TO LIGNE-RELEVE.
           IF LANGUE-ANGLAISE
              MOVE "TOTAL VALUE AT TERM AFTER TAX" TO LR-TEXTE
           ELSE
              MOVE "TOTAL VALEUR AU TERME APRES IMPOT" TO LR-TEXTE
           END-IF.
           MOVE TOTAL-VALEUR-IMPOT TO MONTANT-FORMATTE.
           MOVE MONTANT-FORMATTE TO LR-MONTANT.
           WRITE PRINT-AREA FROM LIGNE-RELEVE.
      *
      ******************************************************************
      *  Cette routine imprime les totaux du passage et ferme tout
      ******************************************************************
       900-FERMER-FICHIERS.
      *
           DISPLAY SEPARATOR-LINE.
           DISPLAY "RELEVES - " LOANMAST-RECORDS-LUS
                   " COMPTE(S) LU(S), " COMPTES-RELEVES
                   " COMPTE(S) RELEVE(S), " RELEVES-PRODUITS
                   " RELEVE(S) PRODUIT(S), " TITULAIRES-INCONNUS
                   " SANS TITULAIRE.".
           IF (TITULAIRES-INCONNUS > 0) OR
              (COMPTES-RELEVES NOT = LOANMAST-RECORDS-LUS)
              MOVE "RECONERR" TO JOBLOG-STATUS-SWITCH
           END-IF.
           IF RUN-READY
              CLOSE STMTFILE
           END-IF.
      *
