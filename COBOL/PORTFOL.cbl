      *                          echeances par annees restantes et
      *                          calendrier de refixation des bandes
      *                          LM-RATE-SEGMENT
      * 15/10/2026 MANUEL JARRY  Un compte ferme (historique CLOSHIST)
      *                          encore present au LOANMAST est laisse
      *                          hors des totaux et de la refixation
      * 15/10/2026 MANUEL JARRY  Sommaire des arrieres du dernier
      *                          passage RETD0001 (RETDSOMM) par
      *                          tranche d'age, avec les frais de
      *                          retard factures
      *
      *****************************************************************
       IDENTIFICATION DIVISION.
              FILE STATUS IS LOANMAST-FILE-STATUS.
           SELECT PORTRPT ASSIGN TO PORTRPT
              ORGANIZATION IS LINE SEQUENTIAL.
           COPY CLOHSTSL.
           COPY RETDSMSL.
           COPY JOBLOGSL.
      *
       DATA DIVISION.
      *
       FD  PORTRPT.
       01  PRINT-AREA                    PIC X(132).
      *
       COPY CLOHSTFD.
      *
       COPY RETDSMFD.
      *
       COPY JOBLOGFD.
      *
      *
       01 LOANMAST-FILE-STATUS           PIC X(2)       VALUE "00".
          88 LOANMAST-FILE-OK                           VALUE "00".
      *
       01 CLOSHIST-FILE-STATUS           PIC X(2)       VALUE "00".
          88 CLOSHIST-FILE-OK                           VALUE "00".
      *
       01 RETDSOMM-FILE-STATUS           PIC X(2)       VALUE "00".
          88 RETDSOMM-FILE-OK                           VALUE "00".
      *
       01 JOBLOG-DATE-ET-HEURE.
          05 JDH-DATE                    PIC 9(8).
       01 JOBLOG-START-SAUVEGARDE        PIC 9(14)      VALUE 0.
      *
       COPY OPERIDWS.
      *
       COPY CLOHSTWS.
      *
      ******************************************************************
      *  Accumulateurs par frequence de capitalisation - principal et
             10 EC-LIBELLE              PIC X(12).
             10 EC-COMPTES              PIC 9(5).
             10 EC-PRINCIPAL            PIC 9(11)V99.
      *
      ******************************************************************
      *  Tranches d'age des arrieres - celles du sommaire RETDSOMM
      ******************************************************************
       01 ARRIERES-LIBELLES.
          05 AR-LIBELLE OCCURS 4 TIMES  PIC X(20).
      *
       01 TRAVAIL-DIVERS.
          05 FREQ-IDX                   PIC 9.
          05 ECH-IDX                    PIC 9.
          05 TRANCHE-IDX                PIC 9.
          05 TOTAL-ARRIERES             PIC 9(11)V99.
          05 SEG-IDX                    PIC 9.
          05 TAUX-DU-COMPTE             PIC 9(2)V99.
          05 TERME-DU-COMPTE            PIC 9(3).
      *
       01 COMPTEURS-RECONCILIATION.
          05 LOANMAST-RECORDS-LUS       PIC 9(5)       VALUE 0.
          05 COMPTES-FERMES-EXCLUS      PIC 9(5)       VALUE 0.
      *
       01 LIGNE-SOMMAIRE.
          05 LS-TEXTE                   PIC X(30).
           MOVE "21 ANS ET +"  TO EC-LIBELLE (4).
           PERFORM 916-VIDER-UN-PANIER
              VARYING ECH-IDX FROM 1 BY 1 UNTIL ECH-IDX > 4.
           MOVE "RETARD 1 A 30 JOURS"  TO AR-LIBELLE (1).
           MOVE "RETARD 31 A 60 JOURS" TO AR-LIBELLE (2).
           MOVE "RETARD 61 A 90 JOURS" TO AR-LIBELLE (3).
           MOVE "RETARD PLUS 90 JOURS" TO AR-LIBELLE (4).
           OPEN INPUT LOANMAST.
           IF NOT LOANMAST-FILE-OK
              DISPLAY "LOANMAST INTROUVABLE OU ILLISIBLE "
              MOVE "FILE-ERR" TO JOBLOG-STATUS-SWITCH
              MOVE "Y" TO LOANMAST-EOF-SWITCH
           ELSE
              PERFORM 920-CHARGER-CLOSHIST
              OPEN OUTPUT PORTRPT
              MOVE "Y" TO RUN-READY-SWITCH
              PERFORM 020-LIRE-LOANMAST
      *
           MOVE 0 TO EC-COMPTES (ECH-IDX).
           MOVE 0 TO EC-PRINCIPAL (ECH-IDX).
      *
      ******************************************************************
      *  Cette routine charge les references de l'historique CLOSHIST
      *  des comptes fermes - un CLOSHIST absent veut dire qu'aucun
      *  compte n'a encore ete ferme
      ******************************************************************
       920-CHARGER-CLOSHIST.
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
                       PERFORM 921-RETENIR-UN-FERME
                 END-READ
              END-PERFORM
              CLOSE CLOSHIST
           END-IF.
      *
       921-RETENIR-UN-FERME.
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
       020-LIRE-LOANMAST.
      *
      ******************************************************************
      *  Cette routine classe un compte - frequence, panier
      *  d'echeance, totaux - et imprime sa ligne de refixation pour
      *  chaque bande de taux qu'il porte; un compte deja ferme est
      *  laisse de cote
      ******************************************************************
       100-CLASSER-UN-COMPTE.
      *
           MOVE LM-ACCOUNT-REF TO REF-A-CONTROLER.
           PERFORM 105-CHERCHER-FERME.
           IF FERME-TROUVE
              DISPLAY "COMPTE " LM-ACCOUNT-REF " FERME LE "
                      FE-DATE-CLOTURE (FERME-POSITION)
                      " - EXCLU DE L'ANALYSE."
              ADD 1 TO COMPTES-FERMES-EXCLUS
              PERFORM 020-LIRE-LOANMAST
              GO TO 100-EXIT
           END-IF.
           IF (LM-NOMBRE-SEGMENTS IS NUMERIC) AND
              (LM-NOMBRE-SEGMENTS > 0) AND
              (LM-NOMBRE-SEGMENTS <= 3)
      *
       100-EXIT.
           EXIT.
      *
      ******************************************************************
      *  Cette routine cherche la reference dans la table des comptes
      *  fermes
      ******************************************************************
       105-CHERCHER-FERME.
      *
           MOVE "N" TO FERME-TROUVE-SWITCH.
           MOVE 0 TO FERME-POSITION.
           PERFORM 106-COMPARER-UN-FERME
              VARYING FERME-SCAN FROM 1 BY 1
              UNTIL (FERME-SCAN > FERMES-COUNT)
                 OR FERME-TROUVE.
      *
       106-COMPARER-UN-FERME.
      *
           IF (FE-ACCOUNT-REF (FERME-SCAN) = REF-A-CONTROLER)
              MOVE FERME-SCAN TO FERME-POSITION
              MOVE "Y" TO FERME-TROUVE-SWITCH
           END-IF.
      *
       110-SOMMER-UN-SEGMENT.
      *
      *  Cette routine imprime les trois sommaires puis relit le
      *  livre pour le calendrier de refixation - chaque bande d'un
      *  compte segmente dit a quelle annee du terme elle cede au
      *  taux suivant. Les arrieres du dernier passage de nuit
      *  viennent a la fin
      ******************************************************************
       400-IMPRIMER-SOMMAIRES.
      *
                 TO LT-TEXTE
              WRITE PRINT-AREA FROM LIGNE-TITRE
              PERFORM 430-RELIRE-POUR-REFIXATION
              PERFORM 450-IMPRIMER-ARRIERES THRU 450-EXIT
           END-IF.
      *
       410-IMPRIMER-UNE-FREQUENCE.
      *
       435-REFIXATION-UN-COMPTE.
      *
           MOVE LM-ACCOUNT-REF TO REF-A-CONTROLER.
           PERFORM 105-CHERCHER-FERME.
           IF (NOT FERME-TROUVE) AND
              (LM-NOMBRE-SEGMENTS IS NUMERIC) AND
              (LM-NOMBRE-SEGMENTS > 0) AND
              (LM-NOMBRE-SEGMENTS <= 3)
              MOVE 0 TO ANNEES-CUMULEES
           WRITE PRINT-AREA FROM LIGNE-REFIXATION.
      *
      ******************************************************************
      *  Cette routine imprime le sommaire RETDSOMM du dernier passage
      *  RETD0001 - les echeances impayees et le montant du par
      *  tranche d'age. Un RETDSOMM absent veut dire qu'aucun passage
      *  des arrieres n'a encore eu lieu
      ******************************************************************
       450-IMPRIMER-ARRIERES.
      *
           MOVE SPACES TO LIGNE-TITRE.
           OPEN INPUT RETDSOMM.
           IF NOT RETDSOMM-FILE-OK
              MOVE "ARRIERES - AUCUN PASSAGE RETD0001" TO LT-TEXTE
              WRITE PRINT-AREA FROM LIGNE-TITRE
              GO TO 450-EXIT
           END-IF.
           READ RETDSOMM
              AT END
                 MOVE "ARRIERES - AUCUN PASSAGE RETD0001" TO LT-TEXTE
                 WRITE PRINT-AREA FROM LIGNE-TITRE
                 CLOSE RETDSOMM
                 GO TO 450-EXIT
           END-READ.
           CLOSE RETDSOMM.
           MOVE "ARRIERES AU " TO LT-TEXTE.
           MOVE RS-DATE-ARRETE TO LT-TEXTE (13:8).
           MOVE "(ECHEANCES / MONTANT DU)" TO LT-TEXTE (22:24).
           WRITE PRINT-AREA FROM LIGNE-TITRE.
           MOVE 0 TO TOTAL-ARRIERES.
           PERFORM 455-IMPRIMER-UNE-TRANCHE
              VARYING TRANCHE-IDX FROM 1 BY 1 UNTIL TRANCHE-IDX > 4.
           MOVE SPACES TO LIGNE-SOMMAIRE.
           MOVE "COMPTES EN RETARD" TO LS-TEXTE.
           MOVE RS-COMPTES-EN-RETARD TO LS-COMPTES.
           MOVE TOTAL-ARRIERES TO LS-MONTANT.
           MOVE 0 TO LS-TAUX.
           WRITE PRINT-AREA FROM LIGNE-SOMMAIRE.
           MOVE SPACES TO LIGNE-SOMMAIRE.
           MOVE "FRAIS DE RETARD FACTURES" TO LS-TEXTE.
           MOVE RS-FRAIS-NOMBRE TO LS-COMPTES.
           MOVE RS-FRAIS-MONTANT TO LS-MONTANT.
           MOVE 0 TO LS-TAUX.
           WRITE PRINT-AREA FROM LIGNE-SOMMAIRE.
      *
       450-EXIT.
           EXIT.
      *
       455-IMPRIMER-UNE-TRANCHE.
      *
           MOVE SPACES TO LIGNE-SOMMAIRE.
           MOVE AR-LIBELLE (TRANCHE-IDX) TO LS-TEXTE.
           MOVE RS-NOMBRE (TRANCHE-IDX) TO LS-COMPTES.
           MOVE RS-MONTANT (TRANCHE-IDX) TO LS-MONTANT.
           MOVE 0 TO LS-TAUX.
           WRITE PRINT-AREA FROM LIGNE-SOMMAIRE.
           ADD RS-MONTANT (TRANCHE-IDX) TO TOTAL-ARRIERES.
      *
      ******************************************************************
      *  Cette routine imprime les totaux du passage et ferme tout
      ******************************************************************
       900-FERMER-FICHIERS.
      *
           DISPLAY SEPARATOR-LINE.
           DISPLAY "ANALYSE - " LOANMAST-RECORDS-LUS
                   " COMPTE(S) LU(S), " COMPTES-FERMES-EXCLUS
                   " FERME(S) EXCLU(S), PRINCIPAL TOTAL "
                   TOTAL-PRINCIPAL ".".
           IF RUN-READY
              CLOSE LOANMAST
