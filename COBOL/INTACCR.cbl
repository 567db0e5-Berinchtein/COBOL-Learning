      *                          LM-TYPE-TAUX-INTERET et les segments
      *                          LM-RATE-SEGMENT, avec extrait GLFILE
      *                          sous controles HDR/TRL et registre
      * 15/10/2026 MANUEL JARRY  Un compte ferme (historique CLOSHIST)
      *                          encore present au LOANMAST est saute
      *                          et compte a part - aucun etat ne lui
      *                          est recree
      * 15/10/2026 MANUEL JARRY  Passage non surveille dans la chaine
      *                          de nuit - le mois courant est pris
      *                          sans question
      *
      *****************************************************************
       IDENTIFICATION DIVISION.
              ORGANIZATION IS LINE SEQUENTIAL.
           SELECT ACCRRPT ASSIGN TO ACCRRPT
              ORGANIZATION IS LINE SEQUENTIAL.
           COPY CLOHSTSL.
           COPY JOBLOGSL.
      *
       DATA DIVISION.
      *
       FD  ACCRRPT.
       01  PRINT-AREA                    PIC X(132).
      *
       COPY CLOHSTFD.
      *
       COPY JOBLOGFD.
      *
      *
       01 ACCRMAST-FILE-STATUS           PIC X(2)       VALUE "00".
          88 ACCRMAST-FILE-OK                           VALUE "00".
      *
       01 CLOSHIST-FILE-STATUS           PIC X(2)       VALUE "00".
          88 CLOSHIST-FILE-OK                           VALUE "00".
      *
       01 JOBLOG-DATE-ET-HEURE.
          05 JDH-DATE                    PIC 9(8).
       01 JOBLOG-START-SAUVEGARDE        PIC 9(14)      VALUE 0.
      *
       COPY OPERIDWS.
      *
       COPY CHAINEWS.
      *
       COPY CLOHSTWS.
      *
       01 ENTREES-UTILISATEUR.
          05 MOIS-COMPTABLE-ENTREE      PIC 9(6).
          05 COMPTES-COURUS             PIC 9(5)       VALUE 0.
          05 COMPTES-DEJA-COURUS        PIC 9(5)       VALUE 0.
          05 COMPTES-ECHUS              PIC 9(5)       VALUE 0.
          05 COMPTES-FERMES-SAUTES      PIC 9(5)       VALUE 0.
      *
       01 CONTROLE-ENTETE.
          05 FILLER                     PIC X(3)       VALUE "HDR".
           MOVE JDH-TIME TO JOBLOG-START-SAUVEGARDE (9:6).
           DISPLAY SEPARATOR-LINE.
           DISPLAY "COURU D'INTERET MENSUEL (INTR0004)".
           IF (CHAINE-NOCTURNE-SIGNAL = "Y")
              DISPLAY "PASSAGE NON SURVEILLE - MOIS COURANT."
              MOVE 0 TO MOIS-COMPTABLE-ENTREE
           ELSE
              DISPLAY "ENTRER LE MOIS COMPTABLE (AAAAMM, 0 = MOIS "
                      "COURANT):"
              ACCEPT MOIS-COMPTABLE-ENTREE
           END-IF.
           IF (MOIS-COMPTABLE-ENTREE = 0)
              MOVE JDH-DATE (1:6) TO MOIS-COMPTABLE-ENTREE
           END-IF.
              MOVE "Y" TO LOANMAST-EOF-SWITCH
           ELSE
              PERFORM 920-CHARGER-ACCRMAST
              PERFORM 925-CHARGER-CLOSHIST
              OPEN EXTEND GLFILE
              OPEN OUTPUT ACCRRPT
              MOVE "Y" TO RUN-READY-SWITCH
           IF ACCRMAST-FILE-STATUS NOT = "35"
              CLOSE ACCRMAST
           END-IF.
      *
      ******************************************************************
      *  Cette routine charge les references de l'historique CLOSHIST
      *  des comptes fermes - un CLOSHIST absent veut dire qu'aucun
      *  compte n'a encore ete ferme
      ******************************************************************
       925-CHARGER-CLOSHIST.
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
                       PERFORM 926-RETENIR-UN-FERME
                 END-READ
              END-PERFORM
              CLOSE CLOSHIST
           END-IF.
      *
       926-RETENIR-UN-FERME.
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
      *  Cette routine court un mois d'interet sur un compte - un
      *  compte deja couru pour ce mois est saute, un compte rendu
      *  au bout de son terme aussi, comme un compte deja ferme
      ******************************************************************
       100-COURIR-UN-COMPTE.
      *
           MOVE LM-ACCOUNT-REF TO REF-A-CONTROLER.
           PERFORM 105-CHERCHER-FERME.
           IF FERME-TROUVE
              DISPLAY "COMPTE " LM-ACCOUNT-REF " FERME LE "
                      FE-DATE-CLOTURE (FERME-POSITION)
                      " - SAUTE."
              ADD 1 TO COMPTES-FERMES-SAUTES
              PERFORM 020-LIRE-LOANMAST
              GO TO 100-EXIT
           END-IF.
           PERFORM 110-TROUVER-ETAT.
           IF (NOT COMPTE-TROUVE)
              PERFORM 020-LIRE-LOANMAST
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
      ******************************************************************
      *  Cette routine trouve (ou cree) l'etat du compte courant
      ******************************************************************
       110-TROUVER-ETAT.
                   LOANMAST-RECORDS-LUS " COMPTE(S) LU(S), "
                   COMPTES-COURUS " COURU(S), "
                   COMPTES-DEJA-COURUS " DEJA COURU(S), "
                   COMPTES-ECHUS " ECHU(S), "
                   COMPTES-FERMES-SAUTES " FERME(S).".
           IF RUN-READY
              CLOSE LOANMAST
              CLOSE GLFILE
