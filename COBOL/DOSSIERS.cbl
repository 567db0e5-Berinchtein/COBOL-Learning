      *****************************************************************
      * Nom du programme:    DOSS0001
      * Auteur original: MANUEL JARRY
      *
      * Journal d'entretien
      * Date       Auteur        Exigence de maintenance
      * ---------- ------------  ---------------------------------------
      * 15/10/2026 MANUEL JARRY  Créé - suivi des dossiers de
      *                          declaration d'especes du registre
      *                          DECLCAS ouverts par DECL0001: liste,
      *                          passage a revu puis a declare avec
      *                          la reference de la declaration
      *
      *****************************************************************
       IDENTIFICATION DIVISION.
       PROGRAM-ID.  DOSS0001.
       AUTHOR. MANUEL JARRY.
       INSTALLATION. COBOL DEVELOPMENT CENTER.
       DATE-WRITTEN. 15/10/2026.
       DATE-COMPILED. JJ/MM/AAAA.
       SECURITY. NON-CONFIDENTIAL.
      *****************************************************************
      *
      ******************************************************************
      *  Un dossier ouvert (O) par DECL0001 est revu (R) par un
      *  operateur de la conformite, puis declare (D) une fois la
      *  declaration faite, avec sa reference. Un dossier ne peut
      *  etre declare qu'une fois revu. Seul un operateur connecte
      *  d'un niveau UF-AUTHORITY-LEVEL au moins egal a
      *  DECL-NIVEAU-REQUIS (3 par defaut) change un statut; la ligne
      *  du registre garde la date du changement et l'operateur
      ******************************************************************
       ENVIRONMENT DIVISION.
      *
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
           COPY DECLCSSL.
           COPY USERFLSL.
           COPY JOBLOGSL.
           COPY PARMFLSL.
      *
       DATA DIVISION.
      *
       FILE SECTION.
       COPY DECLCSFD.
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
          05 DECLCAS-EOF-SWITCH         PIC X          VALUE "N".
             88 DECLCAS-EOF                             VALUE "Y".
          05 USERFILE-EOF-SWITCH        PIC X          VALUE "N".
             88 USERFILE-EOF                            VALUE "Y".
          05 PARMFILE-EOF-SWITCH        PIC X          VALUE "N".
             88 PARMFILE-EOF                            VALUE "Y".
          05 RESPONSABLE-SWITCH         PIC X          VALUE "N".
             88 RESPONSABLE-CONNECTE                    VALUE "Y".
          05 TABLE-DEBORDEE-SWITCH      PIC X          VALUE "N".
             88 TABLE-DEBORDEE                          VALUE "Y".
          05 DOSSIER-TROUVE-SWITCH      PIC X          VALUE "N".
             88 DOSSIER-TROUVE                          VALUE "Y".
          05 MODIFIE-TROUVE-SWITCH      PIC X          VALUE "N".
             88 MODIFIE-TROUVE                          VALUE "Y".
      *
       01 DECLCAS-FILE-STATUS            PIC X(2)       VALUE "00".
          88 DECLCAS-FILE-OK                            VALUE "00".
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
      ******************************************************************
      *  Niveau UF-AUTHORITY-LEVEL requis pour changer un statut -
      *  la cle PARMFILE DECL-NIVEAU-REQUIS le remplace
      ******************************************************************
       01 NIVEAU-CONTROLE.
          05 NIVEAU-REQUIS              PIC 9          VALUE 3.
          05 PARM-NIVEAU-TRAVAIL        PIC 9(2)       VALUE 0.
      *
      ******************************************************************
      *  Vue d'une ligne DECLCAS de la table - meme disposition que
      *  l'enregistrement, redefinissable en image X(122)
      ******************************************************************
       01 DOSSIER-LU.
          05 DL-NUMERO                  PIC 9(6).
          05 FILLER                     PIC X(1).
          05 DL-REGLE                   PIC X.
             88 DL-GROS-MONTANT                         VALUE "G".
             88 DL-CUMUL-JOURNEE                        VALUE "C".
             88 DL-FRACTIONNEMENT                       VALUE "F".
          05 FILLER                     PIC X(1).
          05 DL-TRAN-TYPE               PIC X.
          05 FILLER                     PIC X(1).
          05 DL-HOLDER-ID               PIC X(10).
          05 FILLER                     PIC X(1).
          05 DL-ACCOUNT-REF             PIC X(10).
          05 FILLER                     PIC X(1).
          05 DL-TRAN-DATE               PIC 9(8).
          05 FILLER                     PIC X(1).
          05 DL-REFERENCE               PIC X(19).
          05 FILLER                     PIC X(1).
          05 DL-NOMBRE                  PIC 9(3).
          05 FILLER                     PIC X(1).
          05 DL-MONTANT                 PIC 9(9)V99.
          05 FILLER                     PIC X(1).
          05 DL-DATE-OUVERTURE          PIC 9(8).
          05 FILLER                     PIC X(1).
          05 DL-STATUT                  PIC X.
             88 DL-OUVERT                               VALUE "O".
             88 DL-REVU                                 VALUE "R".
             88 DL-DECLARE                              VALUE "D".
          05 FILLER                     PIC X(1).
          05 DL-DATE-STATUT             PIC 9(8).
          05 FILLER                     PIC X(1).
          05 DL-OPERATEUR               PIC X(8).
          05 FILLER                     PIC X(1).
          05 DL-REF-DECLARATION         PIC X(15).
      *
       01 DOSSIER-LU-IMAGE REDEFINES DOSSIER-LU
                                         PIC X(122).
      *
       01 DOSSIERS-COUNT                 PIC 9(5)       VALUE 0.
       01 DOSSIER-SCAN                   PIC 9(5)       VALUE 0.
       01 DOSSIER-POSITION               PIC 9(5)       VALUE 0.
       01 DOSSIERS-TABLE.
          05 DOSSIER-ENTRY
             OCCURS 0 TO 5000 TIMES DEPENDING ON DOSSIERS-COUNT
             INDEXED BY DOSSIER-IDX.
             10 DT-IMAGE                PIC X(122).
      *
      ******************************************************************
      *  Dossiers dont le statut a change pendant la session - ils
      *  remplacent leur ligne quand le registre est relu a la
      *  reecriture
      ******************************************************************
       01 MODIFIES-COUNT                 PIC 9(3)       VALUE 0.
       01 MODIFIES-TABLE.
          05 MODIFIE-ENTRY
             OCCURS 0 TO 500 TIMES DEPENDING ON MODIFIES-COUNT
             INDEXED BY MODIFIE-IDX.
             10 MO-NUMERO               PIC 9(6).
             10 MO-IMAGE                PIC X(122).
      *
       01 ENTREES-UTILISATEUR.
          05 DOSSIER-ACTION             PIC 9          VALUE 0.
          05 DOSSIER-CHOISI             PIC 9(6)       VALUE 0.
          05 REFERENCE-ENTREE           PIC X(15)      VALUE SPACES.
          05 CONFIRM-ENTREE-SWITCH      PIC X          VALUE "N".
      *
       01 TRAVAIL-DIVERS.
          05 DOSSIERS-EN-SUSPENS        PIC 9(5)       VALUE 0.
          05 LISTE-COMPLETE-SWITCH      PIC X          VALUE "N".
             88 LISTE-COMPLETE                          VALUE "Y".
          05 MONTANT-FORMATTE           PIC ZZZ,ZZZ,ZZZ.99.
          05 SEPARATOR-LINE             PIC X(50)
                                                       VALUE
                  "--------------------------------------------------".
      *
       01 COMPTEURS-SESSION.
          05 DOSSIERS-REVUS             PIC 9(3)       VALUE 0.
          05 DOSSIERS-DECLARES          PIC 9(3)       VALUE 0.
      *
       PROCEDURE DIVISION.
      *
       000-SUIVRE-DOSSIERS.
      *
           PERFORM 905-CHARGER-PARAMETRES.
           PERFORM 910-OUVRIR-FICHIERS.
           PERFORM 020-CONTROLER-RESPONSABLE.
           PERFORM 100-TRAITER-UNE-ACTION THRU 100-EXIT
              UNTIL FIN-DE-SECTION-SWITCH = "Y".
           PERFORM 920-REECRIRE-DECLCAS THRU 920-EXIT.
           DISPLAY DOSSIERS-REVUS " DOSSIER(S) REVU(S), "
                   DOSSIERS-DECLARES " DECLARE(S).".
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
                 WHEN "DECL-NIVEAU-REQUIS"
                    COMPUTE PARM-NIVEAU-TRAVAIL =
                       FUNCTION NUMVAL (PA-PARM-VALUE)
                    IF (PARM-NIVEAU-TRAVAIL > 0) AND
                       (PARM-NIVEAU-TRAVAIL < 10)
                       MOVE PARM-NIVEAU-TRAVAIL TO NIVEAU-REQUIS
                    END-IF
                 WHEN OTHER
                    CONTINUE
              END-EVALUATE
           END-IF.
      *
      ******************************************************************
      *  Cette routine charge le registre en entier dans la table -
      *  un registre qui deborde sa table peut etre liste mais aucun
      *  statut n'y est change: le registre reecrit en perdrait des
      *  lignes
      ******************************************************************
       910-OUVRIR-FICHIERS.
      *
           OPEN EXTEND JOBLOG.
           MOVE FUNCTION CURRENT-DATE TO JOBLOG-DATE-ET-HEURE.
           MOVE JDH-DATE TO JOBLOG-START-SAUVEGARDE (1:8).
           MOVE JDH-TIME TO JOBLOG-START-SAUVEGARDE (9:6).
           PERFORM 912-CHARGER-DECLCAS.
           IF TABLE-DEBORDEE
              DISPLAY "EXCEPTION: DES DOSSIERS ONT ETE PERDUS AU "
                      "CHARGEMENT - LES DOSSIERS PEUVENT ETRE LISTES "
                      "MAIS AUCUN STATUT NE SERA CHANGE."
              MOVE "FILE-ERR" TO JOBLOG-STATUS-SWITCH
           END-IF.
           DISPLAY DOSSIERS-COUNT " DOSSIER(S) CHARGE(S) DE DECLCAS.".
      *
      ******************************************************************
      *  Cette routine charge le registre - un DECLCAS absent veut
      *  dire qu'aucun dossier n'a encore ete ouvert
      ******************************************************************
       912-CHARGER-DECLCAS.
      *
           MOVE 0 TO DOSSIERS-COUNT.
           MOVE "N" TO DECLCAS-EOF-SWITCH.
           OPEN INPUT DECLCAS.
           IF (NOT DECLCAS-FILE-OK)
              IF (DECLCAS-FILE-STATUS NOT = "35")
                 DISPLAY "DECLCAS ILLISIBLE (FILE STATUS "
                         DECLCAS-FILE-STATUS ")."
                 MOVE "Y" TO TABLE-DEBORDEE-SWITCH
              END-IF
           ELSE
              PERFORM UNTIL DECLCAS-EOF
                 READ DECLCAS
                    AT END
                       MOVE "Y" TO DECLCAS-EOF-SWITCH
                    NOT AT END
                       PERFORM 913-RETENIR-UN-DOSSIER
                 END-READ
              END-PERFORM
              CLOSE DECLCAS
           END-IF.
      *
      ******************************************************************
      *  Un dossier change pendant la session (cas de la relecture a
      *  la reecriture) reprend l'image de la session
      ******************************************************************
       913-RETENIR-UN-DOSSIER.
      *
           MOVE "N" TO MODIFIE-TROUVE-SWITCH.
           IF (MODIFIES-COUNT > 0)
              SET MODIFIE-IDX TO 1
              SEARCH MODIFIE-ENTRY
                 AT END
                    CONTINUE
                 WHEN MO-NUMERO (MODIFIE-IDX) = DC-NUMERO
                    MOVE "Y" TO MODIFIE-TROUVE-SWITCH
              END-SEARCH
           END-IF.
           IF (DOSSIERS-COUNT < 5000)
              ADD 1 TO DOSSIERS-COUNT
              IF MODIFIE-TROUVE
                 MOVE MO-IMAGE (MODIFIE-IDX)
                    TO DT-IMAGE (DOSSIERS-COUNT)
              ELSE
                 MOVE DECLCAS-RECORD TO DT-IMAGE (DOSSIERS-COUNT)
              END-IF
           ELSE
              IF (NOT TABLE-DEBORDEE)
                 DISPLAY "EXCEPTION: TABLE DES DOSSIERS PLEINE - "
                         "DOSSIER NON CHARGE."
                 MOVE "Y" TO TABLE-DEBORDEE-SWITCH
              END-IF
           END-IF.
      *
      ******************************************************************
      *  Cette routine cherche l'operateur connecte sur USERFILE - un
      *  operateur d'un niveau inferieur au niveau requis, ou une
      *  session sans operateur connecte, ne peut que lister les
      *  dossiers
      ******************************************************************
       020-CONTROLER-RESPONSABLE.
      *
           MOVE "N" TO RESPONSABLE-SWITCH.
           IF (OPERATEUR-SIGNON = LOW-VALUES OR SPACES)
              DISPLAY "AUCUN OPERATEUR CONNECTE - LES DOSSIERS "
                      "PEUVENT ETRE LISTES MAIS AUCUN STATUT NE PEUT "
                      "ETRE CHANGE."
           ELSE
              OPEN INPUT USERFILE
              IF NOT USERFILE-FILE-OK
                 DISPLAY "USERFILE INTROUVABLE OU ILLISIBLE "
                         "(FILE STATUS " USERFILE-FILE-STATUS ") - "
                         "LES DOSSIERS PEUVENT ETRE LISTES MAIS AUCUN "
                         "STATUT NE PEUT ETRE CHANGE."
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
                             MOVE "Y" TO RESPONSABLE-SWITCH
                          END-IF
                    END-READ
                 END-PERFORM
                 CLOSE USERFILE
                 IF (NOT RESPONSABLE-CONNECTE)
                    DISPLAY "L'OPERATEUR " OPERATEUR-SIGNON
                            " EST SOUS LE NIVEAU D'AUTORITE "
                            NIVEAU-REQUIS " - LES DOSSIERS PEUVENT "
                            "ETRE LISTES MAIS AUCUN STATUT NE PEUT "
                            "ETRE CHANGE."
                 END-IF
              END-IF
           END-IF.
      *
      ******************************************************************
      *  Cette routine imprime le menu, accepte un choix et le route
      ******************************************************************
       100-TRAITER-UNE-ACTION.
      *
           MOVE 0 TO DOSSIERS-EN-SUSPENS.
           PERFORM 105-COMPTER-UN-DOSSIER
              VARYING DOSSIER-SCAN FROM 1 BY 1
              UNTIL DOSSIER-SCAN > DOSSIERS-COUNT.
           DISPLAY SEPARATOR-LINE.
           DISPLAY "DOSSIERS DE DECLARATION (DOSS0001) - "
                   DOSSIERS-EN-SUSPENS " DOSSIER(S) EN SUSPENS".
           DISPLAY SEPARATOR-LINE.
           DISPLAY "  1 - LISTER LES DOSSIERS EN SUSPENS".
           DISPLAY "  2 - LISTER TOUS LES DOSSIERS".
           DISPLAY "  3 - MARQUER UN DOSSIER REVU".
           DISPLAY "  4 - MARQUER UN DOSSIER DECLARE".
           DISPLAY "  0 - TERMINER (REECRIT LE REGISTRE)".
           DISPLAY "CHOISIR UNE ACTION:".
           ACCEPT DOSSIER-ACTION.
           EVALUATE DOSSIER-ACTION
              WHEN 1
                 MOVE "N" TO LISTE-COMPLETE-SWITCH
                 PERFORM 200-LISTER-DOSSIERS
              WHEN 2
                 MOVE "Y" TO LISTE-COMPLETE-SWITCH
                 PERFORM 200-LISTER-DOSSIERS
              WHEN 3
                 PERFORM 300-MARQUER-REVU THRU 300-EXIT
              WHEN 4
                 PERFORM 400-MARQUER-DECLARE THRU 400-EXIT
              WHEN 0
                 MOVE "Y" TO FIN-DE-SECTION-SWITCH
              WHEN OTHER
                 DISPLAY "ACTION INVALIDE. VEUILLEZ REESSAYER."
           END-EVALUATE.
      *
       100-EXIT.
           EXIT.
      *
       105-COMPTER-UN-DOSSIER.
      *
           MOVE DT-IMAGE (DOSSIER-SCAN) TO DOSSIER-LU-IMAGE.
           IF (NOT DL-DECLARE)
              ADD 1 TO DOSSIERS-EN-SUSPENS
           END-IF.
      *
      ******************************************************************
      *  Cette routine liste les dossiers en suspens, ou tous les
      *  dossiers, avec leur statut
      ******************************************************************
       200-LISTER-DOSSIERS.
      *
           DISPLAY SEPARATOR-LINE.
           IF (DOSSIERS-COUNT = 0)
              DISPLAY "AUCUN DOSSIER AU REGISTRE."
           ELSE
              PERFORM 205-LISTER-UN-DOSSIER
                 VARYING DOSSIER-SCAN FROM 1 BY 1
                 UNTIL DOSSIER-SCAN > DOSSIERS-COUNT
           END-IF.
      *
       205-LISTER-UN-DOSSIER.
      *
           MOVE DT-IMAGE (DOSSIER-SCAN) TO DOSSIER-LU-IMAGE.
           IF LISTE-COMPLETE OR (NOT DL-DECLARE)
              MOVE DL-MONTANT TO MONTANT-FORMATTE
              DISPLAY "DOSSIER " DL-NUMERO " REGLE " DL-REGLE " "
                      DL-TRAN-TYPE " TITULAIRE " DL-HOLDER-ID
                      " COMPTE " DL-ACCOUNT-REF " DU " DL-TRAN-DATE
              DISPLAY "   " DL-NOMBRE " MOUVEMENT(S) "
                      MONTANT-FORMATTE "  STATUT " DL-STATUT
                      " LE " DL-DATE-STATUT " PAR " DL-OPERATEUR
                      " " DL-REF-DECLARATION
           END-IF.
      *
      ******************************************************************
      *  Cette routine demande le numero du dossier et le cherche
      *  dans la table
      ******************************************************************
       310-CHOISIR-DOSSIER.
      *
           MOVE "N" TO DOSSIER-TROUVE-SWITCH.
           MOVE 0 TO DOSSIER-POSITION.
           DISPLAY "ENTRER LE NUMERO DU DOSSIER (0 POUR ANNULER):".
           ACCEPT DOSSIER-CHOISI.
           IF (DOSSIER-CHOISI = 0)
              DISPLAY "ACTION ANNULEE."
           ELSE
              PERFORM 315-COMPARER-UN-DOSSIER
                 VARYING DOSSIER-SCAN FROM 1 BY 1
                 UNTIL (DOSSIER-SCAN > DOSSIERS-COUNT)
                    OR DOSSIER-TROUVE
              IF DOSSIER-TROUVE
                 MOVE DT-IMAGE (DOSSIER-POSITION) TO DOSSIER-LU-IMAGE
              ELSE
                 DISPLAY "LE DOSSIER " DOSSIER-CHOISI
                         " N'EST PAS AU REGISTRE."
              END-IF
           END-IF.
      *
       315-COMPARER-UN-DOSSIER.
      *
           IF (DT-IMAGE (DOSSIER-SCAN) (1:6) = DOSSIER-CHOISI)
              MOVE DOSSIER-SCAN TO DOSSIER-POSITION
              MOVE "Y" TO DOSSIER-TROUVE-SWITCH
           END-IF.
      *
      ******************************************************************
      *  Cette routine passe un dossier ouvert a revu
      ******************************************************************
       300-MARQUER-REVU.
      *
           IF (NOT RESPONSABLE-CONNECTE)
              DISPLAY "CHANGEMENT REFUSE - NIVEAU D'AUTORITE "
                      NIVEAU-REQUIS " REQUIS."
              GO TO 300-EXIT
           END-IF.
           IF TABLE-DEBORDEE
              DISPLAY "CHANGEMENT REFUSE - LE CHARGEMENT A DEBORDE."
              GO TO 300-EXIT
           END-IF.
           IF (MODIFIES-COUNT NOT < 500)
              DISPLAY "CHANGEMENT REFUSE - TROP DE CHANGEMENTS DANS LA "
                      "SESSION, TERMINER POUR REECRIRE LE REGISTRE."
              GO TO 300-EXIT
           END-IF.
           PERFORM 310-CHOISIR-DOSSIER.
           IF (NOT DOSSIER-TROUVE)
              GO TO 300-EXIT
           END-IF.
           IF (NOT DL-OUVERT)
              DISPLAY "CHANGEMENT REFUSE - LE DOSSIER " DL-NUMERO
                      " N'EST PAS OUVERT (STATUT " DL-STATUT ")."
              GO TO 300-EXIT
           END-IF.
           DISPLAY "MARQUER LE DOSSIER " DL-NUMERO " REVU ? (Y/N)".
           ACCEPT CONFIRM-ENTREE-SWITCH.
           IF (CONFIRM-ENTREE-SWITCH NOT = "Y" AND "y")
              DISPLAY "CHANGEMENT ANNULE."
              GO TO 300-EXIT
           END-IF.
           MOVE "R" TO DL-STATUT.
           PERFORM 350-RETENIR-LE-CHANGEMENT.
           ADD 1 TO DOSSIERS-REVUS.
           DISPLAY "DOSSIER " DL-NUMERO " REVU.".
      *
       300-EXIT.
           EXIT.
      *
      ******************************************************************
      *  Cette routine passe un dossier revu a declare avec la
      *  reference de la declaration
      ******************************************************************
       400-MARQUER-DECLARE.
      *
           IF (NOT RESPONSABLE-CONNECTE)
              DISPLAY "CHANGEMENT REFUSE - NIVEAU D'AUTORITE "
                      NIVEAU-REQUIS " REQUIS."
              GO TO 400-EXIT
           END-IF.
           IF TABLE-DEBORDEE
              DISPLAY "CHANGEMENT REFUSE - LE CHARGEMENT A DEBORDE."
              GO TO 400-EXIT
           END-IF.
           IF (MODIFIES-COUNT NOT < 500)
              DISPLAY "CHANGEMENT REFUSE - TROP DE CHANGEMENTS DANS LA "
                      "SESSION, TERMINER POUR REECRIRE LE REGISTRE."
              GO TO 400-EXIT
           END-IF.
           PERFORM 310-CHOISIR-DOSSIER.
           IF (NOT DOSSIER-TROUVE)
              GO TO 400-EXIT
           END-IF.
           IF (NOT DL-REVU)
              DISPLAY "CHANGEMENT REFUSE - LE DOSSIER " DL-NUMERO
                      " DOIT ETRE REVU AVANT D'ETRE DECLARE (STATUT "
                      DL-STATUT ")."
              GO TO 400-EXIT
           END-IF.
           DISPLAY "ENTRER LA REFERENCE DE LA DECLARATION:".
           ACCEPT REFERENCE-ENTREE.
           IF (REFERENCE-ENTREE = SPACES)
              DISPLAY "CHANGEMENT REFUSE - LA REFERENCE EST "
                      "OBLIGATOIRE."
              GO TO 400-EXIT
           END-IF.
           DISPLAY "MARQUER LE DOSSIER " DL-NUMERO " DECLARE SOUS "
                   REFERENCE-ENTREE " ? (Y/N)".
           ACCEPT CONFIRM-ENTREE-SWITCH.
           IF (CONFIRM-ENTREE-SWITCH NOT = "Y" AND "y")
              DISPLAY "CHANGEMENT ANNULE."
              GO TO 400-EXIT
           END-IF.
           MOVE "D" TO DL-STATUT.
           MOVE REFERENCE-ENTREE TO DL-REF-DECLARATION.
           PERFORM 350-RETENIR-LE-CHANGEMENT.
           ADD 1 TO DOSSIERS-DECLARES.
           DISPLAY "DOSSIER " DL-NUMERO " DECLARE.".
      *
       400-EXIT.
           EXIT.
      *
      ******************************************************************
      *  Cette routine date et signe le changement de statut, le
      *  reporte dans la table et le retient pour la reecriture
      ******************************************************************
       350-RETENIR-LE-CHANGEMENT.
      *
           MOVE FUNCTION CURRENT-DATE TO JOBLOG-DATE-ET-HEURE.
           MOVE JDH-DATE TO DL-DATE-STATUT.
           MOVE OPERATEUR-SIGNON TO DL-OPERATEUR.
           MOVE DOSSIER-LU-IMAGE TO DT-IMAGE (DOSSIER-POSITION).
           MOVE "N" TO MODIFIE-TROUVE-SWITCH.
           IF (MODIFIES-COUNT > 0)
              SET MODIFIE-IDX TO 1
              SEARCH MODIFIE-ENTRY
                 AT END
                    CONTINUE
                 WHEN MO-NUMERO (MODIFIE-IDX) = DL-NUMERO
                    MOVE "Y" TO MODIFIE-TROUVE-SWITCH
              END-SEARCH
           END-IF.
           IF MODIFIE-TROUVE
              MOVE DOSSIER-LU-IMAGE TO MO-IMAGE (MODIFIE-IDX)
           ELSE
              ADD 1 TO MODIFIES-COUNT
              MOVE DL-NUMERO TO MO-NUMERO (MODIFIES-COUNT)
              MOVE DOSSIER-LU-IMAGE TO MO-IMAGE (MODIFIES-COUNT)
           END-IF.
      *
      ******************************************************************
      *  Cette routine relit le registre - DECL0001 peut y avoir
      *  ajoute des dossiers pendant la session - et le reecrit avec
      *  les statuts changes
      ******************************************************************
       920-REECRIRE-DECLCAS.
      *
           IF (MODIFIES-COUNT = 0)
              GO TO 920-EXIT
           END-IF.
           MOVE "N" TO TABLE-DEBORDEE-SWITCH.
           PERFORM 912-CHARGER-DECLCAS.
           IF TABLE-DEBORDEE
              DISPLAY "EXCEPTION: DECLCAS NON REECRIT - LES "
                      "STATUTS CHANGES SONT PERDUS."
              MOVE "FILE-ERR" TO JOBLOG-STATUS-SWITCH
              GO TO 920-EXIT
           END-IF.
           OPEN OUTPUT DECLCAS.
           IF NOT DECLCAS-FILE-OK
              DISPLAY "EXCEPTION: REECRITURE DE DECLCAS IMPOSSIBLE "
                      "(FILE STATUS " DECLCAS-FILE-STATUS ")."
              MOVE "FILE-ERR" TO JOBLOG-STATUS-SWITCH
           ELSE
              PERFORM 925-ECRIRE-UN-DOSSIER
                 VARYING DOSSIER-SCAN FROM 1 BY 1
                 UNTIL DOSSIER-SCAN > DOSSIERS-COUNT
              CLOSE DECLCAS
              DISPLAY DOSSIERS-COUNT " DOSSIER(S) REECRIT(S) SUR "
                      "DECLCAS."
           END-IF.
      *
       920-EXIT.
           EXIT.
      *
       925-ECRIRE-UN-DOSSIER.
      *
           MOVE DT-IMAGE (DOSSIER-SCAN) TO DECLCAS-RECORD.
           WRITE DECLCAS-RECORD.
      *
      ******************************************************************
      *  Cette routine ecrit la ligne JOBLOG du passage
      ******************************************************************
       950-ECRIRE-JOBLOG.
      *
           MOVE SPACES TO JOBLOG-RECORD.
           MOVE "DOSS0001" TO JL-PROGRAM-ID.
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
