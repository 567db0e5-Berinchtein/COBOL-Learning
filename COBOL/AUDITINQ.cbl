      *                          et seuls les champs ayant change
      *                          imprimes avec leur ancienne et leur
      *                          nouvelle valeur
      * 15/10/2026 MANUEL JARRY  Identifiant de l'approbateur lu en
      *                          fin de ligne LOANAUDT et imprime sur
      *                          l'entete; le critere operateur retient
      *                          l'auteur ou l'approbateur du
      *                          changement
      * 15/10/2026 MANUEL JARRY  Disposition LOANAUDT prise du
      *                          copybook commun LNAUDTFD
      *
      *****************************************************************
       IDENTIFICATION DIVISION.
       DATA DIVISION.
      *
       FILE SECTION.
       COPY LNAUDTFD.
      *
       FD  AUDTRPT.
       01  PRINT-AREA                    PIC X(132).
          05 EA-ACTION                  PIC X(3).
          05 FILLER                     PIC X(1)       VALUE SPACE.
          05 EA-ACCOUNT-REF             PIC X(10).
          05 FILLER                     PIC X(1)       VALUE SPACE.
          05 EA-APPROBATION             PIC X(21)      VALUE SPACE.
          05 FILLER                     PIC X(72)      VALUE SPACE.
      *
       01 LIGNE-CHAMP.
          05 FILLER                     PIC X(3)       VALUE SPACE.
           END-IF.
           IF (OPERATEUR-CHOISI NOT = SPACES)
              AND (LA-OPERATOR-ID NOT = OPERATEUR-CHOISI)
              AND (LA-APPROVER-ID NOT = OPERATEUR-CHOISI)
              MOVE "N" TO LIGNE-RETENUE-SWITCH
           END-IF.
           IF (COMPTE-CHOISI NOT = SPACES)
              MOVE LA-TIMESTAMP TO EA-TIMESTAMP
              MOVE LA-OPERATOR-ID TO EA-OPERATOR-ID
              MOVE LA-ACTION TO EA-ACTION
              MOVE SPACES TO EA-APPROBATION
              EVALUATE TRUE
                 WHEN (LA-APPROVER-ID = SPACES)
                    CONTINUE
                 WHEN (LA-ACTION = "REJ")
                    STRING "REJETE PAR " LA-APPROVER-ID
                       DELIMITED BY SIZE INTO EA-APPROBATION
                 WHEN OTHER
                    STRING "APPROUVE PAR " LA-APPROVER-ID
                       DELIMITED BY SIZE INTO EA-APPROBATION
              END-EVALUATE
              IF (AP-ACCOUNT-REF NOT = SPACES)
                 MOVE AP-ACCOUNT-REF TO EA-ACCOUNT-REF
              ELSE
