      *                            to TANKLOG, litres drawn by the
      *                            yard-fuelled vehicles reconciled
      *                            against the tank's movement
      * 15/10/2026   MANUEL JARRY  TANKLOG layout moved to the
      *                            TANKLGSL/TANKLGFD copybooks, now
      *                            shared with TKMT0001
      *
      *****************************************************************
       IDENTIFICATION DIVISION.
       OBJECT-COMPUTER. PC-MANU.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
           COPY TANKLGSL.
           SELECT TANKRPT ASSIGN TO TANKRPT
              ORGANIZATION IS LINE SEQUENTIAL.
           COPY TRIPFLSL.
       DATA DIVISION.
       FILE SECTION.
      *
       COPY TANKLGFD.
      *
       FD  TANKRPT.
       01  PRINT-AREA                    PIC X(132).
