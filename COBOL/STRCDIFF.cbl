      *                          re-parented to a different caller and
      *                          newly multi-referenced, in the tree
      *                          presentation STRC001 uses
      * 15/10/2026 MANUEL JARRY  Capture records widened to the
      *                          paragraph metrics STRC002 now
      *                          carries on each charted record
      *
      *****************************************************************
       IDENTIFICATION DIVISION.
           05 OC-SEQUENCE-NUMBER         PIC 9(5).
           05 OC-PROCEDURE-NAME          PIC X(26).
           05 OC-CALLED-BY-SEQ           PIC 9(5).
           05 OC-STATEMENT-LINES         PIC 9(5).
           05 OC-GO-TO-COUNT             PIC 9(3).
           05 OC-NESTING-DEPTH           PIC 9(2).
           05 OC-THRU-COUNT              PIC 9(3).
           05 OC-PERFORMED-COUNT         PIC 9(3).
      *
       FD  COBLPRG2.
       01  NEW-CAPTURE-RECORD.
           05 NC-SEQUENCE-NUMBER         PIC 9(5).
           05 NC-PROCEDURE-NAME          PIC X(26).
           05 NC-CALLED-BY-SEQ           PIC 9(5).
           05 NC-STATEMENT-LINES         PIC 9(5).
           05 NC-GO-TO-COUNT             PIC 9(3).
           05 NC-NESTING-DEPTH           PIC 9(2).
           05 NC-THRU-COUNT              PIC 9(3).
           05 NC-PERFORMED-COUNT         PIC 9(3).
      *
       FD  STRCDIFF.
       01  PRINT-AREA                    PIC X(132).
