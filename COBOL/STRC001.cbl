      *                          summary - the CALLXREF records
      *                          STRC002 now emits show which
      *                          programs invoke which, both ways
      * 15/10/2026 MANUEL JARRY  COBLPROG record widened to the
      *                          paragraph metrics STRC002 now
      *                          carries on each charted record
      * 15/10/2026 MANUEL JARRY  EXCEPTLST extended after STRC002's
      *                          over-limit lines instead of rebuilt,
      *                          and each exception line led by its
      *                          program ID as STRC002 writes them
      *
      *****************************************************************
       IDENTIFICATION DIVISION.
           SELECT COBLPROG ASSIGN  TO COBLPROG
              FILE STATUS IS COBLPROG-FILE-STATUS.
           SELECT STRCCHRT ASSIGN TO STRCCHRT.
           SELECT EXCEPTLST ASSIGN TO EXCEPTLST
              FILE STATUS IS EXCEPTLST-FILE-STATUS.
           SELECT CALLXREF ASSIGN TO CALLXREF
              FILE STATUS IS CALLXREF-FILE-STATUS.
           SELECT CHRTWORK ASSIGN TO CHRTWORK
          05 OLD-SEQUENCE-NUMBER        PIC 9(5).
          05 PROCEDURE-NAME             PIC X(26).
          05 OLD-CALLED-BY-SEQ          PIC 9(5).
          05 OLD-STATEMENT-LINES        PIC 9(5).
          05 OLD-GO-TO-COUNT            PIC 9(3).
          05 OLD-NESTING-DEPTH          PIC 9(2).
          05 OLD-THRU-COUNT             PIC 9(3).
          05 OLD-PERFORMED-COUNT        PIC 9(3).
      *
       FD  STRCCHRT.
       01  PRINT-AREA    PIC X(132).
      *
       01 CALLXREF-FILE-STATUS         PIC X(2)     VALUE "00".
          88 CALLXREF-FILE-OK                         VALUE "00".
      *
       01 EXCEPTLST-FILE-STATUS        PIC X(2)     VALUE "00".
          88 EXCEPTLST-FILE-OK                        VALUE "00".
      *
      ******************************************************************
      *  System call chart work - the caller/called pairs loaded from
          05 COMMON-MODULE-NAME PIC X(26)
             OCCURS 8 TIMES INDEXED BY COMMON-MODULE-IDX.
      *
      ******************************************************************
      *  One EXCEPTLST line per flagged paragraph, led by its program
      *  ID like the lines STRC002 writes to the same listing
      ******************************************************************
       01 EXCEPTION-RECORD.
          05 EX-PROGRAM-ID            PIC X(8).
          05 FILLER                   PIC X(1)     VALUE SPACE.
          05 EX-SEQUENCE-NUMBER       PIC 9(5).
          05 FILLER                   PIC X(1)     VALUE SPACE.
          05 EX-PROCEDURE-NAME        PIC X(26).
           GOBACK.
      *
      ******************************************************************
      *  This routine opens the files and primes the read-ahead loop.
      *  EXCEPTLST is extended, not rebuilt: STRC002 runs first and
      *  starts the listing with its over-limit paragraphs, and this
      *  run's exceptions follow them
      ******************************************************************
       010-INITIALISER.
      *
           OPEN INPUT COBLPROG.
           OPEN OUTPUT STRCCHRT.
           OPEN EXTEND EXCEPTLST.
           IF (EXCEPTLST-FILE-STATUS = "35")
              OPEN OUTPUT EXCEPTLST
           END-IF.
           IF NOT EXCEPTLST-FILE-OK
              DISPLAY "EXCEPTION: EXCEPTLST NOT AVAILABLE (FILE STATUS "
                      EXCEPTLST-FILE-STATUS ") - NO EXCEPTION LISTED."
              MOVE "FILE-ERR" TO JOBLOG-STATUS-SWITCH
           END-IF.
           OPEN OUTPUT CHRTWORK.
           CLOSE CHRTWORK.
           OPEN I-O CHRTWORK.
      ******************************************************************
       045-ECRIRE-EXCEPTION.
      *
           MOVE CURRENT-PROGRAM-ID TO EX-PROGRAM-ID.
           MOVE OLD-SEQUENCE-NUMBER TO EX-SEQUENCE-NUMBER.
           MOVE PROCEDURE-NAME OF OLD-PROCEDURE-INFORMATIONS
              TO EX-PROCEDURE-NAME.
           ADD 1 TO RPT-LINE-COUNTER.
           IF (XREF-CALLER-COUNT = 0)
              AND (XREF-GROUP-ROOT-SWITCH = "N")
              MOVE CURRENT-PROGRAM-ID TO EX-PROGRAM-ID
              MOVE XREF-GROUP-SEQUENCE TO EX-SEQUENCE-NUMBER
              MOVE XREF-GROUP-NAME TO EX-PROCEDURE-NAME
              MOVE 0 TO EX-PREVIOUS-SEQUENCE
           IF (COBLPROG-RECORDS-LUS NOT = STRCCHRT-RECORDS-ECRITS)
              DISPLAY "RECONCILIATION FAILED: " COBLPROG-RECORDS-LUS
                      " LUS VS " STRCCHRT-RECORDS-ECRITS " ECRITS."
              MOVE "STRC001" TO EX-PROGRAM-ID
              MOVE 0 TO EX-SEQUENCE-NUMBER
              MOVE "RECORD COUNT MISMATCH" TO EX-PROCEDURE-NAME
              MOVE 0 TO EX-PREVIOUS-SEQUENCE
