      *                          listing each name with every
      *                          paragraph and program touching it,
      *                          flagging names never referenced
      * 15/10/2026 MANUEL JARRY  File usage cross-reference on
      *                          FILEXREF - each program's SELECT and
      *                          ASSIGN names, the record layout of
      *                          its FD and the OPEN modes it uses,
      *                          COPY members included; a matrix of
      *                          who creates, reads, updates and
      *                          appends each file, and every file
      *                          whose record length or field
      *                          positions differ between programs
      * 15/10/2026 MANUEL JARRY  Paragraph complexity metrics - the
      *                          statement lines, GO TO count,
      *                          IF/EVALUATE nesting depth, PERFORM
      *                          THRU ranges and performing places of
      *                          every paragraph, carried on the
      *                          COBLPROG record and reported per
      *                          program on METRICS, with a trend
      *                          against the previous capture on
      *                          COBLPRG1; paragraphs over the
      *                          PARMFILE limits go to EXCEPTLST
      *
      *****************************************************************
       IDENTIFICATION DIVISION.
              FILE STATUS IS COPYSRC-FILE-STATUS.
           SELECT DATAXREF ASSIGN TO DATAXREF
              ORGANIZATION IS LINE SEQUENTIAL.
           SELECT FILEXREF ASSIGN TO FILEXREF
              ORGANIZATION IS LINE SEQUENTIAL.
           SELECT METRICS ASSIGN TO METRICS
              ORGANIZATION IS LINE SEQUENTIAL.
           SELECT EXCEPTLST ASSIGN TO EXCEPTLST.
           SELECT COBLPRG1 ASSIGN TO COBLPRG1
              FILE STATUS IS COBLPRG1-FILE-STATUS.
           COPY PARMFLSL.
           COPY JOBLOGSL.
      *****************************************************************
      *
      ******************************************************************
      *  Same layout STRC001 reads - one record per charted paragraph
      *  in call-tree order, the called-by holding the sequence number
      *  of the paragraph that first performs it (zero for a root).
      *  The charted record also carries the paragraph's complexity
      *  metrics; a reference record carries zeros
      ******************************************************************
       FD  COBLPROG.
       01  OLD-PROCEDURE-INFORMATIONS.
           05 OLD-SEQUENCE-NUMBER        PIC 9(5).
           05 PROCEDURE-NAME             PIC X(26).
           05 OLD-CALLED-BY-SEQ          PIC 9(5).
           05 OLD-STATEMENT-LINES        PIC 9(5).
           05 OLD-GO-TO-COUNT            PIC 9(3).
           05 OLD-NESTING-DEPTH          PIC 9(2).
           05 OLD-THRU-COUNT             PIC 9(3).
           05 OLD-PERFORMED-COUNT        PIC 9(3).
      *
      ******************************************************************
      *  Cross-program reference records - one per distinct pair of
      *
       FD  DATAXREF.
       01  XREF-PRINT-AREA               PIC X(132).
      *
      ******************************************************************
      *  File usage report - the program-by-file matrix, then the
      *  files whose record layout is not the same in every program
      ******************************************************************
       FD  FILEXREF.
       01  FILE-PRINT-AREA               PIC X(132).
      *
      ******************************************************************
      *  Paragraph complexity report - each program's paragraphs with
      *  their metrics, then every program's risk set against the
      *  previous capture
      ******************************************************************
       FD  METRICS.
       01  METRICS-PRINT-AREA            PIC X(132).
      *
       FD  EXCEPTLST.
       01  EXCEPTION-AREA                PIC X(132).
      *
      ******************************************************************
      *  The previous COBLPROG capture - the one STRC003 compares
      *  against - read for the metrics its charted records carry
      ******************************************************************
       FD  COBLPRG1.
       01  PREVIOUS-CAPTURE-RECORD.
           05 PC-PROGRAM-ID              PIC X(8).
           05 PC-SEQUENCE-NUMBER         PIC 9(5).
           05 PC-PROCEDURE-NAME          PIC X(26).
           05 PC-CALLED-BY-SEQ           PIC 9(5).
           05 PC-STATEMENT-LINES         PIC 9(5).
           05 PC-GO-TO-COUNT             PIC 9(3).
           05 PC-NESTING-DEPTH           PIC 9(2).
           05 PC-THRU-COUNT              PIC 9(3).
           05 PC-PERFORMED-COUNT         PIC 9(3).
      *
       COPY PARMFLFD.
      *
       COPY JOBLOGFD.
      *****************************************************************
          05 SCAN-READY-SWITCH           PIC X          VALUE "N".
             88 SCAN-READY                              VALUE "Y".
          05 TOKEN-FOUND-SWITCH          PIC X          VALUE "N".
          05 IN-FILE-SECTION-SWITCH      PIC X          VALUE "N".
             88 IN-FILE-SECTION                         VALUE "Y".
          05 EDGE-FOUND-SWITCH           PIC X          VALUE "N".
          05 COBLPRG1-EOF-SWITCH         PIC X          VALUE "N".
             88 COBLPRG1-EOF                            VALUE "Y".
          05 PARMFILE-EOF-SWITCH         PIC X          VALUE "N".
             88 PARMFILE-EOF                            VALUE "Y".
          05 HISTORY-SWITCH              PIC X          VALUE "N".
             88 HISTORY-AVAILABLE                       VALUE "Y".
          05 IN-LITERAL-SWITCH           PIC X          VALUE "N".
          05 SENTENCE-END-SWITCH         PIC X          VALUE "N".
      *
       01 COBLSRC-FILE-STATUS            PIC X(2)       VALUE "00".
          88 COBLSRC-FILE-OK                            VALUE "00".
      *
       01 COPYSRC-FILE-STATUS            PIC X(2)       VALUE "00".
          88 COPYSRC-FILE-OK                            VALUE "00".
      *
       01 COBLPRG1-FILE-STATUS           PIC X(2)       VALUE "00".
          88 COBLPRG1-FILE-OK                           VALUE "00".
      *
       01 PARMFILE-FILE-STATUS           PIC X(2)       VALUE "00".
          88 PARMFILE-FILE-OK                           VALUE "00".
      *
       01 JOBLOG-DATE-ET-HEURE.
          05 JDH-DATE                    PIC 9(8).
      *  Paragraph directory built on the first pass - a PERFORM
      *  target only counts as a call when its token is found here,
      *  which is what keeps "PERFORM X TIMES" data names out of the
      *  chart. The second pass adds each paragraph's complexity
      *  metrics - statement lines, GO TOs, deepest IF/EVALUATE
      *  nesting, PERFORM THRU ranges and the places performing it
      ******************************************************************
       01 PARA-COUNT                     PIC 9(4)       VALUE 0.
       01 PARA-TABLE.
             10 PT-PROGRAM-ID            PIC X(8).
             10 PT-VISITED-SWITCH        PIC X.
             10 PT-OUT-SEQ               PIC 9(5).
             10 PT-STATEMENT-LINES       PIC 9(5).
             10 PT-GO-TO-COUNT           PIC 9(3).
             10 PT-NESTING-DEPTH         PIC 9(2).
             10 PT-THRU-COUNT            PIC 9(3).
             10 PT-PERFORMED-COUNT       PIC 9(3).
      *
      ******************************************************************
      *  PERFORM edges collected on the second pass, in source order -
          05 PARAGRAPH-NAME-WORK        PIC X(26).
          05 XREF-POINTER               PIC 9(3).
          05 XREF-REF-COUNT             PIC 9(4).
      *
      ******************************************************************
      *  File directory - one entry per SELECT found, owned by the
      *  program (or copybook member) it was written in. The ASSIGN
      *  name is what identifies the file from one program to the
      *  next; the OPEN modes are marked from the procedure pass. A
      *  COPY of a FILE-CONTROL member files the member's SELECTs
      *  again under the program, as the data-name directory does
      ******************************************************************
       01 FILE-USE-COUNT                 PIC 9(4)       VALUE 0.
       01 FILE-USE-TABLE.
          05 FILE-USE-ENTRY
             OCCURS 0 TO 1000 TIMES DEPENDING ON FILE-USE-COUNT
             INDEXED BY FILE-USE-IDX.
             10 FU-OWNER                PIC X(8).
             10 FU-MEMBER-SWITCH        PIC X.
             10 FU-SELECT-NAME          PIC X(30).
             10 FU-ASSIGN-NAME          PIC X(30).
             10 FU-OPEN-OUTPUT          PIC X.
             10 FU-OPEN-INPUT           PIC X.
             10 FU-OPEN-I-O             PIC X.
             10 FU-OPEN-EXTEND          PIC X.
             10 FU-LISTED-SWITCH        PIC X.
      *
      ******************************************************************
      *  Record layouts - one entry per FD or SD, owned the same way:
      *  the longest record's length and the start position of each
      *  elementary field of the first record, four digits apiece
      *  for the first 50 fields. A REDEFINES and what sits under it
      *  add no positions, and a group OCCURS counts its fields once
      ******************************************************************
       01 LAYOUT-COUNT                   PIC 9(4)       VALUE 0.
       01 LAYOUT-TABLE.
          05 LAYOUT-ENTRY
             OCCURS 0 TO 1000 TIMES DEPENDING ON LAYOUT-COUNT
             INDEXED BY LAYOUT-IDX.
             10 LY-OWNER                PIC X(8).
             10 LY-MEMBER-SWITCH        PIC X.
             10 LY-FILE-NAME            PIC X(30).
             10 LY-RECORD-LENGTH        PIC 9(5).
             10 LY-FIELD-COUNT          PIC 9(3).
             10 LY-POSITIONS            PIC X(200).
      *
      ******************************************************************
      *  Layout measurement - the entry being built waits in the
      *  PENDING fields until the next level number closes it, since
      *  its clauses may run over several lines; the level stack
      *  holds each open group's start so a group OCCURS can be
      *  multiplied out when the group closes
      ******************************************************************
       01 LAYOUT-SCAN-FIELDS.
          05 CURRENT-LAYOUT             PIC 9(4)       VALUE 0.
          05 ASSIGN-PENDING             PIC 9(4)       VALUE 0.
          05 LAYOUT-OFFSET              PIC 9(5)       VALUE 0.
          05 RECORD-NUMBER              PIC 9(3)       VALUE 0.
          05 SKIP-LEVEL                 PIC 9(2)       VALUE 0.
          05 TARGET-LEVEL               PIC 9(2)       VALUE 0.
          05 UNSTACK-DONE-SWITCH        PIC X          VALUE "N".
          05 LEAD-SPACES                PIC 9(2)       VALUE 0.
          05 FIRST-WORD                 PIC X(30).
          05 SECOND-WORD                PIC X(30).
          05 WORD-SCAN-START            PIC 9(2)       VALUE 0.
          05 CLAUSE-EXPECTED            PIC X(10)      VALUE SPACES.
          05 CLAUSE-STOP-SWITCH         PIC X          VALUE "N".
          05 PENDING-SWITCH             PIC X          VALUE "N".
          05 PENDING-LEVEL              PIC 9(2)       VALUE 0.
          05 PENDING-PICTURE            PIC X(30).
          05 PENDING-OCCURS             PIC 9(5)       VALUE 0.
          05 PENDING-USAGE              PIC X(15).
          05 PENDING-REDEFINES-SWITCH   PIC X          VALUE "N".
          05 ITEM-SIZE                  PIC 9(7)       VALUE 0.
          05 FIELD-START                PIC 9(4)       VALUE 0.
          05 POSITION-POINTER           PIC 9(3)       VALUE 0.
          05 LEVEL-DEPTH                PIC 9(2)       VALUE 0.
          05 LEVEL-STACK OCCURS 20 TIMES.
             10 LS-LEVEL                PIC 9(2).
             10 LS-START                PIC 9(5).
             10 LS-OCCURS               PIC 9(5).
          05 PICTURE-LENGTH             PIC 9(2)       VALUE 0.
          05 PICTURE-SCAN               PIC 9(2)       VALUE 0.
          05 PICTURE-CHAR               PIC X.
          05 PICTURE-DIGITS             PIC 9(3)       VALUE 0.
          05 REPEAT-VALUE               PIC 9(5)       VALUE 0.
          05 REPEAT-SWITCH              PIC X          VALUE "N".
          05 LAST-COUNTED-SWITCH        PIC X          VALUE "N".
          05 LAST-NINE-SWITCH           PIC X          VALUE "N".
          05 DIGIT-VALUE                PIC 9.
          05 IMPORT-LIMIT               PIC 9(4)       VALUE 0.
          05 FU-SCAN                    PIC 9(4)       VALUE 0.
          05 FU-GROUP-SCAN              PIC 9(4)       VALUE 0.
          05 FU-FOUND                   PIC 9(4)       VALUE 0.
          05 LY-SCAN                    PIC 9(4)       VALUE 0.
          05 LY-FOUND                   PIC 9(4)       VALUE 0.
      *
       01 OPEN-SCAN-FIELDS.
          05 OPEN-MODE-WORK             PIC X(6)       VALUE SPACES.
          05 OPEN-WORD-START            PIC 9(2)       VALUE 0.
          05 PERIOD-COUNT               PIC 9(2)       VALUE 0.
      *
       01 FILEXREF-FIELDS.
          05 GROUP-FILE                 PIC X(30)      VALUE SPACES.
          05 FIRST-LINE-SWITCH          PIC X          VALUE "N".
          05 REFERENCE-LAYOUT           PIC 9(4)       VALUE 0.
          05 DIFFERENCE-SWITCH          PIC X          VALUE "N".
          05 REFERENCE-CREATOR-SWITCH   PIC X          VALUE "N".
          05 POSITION-SCAN              PIC 9(2)       VALUE 0.
          05 FIRST-DIFFERENCE           PIC 9(2)       VALUE 0.
          05 FILES-LISTED               PIC 9(4)       VALUE 0.
          05 DIFFERING-FILES            PIC 9(4)       VALUE 0.
          05 EDIT-FIELD-NUMBER          PIC Z9.
      *
       01 FILEXREF-TITLE-1.
          05 FILLER                     PIC X(50)
             VALUE "FILE USAGE MATRIX - ONE GROUP PER ASSIGN NAME".
          05 FILLER                     PIC X(82)    VALUE SPACE.
      *
       01 FILEXREF-LEGEND.
          05 FILLER                     PIC X(49)    VALUE
             "C CREATES (OPEN OUTPUT)   R READS (OPEN INPUT)   ".
          05 FILLER                     PIC X(83)    VALUE
             "U UPDATES (OPEN I-O)   A APPENDS (OPEN EXTEND)".
      *
       01 FILEXREF-HEADING.
          05 FILLER                     PIC X(43)
             VALUE "FILE       PROGRAM   SELECT NAME".
          05 FILLER                     PIC X(10)    VALUE "C R U A".
          05 FILLER                     PIC X(7)     VALUE "LRECL".
          05 FILLER                     PIC X(6)     VALUE "FIELDS".
          05 FILLER                     PIC X(1)     VALUE SPACE.
          05 FILLER                     PIC X(65)    VALUE "REMARK".
      *
       01 FILEXREF-TITLE-2.
          05 FILLER                     PIC X(60)    VALUE
             "RECORD LAYOUTS THAT DIFFER IN LENGTH OR FIELD POSITIONS".
          05 FILLER                     PIC X(72)    VALUE SPACE.
      *
       01 FILEXREF-LINE.
          05 FX-FILE                    PIC X(10).
          05 FILLER                     PIC X(1)     VALUE SPACE.
          05 FX-PROGRAM                 PIC X(8).
          05 FILLER                     PIC X(2)     VALUE SPACE.
          05 FX-SELECT                  PIC X(20).
          05 FILLER                     PIC X(2)     VALUE SPACE.
          05 FX-CREATES                 PIC X(1).
          05 FILLER                     PIC X(1)     VALUE SPACE.
          05 FX-READS                   PIC X(1).
          05 FILLER                     PIC X(1)     VALUE SPACE.
          05 FX-UPDATES                 PIC X(1).
          05 FILLER                     PIC X(1)     VALUE SPACE.
          05 FX-APPENDS                 PIC X(1).
          05 FILLER                     PIC X(3)     VALUE SPACE.
          05 FX-LENGTH                  PIC ZZZZ9.
          05 FILLER                     PIC X(2)     VALUE SPACE.
          05 FX-FIELDS                  PIC ZZZ9.
          05 FILLER                     PIC X(3)     VALUE SPACE.
          05 FX-REMARK                  PIC X(39).
          05 FILLER                     PIC X(26)    VALUE SPACE.
      *
       01 FILEXREF-TOTAL-LINE.
          05 FT-TEXT                    PIC X(132).
      *
      ******************************************************************
      *  Complexity limits - a paragraph measuring above any of them
      *  is over limit and goes to EXCEPTLST. PARMFILE keys
      *  STRC-MAX-LINES, STRC-MAX-GO-TO, STRC-MAX-NESTING,
      *  STRC-MAX-THRU and STRC-MAX-PERFORMED override these
      ******************************************************************
       01 METRIC-LIMITS.
          05 LIMIT-STATEMENT-LINES      PIC 9(5)       VALUE 60.
          05 LIMIT-GO-TO                PIC 9(3)       VALUE 2.
          05 LIMIT-NESTING              PIC 9(2)       VALUE 3.
          05 LIMIT-THRU                 PIC 9(3)       VALUE 4.
          05 LIMIT-PERFORMED            PIC 9(3)       VALUE 10.
      *
       01 METRIC-SCAN-FIELDS.
          05 CURRENT-NESTING            PIC 9(2)       VALUE 0.
          05 METRIC-TOKEN               PIC X(30).
          05 TOKEN-LENGTH               PIC 9(2).
          05 QUOTE-COUNT                PIC 9(2).
          05 QUOTE-HALF                 PIC 9(2).
          05 QUOTE-REMAINDER            PIC 9.
      *
      ******************************************************************
      *  One paragraph's metrics set against the limits - shared by
      *  the report and by the load of the previous capture, so both
      *  count the same way
      ******************************************************************
       01 METRIC-WORK.
          05 MW-STATEMENT-LINES         PIC 9(5).
          05 MW-GO-TO-COUNT             PIC 9(3).
          05 MW-NESTING-DEPTH           PIC 9(2).
          05 MW-THRU-COUNT              PIC 9(3).
          05 MW-PERFORMED-COUNT         PIC 9(3).
          05 MW-BREACH-COUNT            PIC 9.
          05 MW-FLAGS.
             10 MW-LINES-FLAG           PIC X.
             10 MW-GO-TO-FLAG           PIC X.
             10 MW-NESTING-FLAG         PIC X.
             10 MW-THRU-FLAG            PIC X.
             10 MW-PERFORMED-FLAG       PIC X.
      *
      ******************************************************************
      *  Program risk table - one entry per program, its risk being
      *  the number of limits its paragraphs exceed. The previous
      *  capture's risk is filed first, this scan's totals on the
      *  report pass
      ******************************************************************
       01 PROGRAM-METRIC-COUNT           PIC 9(3)       VALUE 0.
       01 PROGRAM-METRIC-TABLE.
          05 PROGRAM-METRIC-ENTRY
             OCCURS 0 TO 300 TIMES DEPENDING ON PROGRAM-METRIC-COUNT
             INDEXED BY PROGRAM-METRIC-IDX.
             10 PM-PROGRAM-ID           PIC X(8).
             10 PM-CURRENT-SWITCH       PIC X.
             10 PM-PARAGRAPHS           PIC 9(4).
             10 PM-STATEMENT-LINES      PIC 9(6).
             10 PM-GO-TO-COUNT          PIC 9(4).
             10 PM-DEEPEST-NESTING      PIC 9(2).
             10 PM-THRU-COUNT           PIC 9(4).
             10 PM-OVER-LIMIT           PIC 9(4).
             10 PM-RISK                 PIC 9(5).
             10 PM-PREVIOUS-SWITCH      PIC X.
             10 PM-PREVIOUS-RISK        PIC 9(5).
      *
       01 METRIC-REPORT-FIELDS.
          05 METRIC-SCAN                PIC 9(4).
          05 PM-SCAN                    PIC 9(3).
          05 PM-FOUND                   PIC 9(3)       VALUE 0.
          05 REPORT-PROGRAM-ID          PIC X(8)       VALUE SPACES.
          05 EDIT-OVER-LIMIT            PIC ZZZ9.
          05 PARAGRAPHS-MEASURED        PIC 9(4)       VALUE 0.
          05 PARAGRAPHS-OVER-LIMIT      PIC 9(4)       VALUE 0.
          05 EXCEPTIONS-WRITTEN         PIC 9(5)       VALUE 0.
          05 PREVIOUS-RECORDS-READ      PIC 9(5)       VALUE 0.
          05 PREVIOUS-RECORDS-REJECTED  PIC 9(5)       VALUE 0.
          05 PROGRAMS-WORSE             PIC 9(3)       VALUE 0.
          05 PROGRAMS-BETTER            PIC 9(3)       VALUE 0.
      *
       01 METRICS-TITLE.
          05 FILLER                     PIC X(39)    VALUE
             "PARAGRAPH COMPLEXITY METRICS - PROGRAM ".
          05 MT-PROGRAM-ID              PIC X(8).
          05 FILLER                     PIC X(85)    VALUE SPACE.
      *
       01 METRICS-LEGEND.
          05 FILLER                     PIC X(54)    VALUE
             "LINES STATEMENT LINES   GO TO GO TO STATEMENTS   DEPTH".
          05 FILLER                     PIC X(78)    VALUE
             " DEEPEST IF/EVALUATE   THRU PERFORM THRU RANGES".
      *
       01 METRICS-LEGEND-2.
          05 FILLER                     PIC X(66)    VALUE
             "FROM PLACES THAT PERFORM THE PARAGRAPH   * OVER LIMIT".
          05 FILLER                     PIC X(66)    VALUE SPACE.
      *
       01 METRICS-LIMITS-LINE.
          05 FILLER                     PIC X(15)    VALUE
             "LIMITS - LINES ".
          05 ML-LINES                   PIC ZZZZ9.
          05 FILLER                     PIC X(8)     VALUE "   GO TO".
          05 ML-GO-TO                   PIC ZZZZ9.
          05 FILLER                     PIC X(8)     VALUE "   DEPTH".
          05 ML-NESTING                 PIC ZZZZ9.
          05 FILLER                     PIC X(7)     VALUE "   THRU".
          05 ML-THRU                    PIC ZZZZ9.
          05 FILLER                     PIC X(7)     VALUE "   FROM".
          05 ML-PERFORMED               PIC ZZZZ9.
          05 FILLER                     PIC X(62)    VALUE SPACE.
      *
       01 METRICS-HEADING.
          05 FILLER                     PIC X(35)
             VALUE "  SEQ  PARAGRAPH".
          05 FILLER                     PIC X(8)     VALUE "LINES".
          05 FILLER                     PIC X(8)     VALUE "GO TO".
          05 FILLER                     PIC X(8)     VALUE "DEPTH".
          05 FILLER                     PIC X(8)     VALUE " THRU".
          05 FILLER                     PIC X(8)     VALUE " FROM".
          05 FILLER                     PIC X(57)    VALUE "REMARK".
      *
       01 METRICS-DETAIL-LINE.
          05 MD-SEQUENCE                PIC ZZZZ9.
          05 FILLER                     PIC X(2)     VALUE SPACE.
          05 MD-PARAGRAPH               PIC X(26).
          05 FILLER                     PIC X(2)     VALUE SPACE.
          05 MD-LINES                   PIC ZZZZ9.
          05 MD-LINES-FLAG              PIC X(1).
          05 FILLER                     PIC X(2)     VALUE SPACE.
          05 MD-GO-TO                   PIC ZZZZ9.
          05 MD-GO-TO-FLAG              PIC X(1).
          05 FILLER                     PIC X(2)     VALUE SPACE.
          05 MD-NESTING                 PIC ZZZZ9.
          05 MD-NESTING-FLAG            PIC X(1).
          05 FILLER                     PIC X(2)     VALUE SPACE.
          05 MD-THRU                    PIC ZZZZ9.
          05 MD-THRU-FLAG               PIC X(1).
          05 FILLER                     PIC X(2)     VALUE SPACE.
          05 MD-PERFORMED               PIC ZZZZ9.
          05 MD-PERFORMED-FLAG          PIC X(1).
          05 FILLER                     PIC X(2)     VALUE SPACE.
          05 MD-REMARK                  PIC X(20).
          05 FILLER                     PIC X(37)    VALUE SPACE.
      *
       01 TREND-TITLE.
          05 FILLER                     PIC X(54)    VALUE
             "PROGRAM TREND - RISK IS THE NUMBER OF LIMITS EXCEEDED,".
          05 FILLER                     PIC X(78)    VALUE
             " SET AGAINST THE PREVIOUS CAPTURE (COBLPRG1)".
      *
       01 TREND-HEADING.
          05 FILLER                     PIC X(12)    VALUE "PROGRAM".
          05 FILLER                     PIC X(8)     VALUE "PARAS".
          05 FILLER                     PIC X(11)    VALUE " LINES".
          05 FILLER                     PIC X(9)     VALUE " OVER".
          05 FILLER                     PIC X(9)     VALUE " RISK".
          05 FILLER                     PIC X(8)     VALUE " PREV".
          05 FILLER                     PIC X(75)    VALUE "TREND".
      *
       01 TREND-LINE.
          05 TL-PROGRAM-ID              PIC X(8).
          05 FILLER                     PIC X(4)     VALUE SPACE.
          05 TL-PARAGRAPHS              PIC ZZZZ9.
          05 FILLER                     PIC X(3)     VALUE SPACE.
          05 TL-STATEMENT-LINES         PIC ZZZZZ9.
          05 FILLER                     PIC X(5)     VALUE SPACE.
          05 TL-OVER-LIMIT              PIC ZZZZ9.
          05 FILLER                     PIC X(4)     VALUE SPACE.
          05 TL-RISK                    PIC ZZZZ9.
          05 FILLER                     PIC X(4)     VALUE SPACE.
          05 TL-PREVIOUS-RISK           PIC ZZZZ9.
          05 FILLER                     PIC X(3)     VALUE SPACE.
          05 TL-TREND                   PIC X(10).
          05 FILLER                     PIC X(65)    VALUE SPACE.
      *
      ******************************************************************
      *  One EXCEPTLST line per limit a paragraph exceeds - what was
      *  measured and the limit it went over
      ******************************************************************
       01 EXCEPTION-RECORD.
          05 EX-PROGRAM-ID              PIC X(8).
          05 FILLER                     PIC X(1)     VALUE SPACE.
          05 EX-SEQUENCE-NUMBER         PIC 9(5).
          05 FILLER                     PIC X(1)     VALUE SPACE.
          05 EX-PROCEDURE-NAME          PIC X(26).
          05 FILLER                     PIC X(1)     VALUE SPACE.
          05 EX-MEASURE                 PIC 9(5).
          05 FILLER                     PIC X(1)     VALUE SPACE.
          05 EX-LIMIT                   PIC 9(5).
          05 FILLER                     PIC X(1)     VALUE SPACE.
          05 EX-REASON                  PIC X(20).
      *
       01 DATAXREF-HEADING.
          05 FILLER                     PIC X(30)
      *  This procedure drives the source scan: pass one lists the
      *  PROCEDURE DIVISION paragraph names, pass two collects the
      *  PERFORM links between them, and the walk writes the chart
      *  records in call-tree order. Pass one also files each
      *  program's SELECTs and record layouts, pass two its OPEN
      *  modes, for the file usage report. Pass two measures each
      *  paragraph too, for the complexity report
      ******************************************************************
       000-GENERER-COBLPROG.
      *
              UNTIL COBLSRC-EOF.
           PERFORM 300-ECRIRE-ARBRE-D-APPELS.
           PERFORM 350-ECRIRE-DATAXREF.
           PERFORM 360-ECRIRE-FILEXREF.
           PERFORM 380-ECRIRE-LES-METRIQUES.
           PERFORM 900-TERMINER.
           PERFORM 950-ECRIRE-JOBLOG.
           GOBACK.
      *
      ******************************************************************
      *  This routine opens the files and primes the first pass.
      *  EXCEPTLST is started afresh here - STRC001 runs next and
      *  extends it with its own exceptions
      ******************************************************************
       010-INITIALISER.
      *
              OPEN OUTPUT COBLPROG
              OPEN OUTPUT CALLXREF
              OPEN OUTPUT DATAXREF
              OPEN OUTPUT FILEXREF
              OPEN OUTPUT METRICS
              OPEN OUTPUT EXCEPTLST
              MOVE "Y" TO SCAN-READY-SWITCH
              PERFORM 015-CHARGER-LES-SEUILS
              PERFORM 050-CHARGER-LA-CAPTURE
              PERFORM 020-LIRE-COBLSRC
           END-IF.
      *
      ******************************************************************
      *  This routine loads the complexity limits from PARMFILE - a
      *  missing PARMFILE leaves the compiled limits standing
      ******************************************************************
       015-CHARGER-LES-SEUILS.
      *
           OPEN INPUT PARMFILE.
           IF NOT PARMFILE-FILE-OK
              DISPLAY "PARMFILE NOT AVAILABLE (FILE STATUS "
                      PARMFILE-FILE-STATUS ") - COMPILED COMPLEXITY "
                      "LIMITS STAND."
           ELSE
              PERFORM UNTIL PARMFILE-EOF
                 READ PARMFILE
                    AT END
                       MOVE "Y" TO PARMFILE-EOF-SWITCH
                    NOT AT END
                       PERFORM 016-APPLIQUER-UN-SEUIL
                 END-READ
              END-PERFORM
              CLOSE PARMFILE
           END-IF.
      *
       016-APPLIQUER-UN-SEUIL.
      *
           IF (PA-PARM-VALUE = SPACES)
              CONTINUE
           ELSE
              EVALUATE PA-PARM-KEY
                 WHEN "STRC-MAX-LINES"
                    COMPUTE LIMIT-STATEMENT-LINES =
                       FUNCTION NUMVAL (PA-PARM-VALUE)
                 WHEN "STRC-MAX-GO-TO"
                    COMPUTE LIMIT-GO-TO =
                       FUNCTION NUMVAL (PA-PARM-VALUE)
                 WHEN "STRC-MAX-NESTING"
                    COMPUTE LIMIT-NESTING =
                       FUNCTION NUMVAL (PA-PARM-VALUE)
                 WHEN "STRC-MAX-THRU"
                    COMPUTE LIMIT-THRU =
                       FUNCTION NUMVAL (PA-PARM-VALUE)
                 WHEN "STRC-MAX-PERFORMED"
                    COMPUTE LIMIT-PERFORMED =
                       FUNCTION NUMVAL (PA-PARM-VALUE)
                 WHEN OTHER
                    CONTINUE
              END-EVALUATE
           END-IF.
      *
      ******************************************************************
      *  This routine files each program's risk in the previous
      *  capture, measured against today's limits so the trend shows
      *  a change in the code and not in the limits. A capture
      *  written before the metrics were carried gives no trend
      ******************************************************************
       050-CHARGER-LA-CAPTURE.
      *
           OPEN INPUT COBLPRG1.
           IF NOT COBLPRG1-FILE-OK
              DISPLAY "COBLPRG1 NOT AVAILABLE (FILE STATUS "
                      COBLPRG1-FILE-STATUS ") - NO PREVIOUS CAPTURE, "
                      "NO COMPLEXITY TREND."
           ELSE
              MOVE "Y" TO HISTORY-SWITCH
              PERFORM UNTIL COBLPRG1-EOF
                 READ COBLPRG1
                    AT END
                       MOVE "Y" TO COBLPRG1-EOF-SWITCH
                    NOT AT END
                       PERFORM 051-RELEVER-UNE-MESURE
                 END-READ
              END-PERFORM
              CLOSE COBLPRG1
              IF (PREVIOUS-RECORDS-REJECTED > 0)
                 DISPLAY "COBLPRG1 - " PREVIOUS-RECORDS-REJECTED
                         " RECORD(S) CARRY NO METRICS - NO "
                         "COMPLEXITY TREND."
                 MOVE "N" TO HISTORY-SWITCH
              END-IF
           END-IF.
      *
       051-RELEVER-UNE-MESURE.
      *
           ADD 1 TO PREVIOUS-RECORDS-READ.
           IF (PC-STATEMENT-LINES NOT NUMERIC)
              OR (PC-GO-TO-COUNT NOT NUMERIC)
              OR (PC-NESTING-DEPTH NOT NUMERIC)
              OR (PC-THRU-COUNT NOT NUMERIC)
              OR (PC-PERFORMED-COUNT NOT NUMERIC)
              ADD 1 TO PREVIOUS-RECORDS-REJECTED
           ELSE
              MOVE PC-PROGRAM-ID TO REPORT-PROGRAM-ID
              PERFORM 389-TROUVER-LE-PROGRAMME
              IF (PM-FOUND > 0)
                 MOVE PC-STATEMENT-LINES TO MW-STATEMENT-LINES
                 MOVE PC-GO-TO-COUNT TO MW-GO-TO-COUNT
                 MOVE PC-NESTING-DEPTH TO MW-NESTING-DEPTH
                 MOVE PC-THRU-COUNT TO MW-THRU-COUNT
                 MOVE PC-PERFORMED-COUNT TO MW-PERFORMED-COUNT
                 PERFORM 386-COMPARER-AUX-SEUILS
                 MOVE "Y" TO PM-PREVIOUS-SWITCH (PM-FOUND)
                 ADD MW-BREACH-COUNT TO PM-PREVIOUS-RISK (PM-FOUND)
              END-IF
           END-IF.
      *
      ******************************************************************
      *  This routine files the data names of every COPYLIB member
      *  concatenated on COPYSRC - the library's "* Copybook:" banner
      *  comment opens each member and names the owner its entries
                    PERFORM 046-CLASSER-UNE-LIGNE-MEMBRE
              END-READ
           END-PERFORM.
           PERFORM 178-FERMER-LE-FD.
           IF COPYSRC-FILE-OK OR COPYSRC-FILE-STATUS = "10"
              CLOSE COPYSRC
           END-IF.
      *
           IF (COPYSRC-LINE (7:1) = "*" OR "/")
              IF (COPYSRC-LINE (9:9) = "Copybook:")
                 PERFORM 178-FERMER-LE-FD
                 MOVE 0 TO ASSIGN-PENDING
                 MOVE COPYSRC-LINE (20:8) TO CURRENT-MEMBER
              END-IF
           ELSE
                 MOVE CURRENT-MEMBER TO OWNER-WORK
                 MOVE "Y" TO MEMBER-FLAG-WORK
                 PERFORM 150-RELEVER-UNE-DONNEE THRU 150-SORTIE
                 PERFORM 160-CLASSER-UNE-LIGNE-FICHIER THRU 160-SORTIE
              END-IF
           END-IF.
      *
           IF (WORK-TEXT (1:14) = "IDENTIFICATION")
              MOVE "N" TO IN-PROCEDURE-SWITCH
              MOVE "N" TO IN-DATA-SWITCH
              MOVE "N" TO IN-FILE-SECTION-SWITCH
              PERFORM 020-LIRE-COBLSRC
              GO TO 100-EXIT
           END-IF.
           IF (NOT IN-PROCEDURE-DIVISION)
              MOVE SCAN-PROGRAM-ID TO OWNER-WORK
              MOVE "N" TO MEMBER-FLAG-WORK
              PERFORM 160-CLASSER-UNE-LIGNE-FICHIER THRU 160-SORTIE
              IF (WORK-TEXT (1:11) = "PROGRAM-ID.")
                 PERFORM 120-EXTRAIRE-PROGRAM-ID
              END-IF
              MOVE SCAN-PROGRAM-ID TO PT-PROGRAM-ID (PARA-COUNT)
              MOVE "N" TO PT-VISITED-SWITCH (PARA-COUNT)
              MOVE 0 TO PT-OUT-SEQ (PARA-COUNT)
              MOVE 0 TO PT-STATEMENT-LINES (PARA-COUNT)
              MOVE 0 TO PT-GO-TO-COUNT (PARA-COUNT)
              MOVE 0 TO PT-NESTING-DEPTH (PARA-COUNT)
              MOVE 0 TO PT-THRU-COUNT (PARA-COUNT)
              MOVE 0 TO PT-PERFORMED-COUNT (PARA-COUNT)
           ELSE
              DISPLAY "EXCEPTION: PARAGRAPH TABLE FULL - MAINLINE "
                      "OF " SCAN-PROGRAM-ID " IGNORED - CHART "
           END-IF.
      *
      ******************************************************************
      *  This routine files what one line above the PROCEDURE
      *  DIVISION says about files - a SELECT and its ASSIGN name, an
      *  FD or SD opening a record layout, or an entry of the layout
      *  being measured. A COPY brings in the member's SELECTs and
      *  layouts under the program. A program's SELECTs are taken
      *  before its DATA DIVISION and its FDs only in its FILE
      *  SECTION; a member's wherever they sit
      ******************************************************************
       160-CLASSER-UNE-LIGNE-FICHIER.
      *
           PERFORM 161-DECOUPER-LES-MOTS.
           IF (FIRST-WORD = SPACES)
              GO TO 160-SORTIE
           END-IF.
           IF (SECOND-WORD (1:7) = "SECTION")
              OR (SECOND-WORD (1:8) = "DIVISION")
              PERFORM 178-FERMER-LE-FD
              MOVE 0 TO ASSIGN-PENDING
              IF (FIRST-WORD = "FILE")
                 AND (SECOND-WORD (1:7) = "SECTION")
                 MOVE "Y" TO IN-FILE-SECTION-SWITCH
              ELSE
                 MOVE "N" TO IN-FILE-SECTION-SWITCH
              END-IF
              GO TO 160-SORTIE
           END-IF.
           EVALUATE TRUE
              WHEN (FIRST-WORD = "COPY")
                 AND (MEMBER-FLAG-WORK = "N")
                 PERFORM 178-FERMER-LE-FD
                 PERFORM 165-IMPORTER-LES-FICHIERS
              WHEN (FIRST-WORD = "SELECT")
                 AND ((MEMBER-FLAG-WORK = "Y")
                      OR (NOT IN-DATA-DIVISION))
                 PERFORM 162-RELEVER-UN-SELECT
              WHEN (FIRST-WORD = "FD" OR "SD")
                 AND ((MEMBER-FLAG-WORK = "Y") OR IN-FILE-SECTION)
                 PERFORM 164-OUVRIR-UN-FD
              WHEN CURRENT-LAYOUT > 0
                 PERFORM 170-RELEVER-UNE-RUBRIQUE
              WHEN ASSIGN-PENDING > 0
                 PERFORM 163-CHERCHER-L-ASSIGN
                    VARYING WORD-SCAN FROM 1 BY 1
                    UNTIL (WORD-SCAN > 8) OR (ASSIGN-PENDING = 0)
              WHEN OTHER
                 CONTINUE
           END-EVALUATE.
      *
       160-SORTIE.
           EXIT.
      *
      ******************************************************************
      *  This routine breaks WORK-TEXT into words, leading blanks
      *  skipped, so the first word is the first thing on the line
      ******************************************************************
       161-DECOUPER-LES-MOTS.
      *
           MOVE SPACES TO WORD-TOKENS.
           MOVE 0 TO LEAD-SPACES.
           INSPECT WORK-TEXT TALLYING LEAD-SPACES FOR LEADING SPACES.
           IF (LEAD-SPACES < 65)
              UNSTRING WORK-TEXT (LEAD-SPACES + 1:)
                 DELIMITED BY ALL " "
                 INTO WORD-TOKEN (1) WORD-TOKEN (2) WORD-TOKEN (3)
                      WORD-TOKEN (4) WORD-TOKEN (5) WORD-TOKEN (6)
                      WORD-TOKEN (7) WORD-TOKEN (8) WORD-TOKEN (9)
                      WORD-TOKEN (10)
           END-IF.
           MOVE WORD-TOKEN (1) TO FIRST-WORD.
           MOVE WORD-TOKEN (2) TO SECOND-WORD.
      *
      ******************************************************************
      *  This routine files one SELECT under OWNER-WORK. The file is
      *  known by its SELECT name until the ASSIGN clause is found,
      *  on this line or a following one
      ******************************************************************
       162-RELEVER-UN-SELECT.
      *
           MOVE 0 TO ASSIGN-PENDING.
           MOVE 2 TO WORD-SCAN.
           IF (WORD-TOKEN (2) = "OPTIONAL")
              MOVE 3 TO WORD-SCAN
           END-IF.
           MOVE SPACES TO CLEAN-TOKEN.
           UNSTRING WORD-TOKEN (WORD-SCAN) DELIMITED BY "."
              INTO CLEAN-TOKEN.
           IF (CLEAN-TOKEN = SPACES)
              CONTINUE
           ELSE
              IF (FILE-USE-COUNT < 1000)
                 ADD 1 TO FILE-USE-COUNT
                 MOVE OWNER-WORK TO FU-OWNER (FILE-USE-COUNT)
                 MOVE MEMBER-FLAG-WORK
                    TO FU-MEMBER-SWITCH (FILE-USE-COUNT)
                 MOVE CLEAN-TOKEN TO FU-SELECT-NAME (FILE-USE-COUNT)
                 MOVE CLEAN-TOKEN TO FU-ASSIGN-NAME (FILE-USE-COUNT)
                 MOVE SPACE TO FU-OPEN-OUTPUT (FILE-USE-COUNT)
                 MOVE SPACE TO FU-OPEN-INPUT (FILE-USE-COUNT)
                 MOVE SPACE TO FU-OPEN-I-O (FILE-USE-COUNT)
                 MOVE SPACE TO FU-OPEN-EXTEND (FILE-USE-COUNT)
                 MOVE "N" TO FU-LISTED-SWITCH (FILE-USE-COUNT)
                 MOVE FILE-USE-COUNT TO ASSIGN-PENDING
                 PERFORM 163-CHERCHER-L-ASSIGN
                    VARYING WORD-SCAN FROM WORD-SCAN BY 1
                    UNTIL (WORD-SCAN > 8) OR (ASSIGN-PENDING = 0)
              ELSE
                 DISPLAY "EXCEPTION: FILE TABLE FULL - SELECT "
                         CLEAN-TOKEN " IGNORED - FILE XREF "
                         "INCOMPLETE."
                 MOVE "RECONERR" TO JOBLOG-STATUS-SWITCH
              END-IF
           END-IF.
      *
       163-CHERCHER-L-ASSIGN.
      *
           IF (WORD-TOKEN (WORD-SCAN) = "ASSIGN")
              IF (WORD-TOKEN (WORD-SCAN + 1) = "TO")
                 MOVE WORD-TOKEN (WORD-SCAN + 2) TO NAME-TOKEN
              ELSE
                 MOVE WORD-TOKEN (WORD-SCAN + 1) TO NAME-TOKEN
              END-IF
              MOVE SPACES TO CLEAN-TOKEN
              UNSTRING NAME-TOKEN DELIMITED BY "."
                 INTO CLEAN-TOKEN
              IF (CLEAN-TOKEN NOT = SPACES)
                 MOVE CLEAN-TOKEN TO FU-ASSIGN-NAME (ASSIGN-PENDING)
              END-IF
              MOVE 0 TO ASSIGN-PENDING
           END-IF.
      *
      ******************************************************************
      *  This routine opens a new record layout for the file an FD
      *  or SD line names - the one being measured is closed first
      ******************************************************************
       164-OUVRIR-UN-FD.
      *
           PERFORM 178-FERMER-LE-FD.
           MOVE 0 TO ASSIGN-PENDING.
           MOVE SPACES TO CLEAN-TOKEN.
           UNSTRING SECOND-WORD DELIMITED BY "."
              INTO CLEAN-TOKEN.
           IF (LAYOUT-COUNT < 1000)
              ADD 1 TO LAYOUT-COUNT
              MOVE LAYOUT-COUNT TO CURRENT-LAYOUT
              MOVE OWNER-WORK TO LY-OWNER (CURRENT-LAYOUT)
              MOVE MEMBER-FLAG-WORK TO LY-MEMBER-SWITCH (CURRENT-LAYOUT)
              MOVE CLEAN-TOKEN TO LY-FILE-NAME (CURRENT-LAYOUT)
              MOVE 0 TO LY-RECORD-LENGTH (CURRENT-LAYOUT)
              MOVE 0 TO LY-FIELD-COUNT (CURRENT-LAYOUT)
              MOVE SPACES TO LY-POSITIONS (CURRENT-LAYOUT)
              MOVE 0 TO LAYOUT-OFFSET
              MOVE 0 TO RECORD-NUMBER
              MOVE 0 TO SKIP-LEVEL
              MOVE 0 TO LEVEL-DEPTH
              MOVE "N" TO PENDING-SWITCH
           ELSE
              DISPLAY "EXCEPTION: LAYOUT TABLE FULL - FD "
                      CLEAN-TOKEN " IGNORED - FILE XREF INCOMPLETE."
              MOVE "RECONERR" TO JOBLOG-STATUS-SWITCH
           END-IF.
      *
      ******************************************************************
      *  This routine files a COPY member's SELECTs and layouts again
      *  under the program doing the COPY
      ******************************************************************
       165-IMPORTER-LES-FICHIERS.
      *
           MOVE SPACES TO CLEAN-TOKEN.
           UNSTRING SECOND-WORD DELIMITED BY "."
              INTO CLEAN-TOKEN.
           MOVE FILE-USE-COUNT TO IMPORT-LIMIT.
           PERFORM 166-IMPORTER-UN-SELECT
              VARYING FU-SCAN FROM 1 BY 1
              UNTIL FU-SCAN > IMPORT-LIMIT.
           MOVE LAYOUT-COUNT TO IMPORT-LIMIT.
           PERFORM 167-IMPORTER-UNE-DESCRIPTION
              VARYING LY-SCAN FROM 1 BY 1
              UNTIL LY-SCAN > IMPORT-LIMIT.
      *
       166-IMPORTER-UN-SELECT.
      *
           IF (FU-OWNER (FU-SCAN) = CLEAN-TOKEN (1:8))
              AND (FU-MEMBER-SWITCH (FU-SCAN) = "Y")
              IF (FILE-USE-COUNT < 1000)
                 ADD 1 TO FILE-USE-COUNT
                 MOVE FILE-USE-ENTRY (FU-SCAN)
                    TO FILE-USE-ENTRY (FILE-USE-COUNT)
                 MOVE OWNER-WORK TO FU-OWNER (FILE-USE-COUNT)
                 MOVE "N" TO FU-MEMBER-SWITCH (FILE-USE-COUNT)
              ELSE
                 DISPLAY "EXCEPTION: FILE TABLE FULL - COPY "
                         CLEAN-TOKEN " ONLY PARTLY IMPORTED."
                 MOVE "RECONERR" TO JOBLOG-STATUS-SWITCH
              END-IF
           END-IF.
      *
       167-IMPORTER-UNE-DESCRIPTION.
      *
           IF (LY-OWNER (LY-SCAN) = CLEAN-TOKEN (1:8))
              AND (LY-MEMBER-SWITCH (LY-SCAN) = "Y")
              IF (LAYOUT-COUNT < 1000)
                 ADD 1 TO LAYOUT-COUNT
                 MOVE LAYOUT-ENTRY (LY-SCAN)
                    TO LAYOUT-ENTRY (LAYOUT-COUNT)
                 MOVE OWNER-WORK TO LY-OWNER (LAYOUT-COUNT)
                 MOVE "N" TO LY-MEMBER-SWITCH (LAYOUT-COUNT)
              ELSE
                 DISPLAY "EXCEPTION: LAYOUT TABLE FULL - COPY "
                         CLEAN-TOKEN " ONLY PARTLY IMPORTED."
                 MOVE "RECONERR" TO JOBLOG-STATUS-SWITCH
              END-IF
           END-IF.
      *
      ******************************************************************
      *  This routine takes one line of a record layout. A level
      *  number closes the entry waiting in the PENDING fields and
      *  opens the next; any other line carries more clauses of the
      *  waiting entry. Only PICTURE, OCCURS, REDEFINES and USAGE
      *  matter here - a VALUE clause ends the line's interest
      ******************************************************************
       170-RELEVER-UNE-RUBRIQUE.
      *
           MOVE "N" TO CLAUSE-STOP-SWITCH.
           MOVE 1 TO WORD-SCAN-START.
           MOVE SPACES TO CLEAN-TOKEN.
           UNSTRING FIRST-WORD DELIMITED BY "."
              INTO CLEAN-TOKEN.
           IF (CLEAN-TOKEN (1:1) NUMERIC)
              AND (CLEAN-TOKEN (3:28) = SPACES)
              AND ((CLEAN-TOKEN (2:1) NUMERIC)
                   OR (CLEAN-TOKEN (2:1) = SPACE))
              PERFORM 172-CLORE-LA-RUBRIQUE THRU 172-SORTIE
              MOVE "Y" TO PENDING-SWITCH
              IF (CLEAN-TOKEN (2:1) = SPACE)
                 MOVE CLEAN-TOKEN (1:1) TO PENDING-LEVEL
              ELSE
                 MOVE CLEAN-TOKEN (1:2) TO PENDING-LEVEL
              END-IF
              MOVE SPACES TO PENDING-PICTURE
              MOVE SPACES TO PENDING-USAGE
              MOVE SPACES TO CLAUSE-EXPECTED
              MOVE 1 TO PENDING-OCCURS
              MOVE "N" TO PENDING-REDEFINES-SWITCH
              MOVE 3 TO WORD-SCAN-START
           END-IF.
           IF (PENDING-SWITCH = "Y")
              PERFORM 171-EXAMINER-UNE-CLAUSE
                 VARYING WORD-SCAN FROM WORD-SCAN-START BY 1
                 UNTIL (WORD-SCAN > 10) OR (CLAUSE-STOP-SWITCH = "Y")
           END-IF.
      *
       171-EXAMINER-UNE-CLAUSE.
      *
           MOVE WORD-TOKEN (WORD-SCAN) TO NAME-TOKEN.
           MOVE SPACES TO CLEAN-TOKEN.
           UNSTRING NAME-TOKEN DELIMITED BY "."
              INTO CLEAN-TOKEN.
           EVALUATE TRUE
              WHEN NAME-TOKEN = SPACES
                 MOVE "Y" TO CLAUSE-STOP-SWITCH
              WHEN (CLAUSE-EXPECTED = "PICTURE")
                 AND (CLEAN-TOKEN NOT = "IS")
                 MOVE NAME-TOKEN TO PENDING-PICTURE
                 MOVE SPACES TO CLAUSE-EXPECTED
              WHEN CLAUSE-EXPECTED = "OCCURS"
                 PERFORM 177-LIRE-UNE-OCCURRENCE
                 MOVE "OCCURS-TO" TO CLAUSE-EXPECTED
              WHEN (CLAUSE-EXPECTED = "OCCURS-TO")
                 AND (CLEAN-TOKEN = "TO")
                 MOVE "OCCURS-MAX" TO CLAUSE-EXPECTED
              WHEN CLAUSE-EXPECTED = "OCCURS-MAX"
                 PERFORM 177-LIRE-UNE-OCCURRENCE
                 MOVE SPACES TO CLAUSE-EXPECTED
              WHEN CLEAN-TOKEN = "PIC" OR "PICTURE"
                 MOVE "PICTURE" TO CLAUSE-EXPECTED
              WHEN CLEAN-TOKEN = "OCCURS"
                 MOVE "OCCURS" TO CLAUSE-EXPECTED
              WHEN CLEAN-TOKEN = "REDEFINES"
                 MOVE "Y" TO PENDING-REDEFINES-SWITCH
                 MOVE SPACES TO CLAUSE-EXPECTED
              WHEN CLEAN-TOKEN = "COMP" OR "COMP-1" OR "COMP-2"
                   OR "COMP-3" OR "COMP-4" OR "COMP-5" OR "BINARY"
                   OR "PACKED-DECIMAL" OR "INDEX" OR "POINTER"
                   OR "COMPUTATIONAL" OR "COMPUTATIONAL-3"
                 MOVE CLEAN-TOKEN TO PENDING-USAGE
                 MOVE SPACES TO CLAUSE-EXPECTED
              WHEN (CLEAN-TOKEN = "VALUE" OR "VALUES")
                   OR (NAME-TOKEN (1:1) = """")
                 MOVE "Y" TO CLAUSE-STOP-SWITCH
              WHEN OTHER
                 MOVE SPACES TO CLAUSE-EXPECTED
           END-EVALUATE.
      *
      ******************************************************************
      *  This routine closes the entry waiting in the PENDING fields.
      *  Groups it ends are unstacked first, an 01 starts a new
      *  record at offset zero, a REDEFINES is skipped with all that
      *  sits under it, a group is stacked, and an elementary item
      *  has its start position filed (first record only) before the
      *  offset moves past it
      ******************************************************************
       172-CLORE-LA-RUBRIQUE.
      *
           IF (PENDING-SWITCH = "N")
              GO TO 172-SORTIE
           END-IF.
           MOVE "N" TO PENDING-SWITCH.
           IF (PENDING-LEVEL = 88 OR 66 OR 77)
              GO TO 172-SORTIE
           END-IF.
           IF (SKIP-LEVEL > 0)
              IF (PENDING-LEVEL > SKIP-LEVEL)
                 GO TO 172-SORTIE
              END-IF
              MOVE 0 TO SKIP-LEVEL
           END-IF.
           MOVE PENDING-LEVEL TO TARGET-LEVEL.
           MOVE "N" TO UNSTACK-DONE-SWITCH.
           PERFORM 173-DEPILER-UN-NIVEAU
              UNTIL UNSTACK-DONE-SWITCH = "Y".
           IF (PENDING-LEVEL = 1)
              PERFORM 179-NOTER-LA-LONGUEUR
              MOVE 0 TO LAYOUT-OFFSET
              ADD 1 TO RECORD-NUMBER
           END-IF.
           IF (PENDING-REDEFINES-SWITCH = "Y")
              MOVE PENDING-LEVEL TO SKIP-LEVEL
              GO TO 172-SORTIE
           END-IF.
           IF (PENDING-PICTURE = SPACES)
              AND (PENDING-USAGE NOT = "COMP-1" AND NOT = "COMP-2"
                   AND NOT = "INDEX" AND NOT = "POINTER")
              IF (LEVEL-DEPTH < 20)
                 ADD 1 TO LEVEL-DEPTH
                 MOVE PENDING-LEVEL TO LS-LEVEL (LEVEL-DEPTH)
                 MOVE LAYOUT-OFFSET TO LS-START (LEVEL-DEPTH)
                 MOVE PENDING-OCCURS TO LS-OCCURS (LEVEL-DEPTH)
              END-IF
              GO TO 172-SORTIE
           END-IF.
           PERFORM 175-MESURER-LA-PICTURE.
           IF (RECORD-NUMBER = 1)
              ADD 1 TO LY-FIELD-COUNT (CURRENT-LAYOUT)
              IF (LY-FIELD-COUNT (CURRENT-LAYOUT) <= 50)
                 COMPUTE FIELD-START = LAYOUT-OFFSET + 1
                 COMPUTE POSITION-POINTER =
                    LY-FIELD-COUNT (CURRENT-LAYOUT) * 4 - 3
                 MOVE FIELD-START TO
                    LY-POSITIONS (CURRENT-LAYOUT) (POSITION-POINTER:4)
              END-IF
           END-IF.
           COMPUTE LAYOUT-OFFSET =
              LAYOUT-OFFSET + ITEM-SIZE * PENDING-OCCURS.
      *
       172-SORTIE.
           EXIT.
      *
      ******************************************************************
      *  This routine unstacks one group at or below TARGET-LEVEL -
      *  a group that OCCURS n times takes n times the room its
      *  first occurrence took
      ******************************************************************
       173-DEPILER-UN-NIVEAU.
      *
           IF (LEVEL-DEPTH = 0)
              MOVE "Y" TO UNSTACK-DONE-SWITCH
           ELSE
              IF (LS-LEVEL (LEVEL-DEPTH) < TARGET-LEVEL)
                 MOVE "Y" TO UNSTACK-DONE-SWITCH
              ELSE
                 IF (LS-OCCURS (LEVEL-DEPTH) > 1)
                    COMPUTE LAYOUT-OFFSET = LAYOUT-OFFSET +
                       (LS-OCCURS (LEVEL-DEPTH) - 1) *
                       (LAYOUT-OFFSET - LS-START (LEVEL-DEPTH))
                 END-IF
                 SUBTRACT 1 FROM LEVEL-DEPTH
              END-IF
           END-IF.
      *
      ******************************************************************
      *  This routine sizes the waiting entry from its PICTURE and
      *  USAGE - each symbol is a byte, n in brackets repeats the one
      *  before it, V, S and P take no room, and the binary and
      *  packed usages size from the count of 9s
      ******************************************************************
       175-MESURER-LA-PICTURE.
      *
           MOVE 0 TO ITEM-SIZE.
           MOVE 0 TO PICTURE-DIGITS.
           MOVE 0 TO REPEAT-VALUE.
           MOVE 0 TO PICTURE-LENGTH.
           MOVE "N" TO REPEAT-SWITCH.
           MOVE "N" TO LAST-COUNTED-SWITCH.
           MOVE "N" TO LAST-NINE-SWITCH.
           INSPECT PENDING-PICTURE TALLYING PICTURE-LENGTH
              FOR CHARACTERS BEFORE INITIAL SPACE.
           IF (PICTURE-LENGTH > 0)
              IF (PENDING-PICTURE (PICTURE-LENGTH:1) = ".")
                 SUBTRACT 1 FROM PICTURE-LENGTH
              END-IF
              PERFORM 176-EXAMINER-UN-SYMBOLE
                 VARYING PICTURE-SCAN FROM 1 BY 1
                 UNTIL PICTURE-SCAN > PICTURE-LENGTH
           END-IF.
           EVALUATE PENDING-USAGE
              WHEN "COMP-3"
              WHEN "COMPUTATIONAL-3"
              WHEN "PACKED-DECIMAL"
                 COMPUTE ITEM-SIZE = (PICTURE-DIGITS / 2) + 1
              WHEN "COMP"
              WHEN "COMP-4"
              WHEN "COMP-5"
              WHEN "COMPUTATIONAL"
              WHEN "BINARY"
                 EVALUATE TRUE
                    WHEN PICTURE-DIGITS < 5
                       MOVE 2 TO ITEM-SIZE
                    WHEN PICTURE-DIGITS < 10
                       MOVE 4 TO ITEM-SIZE
                    WHEN OTHER
                       MOVE 8 TO ITEM-SIZE
                 END-EVALUATE
              WHEN "COMP-1"
              WHEN "INDEX"
              WHEN "POINTER"
                 MOVE 4 TO ITEM-SIZE
              WHEN "COMP-2"
                 MOVE 8 TO ITEM-SIZE
              WHEN OTHER
                 CONTINUE
           END-EVALUATE.
      *
       176-EXAMINER-UN-SYMBOLE.
      *
           MOVE PENDING-PICTURE (PICTURE-SCAN:1) TO PICTURE-CHAR.
           EVALUATE TRUE
              WHEN PICTURE-CHAR = "("
                 MOVE "Y" TO REPEAT-SWITCH
                 MOVE 0 TO REPEAT-VALUE
              WHEN PICTURE-CHAR = ")"
                 MOVE "N" TO REPEAT-SWITCH
                 IF (REPEAT-VALUE > 0) AND (LAST-COUNTED-SWITCH = "Y")
                    COMPUTE ITEM-SIZE = ITEM-SIZE + REPEAT-VALUE - 1
                    IF (LAST-NINE-SWITCH = "Y")
                       COMPUTE PICTURE-DIGITS =
                          PICTURE-DIGITS + REPEAT-VALUE - 1
                    END-IF
                 END-IF
              WHEN REPEAT-SWITCH = "Y"
                 IF (PICTURE-CHAR NUMERIC)
                    MOVE PICTURE-CHAR TO DIGIT-VALUE
                    COMPUTE REPEAT-VALUE =
                       REPEAT-VALUE * 10 + DIGIT-VALUE
                 END-IF
              WHEN PICTURE-CHAR = "V" OR "S" OR "P"
                 MOVE "N" TO LAST-COUNTED-SWITCH
                 MOVE "N" TO LAST-NINE-SWITCH
              WHEN OTHER
                 ADD 1 TO ITEM-SIZE
                 MOVE "Y" TO LAST-COUNTED-SWITCH
                 IF (PICTURE-CHAR = "9")
                    ADD 1 TO PICTURE-DIGITS
                    MOVE "Y" TO LAST-NINE-SWITCH
                 ELSE
                    MOVE "N" TO LAST-NINE-SWITCH
                 END-IF
           END-EVALUATE.
      *
      ******************************************************************
      *  An OCCURS count - for OCCURS n TO m the maximum m wins
      ******************************************************************
       177-LIRE-UNE-OCCURRENCE.
      *
           IF (CLEAN-TOKEN (1:1) NUMERIC)
              COMPUTE PENDING-OCCURS = FUNCTION NUMVAL (CLEAN-TOKEN)
           END-IF.
      *
      ******************************************************************
      *  This routine closes the layout being measured - the last
      *  entry is settled, every open group unstacked, and the
      *  record length taken as the longest of the FD's records
      ******************************************************************
       178-FERMER-LE-FD.
      *
           IF (CURRENT-LAYOUT > 0)
              PERFORM 172-CLORE-LA-RUBRIQUE THRU 172-SORTIE
              MOVE 0 TO TARGET-LEVEL
              MOVE "N" TO UNSTACK-DONE-SWITCH
              PERFORM 173-DEPILER-UN-NIVEAU
                 UNTIL UNSTACK-DONE-SWITCH = "Y"
              PERFORM 179-NOTER-LA-LONGUEUR
              MOVE 0 TO CURRENT-LAYOUT
           END-IF.
      *
       179-NOTER-LA-LONGUEUR.
      *
           IF (LAYOUT-OFFSET > LY-RECORD-LENGTH (CURRENT-LAYOUT))
              MOVE LAYOUT-OFFSET TO LY-RECORD-LENGTH (CURRENT-LAYOUT)
           END-IF.
      *
      ******************************************************************
      *  This routine lifts the area-A token off the current line and
      *  files it as a paragraph name - division keywords are not
      *  paragraphs, and a full directory is reported once per name
                 MOVE SCAN-PROGRAM-ID TO PT-PROGRAM-ID (PARA-COUNT)
                 MOVE "N" TO PT-VISITED-SWITCH (PARA-COUNT)
                 MOVE 0 TO PT-OUT-SEQ (PARA-COUNT)
                 MOVE 0 TO PT-STATEMENT-LINES (PARA-COUNT)
                 MOVE 0 TO PT-GO-TO-COUNT (PARA-COUNT)
                 MOVE 0 TO PT-NESTING-DEPTH (PARA-COUNT)
                 MOVE 0 TO PT-THRU-COUNT (PARA-COUNT)
                 MOVE 0 TO PT-PERFORMED-COUNT (PARA-COUNT)
              ELSE
                 DISPLAY "EXCEPTION: PARAGRAPH TABLE FULL - "
                         PARA-TOKEN " IGNORED - CHART INCOMPLETE."
      *  collect one edge per PERFORM (and per THRU companion) whose
      *  target is in the directory. PERFORMs met before the first
      *  paragraph belong to the unnamed mainline, which is given a
      *  synthetic (MAINLINE) entry on first use. Every area-B line
      *  is also measured against the paragraph it sits in
      ******************************************************************
       200-PASSE-DEUX-LIENS.
      *
                 MOVE MAINLINE-LABEL TO REF-TOKEN
                 PERFORM 230-CHERCHER-DANS-DIRECTORY
                 MOVE FOUND-PARA TO CURRENT-PARA
                 MOVE 0 TO CURRENT-NESTING
              END-IF
              PERFORM 020-LIRE-COBLSRC
              GO TO 200-EXIT
           END-IF.
           IF (WORK-TEXT (1:1) NOT = SPACE)
              MOVE SPACES TO OPEN-MODE-WORK
              MOVE 0 TO CURRENT-NESTING
              PERFORM 210-POSITIONNER-PARAGRAPHE
           ELSE
              PERFORM 220-CHERCHER-LES-PERFORM
              PERFORM 228-RELEVER-LES-REFERENCES
              PERFORM 270-RELEVER-LES-OPEN
              PERFORM 280-MESURER-UNE-LIGNE
           END-IF.
           PERFORM 020-LIRE-COBLSRC.
      *
      ******************************************************************
      *  This routine scans one area-B line for PERFORM and THRU
      *  keywords and records an edge for each target found in the
      *  directory - a PERFORM counts as one more place performing
      *  its target, a THRU as one more range the current paragraph
      *  performs
      ******************************************************************
       220-CHERCHER-LES-PERFORM.
      *
                 MOVE SPACES TO TOKEN-AREA
                 MOVE WORK-TEXT (SCAN-POS + 8:REST-LENGTH)
                    TO TOKEN-AREA
                 MOVE 0 TO FOUND-PARA
                 PERFORM 240-ENREGISTRER-UNE-CIBLE
                 IF (FOUND-PARA > 0)
                    ADD 1 TO PT-PERFORMED-COUNT (FOUND-PARA)
                 END-IF
              END-IF
           END-IF.
           IF (SCAN-POS <= 59)
                 MOVE SPACES TO TOKEN-AREA
                 MOVE WORK-TEXT (SCAN-POS + 6:REST-LENGTH)
                    TO TOKEN-AREA
                 MOVE 0 TO FOUND-PARA
                 PERFORM 240-ENREGISTRER-UNE-CIBLE
                 IF (FOUND-PARA > 0) AND (CURRENT-PARA > 0)
                    ADD 1 TO PT-THRU-COUNT (CURRENT-PARA)
                 END-IF
              END-IF
           END-IF.
           IF (SCAN-POS <= 59)
           END-IF.
      *
      ******************************************************************
      *  This routine marks the OPEN modes of one procedure line on
      *  the program's SELECTs. The mode in force carries over to a
      *  following line that opens with another mode or another of
      *  the program's files, and ends at a period or at any word
      *  that is neither
      ******************************************************************
       270-RELEVER-LES-OPEN.
      *
           PERFORM 161-DECOUPER-LES-MOTS.
           MOVE 0 TO OPEN-WORD-START.
           PERFORM 271-CHERCHER-LE-VERBE-OPEN
              VARYING WORD-SCAN FROM 1 BY 1
              UNTIL (WORD-SCAN > 10) OR (OPEN-WORD-START > 0).
           IF (OPEN-WORD-START > 0)
              MOVE SPACES TO OPEN-MODE-WORK
              ADD 1 TO OPEN-WORD-START
           ELSE
              IF (OPEN-MODE-WORK NOT = SPACES)
                 MOVE SPACES TO CLEAN-TOKEN
                 UNSTRING FIRST-WORD DELIMITED BY "." OR ","
                    INTO CLEAN-TOKEN
                 PERFORM 273-CHERCHER-UN-SELECT
                 IF (CLEAN-TOKEN = "INPUT" OR "OUTPUT" OR "I-O"
                                   OR "EXTEND")
                    OR (FU-FOUND > 0)
                    MOVE 1 TO OPEN-WORD-START
                 ELSE
                    MOVE SPACES TO OPEN-MODE-WORK
                 END-IF
              END-IF
           END-IF.
           IF (OPEN-WORD-START > 0) AND (OPEN-WORD-START <= 10)
              MOVE "N" TO CLAUSE-STOP-SWITCH
              PERFORM 272-EXAMINER-UN-MOT-OPEN
                 VARYING WORD-SCAN FROM OPEN-WORD-START BY 1
                 UNTIL (WORD-SCAN > 10) OR (CLAUSE-STOP-SWITCH = "Y")
           END-IF.
      *
       271-CHERCHER-LE-VERBE-OPEN.
      *
           IF (WORD-TOKEN (WORD-SCAN) = "OPEN")
              MOVE WORD-SCAN TO OPEN-WORD-START
           END-IF.
      *
       272-EXAMINER-UN-MOT-OPEN.
      *
           MOVE WORD-TOKEN (WORD-SCAN) TO NAME-TOKEN.
           MOVE SPACES TO CLEAN-TOKEN.
           UNSTRING NAME-TOKEN DELIMITED BY "." OR ","
              INTO CLEAN-TOKEN.
           EVALUATE TRUE
              WHEN NAME-TOKEN = SPACES
                 MOVE "Y" TO CLAUSE-STOP-SWITCH
              WHEN CLEAN-TOKEN = "INPUT" OR "OUTPUT" OR "I-O"
                                 OR "EXTEND"
                 MOVE CLEAN-TOKEN TO OPEN-MODE-WORK
              WHEN OPEN-MODE-WORK = SPACES
                 MOVE "Y" TO CLAUSE-STOP-SWITCH
              WHEN OTHER
                 PERFORM 273-CHERCHER-UN-SELECT
                 IF (FU-FOUND > 0)
                    PERFORM 274-MARQUER-UN-MODE
                 ELSE
                    MOVE SPACES TO OPEN-MODE-WORK
                    MOVE "Y" TO CLAUSE-STOP-SWITCH
                 END-IF
           END-EVALUATE.
           MOVE 0 TO PERIOD-COUNT.
           INSPECT NAME-TOKEN TALLYING PERIOD-COUNT FOR ALL ".".
           IF (PERIOD-COUNT > 0)
              MOVE SPACES TO OPEN-MODE-WORK
              MOVE "Y" TO CLAUSE-STOP-SWITCH
           END-IF.
      *
       273-CHERCHER-UN-SELECT.
      *
           MOVE 0 TO FU-FOUND.
           IF (FILE-USE-COUNT > 0)
              SET FILE-USE-IDX TO 1
              SEARCH FILE-USE-ENTRY
                 AT END
                    CONTINUE
                 WHEN (FU-SELECT-NAME (FILE-USE-IDX) = CLEAN-TOKEN)
                    AND (FU-OWNER (FILE-USE-IDX) = SCAN-PROGRAM-ID)
                    AND (FU-MEMBER-SWITCH (FILE-USE-IDX) = "N")
                    SET FU-FOUND TO FILE-USE-IDX
              END-SEARCH
           END-IF.
      *
       274-MARQUER-UN-MODE.
      *
           EVALUATE OPEN-MODE-WORK
              WHEN "OUTPUT"
                 MOVE "X" TO FU-OPEN-OUTPUT (FU-FOUND)
              WHEN "INPUT"
                 MOVE "X" TO FU-OPEN-INPUT (FU-FOUND)
              WHEN "I-O"
                 MOVE "X" TO FU-OPEN-I-O (FU-FOUND)
              WHEN "EXTEND"
                 MOVE "X" TO FU-OPEN-EXTEND (FU-FOUND)
              WHEN OTHER
                 CONTINUE
           END-EVALUATE.
      *
      ******************************************************************
      *  This routine measures one area-B line against the paragraph
      *  it sits in - one more statement line, its GO TOs, and the
      *  IF/EVALUATE nesting it opens and closes. A period ends the
      *  sentence and with it every open IF; words inside a quoted
      *  literal are not keywords
      ******************************************************************
       280-MESURER-UNE-LIGNE.
      *
           IF (CURRENT-PARA = 0) OR (WORK-TEXT = SPACES)
              CONTINUE
           ELSE
              ADD 1 TO PT-STATEMENT-LINES (CURRENT-PARA)
              MOVE "N" TO IN-LITERAL-SWITCH
              PERFORM 161-DECOUPER-LES-MOTS
              PERFORM 281-EXAMINER-UN-MOT-CLE
                 VARYING WORD-SCAN FROM 1 BY 1
                 UNTIL WORD-SCAN > 10
           END-IF.
      *
       281-EXAMINER-UN-MOT-CLE.
      *
           IF (WORD-TOKEN (WORD-SCAN) = SPACES)
              CONTINUE
           ELSE
              MOVE 0 TO QUOTE-COUNT
              INSPECT WORD-TOKEN (WORD-SCAN)
                 TALLYING QUOTE-COUNT FOR ALL """"
              IF (QUOTE-COUNT > 0) OR (IN-LITERAL-SWITCH = "Y")
                 PERFORM 282-SUIVRE-UN-LITTERAL
              ELSE
                 PERFORM 283-COMPTER-UN-MOT-CLE
              END-IF
           END-IF.
      *
      ******************************************************************
      *  This routine follows a quoted literal across the words of
      *  the line - an odd number of quotes opens or closes it, and a
      *  period straight after the closing quote ends the sentence
      ******************************************************************
       282-SUIVRE-UN-LITTERAL.
      *
           DIVIDE QUOTE-COUNT BY 2
              GIVING QUOTE-HALF REMAINDER QUOTE-REMAINDER.
           IF (QUOTE-REMAINDER = 1)
              IF (IN-LITERAL-SWITCH = "Y")
                 MOVE "N" TO IN-LITERAL-SWITCH
              ELSE
                 MOVE "Y" TO IN-LITERAL-SWITCH
              END-IF
           END-IF.
           IF (IN-LITERAL-SWITCH = "N")
              MOVE 0 TO TOKEN-LENGTH
              INSPECT WORD-TOKEN (WORD-SCAN) TALLYING TOKEN-LENGTH
                 FOR CHARACTERS BEFORE INITIAL SPACE
              IF (TOKEN-LENGTH > 1)
                 IF (WORD-TOKEN (WORD-SCAN) (TOKEN-LENGTH - 1:2)
                     = """.")
                    MOVE 0 TO CURRENT-NESTING
                 END-IF
              END-IF
           END-IF.
      *
       283-COMPTER-UN-MOT-CLE.
      *
           MOVE WORD-TOKEN (WORD-SCAN) TO METRIC-TOKEN.
           MOVE 0 TO TOKEN-LENGTH.
           INSPECT METRIC-TOKEN TALLYING TOKEN-LENGTH
              FOR CHARACTERS BEFORE INITIAL SPACE.
           MOVE "N" TO SENTENCE-END-SWITCH.
           IF (METRIC-TOKEN (TOKEN-LENGTH:1) = ".")
              MOVE "Y" TO SENTENCE-END-SWITCH
              MOVE SPACE TO METRIC-TOKEN (TOKEN-LENGTH:1)
           END-IF.
           EVALUATE METRIC-TOKEN
              WHEN "GO"
                 ADD 1 TO PT-GO-TO-COUNT (CURRENT-PARA)
              WHEN "IF"
              WHEN "EVALUATE"
                 ADD 1 TO CURRENT-NESTING
                 IF (CURRENT-NESTING
                     > PT-NESTING-DEPTH (CURRENT-PARA))
                    MOVE CURRENT-NESTING
                       TO PT-NESTING-DEPTH (CURRENT-PARA)
                 END-IF
              WHEN "END-IF"
              WHEN "END-EVALUATE"
                 IF (CURRENT-NESTING > 0)
                    SUBTRACT 1 FROM CURRENT-NESTING
                 END-IF
              WHEN OTHER
                 CONTINUE
           END-EVALUATE.
           IF (SENTENCE-END-SWITCH = "Y")
              MOVE 0 TO CURRENT-NESTING
           END-IF.
      *
      ******************************************************************
      *  This routine writes the chart in call-tree order - a walk
      *  from each still-unvisited paragraph in source order, so the
      *  mainline tree comes first and anything unreachable follows
           MOVE OUT-SEQ-COUNTER TO OLD-SEQUENCE-NUMBER.
           MOVE PT-PROGRAM-ID (CALLEE-PARA) TO OLD-PROGRAM-ID.
           MOVE PT-NAME (CALLEE-PARA) TO PROCEDURE-NAME.
           MOVE PT-STATEMENT-LINES (CALLEE-PARA)
              TO OLD-STATEMENT-LINES.
           MOVE PT-GO-TO-COUNT (CALLEE-PARA) TO OLD-GO-TO-COUNT.
           MOVE PT-NESTING-DEPTH (CALLEE-PARA) TO OLD-NESTING-DEPTH.
           MOVE PT-THRU-COUNT (CALLEE-PARA) TO OLD-THRU-COUNT.
           MOVE PT-PERFORMED-COUNT (CALLEE-PARA)
              TO OLD-PERFORMED-COUNT.
           WRITE OLD-PROCEDURE-INFORMATIONS.
           ADD 1 TO COBLPROG-RECORDS-ECRITS.
           IF (STACK-DEPTH < 50)
           MOVE PT-PROGRAM-ID (CALLEE-PARA) TO OLD-PROGRAM-ID.
           MOVE PT-NAME (CALLEE-PARA) TO PROCEDURE-NAME.
           MOVE PT-OUT-SEQ (TOP-PARA) TO OLD-CALLED-BY-SEQ.
           MOVE 0 TO OLD-STATEMENT-LINES.
           MOVE 0 TO OLD-GO-TO-COUNT.
           MOVE 0 TO OLD-NESTING-DEPTH.
           MOVE 0 TO OLD-THRU-COUNT.
           MOVE 0 TO OLD-PERFORMED-COUNT.
           WRITE OLD-PROCEDURE-INFORMATIONS.
           ADD 1 TO COBLPROG-RECORDS-ECRITS.
      *
           END-IF.
      *
      ******************************************************************
      *  This routine writes the file usage report. The matrix lists
      *  each file (by ASSIGN name) with every program that selects
      *  it, the modes it is opened in and the record layout that
      *  program sees. The second part lists only the files whose
      *  layout is not the same everywhere - each program's layout
      *  is set against the first program's, length first, then the
      *  start of each field
      ******************************************************************
       360-ECRIRE-FILEXREF.
      *
           IF (NOT SCAN-READY) OR (FILE-USE-COUNT = 0)
              CONTINUE
           ELSE
              WRITE FILE-PRINT-AREA FROM FILEXREF-TITLE-1
              WRITE FILE-PRINT-AREA FROM FILEXREF-LEGEND
              MOVE SPACES TO FILE-PRINT-AREA
              WRITE FILE-PRINT-AREA
              WRITE FILE-PRINT-AREA FROM FILEXREF-HEADING
              PERFORM 362-ECRIRE-UN-FICHIER
                 VARYING FU-SCAN FROM 1 BY 1
                 UNTIL FU-SCAN > FILE-USE-COUNT
              MOVE SPACES TO FILE-PRINT-AREA
              WRITE FILE-PRINT-AREA
              WRITE FILE-PRINT-AREA FROM FILEXREF-TITLE-2
              MOVE SPACES TO FILE-PRINT-AREA
              WRITE FILE-PRINT-AREA
              WRITE FILE-PRINT-AREA FROM FILEXREF-HEADING
              PERFORM 365-COMPARER-UN-FICHIER
                 VARYING FU-SCAN FROM 1 BY 1
                 UNTIL FU-SCAN > FILE-USE-COUNT
              MOVE SPACES TO FILEXREF-TOTAL-LINE
              IF (DIFFERING-FILES = 0)
                 MOVE "NO RECORD LAYOUT DIFFERENCES FOUND."
                    TO FT-TEXT
              ELSE
                 STRING DIFFERING-FILES " FILE(S) WITH DIFFERING "
                        "RECORD LAYOUTS - CHECK EVERY PROGRAM LISTED "
                        "BEFORE CHANGING THE RECORD."
                    DELIMITED BY SIZE INTO FT-TEXT
              END-IF
              MOVE SPACES TO FILE-PRINT-AREA
              WRITE FILE-PRINT-AREA
              WRITE FILE-PRINT-AREA FROM FILEXREF-TOTAL-LINE
           END-IF.
      *
      ******************************************************************
      *  This routine prints one file's group of the matrix, the first
      *  time one of its programs' SELECTs comes up
      ******************************************************************
       362-ECRIRE-UN-FICHIER.
      *
           IF (FU-MEMBER-SWITCH (FU-SCAN) = "N")
              AND (FU-LISTED-SWITCH (FU-SCAN) = "N")
              ADD 1 TO FILES-LISTED
              MOVE FU-ASSIGN-NAME (FU-SCAN) TO GROUP-FILE
              MOVE "Y" TO FIRST-LINE-SWITCH
              PERFORM 363-ECRIRE-UNE-UTILISATION
                 VARYING FU-GROUP-SCAN FROM FU-SCAN BY 1
                 UNTIL FU-GROUP-SCAN > FILE-USE-COUNT
           END-IF.
      *
       363-ECRIRE-UNE-UTILISATION.
      *
           IF (FU-MEMBER-SWITCH (FU-GROUP-SCAN) = "N")
              AND (FU-ASSIGN-NAME (FU-GROUP-SCAN) = GROUP-FILE)
              MOVE "Y" TO FU-LISTED-SWITCH (FU-GROUP-SCAN)
              PERFORM 367-PREPARER-UNE-LIGNE
              EVALUATE TRUE
                 WHEN LY-FOUND = 0
                    MOVE "NO RECORD LAYOUT FOUND FOR THIS FILE"
                       TO FX-REMARK
                 WHEN (FU-OPEN-OUTPUT (FU-GROUP-SCAN) = SPACE)
                      AND (FU-OPEN-INPUT (FU-GROUP-SCAN) = SPACE)
                      AND (FU-OPEN-I-O (FU-GROUP-SCAN) = SPACE)
                      AND (FU-OPEN-EXTEND (FU-GROUP-SCAN) = SPACE)
                    MOVE "NO OPEN FOUND (SORT FILE OR UNUSED)"
                       TO FX-REMARK
                 WHEN OTHER
                    CONTINUE
              END-EVALUATE
              WRITE FILE-PRINT-AREA FROM FILEXREF-LINE
           END-IF.
      *
      ******************************************************************
      *  This routine checks one file's layouts, the first time one
      *  of its programs' SELECTs comes up, and prints the group when
      *  any program's layout departs from the reference layout - the
      *  layout of the first program that writes the file (OUTPUT or
      *  EXTEND), or of the first program found when none of them does
      ******************************************************************
       365-COMPARER-UN-FICHIER.
      *
           IF (FU-MEMBER-SWITCH (FU-SCAN) = "N")
              AND (FU-LISTED-SWITCH (FU-SCAN) = "Y")
              MOVE FU-ASSIGN-NAME (FU-SCAN) TO GROUP-FILE
              MOVE 0 TO REFERENCE-LAYOUT
              MOVE "N" TO REFERENCE-CREATOR-SWITCH
              MOVE "N" TO DIFFERENCE-SWITCH
              PERFORM 364-CHOISIR-LA-REFERENCE
                 VARYING FU-GROUP-SCAN FROM FU-SCAN BY 1
                 UNTIL FU-GROUP-SCAN > FILE-USE-COUNT
              PERFORM 366-COMPARER-UNE-UTILISATION
                 VARYING FU-GROUP-SCAN FROM FU-SCAN BY 1
                 UNTIL FU-GROUP-SCAN > FILE-USE-COUNT
              IF (DIFFERENCE-SWITCH = "Y")
                 ADD 1 TO DIFFERING-FILES
                 MOVE SPACES TO FILE-PRINT-AREA
                 WRITE FILE-PRINT-AREA
                 MOVE "Y" TO FIRST-LINE-SWITCH
                 PERFORM 368-ECRIRE-UNE-DIFFERENCE
                    VARYING FU-GROUP-SCAN FROM FU-SCAN BY 1
                    UNTIL FU-GROUP-SCAN > FILE-USE-COUNT
              END-IF
           END-IF.
      *
       364-CHOISIR-LA-REFERENCE.
      *
           IF (FU-MEMBER-SWITCH (FU-GROUP-SCAN) = "N")
              AND (FU-ASSIGN-NAME (FU-GROUP-SCAN) = GROUP-FILE)
              AND (REFERENCE-CREATOR-SWITCH = "N")
              PERFORM 369-TROUVER-LA-DESCRIPTION
              IF (LY-FOUND > 0)
                 IF (FU-OPEN-OUTPUT (FU-GROUP-SCAN) = "X")
                    OR (FU-OPEN-EXTEND (FU-GROUP-SCAN) = "X")
                    MOVE LY-FOUND TO REFERENCE-LAYOUT
                    MOVE "Y" TO REFERENCE-CREATOR-SWITCH
                 ELSE
                    IF (REFERENCE-LAYOUT = 0)
                       MOVE LY-FOUND TO REFERENCE-LAYOUT
                    END-IF
                 END-IF
              END-IF
           END-IF.
      *
       366-COMPARER-UNE-UTILISATION.
      *
           IF (FU-MEMBER-SWITCH (FU-GROUP-SCAN) = "N")
              AND (FU-ASSIGN-NAME (FU-GROUP-SCAN) = GROUP-FILE)
              MOVE "C" TO FU-LISTED-SWITCH (FU-GROUP-SCAN)
              PERFORM 369-TROUVER-LA-DESCRIPTION
              IF (LY-FOUND > 0)
                 IF (LY-RECORD-LENGTH (LY-FOUND)
                     NOT = LY-RECORD-LENGTH (REFERENCE-LAYOUT))
                    OR (LY-POSITIONS (LY-FOUND)
                     NOT = LY-POSITIONS (REFERENCE-LAYOUT))
                    MOVE "Y" TO DIFFERENCE-SWITCH
                 END-IF
              END-IF
           END-IF.
      *
      ******************************************************************
      *  This routine fills the columns every report line shares - the
      *  file name on the first line of a group only
      ******************************************************************
       367-PREPARER-UNE-LIGNE.
      *
           MOVE SPACES TO FILEXREF-LINE.
           IF (FIRST-LINE-SWITCH = "Y")
              MOVE GROUP-FILE TO FX-FILE
              MOVE "N" TO FIRST-LINE-SWITCH
           END-IF.
           MOVE FU-OWNER (FU-GROUP-SCAN) TO FX-PROGRAM.
           MOVE FU-SELECT-NAME (FU-GROUP-SCAN) TO FX-SELECT.
           MOVE FU-OPEN-OUTPUT (FU-GROUP-SCAN) TO FX-CREATES.
           MOVE FU-OPEN-INPUT (FU-GROUP-SCAN) TO FX-READS.
           MOVE FU-OPEN-I-O (FU-GROUP-SCAN) TO FX-UPDATES.
           MOVE FU-OPEN-EXTEND (FU-GROUP-SCAN) TO FX-APPENDS.
           PERFORM 369-TROUVER-LA-DESCRIPTION.
           IF (LY-FOUND > 0)
              MOVE LY-RECORD-LENGTH (LY-FOUND) TO FX-LENGTH
              MOVE LY-FIELD-COUNT (LY-FOUND) TO FX-FIELDS
           END-IF.
      *
       368-ECRIRE-UNE-DIFFERENCE.
      *
           IF (FU-MEMBER-SWITCH (FU-GROUP-SCAN) = "N")
              AND (FU-ASSIGN-NAME (FU-GROUP-SCAN) = GROUP-FILE)
              PERFORM 367-PREPARER-UNE-LIGNE
              EVALUATE TRUE
                 WHEN LY-FOUND = 0
                    MOVE "NO RECORD LAYOUT FOUND FOR THIS FILE"
                       TO FX-REMARK
                 WHEN LY-FOUND = REFERENCE-LAYOUT
                    MOVE "LAYOUT THE OTHERS ARE COMPARED WITH"
                       TO FX-REMARK
                 WHEN LY-RECORD-LENGTH (LY-FOUND)
                      NOT = LY-RECORD-LENGTH (REFERENCE-LAYOUT)
                    MOVE "RECORD LENGTH DIFFERS" TO FX-REMARK
                 WHEN LY-POSITIONS (LY-FOUND)
                      NOT = LY-POSITIONS (REFERENCE-LAYOUT)
                    MOVE 0 TO FIRST-DIFFERENCE
                    PERFORM 370-CHERCHER-LA-DIFFERENCE
                       VARYING POSITION-SCAN FROM 1 BY 1
                       UNTIL (POSITION-SCAN > 50)
                          OR (FIRST-DIFFERENCE > 0)
                    MOVE FIRST-DIFFERENCE TO EDIT-FIELD-NUMBER
                    STRING "FIELD POSITIONS DIFFER FROM FIELD "
                           EDIT-FIELD-NUMBER
                       DELIMITED BY SIZE INTO FX-REMARK
                 WHEN OTHER
                    MOVE "SAME AS THE REFERENCE LAYOUT" TO FX-REMARK
              END-EVALUATE
              WRITE FILE-PRINT-AREA FROM FILEXREF-LINE
           END-IF.
      *
      ******************************************************************
      *  This routine finds the layout a program's SELECT is read
      *  through - the program's FD of the same file name
      ******************************************************************
       369-TROUVER-LA-DESCRIPTION.
      *
           MOVE 0 TO LY-FOUND.
           IF (LAYOUT-COUNT > 0)
              SET LAYOUT-IDX TO 1
              SEARCH LAYOUT-ENTRY
                 AT END
                    CONTINUE
                 WHEN (LY-FILE-NAME (LAYOUT-IDX)
                       = FU-SELECT-NAME (FU-GROUP-SCAN))
                    AND (LY-OWNER (LAYOUT-IDX)
                       = FU-OWNER (FU-GROUP-SCAN))
                    AND (LY-MEMBER-SWITCH (LAYOUT-IDX) = "N")
                    SET LY-FOUND TO LAYOUT-IDX
              END-SEARCH
           END-IF.
      *
       370-CHERCHER-LA-DIFFERENCE.
      *
           COMPUTE POSITION-POINTER = POSITION-SCAN * 4 - 3.
           IF (LY-POSITIONS (LY-FOUND) (POSITION-POINTER:4)
               NOT = LY-POSITIONS (REFERENCE-LAYOUT)
                     (POSITION-POINTER:4))
              MOVE POSITION-SCAN TO FIRST-DIFFERENCE
           END-IF.
      *
      ******************************************************************
      *  This routine writes the complexity report - every measured
      *  paragraph of each program in source order with a program
      *  total, then one trend line per program scanned. A mainline
      *  with no code of its own is not a paragraph and is skipped
      ******************************************************************
       380-ECRIRE-LES-METRIQUES.
      *
           IF (NOT SCAN-READY) OR (PARA-COUNT = 0)
              CONTINUE
           ELSE
              MOVE LIMIT-STATEMENT-LINES TO ML-LINES
              MOVE LIMIT-GO-TO TO ML-GO-TO
              MOVE LIMIT-NESTING TO ML-NESTING
              MOVE LIMIT-THRU TO ML-THRU
              MOVE LIMIT-PERFORMED TO ML-PERFORMED
              WRITE METRICS-PRINT-AREA FROM METRICS-LIMITS-LINE
              WRITE METRICS-PRINT-AREA FROM METRICS-LEGEND
              WRITE METRICS-PRINT-AREA FROM METRICS-LEGEND-2
              MOVE SPACES TO REPORT-PROGRAM-ID
              MOVE 0 TO PM-FOUND
              PERFORM 381-ECRIRE-UN-PARAGRAPHE
                 VARYING METRIC-SCAN FROM 1 BY 1
                 UNTIL METRIC-SCAN > PARA-COUNT
              IF (PM-FOUND > 0)
                 PERFORM 383-ECRIRE-LE-TOTAL
              END-IF
              MOVE SPACES TO METRICS-PRINT-AREA
              WRITE METRICS-PRINT-AREA
              WRITE METRICS-PRINT-AREA FROM TREND-TITLE
              MOVE SPACES TO METRICS-PRINT-AREA
              WRITE METRICS-PRINT-AREA
              WRITE METRICS-PRINT-AREA FROM TREND-HEADING
              PERFORM 387-ECRIRE-UNE-TENDANCE
                 VARYING PM-SCAN FROM 1 BY 1
                 UNTIL PM-SCAN > PROGRAM-METRIC-COUNT
           END-IF.
      *
       381-ECRIRE-UN-PARAGRAPHE.
      *
           IF (PT-NAME (METRIC-SCAN) = MAINLINE-LABEL)
              AND (PT-STATEMENT-LINES (METRIC-SCAN) = 0)
              CONTINUE
           ELSE
              IF (PT-PROGRAM-ID (METRIC-SCAN) NOT = REPORT-PROGRAM-ID)
                 IF (PM-FOUND > 0)
                    PERFORM 383-ECRIRE-LE-TOTAL
                 END-IF
                 MOVE PT-PROGRAM-ID (METRIC-SCAN) TO REPORT-PROGRAM-ID
                 PERFORM 389-TROUVER-LE-PROGRAMME
                 PERFORM 382-ECRIRE-L-ENTETE
              END-IF
              PERFORM 384-ECRIRE-LA-MESURE
           END-IF.
      *
       382-ECRIRE-L-ENTETE.
      *
           IF (PM-FOUND > 0)
              MOVE "Y" TO PM-CURRENT-SWITCH (PM-FOUND)
           END-IF.
           MOVE REPORT-PROGRAM-ID TO MT-PROGRAM-ID.
           MOVE SPACES TO METRICS-PRINT-AREA.
           WRITE METRICS-PRINT-AREA.
           WRITE METRICS-PRINT-AREA FROM METRICS-TITLE.
           WRITE METRICS-PRINT-AREA FROM METRICS-HEADING.
      *
      ******************************************************************
      *  This routine prints the totals line closing a program's
      *  paragraphs
      ******************************************************************
       383-ECRIRE-LE-TOTAL.
      *
           MOVE SPACES TO METRICS-DETAIL-LINE.
           MOVE "PROGRAM TOTAL" TO MD-PARAGRAPH.
           MOVE PM-STATEMENT-LINES (PM-FOUND) TO MD-LINES.
           MOVE PM-GO-TO-COUNT (PM-FOUND) TO MD-GO-TO.
           MOVE PM-DEEPEST-NESTING (PM-FOUND) TO MD-NESTING.
           MOVE PM-THRU-COUNT (PM-FOUND) TO MD-THRU.
           MOVE PM-OVER-LIMIT (PM-FOUND) TO EDIT-OVER-LIMIT.
           STRING EDIT-OVER-LIMIT " OVER LIMIT"
              DELIMITED BY SIZE INTO MD-REMARK.
           WRITE METRICS-PRINT-AREA FROM METRICS-DETAIL-LINE.
      *
      ******************************************************************
      *  This routine prints one paragraph's metrics, flags each one
      *  over its limit, sends the paragraph to EXCEPTLST when any is,
      *  and adds it into its program's totals
      ******************************************************************
       384-ECRIRE-LA-MESURE.
      *
           MOVE PT-STATEMENT-LINES (METRIC-SCAN) TO MW-STATEMENT-LINES.
           MOVE PT-GO-TO-COUNT (METRIC-SCAN) TO MW-GO-TO-COUNT.
           MOVE PT-NESTING-DEPTH (METRIC-SCAN) TO MW-NESTING-DEPTH.
           MOVE PT-THRU-COUNT (METRIC-SCAN) TO MW-THRU-COUNT.
           MOVE PT-PERFORMED-COUNT (METRIC-SCAN) TO MW-PERFORMED-COUNT.
           PERFORM 386-COMPARER-AUX-SEUILS.
           MOVE SPACES TO METRICS-DETAIL-LINE.
           MOVE PT-OUT-SEQ (METRIC-SCAN) TO MD-SEQUENCE.
           MOVE PT-NAME (METRIC-SCAN) TO MD-PARAGRAPH.
           MOVE MW-STATEMENT-LINES TO MD-LINES.
           MOVE MW-LINES-FLAG TO MD-LINES-FLAG.
           MOVE MW-GO-TO-COUNT TO MD-GO-TO.
           MOVE MW-GO-TO-FLAG TO MD-GO-TO-FLAG.
           MOVE MW-NESTING-DEPTH TO MD-NESTING.
           MOVE MW-NESTING-FLAG TO MD-NESTING-FLAG.
           MOVE MW-THRU-COUNT TO MD-THRU.
           MOVE MW-THRU-FLAG TO MD-THRU-FLAG.
           MOVE MW-PERFORMED-COUNT TO MD-PERFORMED.
           MOVE MW-PERFORMED-FLAG TO MD-PERFORMED-FLAG.
           ADD 1 TO PARAGRAPHS-MEASURED.
           IF (MW-BREACH-COUNT > 0)
              MOVE "OVER LIMIT" TO MD-REMARK
              ADD 1 TO PARAGRAPHS-OVER-LIMIT
              PERFORM 385-ECRIRE-LES-EXCEPTIONS
           END-IF.
           WRITE METRICS-PRINT-AREA FROM METRICS-DETAIL-LINE.
           IF (PM-FOUND > 0)
              ADD 1 TO PM-PARAGRAPHS (PM-FOUND)
              ADD MW-STATEMENT-LINES TO PM-STATEMENT-LINES (PM-FOUND)
              ADD MW-GO-TO-COUNT TO PM-GO-TO-COUNT (PM-FOUND)
              ADD MW-THRU-COUNT TO PM-THRU-COUNT (PM-FOUND)
              ADD MW-BREACH-COUNT TO PM-RISK (PM-FOUND)
              IF (MW-NESTING-DEPTH > PM-DEEPEST-NESTING (PM-FOUND))
                 MOVE MW-NESTING-DEPTH
                    TO PM-DEEPEST-NESTING (PM-FOUND)
              END-IF
              IF (MW-BREACH-COUNT > 0)
                 ADD 1 TO PM-OVER-LIMIT (PM-FOUND)
              END-IF
           END-IF.
      *
      ******************************************************************
      *  This routine writes one EXCEPTLST line per limit the
      *  paragraph exceeds
      ******************************************************************
       385-ECRIRE-LES-EXCEPTIONS.
      *
           MOVE PT-PROGRAM-ID (METRIC-SCAN) TO EX-PROGRAM-ID.
           MOVE PT-OUT-SEQ (METRIC-SCAN) TO EX-SEQUENCE-NUMBER.
           MOVE PT-NAME (METRIC-SCAN) TO EX-PROCEDURE-NAME.
           IF (MW-LINES-FLAG = "*")
              MOVE MW-STATEMENT-LINES TO EX-MEASURE
              MOVE LIMIT-STATEMENT-LINES TO EX-LIMIT
              MOVE "TOO MANY LINES" TO EX-REASON
              PERFORM 388-ECRIRE-UNE-EXCEPTION
           END-IF.
           IF (MW-GO-TO-FLAG = "*")
              MOVE MW-GO-TO-COUNT TO EX-MEASURE
              MOVE LIMIT-GO-TO TO EX-LIMIT
              MOVE "TOO MANY GO TO" TO EX-REASON
              PERFORM 388-ECRIRE-UNE-EXCEPTION
           END-IF.
           IF (MW-NESTING-FLAG = "*")
              MOVE MW-NESTING-DEPTH TO EX-MEASURE
              MOVE LIMIT-NESTING TO EX-LIMIT
              MOVE "NESTING TOO DEEP" TO EX-REASON
              PERFORM 388-ECRIRE-UNE-EXCEPTION
           END-IF.
           IF (MW-THRU-FLAG = "*")
              MOVE MW-THRU-COUNT TO EX-MEASURE
              MOVE LIMIT-THRU TO EX-LIMIT
              MOVE "TOO MANY THRU RANGES" TO EX-REASON
              PERFORM 388-ECRIRE-UNE-EXCEPTION
           END-IF.
           IF (MW-PERFORMED-FLAG = "*")
              MOVE MW-PERFORMED-COUNT TO EX-MEASURE
              MOVE LIMIT-PERFORMED TO EX-LIMIT
              MOVE "PERFORMED TOO WIDELY" TO EX-REASON
              PERFORM 388-ECRIRE-UNE-EXCEPTION
           END-IF.
      *
      ******************************************************************
      *  This routine sets one paragraph's metrics (in METRIC-WORK)
      *  against the limits - a "*" flag and one breach per limit
      *  exceeded
      ******************************************************************
       386-COMPARER-AUX-SEUILS.
      *
           MOVE 0 TO MW-BREACH-COUNT.
           MOVE SPACES TO MW-FLAGS.
           IF (MW-STATEMENT-LINES > LIMIT-STATEMENT-LINES)
              MOVE "*" TO MW-LINES-FLAG
              ADD 1 TO MW-BREACH-COUNT
           END-IF.
           IF (MW-GO-TO-COUNT > LIMIT-GO-TO)
              MOVE "*" TO MW-GO-TO-FLAG
              ADD 1 TO MW-BREACH-COUNT
           END-IF.
           IF (MW-NESTING-DEPTH > LIMIT-NESTING)
              MOVE "*" TO MW-NESTING-FLAG
              ADD 1 TO MW-BREACH-COUNT
           END-IF.
           IF (MW-THRU-COUNT > LIMIT-THRU)
              MOVE "*" TO MW-THRU-FLAG
              ADD 1 TO MW-BREACH-COUNT
           END-IF.
           IF (MW-PERFORMED-COUNT > LIMIT-PERFORMED)
              MOVE "*" TO MW-PERFORMED-FLAG
              ADD 1 TO MW-BREACH-COUNT
           END-IF.
      *
      ******************************************************************
      *  This routine prints one program's trend line - its risk now
      *  against its risk in the previous capture
      ******************************************************************
       387-ECRIRE-UNE-TENDANCE.
      *
           IF (PM-CURRENT-SWITCH (PM-SCAN) = "Y")
              MOVE SPACES TO TREND-LINE
              MOVE PM-PROGRAM-ID (PM-SCAN) TO TL-PROGRAM-ID
              MOVE PM-PARAGRAPHS (PM-SCAN) TO TL-PARAGRAPHS
              MOVE PM-STATEMENT-LINES (PM-SCAN) TO TL-STATEMENT-LINES
              MOVE PM-OVER-LIMIT (PM-SCAN) TO TL-OVER-LIMIT
              MOVE PM-RISK (PM-SCAN) TO TL-RISK
              EVALUATE TRUE
                 WHEN NOT HISTORY-AVAILABLE
                    MOVE "NO HISTORY" TO TL-TREND
                 WHEN PM-PREVIOUS-SWITCH (PM-SCAN) = "N"
                    MOVE "NEW" TO TL-TREND
                 WHEN PM-RISK (PM-SCAN) > PM-PREVIOUS-RISK (PM-SCAN)
                    MOVE PM-PREVIOUS-RISK (PM-SCAN) TO TL-PREVIOUS-RISK
                    MOVE "WORSE" TO TL-TREND
                    ADD 1 TO PROGRAMS-WORSE
                 WHEN PM-RISK (PM-SCAN) < PM-PREVIOUS-RISK (PM-SCAN)
                    MOVE PM-PREVIOUS-RISK (PM-SCAN) TO TL-PREVIOUS-RISK
                    MOVE "BETTER" TO TL-TREND
                    ADD 1 TO PROGRAMS-BETTER
                 WHEN OTHER
                    MOVE PM-PREVIOUS-RISK (PM-SCAN) TO TL-PREVIOUS-RISK
                    MOVE "SAME" TO TL-TREND
              END-EVALUATE
              WRITE METRICS-PRINT-AREA FROM TREND-LINE
           END-IF.
      *
       388-ECRIRE-UNE-EXCEPTION.
      *
           WRITE EXCEPTION-AREA FROM EXCEPTION-RECORD.
           ADD 1 TO EXCEPTIONS-WRITTEN.
      *
      ******************************************************************
      *  This routine finds REPORT-PROGRAM-ID in the program risk
      *  table, adding it when absent, and leaves its position in
      *  PM-FOUND (zero when the table is full)
      ******************************************************************
       389-TROUVER-LE-PROGRAMME.
      *
           MOVE 0 TO PM-FOUND.
           IF (PROGRAM-METRIC-COUNT > 0)
              SET PROGRAM-METRIC-IDX TO 1
              SEARCH PROGRAM-METRIC-ENTRY
                 AT END
                    CONTINUE
                 WHEN (PM-PROGRAM-ID (PROGRAM-METRIC-IDX)
                       = REPORT-PROGRAM-ID)
                    SET PM-FOUND TO PROGRAM-METRIC-IDX
              END-SEARCH
           END-IF.
           IF (PM-FOUND = 0)
              IF (PROGRAM-METRIC-COUNT < 300)
                 ADD 1 TO PROGRAM-METRIC-COUNT
                 MOVE PROGRAM-METRIC-COUNT TO PM-FOUND
                 MOVE REPORT-PROGRAM-ID TO PM-PROGRAM-ID (PM-FOUND)
                 MOVE "N" TO PM-CURRENT-SWITCH (PM-FOUND)
                 MOVE 0 TO PM-PARAGRAPHS (PM-FOUND)
                 MOVE 0 TO PM-STATEMENT-LINES (PM-FOUND)
                 MOVE 0 TO PM-GO-TO-COUNT (PM-FOUND)
                 MOVE 0 TO PM-DEEPEST-NESTING (PM-FOUND)
                 MOVE 0 TO PM-THRU-COUNT (PM-FOUND)
                 MOVE 0 TO PM-OVER-LIMIT (PM-FOUND)
                 MOVE 0 TO PM-RISK (PM-FOUND)
                 MOVE "N" TO PM-PREVIOUS-SWITCH (PM-FOUND)
                 MOVE 0 TO PM-PREVIOUS-RISK (PM-FOUND)
              ELSE
                 DISPLAY "EXCEPTION: PROGRAM TABLE FULL - "
                         REPORT-PROGRAM-ID " LEFT OUT OF THE "
                         "METRICS TOTALS - TREND INCOMPLETE."
                 MOVE "RECONERR" TO JOBLOG-STATUS-SWITCH
              END-IF
           END-IF.
      *
      ******************************************************************
      *  This routine closes the files and reports the scan totals
      ******************************************************************
       900-TERMINER.
           DISPLAY "DATA XREF - " DATA-NAME-COUNT
                   " NAME(S) IN THE DIRECTORY, " DATA-REF-COUNT
                   " WHERE-USED REFERENCE(S).".
           DISPLAY "FILE XREF - " FILE-USE-COUNT " SELECT(S), "
                   LAYOUT-COUNT " RECORD LAYOUT(S), " FILES-LISTED
                   " FILE(S) IN USE, " DIFFERING-FILES
                   " WITH DIFFERING LAYOUTS.".
           DISPLAY "METRICS - " PARAGRAPHS-MEASURED
                   " PARAGRAPH(S) MEASURED, " PARAGRAPHS-OVER-LIMIT
                   " OVER LIMIT, " EXCEPTIONS-WRITTEN
                   " EXCEPTION(S) ON EXCEPTLST, " PROGRAMS-WORSE
                   " PROGRAM(S) WORSE, " PROGRAMS-BETTER " BETTER.".
           IF SCAN-READY
              CLOSE COBLSRC
              CLOSE COBLPROG
              CLOSE CALLXREF
              CLOSE DATAXREF
              CLOSE FILEXREF
              CLOSE METRICS
              CLOSE EXCEPTLST
           END-IF.
      *
      ******************************************************************
