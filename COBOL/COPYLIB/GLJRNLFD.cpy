      *****************************************************************
      * Copybook:  GLJRNLFD
      * Purpose:   FD and record layout for the shared GLJRNL
      *            balanced journal - one debit and one credit row
      *            per source amount, bracketed by the same HDR/TRL
      *            controls as the other extracts. The HDR carries
      *            the run time after the program-id, so the date
      *            and time identify the batch; the TRL carries the
      *            row count and the hash of the amounts.
      *****************************************************************
       FD  GLJRNL.
       01  GLJRNL-RECORD.
           05 JE-DATE                    PIC 9(8).
           05 FILLER                     PIC X(1)      VALUE SPACE.
           05 JE-GL-ACCOUNT              PIC X(8).
           05 FILLER                     PIC X(1)      VALUE SPACE.
           05 JE-DC-FLAG                 PIC X.
              88 JE-DEBIT                           VALUE "D".
              88 JE-CREDIT                          VALUE "C".
           05 FILLER                     PIC X(1)      VALUE SPACE.
           05 JE-AMOUNT                  PIC 9(9)V99.
           05 FILLER                     PIC X(1)      VALUE SPACE.
           05 JE-SOURCE-CODE             PIC X(12).
           05 FILLER                     PIC X(1)      VALUE SPACE.
           05 JE-SOURCE-REF              PIC X(10).
       01  GLJRNL-CONTROLE-ENTETE.
           05 JH-RECORD-TYPE             PIC X(3).
           05 FILLER                     PIC X(1).
           05 JH-RUN-DATE                PIC 9(8).
           05 FILLER                     PIC X(1).
           05 JH-PROGRAM-ID              PIC X(8).
           05 FILLER                     PIC X(1).
           05 JH-RUN-TIME                PIC X(6).
       01  GLJRNL-CONTROLE-PIED.
           05 JP-RECORD-TYPE             PIC X(3).
           05 FILLER                     PIC X(1).
           05 JP-RECORD-COUNT            PIC 9(7).
           05 FILLER                     PIC X(1).
           05 JP-HASH-TOTAL              PIC 9(13)V99.
