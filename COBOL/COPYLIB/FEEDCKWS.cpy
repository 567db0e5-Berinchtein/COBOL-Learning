      *****************************************************************
      * Copybook:  FEEDCKWS
      * Purpose:   In-storage copy of the FEEDCKPT checkpoints, loaded
      *            whole at the start of the run and rewritten whole
      *            at each commit with this program's row replaced,
      *            plus the feed controls GASC0002 and LNTX0001 prove
      *            a batch against before posting it: the HDR batch ID
      *            and creation date, the TRL row count and hash total,
      *            what the feed actually adds up to, and where a
      *            restart resumes.
      *****************************************************************
       01  CHECKPOINT-COUNT           PIC 9(3)      VALUE 0.
       01  CHECKPOINT-OWN             PIC 9(3)      VALUE 0.
       01  CHECKPOINT-SCAN            PIC 9(3)      VALUE 0.
       01  CHECKPOINT-TABLE.
           05 CHECKPOINT-ENTRY
              OCCURS 0 TO 50 TIMES DEPENDING ON CHECKPOINT-COUNT.
              10 CK-IMAGE             PIC X(90).
       01  FEED-CONTROL.
           05 FEED-BATCH-ID           PIC X(12)     VALUE SPACES.
           05 FEED-CREATE-DATE        PIC 9(8)      VALUE 0.
           05 FEED-TRL-COUNT          PIC 9(7)      VALUE 0.
           05 FEED-TRL-HASH           PIC 9(13)V99  VALUE 0.
           05 FEED-ROWS-COUNTED       PIC 9(7)      VALUE 0.
           05 FEED-HASH-COUNTED       PIC 9(13)V99  VALUE 0.
           05 FEED-HASH-AT-RESTART    PIC 9(13)V99  VALUE 0.
           05 FEED-RESTART-ROWS       PIC 9(7)      VALUE 0.
           05 FEED-RESTART-HASH       PIC 9(13)V99  VALUE 0.
           05 FEED-RESTARTS           PIC 9(3)      VALUE 0.
           05 FEED-PRIOR-POSTED       PIC 9(7)      VALUE 0.
           05 FEED-PRIOR-REJECTED     PIC 9(7)      VALUE 0.
           05 FEED-PRIOR-HELD         PIC 9(7)      VALUE 0.
           05 FEED-ROWS-DONE          PIC 9(7)      VALUE 0.
           05 FEED-HASH-DONE          PIC 9(13)V99  VALUE 0.
           05 FEED-ROWS-ACCOUNTED     PIC 9(7)      VALUE 0.
           05 FEED-POSTED-TIMESTAMP   PIC 9(14)     VALUE 0.
           05 FEED-CHECKPOINT-STATE   PIC X         VALUE "P".
           05 FEED-HDR-SWITCH         PIC X         VALUE "N".
              88 FEED-HDR-FOUND                     VALUE "Y".
           05 FEED-TRL-SWITCH         PIC X         VALUE "N".
              88 FEED-TRL-FOUND                     VALUE "Y".
           05 FEED-EOF-SWITCH         PIC X         VALUE "N".
              88 FEED-EOF                           VALUE "Y".
           05 FEED-RESTART-SWITCH     PIC X         VALUE "N".
              88 FEED-RESTARTING                    VALUE "Y".
           05 FEED-REGISTER-SWITCH    PIC X         VALUE "N".
              88 FEED-ALREADY-POSTED                VALUE "Y".
           05 FEED-REGISTER-EOF-SWITCH PIC X        VALUE "N".
              88 FEED-REGISTER-EOF                  VALUE "Y".
           05 FEED-CHECKPOINT-EOF-SWITCH PIC X      VALUE "N".
              88 FEED-CHECKPOINT-EOF                VALUE "Y".
           05 FEED-REFUSED-SWITCH     PIC X         VALUE "N".
              88 FEED-REFUSED                       VALUE "Y".
