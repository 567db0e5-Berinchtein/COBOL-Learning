      *****************************************************************
      * Copybook:  FEEDCKFD
      * Purpose:   FD and record layout for the shared FEEDCKPT file -
      *            one row per posting program, rewritten whole each
      *            time the program commits rows of a feed batch.
      *            FC-STATE P means the batch stopped partway:
      *            FC-ROWS-DONE rows are applied and a rerun of the
      *            same feed resumes after them, after checking that
      *            they still hash to FC-HASH-DONE. C means the batch
      *            finished and is on FEEDREG.
      *****************************************************************
       FD  FEEDCKPT.
       01  FEEDCKPT-RECORD.
           05 FC-PROGRAM-ID              PIC X(8).
           05 FILLER                     PIC X(1)      VALUE SPACE.
           05 FC-BATCH-ID                PIC X(12).
           05 FILLER                     PIC X(1)      VALUE SPACE.
           05 FC-STATE                   PIC X.
              88 FC-PARTIAL                             VALUE "P".
              88 FC-COMPLETE                            VALUE "C".
           05 FILLER                     PIC X(1)      VALUE SPACE.
           05 FC-ROWS-DONE               PIC 9(7).
           05 FILLER                     PIC X(1)      VALUE SPACE.
           05 FC-ROWS-POSTED             PIC 9(7).
           05 FILLER                     PIC X(1)      VALUE SPACE.
           05 FC-ROWS-REJECTED           PIC 9(7).
           05 FILLER                     PIC X(1)      VALUE SPACE.
           05 FC-ROWS-HELD               PIC 9(7).
           05 FILLER                     PIC X(1)      VALUE SPACE.
           05 FC-HASH-DONE               PIC 9(13)V99.
           05 FILLER                     PIC X(1)      VALUE SPACE.
           05 FC-RESTARTS                PIC 9(3).
           05 FILLER                     PIC X(1)      VALUE SPACE.
           05 FC-RUN-TIMESTAMP           PIC 9(14).
