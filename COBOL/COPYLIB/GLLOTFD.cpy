      *****************************************************************
      * Copybook:  GLLOTFD
      * Purpose:   FD and record layout for the shared GLLOT register
      *            - one row per GLJRNL batch posted, identified by
      *            the run date and time on the batch's HDR row, with
      *            its TRL controls, the rows redirected out of a
      *            locked period and the open period they went to.
      *            LT-JOURNAL-DATE is the date on the batch's rows,
      *            the end of its posting month - GLBL0001 refuses a
      *            second batch for a month already registered.
      *****************************************************************
       FD  GLLOT.
       01  GLLOT-RECORD.
           05 LT-BATCH-ID.
              10 LT-RUN-DATE             PIC 9(8).
              10 LT-RUN-TIME             PIC 9(6).
           05 FILLER                     PIC X(1)      VALUE SPACE.
           05 LT-JOURNAL-DATE            PIC 9(8).
           05 FILLER                     PIC X(1)      VALUE SPACE.
           05 LT-RECORD-COUNT            PIC 9(7).
           05 FILLER                     PIC X(1)      VALUE SPACE.
           05 LT-HASH-TOTAL              PIC 9(13)V99.
           05 FILLER                     PIC X(1)      VALUE SPACE.
           05 LT-ROWS-REDIRECTED         PIC 9(7).
           05 FILLER                     PIC X(1)      VALUE SPACE.
           05 LT-REDIRECT-PERIOD         PIC 9(6).
           05 FILLER                     PIC X(1)      VALUE SPACE.
           05 LT-POSTED-DATE             PIC 9(8).
