      *****************************************************************
      * Copybook:  FEEDRGFD
      * Purpose:   FD and record layout for the shared FEEDREG
      *            register - one row per feed batch posted in full:
      *            the posting program and the batch ID from the
      *            feed's HDR row, the TRL controls the feed proved
      *            against, where its rows went over every attempt,
      *            how many restarts it took and the JL-STATUS the
      *            finishing run ended with.
      *****************************************************************
       FD  FEEDREG.
       01  FEEDREG-RECORD.
           05 FR-PROGRAM-ID              PIC X(8).
           05 FILLER                     PIC X(1)      VALUE SPACE.
           05 FR-BATCH-ID                PIC X(12).
           05 FILLER                     PIC X(1)      VALUE SPACE.
           05 FR-CREATE-DATE             PIC 9(8).
           05 FILLER                     PIC X(1)      VALUE SPACE.
           05 FR-RECORD-COUNT            PIC 9(7).
           05 FILLER                     PIC X(1)      VALUE SPACE.
           05 FR-HASH-TOTAL              PIC 9(13)V99.
           05 FILLER                     PIC X(1)      VALUE SPACE.
           05 FR-ROWS-POSTED             PIC 9(7).
           05 FILLER                     PIC X(1)      VALUE SPACE.
           05 FR-ROWS-REJECTED           PIC 9(7).
           05 FILLER                     PIC X(1)      VALUE SPACE.
           05 FR-ROWS-HELD               PIC 9(7).
           05 FILLER                     PIC X(1)      VALUE SPACE.
           05 FR-RESTARTS                PIC 9(3).
           05 FILLER                     PIC X(1)      VALUE SPACE.
           05 FR-POSTED-TIMESTAMP        PIC 9(14).
           05 FILLER                     PIC X(1)      VALUE SPACE.
           05 FR-END-STATUS              PIC X(8).
           05 FILLER                     PIC X(1)      VALUE SPACE.
           05 FR-OPERATOR-ID             PIC X(8).
