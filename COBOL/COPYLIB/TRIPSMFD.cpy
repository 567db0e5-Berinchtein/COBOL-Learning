      *            MCLS0001 at month-end; readers take closed months
      *            from here and only the still-open months from the
      *            TRIPFILE detail.
      *            TS-TRIP-DAYS is the number of days in the month
      *            with at least one trip and TS-LAST-TRIP-DATE the
      *            latest of them (reversals do not count) - both
      *            spaces on rows closed before they were carried.
      *****************************************************************
       FD  TRIPSUMM.
       01  TRIPSUMM-RECORD.
           05 TS-FUEL-USED            PIC S9(9)V99.
           05 FILLER                  PIC X(1)      VALUE SPACE.
           05 TS-TRIP-COST            PIC S9(9)V99.
           05 FILLER                  PIC X(1)      VALUE SPACE.
           05 TS-TRIP-DAYS            PIC 9(2).
           05 FILLER                  PIC X(1)      VALUE SPACE.
           05 TS-LAST-TRIP-DATE       PIC 9(8).
