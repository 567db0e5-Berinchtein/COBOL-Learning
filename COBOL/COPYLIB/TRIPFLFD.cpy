      *            must subtract reversal amounts instead of adding.
      *            TJ-DRIVER-ID says who drove - spaces on records
      *            journalled before driver attribution existed.
      *            TJ-PROVINCE is the province or territory the trip
      *            was driven and fuelled in, for the quarterly
      *            fuel-tax return - spaces on older records.
      *            TJ-PURPOSE says whether the trip was business,
      *            personal or commute use, for the drivers' taxable
      *            benefit - space on older records, read as business.
      *****************************************************************
       FD  TRIPFILE.
       01  TRIPFILE-RECORD.
           05 TJ-TRIP-COST            PIC 9(8)V99.
           05 FILLER                  PIC X(1)      VALUE SPACE.
           05 TJ-DRIVER-ID            PIC X(6).
           05 FILLER                  PIC X(1)      VALUE SPACE.
           05 TJ-PROVINCE             PIC X(2).
           05 FILLER                  PIC X(1)      VALUE SPACE.
           05 TJ-PURPOSE              PIC X.
              88 TJ-BUSINESS                         VALUE "B" " ".
              88 TJ-PERSONAL                         VALUE "P".
              88 TJ-COMMUTE                          VALUE "C".
