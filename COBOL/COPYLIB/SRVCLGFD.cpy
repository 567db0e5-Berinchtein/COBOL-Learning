      *****************************************************************
      * Copybook:  SRVCLGFD
      * Purpose:   FD and record layout for the shared SRVCLOG service
      *            log - one dated row per completed piece of work,
      *            with the lifetime km standing when it was done, so
      *            the maintenance history of a vehicle reads back in
      *            order. SV-SERVICE-COST is what the work cost - rows
      *            logged before costs were captured read back with
      *            spaces there and count as zero.
      *****************************************************************
       FD  SRVCLOG.
       01  SRVCLOG-RECORD.
           05 SV-VEHICLE-ID           PIC X(6).
           05 FILLER                  PIC X(1)      VALUE SPACE.
           05 SV-SERVICE-DATE         PIC 9(8).
           05 FILLER                  PIC X(1)      VALUE SPACE.
           05 SV-ODOMETER             PIC 9(10)V99.
           05 FILLER                  PIC X(1)      VALUE SPACE.
           05 SV-WORK-DESCRIPTION     PIC X(30).
           05 FILLER                  PIC X(1)      VALUE SPACE.
           05 SV-SERVICE-COST         PIC 9(7)V99.
