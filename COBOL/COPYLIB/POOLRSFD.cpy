      *****************************************************************
      * Copybook:  POOLRSFD
      * Purpose:   FD and record layout for the shared POOLRESV pool
      *            vehicle reservation file - one record per booking,
      *            keyed on the vehicle and the start of the booked
      *            window so a vehicle's bookings read back in time
      *            order. Start and end are YYYYMMDDHHMM, compared as
      *            a whole when testing two windows for overlap. A
      *            cancelled booking is kept, flagged RV-CANCELLED,
      *            and no longer blocks its window.
      *****************************************************************
       FD  POOLRESV.
       01  POOLRESV-RECORD.
           05 RV-RESERVATION-KEY.
              10 RV-VEHICLE-ID           PIC X(6).
              10 RV-START-STAMP.
                 15 RV-START-DATE        PIC 9(8).
                 15 RV-START-TIME        PIC 9(4).
           05 RV-END-STAMP.
              10 RV-END-DATE             PIC 9(8).
              10 RV-END-TIME             PIC 9(4).
           05 RV-DRIVER-ID               PIC X(6).
           05 RV-DEPARTMENT              PIC X(4).
           05 RV-STATUS-SWITCH           PIC X.
              88 RV-BOOKED                          VALUE "B".
              88 RV-CANCELLED                       VALUE "C".
           05 RV-BOOKED-BY               PIC X(8).
           05 RV-BOOKED-TIMESTAMP        PIC 9(14).
