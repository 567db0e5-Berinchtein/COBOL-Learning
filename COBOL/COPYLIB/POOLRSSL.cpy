      *****************************************************************
      * Copybook:  POOLRSSL
      * Purpose:   FILE-CONTROL entry for the shared POOLRESV pool
      *            vehicle reservation file, COPYed into RSVM0001
      *            (which takes the bookings) and RSVR0001 (which
      *            matches them against TRIPFILE). Each program
      *            supplies its own POOLRESV-FILE-STATUS field.
      *****************************************************************
           SELECT POOLRESV ASSIGN TO POOLRESV
              ORGANIZATION IS INDEXED
              ACCESS MODE IS DYNAMIC
              RECORD KEY IS RV-RESERVATION-KEY
              FILE STATUS IS POOLRESV-FILE-STATUS.
