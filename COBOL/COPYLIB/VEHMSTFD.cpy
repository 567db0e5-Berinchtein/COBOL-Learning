      *            VM-YARD-FUEL-SWITCH marks vehicles fuelled from
      *            the yard tank - their litres are reconciled
      *            against the tank's movement by TANK0001.
      *            VM-TANK-CAPACITY is the fuel tank size in litres -
      *            GASC0002 holds a fill bigger than the tank for
      *            review (zero = not known, no check).
      *            VM-ACQUISITION-DATE and VM-ACQUISITION-COST are the
      *            purchase date (YYYYMMDD) and price, read by the
      *            TCOR0001 cost-of-ownership report (zero = not
      *            recorded).
      *            VM-POOL-SWITCH marks a shared pool vehicle that is
      *            booked through RSVM0001 - only pool vehicles take
      *            bookings and are matched against TRIPFILE by
      *            RSVR0001.
      *            VM-ASSET-CLASS is the vehicle's depreciation class
      *            (CAR, VAN, TRCK ...) - DEPR0001 looks its method and
      *            useful life up in DEPRCLAS (spaces = not classed,
      *            not depreciated).
      *            VM-OUT-OF-SERVICE marks a vehicle off the road for
      *            repair after an incident - INCD0001 sets it when the
      *            incident is recorded and puts the vehicle back in
      *            service when the repair is done; trip entry refuses
      *            it meanwhile.
      *****************************************************************
       FD  VEHMAST.
       01  VEHMAST-RECORD.
           05 VM-STATUS-SWITCH        PIC X.
              88 VM-IN-SERVICE                      VALUE "A".
              88 VM-RETIRED                          VALUE "R".
              88 VM-OUT-OF-SERVICE                   VALUE "O".
           05 VM-LAST-ODOMETER        PIC 9(9)V99.
           05 VM-SERVICE-INTERVAL     PIC 9(6).
           05 VM-LAST-SERVICE-DISTANCE PIC 9(10)V99.
           05 VM-DEPARTMENT           PIC X(4).
           05 VM-YARD-FUEL-SWITCH     PIC X.
              88 VM-YARD-FUELLED                    VALUE "Y".
           05 VM-TANK-CAPACITY        PIC 9(4)V99.
           05 VM-ACQUISITION-DATE     PIC 9(8).
           05 VM-ACQUISITION-COST     PIC 9(8)V99.
           05 VM-POOL-SWITCH          PIC X.
              88 VM-POOL-VEHICLE                    VALUE "Y".
           05 VM-ASSET-CLASS          PIC X(4).
