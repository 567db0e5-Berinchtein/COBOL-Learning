      *****************************************************************
      * Copybook:  FXASSTFD
      * Purpose:   FD and record layout for the shared FIXASSET vehicle
      *            fixed-asset subledger - one record per vehicle,
      *            keyed like VEHMAST and taken on by DEPR0001 the
      *            first month the vehicle has a class and a cost.
      *            The class's method and life are copied onto the
      *            record at take-on so a later change to DEPRCLAS
      *            does not re-state an asset part way through its
      *            life. FA-METHOD "SL" is straight line to salvage,
      *            "DB" double declining balance floored at salvage.
      *            FA-LAST-DEPREC-MONTH (YYYYMM) is the last month
      *            charged - a rerun of the same month charges
      *            nothing twice. FA-DISPOSED is set by VEHM0001 on
      *            retirement with the sale proceeds and the gain
      *            (positive) or loss (negative) against net book
      *            value, after which the asset takes no more charges.
      *****************************************************************
       FD  FIXASSET.
       01  FIXASSET-RECORD.
           05 FA-VEHICLE-ID              PIC X(6).
           05 FA-ASSET-CLASS             PIC X(4).
           05 FA-METHOD                  PIC X(2).
              88 FA-STRAIGHT-LINE                   VALUE "SL".
              88 FA-DECLINING-BALANCE               VALUE "DB".
           05 FA-LIFE-MONTHS             PIC 9(3).
           05 FA-ACQUISITION-DATE        PIC 9(8).
           05 FA-COST                    PIC 9(8)V99.
           05 FA-SALVAGE-VALUE           PIC 9(8)V99.
           05 FA-ACCUMULATED-DEPREC      PIC 9(8)V99.
           05 FA-NET-BOOK-VALUE          PIC 9(8)V99.
           05 FA-MONTHS-CHARGED          PIC 9(3).
           05 FA-LAST-DEPREC-MONTH       PIC 9(6).
           05 FA-STATUS-SWITCH           PIC X.
              88 FA-ACTIVE                          VALUE "A".
              88 FA-DISPOSED                        VALUE "D".
           05 FA-DISPOSAL-DATE           PIC 9(8).
           05 FA-SALE-PROCEEDS           PIC 9(8)V99.
           05 FA-DISPOSAL-GAIN-LOSS      PIC S9(8)V99.
