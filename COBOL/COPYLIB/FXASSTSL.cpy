      *****************************************************************
      * Copybook:  FXASSTSL
      * Purpose:   FILE-CONTROL entry for the shared FIXASSET vehicle
      *            fixed-asset subledger, COPYed into DEPR0001 (which
      *            depreciates it monthly) and VEHM0001 (which posts
      *            the disposal when a vehicle is retired). Each
      *            program supplies its own FIXASSET-FILE-STATUS field.
      *****************************************************************
           SELECT FIXASSET ASSIGN TO FIXASSET
              ORGANIZATION IS INDEXED
              ACCESS MODE IS DYNAMIC
              RECORD KEY IS FA-VEHICLE-ID
              FILE STATUS IS FIXASSET-FILE-STATUS.
