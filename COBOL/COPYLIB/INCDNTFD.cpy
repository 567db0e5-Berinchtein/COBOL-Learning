      *****************************************************************
      * Copybook:  INCDNTFD
      * Purpose:   FD and record layout for the shared INCIDENT
      *            register - one record per accident, damage or
      *            breakdown, keyed on the vehicle, the incident date
      *            and a sequence within the day so a vehicle's
      *            incidents read back in date order. A vehicle taken
      *            off the road for the repair carries IN-OFF-ROAD and
      *            its off-road date; IN-RETURN-DATE is the day it went
      *            back in service (zero = still off the road).
      *            IN-CLAIM-NUMBER is the insurer's claim reference
      *            (spaces = no claim made).
      *****************************************************************
       FD  INCIDENT.
       01  INCIDENT-RECORD.
           05 IN-INCIDENT-KEY.
              10 IN-VEHICLE-ID           PIC X(6).
              10 IN-INCIDENT-DATE        PIC 9(8).
              10 IN-SEQUENCE             PIC 9(2).
           05 IN-DRIVER-ID               PIC X(6).
           05 IN-INCIDENT-TYPE           PIC X.
              88 IN-ACCIDENT                        VALUE "A".
              88 IN-DAMAGE                          VALUE "D".
              88 IN-BREAKDOWN                       VALUE "B".
              88 IN-TYPE-VALID                      VALUE "A" "D" "B".
           05 IN-AT-FAULT-SWITCH         PIC X.
              88 IN-AT-FAULT                        VALUE "Y".
           05 IN-DESCRIPTION             PIC X(30).
           05 IN-REPAIR-COST             PIC 9(8)V99.
           05 IN-CLAIM-NUMBER            PIC X(15).
           05 IN-OFF-ROAD-SWITCH         PIC X.
              88 IN-OFF-ROAD                        VALUE "Y".
           05 IN-OFF-ROAD-DATE           PIC 9(8).
           05 IN-RETURN-DATE             PIC 9(8).
           05 IN-RECORDED-BY             PIC X(8).
           05 IN-RECORDED-TIMESTAMP      PIC 9(14).
