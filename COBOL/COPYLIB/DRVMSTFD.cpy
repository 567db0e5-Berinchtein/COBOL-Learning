      *            flagged DM-ACTIVE may have trips recorded against
      *            them, and every TRIPFILE record journals the
      *            driver's ID so costs can be answered per driver.
      *            The licence expiry is the last day the licence is
      *            valid - GASC0001 and GASC0002 refuse a trip dated
      *            after it (zero = not recorded, listed by LICR0001
      *            for follow-up). Endorsements are short codes such
      *            as AB (air brake), up to four per driver.
      *            DM-TAKE-HOME-VEHICLE is the fleet vehicle the
      *            driver is allowed to keep at home outside working
      *            hours (spaces = none), from DM-TAKE-HOME-FROM to
      *            DM-TAKE-HOME-TO inclusive (zero = still assigned) -
      *            the days it was available drive the standby charge
      *            TXBN0001 reports to payroll.
      *****************************************************************
       FD  DRIVMAST.
       01  DRIVMAST-RECORD.
           05 DM-STATUS-SWITCH        PIC X.
              88 DM-ACTIVE                          VALUE "A".
              88 DM-INACTIVE                         VALUE "I".
           05 DM-LICENCE-NUMBER       PIC X(15).
           05 DM-LICENCE-CLASS        PIC X(3).
           05 DM-LICENCE-EXPIRY       PIC 9(8).
           05 DM-ENDORSEMENTS.
              10 DM-ENDORSEMENT       PIC X(3)      OCCURS 4 TIMES.
           05 DM-TAKE-HOME-VEHICLE    PIC X(6).
           05 DM-TAKE-HOME-FROM       PIC 9(8).
           05 DM-TAKE-HOME-TO         PIC 9(8).
