      *****************************************************************
      * Copybook:  PURPCDWS
      * Purpose:   Trip purpose code edit shared by every program that
      *            journals a trip to TRIPFILE. B = business, P =
      *            personal, C = commute between home and the usual
      *            place of work. Personal and commute km both count
      *            as personal use for the driver's taxable automobile
      *            benefit (TXBN0001). A trip keyed with no purpose is
      *            business.
      *****************************************************************
       01  PURPOSE-CODE-CHECK         PIC X.
           88 PURPOSE-CODE-VALID      VALUE "B" "P" "C".
       01  DEFAULT-PURPOSE            PIC X         VALUE "B".
