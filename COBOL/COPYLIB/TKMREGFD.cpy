      *****************************************************************
      * Copybook:  TKMREGFD
      * Purpose:   FD and record layout for the TANKMREG register -
      *            one row per supplier invoice cleared for payment:
      *            the invoice (number and supplier), the TANKLOG
      *            delivery it landed on (date and its place among
      *            that day's deliveries, TANKLOG being appended to
      *            only), the litres and amount paid and the day it
      *            was cleared.
      *****************************************************************
       FD  TANKMREG.
       01  TANKMREG-RECORD.
           05 TM-INVOICE-NUMBER          PIC X(12).
           05 FILLER                     PIC X(1)      VALUE SPACE.
           05 TM-SUPPLIER-ID             PIC X(8).
           05 FILLER                     PIC X(1)      VALUE SPACE.
           05 TM-DELIVERY-DATE           PIC 9(8).
           05 FILLER                     PIC X(1)      VALUE SPACE.
           05 TM-DELIVERY-SEQUENCE       PIC 9(3).
           05 FILLER                     PIC X(1)      VALUE SPACE.
           05 TM-LITRES                  PIC 9(8)V99.
           05 FILLER                     PIC X(1)      VALUE SPACE.
           05 TM-INVOICE-AMOUNT          PIC 9(8)V99.
           05 FILLER                     PIC X(1)      VALUE SPACE.
           05 TM-CLEARED-DATE            PIC 9(8).
