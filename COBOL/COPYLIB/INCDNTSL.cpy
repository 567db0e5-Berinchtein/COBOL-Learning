      *****************************************************************
      * Copybook:  INCDNTSL
      * Purpose:   FILE-CONTROL entry for the shared INCIDENT register
      *            of accidents, damage and breakdowns, COPYed into
      *            INCD0001 (which records them) and INCR0001 (the
      *            quarterly insurer report). Each program supplies
      *            its own INCIDENT-FILE-STATUS field.
      *****************************************************************
           SELECT INCIDENT ASSIGN TO INCIDENT
              ORGANIZATION IS INDEXED
              ACCESS MODE IS DYNAMIC
              RECORD KEY IS IN-INCIDENT-KEY
              FILE STATUS IS INCIDENT-FILE-STATUS.
