      *****************************************************************
      * Copybook:  SRVCLGSL
      * Purpose:   FILE-CONTROL entry for the shared SRVCLOG service
      *            log, COPYed into SRVC0001 (which records the work)
      *            and every program that reads the maintenance
      *            history back. Each program supplies its own
      *            SRVCLOG-FILE-STATUS field.
      *****************************************************************
           SELECT SRVCLOG ASSIGN TO SRVCLOG
              ORGANIZATION IS LINE SEQUENTIAL
              FILE STATUS IS SRVCLOG-FILE-STATUS.
