      *****************************************************************
      * Copybook:  JOBSTRFD
      * Purpose:   FD and record layout for the JOBSTREAM definition -
      *            one row per chain step: the program to CALL, up to
      *            four predecessor steps that must have finished
      *            first, and up to four JL-STATUS values with which
      *            every predecessor may end and still let the step
      *            run. No predecessors makes the step a starting
      *            point; no statuses keeps the standing chain rule -
      *            anything but RECONERR or FILE-ERR lets it run. A
      *            predecessor not due today on SCHEDULE never holds
      *            its successors back. Rows starting with * are
      *            comments. Edited by hand, like SCHEDULE.
      *****************************************************************
       FD  JOBSTREAM.
       01  JOBSTREAM-RECORD.
           05 JS-PROGRAM-ID              PIC X(8).
           05 FILLER                     PIC X(1).
           05 JS-PREDECESSORS.
              10 JS-PREDECESSOR          OCCURS 4 TIMES.
                 15 JS-PREDECESSOR-ID    PIC X(8).
                 15 FILLER               PIC X(1).
           05 JS-PROCEED-STATUSES.
              10 JS-PROCEED-ON           OCCURS 4 TIMES.
                 15 JS-PROCEED-STATUS    PIC X(8).
                 15 FILLER               PIC X(1).
