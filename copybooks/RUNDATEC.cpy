      *****************************************************************
      *  RUNDATEC.CPY
      *  Parameter area for the business-date module RUNDATE, which
      *  every batch job calls once at startup, before it opens
      *  anything, in place of reading the machine clock.
      *
      *  Calling convention:
      *    - set RD-JOB-NAME, and RD-ACCESS to 'R' for a job that
      *      only reads and reports ('U' or space for any job that
      *      writes a trail, a balance row, or a master), then
      *      CALL 'RUNDATE'.
      *    - RD-DATE-USABLE: RD-RUN-DATE is the date to run under.
      *      'B' is the open business date; 'K' is the machine
      *      clock date because operations switched the fallback
      *      on - the caller warns with RD-MESSAGE and sets a
      *      return code of 4.
      *    - RD-DATE-REFUSED: the control file is missing or empty,
      *      no date is open, or the date is already closed.  The
      *      caller displays RD-MESSAGE, sets a return code of 8,
      *      and stops without opening or writing anything.
      *    - a report-only job may run under a closed date (it
      *      changes nothing, and a report rerun after the close is
      *      routine); the reply is then 'B' with RD-DATE-WAS-CLOSED.
      *****************************************************************
       01  RUNDATE-PARMS.
           05  RD-REQUEST.
               10  RD-JOB-NAME         PIC X(08).
               10  RD-ACCESS           PIC X(01).
                   88  RD-UPDATE-JOB           VALUE 'U' ' '.
                   88  RD-REPORT-ONLY-JOB      VALUE 'R'.
           05  RD-REPLY.
               10  RD-RESULT           PIC X(01).
                   88  RD-BUSINESS-DATE-USED   VALUE 'B'.
                   88  RD-CLOCK-DATE-USED      VALUE 'K'.
                   88  RD-DATE-REFUSED         VALUE 'X'.
                   88  RD-DATE-USABLE          VALUE 'B' 'K'.
               10  RD-CLOSED-FLAG      PIC X(01).
                   88  RD-DATE-WAS-CLOSED      VALUE 'Y'.
               10  RD-RUN-DATE         PIC 9(08).
               10  RD-MESSAGE          PIC X(60).
