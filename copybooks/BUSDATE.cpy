      *****************************************************************
      *  BUSDATE.CPY
      *  Business processing date control record - the single
      *  record of the BUSDATE control file.  Every batch job takes
      *  its run date from here (through the RUNDATE module, see
      *  RUNDATEC.CPY) instead of from the machine clock, so a cycle
      *  that runs past midnight, or a rerun of last night's cycle
      *  the next morning, stamps every trail, balance row, and
      *  aging calculation with the night it belongs to.
      *
      *  Operations maintains the record with the BUSDMNT utility
      *  only: the date is opened at the start of a cycle, closed
      *  at the end of it (or rolled - closed and the next day
      *  opened - in one step), and can be reopened for a rerun of
      *  a night already closed.  A closed date refuses every job
      *  that would update anything under it.  The clock fallback
      *  is an explicit operations switch, never an automatic one.
      *****************************************************************
       01  BUSINESS-DATE-RECORD.
           05  BD-BUSINESS-DATE        PIC 9(08).
           05  BD-DATE-STATUS          PIC X(01).
               88  BD-DATE-OPEN                VALUE 'O'.
               88  BD-DATE-CLOSED              VALUE 'C'.
      *        'Y' - the open date is an earlier night reopened for
      *        a rerun, so it is allowed to be on or before the last
      *        closed date.
           05  BD-REOPENED-FLAG        PIC X(01).
               88  BD-DATE-REOPENED            VALUE 'Y'.
           05  BD-LAST-CLOSED-DATE     PIC 9(08).
      *        'Y' - run on the machine clock date instead of the
      *        business date (set and cleared by operations only).
           05  BD-CLOCK-FALLBACK       PIC X(01).
               88  BD-USE-CLOCK-DATE           VALUE 'Y'.
           05  BD-LAST-ACTION          PIC X(08).
           05  BD-CHANGED-DATE         PIC 9(08).
           05  BD-CHANGED-TIME         PIC 9(06).
           05  FILLER                  PIC X(20).
