      *****************************************************************
      *  CDCPOS.CPY
      *  Change-feed position record - one row per subscriber on the
      *  keyed position file (CDCPOS), maintained by CUSTCDC.
      *
      *  ACKED-THRU is the last journal date the subscriber is known
      *  to have: the next extract starts after it.  SENT-THRU and
      *  SENT-RUN-DATE describe the latest extract written, and
      *  WINDOW-FROM the date it started after, so a rerun on the
      *  same night rebuilds the same window instead of sending an
      *  empty one.  For a subscriber that does not acknowledge,
      *  ACKED-THRU moves with SENT-THRU as soon as the extract is
      *  safely closed.
      *****************************************************************
       01  CDC-POSITION-RECORD.
           05  CP-SUBSCRIBER-CODE      PIC X(08).
           05  CP-ACKED-THRU-DATE      PIC 9(08).
           05  CP-WINDOW-FROM-DATE     PIC 9(08).
           05  CP-SENT-THRU-DATE       PIC 9(08).
           05  CP-SENT-RUN-DATE        PIC 9(08).
           05  CP-SENT-ROWS            PIC 9(08).
