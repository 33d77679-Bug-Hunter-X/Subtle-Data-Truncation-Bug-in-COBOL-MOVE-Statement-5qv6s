      *****************************************************************
      *  CDCSUB.CPY
      *  Change-feed subscriber card, read by CUSTCDC from the
      *  subscriber control file (CDCSUBS) - one card per downstream
      *  system that takes a nightly extract of customer-master
      *  changes instead of a full file.  Onboarding a subscriber is
      *  a new card, not a program change.
      *
      *  The card names the subscriber, the dataset its extract is
      *  written to, and the protected fields it cares about: a
      *  change that touched none of its wanted fields is not sent
      *  to it.  Adds and deletes are always sent, and every row
      *  carries the full record image whatever fields are wanted.
      *
      *  A subscriber that must acknowledge pickup ('Y') is only
      *  moved forward when its acknowledgement comes back (CDCACK);
      *  until then each night's extract repeats everything since
      *  the last acknowledged pickup, so a missed night catches up
      *  on its own.  The baseline date bounds the very first
      *  extract - changes journaled after it are sent; blank or
      *  zero sends the whole journal.
      *****************************************************************
       01  CDC-SUBSCRIBER-RECORD.
           05  CS-SUBSCRIBER-CODE      PIC X(08).
           05  CS-EXTRACT-DSNAME       PIC X(44).
           05  CS-ACTIVE-FLAG          PIC X(01).
               88  CS-SUBSCRIBER-ACTIVE        VALUES ' ', 'Y'.
           05  CS-ACK-REQUIRED         PIC X(01).
               88  CS-ACK-IS-REQUIRED          VALUE 'Y'.
           05  CS-BASELINE-DATE        PIC 9(08).
           05  CS-FIELD-WANTED         PIC X(01) OCCURS 5 TIMES.
