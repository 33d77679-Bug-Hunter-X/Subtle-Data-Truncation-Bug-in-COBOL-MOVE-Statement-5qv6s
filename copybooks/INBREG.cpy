      *****************************************************************
      *  INBREG.CPY
      *  Inbound file register - one row appended to INBREG for
      *  every customer file whose envelope (INBENV.CPY) the
      *  checking module CUSTENV examined, accepted or refused.
      *  It is also the module's memory: the latest accepted row
      *  for a sending system, company, and receiving job carries
      *  the file sequence number the next file must follow, and
      *  any accepted row with the same sequence and creation stamp
      *  marks a file sent twice.
      *
      *  IR-VERDICT: 'A' accepted, 'R' refused (IR-REASON says why),
      *  'B' backed out - written by TRUNBKO straight after the
      *  accepted row of a run it took back out; an accepted row
      *  with a later 'B' row for the same file no longer counts.
      *****************************************************************
       01  INBOUND-REGISTER-RECORD.
           05  IR-JOB-NAME             PIC X(08).
           05  IR-RUN-DATE             PIC 9(08).
           05  IR-COMPANY-CODE         PIC X(04).
           05  IR-SOURCE-SYSTEM        PIC X(08).
           05  IR-CREATION-DATE        PIC 9(08).
           05  IR-CREATION-TIME        PIC 9(06).
           05  IR-FILE-SEQUENCE        PIC 9(06).
           05  IR-DECLARED-COUNT       PIC 9(09).
           05  IR-FOUND-COUNT          PIC 9(09).
           05  IR-DECLARED-HASH        PIC 9(15).
           05  IR-FOUND-HASH           PIC 9(15).
           05  IR-VERDICT              PIC X(01).
               88  IR-FILE-ACCEPTED            VALUE 'A'.
               88  IR-FILE-REFUSED             VALUE 'R'.
               88  IR-FILE-BACKED-OUT          VALUE 'B'.
           05  IR-REASON               PIC X(40).
           05  IR-DSNAME               PIC X(44).
