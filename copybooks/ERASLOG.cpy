      *****************************************************************
      *  ERASLOG.CPY
      *  Right-to-erasure log - append-only, written by CUSTERAS and
      *  never by anything else.  It holds keys and counts only,
      *  never a field value.
      *    'E' one row per key erased: the key, its company, the
      *        request it was erased for.  A replay re-masks every
      *        key on an 'E' row, so a restored archive can be
      *        scrubbed again without the original request cards.
      *    'R' one row per replay run.
      *    'F' one row per file a request or replay touched, with
      *        the rows masked in it.
      *
      *  Tamper evidence: EL-CHAIN-HASH is a hash of the row's own
      *  content chained onto the previous row's EL-CHAIN-HASH, and
      *  EL-LOG-SEQ runs 1, 2, 3 ... without a gap.  CUSTERAS checks
      *  the whole chain before it will mask anything, so a row
      *  altered, inserted or removed anywhere before the last one
      *  stops the job.  The closing hash is printed on every
      *  erasure certificate; the certificate filed by the privacy
      *  office is the anchor that also exposes a removed last row.
      *****************************************************************
       01  ERASURE-LOG-RECORD.
           05  EL-LOG-BODY.
               10  EL-LOG-SEQ          PIC 9(08).
               10  EL-ROW-TYPE         PIC X(01).
                   88  EL-KEY-ERASED           VALUE 'E'.
                   88  EL-REPLAY-RUN           VALUE 'R'.
                   88  EL-FILE-COUNT           VALUE 'F'.
               10  EL-RUN-DATE         PIC 9(08).
               10  EL-JOB-NAME         PIC X(08).
               10  EL-REQUEST-REF      PIC X(12).
               10  EL-CUST-KEY         PIC X(10).
               10  EL-COMPANY-CODE     PIC X(04).
               10  EL-FILE-NAME        PIC X(08).
               10  EL-ROWS-MASKED      PIC 9(08).
           05  EL-CHAIN-HASH           PIC 9(15).
