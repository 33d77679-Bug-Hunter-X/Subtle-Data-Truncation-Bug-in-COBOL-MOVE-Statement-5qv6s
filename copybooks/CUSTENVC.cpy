      *****************************************************************
      *  CUSTENVC.CPY
      *  Parameter area for the inbound envelope checking module
      *  CUSTENV.  Every job that updates from an upstream customer
      *  file calls it once per file, BEFORE opening the file for
      *  its own use and before touching anything, and only
      *  processes the file on an accepted verdict.
      *
      *  Calling convention:
      *    - set IE-JOB-NAME, IE-RUN-DATE, IE-COMPANY-CODE (the
      *      company the file should be for; spaces accepts any),
      *      IE-DSNAME, and IE-FILE-TYPE, then CALL 'CUSTENV'.
      *    - IE-REGISTER-DSNAME and IE-REPORT-DSNAME name the
      *      register and return report to append to - a
      *      partitioned run passes its own (PARTDSN.CPY); spaces
      *      mean the shared INBREG and INBRPT.  The sequence check
      *      reads the shared register and then the one named.
      *    - the module opens and reads the whole file itself,
      *      checks header, trailer, count, hash, and sequence,
      *      appends the verdict to the INBREG register and the
      *      INBRPT return report, and closes the file again.
      *    - 'M' means the file would not open at all: nothing is
      *      registered and the caller's own open handling applies,
      *      exactly as before envelopes existed.
      *    - a caller reading the file afterwards skips the two
      *      envelope records itself: copy INBENV.CPY into working
      *      storage and test each record's first ten bytes against
      *      EV-HEADER-RECORD / EV-TRAILER-RECORD.
      *****************************************************************
       01  CUSTENV-PARMS.
           05  IE-REQUEST.
               10  IE-JOB-NAME         PIC X(08).
               10  IE-RUN-DATE         PIC 9(08).
               10  IE-COMPANY-CODE     PIC X(04).
               10  IE-DSNAME           PIC X(44).
      *        'K' keyed customer file (CUSTREC.CPY, conversion),
      *        'S' sequential customer file (CUSTREC.CPY, bulk load),
      *        'T' sequential transaction file (CUSTTRAN.CPY).
               10  IE-FILE-TYPE        PIC X(01).
                   88  IE-KEYED-CUSTOMER-FILE  VALUE 'K'.
                   88  IE-SEQ-CUSTOMER-FILE    VALUE 'S'.
                   88  IE-TRANSACTION-FILE     VALUE 'T'.
               10  IE-REGISTER-DSNAME  PIC X(44).
               10  IE-REPORT-DSNAME    PIC X(44).
           05  IE-REPLY.
               10  IE-VERDICT          PIC X(01).
                   88  IE-FILE-ACCEPTED        VALUE 'A'.
                   88  IE-FILE-REFUSED         VALUE 'R'.
                   88  IE-FILE-MISSING         VALUE 'M'.
               10  IE-REASON           PIC X(40).
               10  IE-SOURCE-SYSTEM    PIC X(08).
               10  IE-FILE-SEQUENCE    PIC 9(06).
               10  IE-RECORD-COUNT     PIC 9(09).
