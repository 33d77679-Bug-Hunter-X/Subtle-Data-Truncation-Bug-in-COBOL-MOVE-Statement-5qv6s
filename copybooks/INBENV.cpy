      *****************************************************************
      *  INBENV.CPY
      *  Inbound file envelope - the header and trailer records an
      *  upstream system wraps around every customer file it sends
      *  us (CUSTIN for the daily conversion, CUSTSEQ for the bulk
      *  load, CUSTTRAN for maintenance).  The first ten bytes of
      *  an envelope record carry a fixed identifier where a data
      *  record carries its key (or transaction code and key), so
      *  no customer record can be mistaken for one.
      *
      *  On a sequential file the header is the first record and
      *  the trailer the last; on the keyed conversion input they
      *  are simply the records under those two keys.
      *
      *  The trailer's hash total is the sum, over every data
      *  record, of each CUST-KEY character's code multiplied by its
      *  position in the key (1 through 10) - any key, numeric or
      *  not, contributes, and a changed, missing, or extra key
      *  changes the total.
      *****************************************************************
       01  INBOUND-ENVELOPE-RECORD.
           05  EV-RECORD-ID            PIC X(10).
               88  EV-HEADER-RECORD            VALUE '**HEADER**'.
               88  EV-TRAILER-RECORD           VALUE '**TRAILER*'.
           05  EV-HEADER-DATA.
               10  EV-SOURCE-SYSTEM    PIC X(08).
               10  EV-COMPANY-CODE     PIC X(04).
               10  EV-CREATION-DATE    PIC 9(08).
               10  EV-CREATION-TIME    PIC 9(06).
               10  EV-FILE-SEQUENCE    PIC 9(06).
           05  EV-TRAILER-DATA REDEFINES EV-HEADER-DATA.
               10  EV-RECORD-COUNT     PIC 9(09).
               10  EV-KEY-HASH-TOTAL   PIC 9(15).
               10  FILLER              PIC X(08).
