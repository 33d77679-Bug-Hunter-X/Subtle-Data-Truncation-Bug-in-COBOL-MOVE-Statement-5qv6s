      *****************************************************************
      *  CDCEXT.CPY
      *  Change-feed extract row - one row per customer key changed
      *  in the window, written by CUSTCDC to the subscriber's own
      *  extract dataset.  Several journal rows for the same key in
      *  the window net to one row: 'A' the key is new to the
      *  subscriber, 'C' it changed, 'D' it is gone.  The record
      *  image is the full CUST-RECORD as it now stands - for a
      *  delete, as it stood when deleted.  The changed-field flags
      *  say which protected fields the window actually touched.
      *****************************************************************
       01  CDC-EXTRACT-RECORD.
           05  CX-SUBSCRIBER-CODE      PIC X(08).
           05  CX-EXTRACT-DATE         PIC 9(08).
           05  CX-CHANGE-TYPE          PIC X(01).
               88  CX-ADDED                    VALUE 'A'.
               88  CX-CHANGED                  VALUE 'C'.
               88  CX-DELETED                  VALUE 'D'.
           05  CX-CHANGE-DATE          PIC 9(08).
           05  CX-FIELD-CHANGED        PIC X(01) OCCURS 5 TIMES.
           05  CX-CUST-KEY             PIC X(10).
           05  CX-FIELD-TABLE OCCURS 5 TIMES.
               10  CX-FIELD            PIC X(100).
