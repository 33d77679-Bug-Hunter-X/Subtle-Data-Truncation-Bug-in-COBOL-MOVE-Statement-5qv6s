      *****************************************************************
      *  ERASREQ.CPY
      *  Right-to-erasure request card, read by CUSTERAS.  Raised by
      *  the privacy office once the customer has been deleted from
      *  the master through CUSTMNT - a key still on the master is
      *  refused, since every later write would journal its values
      *  all over again.
      *    'E' erase - mask every customer field value held under
      *        EQ-CUST-KEY in the trails, archives, journal, suspense
      *        and extracts.  The key's cross-reference family
      *        (CUSTXREF.CPY) is the same customer and is erased
      *        with it.  EQ-COMPANY-CODE limits the masking of rows
      *        that carry a company code; blank means every company.
      *    'R' replay - re-mask every key the erasure log
      *        (ERASLOG.CPY) says was ever erased, after an old
      *        trail generation or archive has been restored.  Key
      *        and company are not used.
      *  EQ-REQUEST-REF is the privacy office's own reference; it is
      *  carried to the certificate and the log.
      *****************************************************************
       01  ERASURE-REQUEST-RECORD.
           05  EQ-ACTION               PIC X(01).
               88  EQ-ERASE-KEY                VALUE 'E'.
               88  EQ-REPLAY-LOG               VALUE 'R'.
           05  EQ-CUST-KEY             PIC X(10).
           05  EQ-COMPANY-CODE         PIC X(04).
           05  EQ-REQUEST-REF          PIC X(12).
