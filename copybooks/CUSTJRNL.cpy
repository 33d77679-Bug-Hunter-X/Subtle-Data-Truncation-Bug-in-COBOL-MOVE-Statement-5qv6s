      *
      *  CJ-TRANS-CODE: 'A' add, 'C' change, 'D' delete (CUSTMNT),
      *  'P' correction posting (TRUNCPST), 'S' suspense release
      *  (SUSPREL), 'V' conversion write (BUGSOLUTION), and from the
      *  TRUNCBLK bulk reload 'L' a key new to the master, 'R' the
      *  changed fields of a key reloaded over, 'X' a key the reload
      *  dropped (every field, blank after image).  'V' and 'L' are
      *  creations like 'A' and 'S'; 'X' is a deletion like 'D'.
      *  From the CUSTRKEY key change and merge: 'K' a key retired
      *  (every field, blank after image - a deletion like 'D'),
      *  'N' a key that arrived by key change (every field, before
      *  and after image both the record as moved), and 'M' the
      *  fields a merge changed on the surviving key.
      *  From the TRUNBKO backout of a conversion or bulk-load run:
      *  'W' a key the run added, withdrawn again (every field,
      *  blank after image - a deletion like 'D'), 'B' the fields
      *  of a key the run changed, put back, and 'I' a key the run
      *  dropped, reinstated (every field, blank before image - a
      *  creation like 'A').
      *  The CUSTCDC change feed reads the journal the same way.
      *
      *  Every writer numbers a key's rows for its job and day from
      *  1 and stops at 900000 with an error rather than run on.
      *
      *  A key change moves the old key's rows to the new key with
      *  their sequences unchanged.  A merge moves them under the
      *  survivor with sequences from 900001 up - the absorbed band
      *  - because they are another customer's history: rebuilding
      *  or feeding the survivor skips them, and only the CUSTXREF
      *  row for the retired key points back at them.
      *****************************************************************
       01  CUST-JOURNAL-RECORD.
           05  CJ-JOURNAL-KEY.
               10  CJ-JOURNAL-DATE     PIC 9(08).
               10  CJ-JOB-NAME         PIC X(08).
               10  CJ-JOURNAL-SEQ      PIC 9(06).
                   88  CJ-ABSORBED-ROW     VALUE 900001 THRU 999999.
           05  CJ-TRANS-CODE           PIC X(01).
               88  CJ-ADD-WRITE                VALUE 'A'.
               88  CJ-CHANGE-WRITE             VALUE 'C'.
               88  CJ-DELETE-WRITE             VALUE 'D'.
               88  CJ-POSTING-WRITE            VALUE 'P'.
               88  CJ-RELEASE-WRITE            VALUE 'S'.
               88  CJ-CONVERSION-WRITE         VALUE 'V'.
               88  CJ-RELOAD-NEW-WRITE         VALUE 'L'.
               88  CJ-RELOAD-CHANGE-WRITE      VALUE 'R'.
               88  CJ-RELOAD-DROP-WRITE        VALUE 'X'.
               88  CJ-KEY-RETIRED-WRITE        VALUE 'K'.
               88  CJ-KEY-ARRIVED-WRITE        VALUE 'N'.
               88  CJ-MERGE-WRITE              VALUE 'M'.
               88  CJ-BACKOUT-WITHDRAW-WRITE   VALUE 'W'.
               88  CJ-BACKOUT-RESTORE-WRITE    VALUE 'B'.
               88  CJ-BACKOUT-REINSTATE-WRITE  VALUE 'I'.
               88  CJ-CREATION-WRITE           VALUE 'A' 'S' 'V' 'L'
                                                     'I'.
               88  CJ-DELETION-WRITE           VALUE 'D' 'X' 'K' 'W'.
           05  CJ-FIELD-SUB            PIC 9(04).
           05  CJ-FIELD-NAME           PIC X(15).
           05  CJ-BEFORE-VALUE         PIC X(100).
