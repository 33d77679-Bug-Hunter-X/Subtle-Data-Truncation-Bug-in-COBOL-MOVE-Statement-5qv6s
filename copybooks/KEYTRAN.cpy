      *****************************************************************
      *  KEYTRAN.CPY
      *  Customer key change / merge transaction, read by CUSTRKEY.
      *  Raised by data stewardship when a customer is renumbered or
      *  two CUST-KEYs turn out to be the same customer - CUSTMNT
      *  can only delete one key and add another, which orphans
      *  everything already filed under the old key.
      *    'K' key change - the customer on KT-OLD-KEY moves to
      *        KT-NEW-KEY, which must not be on the master and must
      *        have no journal history of its own.
      *    'M' merge - KT-OLD-KEY is folded into KT-NEW-KEY, both on
      *        the master; KT-NEW-KEY survives.  KT-FIELD-CHOICE
      *        says, field by field, whose value the survivor keeps:
      *        'O' the old key's value, 'N' or space the survivor's
      *        own.  Ignored on a key change.
      *  Either way every related row under the old key moves to the
      *  new key, and the old key is retired on the key
      *  cross-reference file (CUSTXREF.CPY).
      *****************************************************************
       01  KEY-TRANSACTION-RECORD.
           05  KT-TRANS-CODE           PIC X(01).
               88  KT-KEY-CHANGE-TRANS         VALUE 'K'.
               88  KT-MERGE-TRANS              VALUE 'M'.
           05  KT-OLD-KEY              PIC X(10).
           05  KT-NEW-KEY              PIC X(10).
           05  KT-FIELD-CHOICE OCCURS 5 TIMES
                                       PIC X(01).
               88  KT-TAKE-OLD-VALUE           VALUE 'O'.
               88  KT-KEEP-NEW-VALUE           VALUE 'N' ' '.
