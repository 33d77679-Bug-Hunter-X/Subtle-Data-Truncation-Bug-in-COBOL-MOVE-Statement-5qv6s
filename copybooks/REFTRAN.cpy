      *  REFTRAN.CPY
      *  Reference-data maintenance transaction record, read by
      *  REFMNT.  One transaction per record: add, change, or delete
      *  against the keyed code reference file (CODEREF.CPY), the
      *  keyed field reference file (FLDREF.CPY), or the keyed
      *  abbreviation dictionary (ABBREF.CPY), so ops can turn a
      *  new code, a field-length change, or a new standard short
      *  form around same-day without a programmer.  The table type
      *  says which file the transaction maintains; only the fields
      *  belonging to that type are used,
      *  the rest travel as spaces or zeros.
      *
      *  The effective date is part of every file's key, so a
      *  transaction names it explicitly and a code or length change
      *  can be keyed ahead of its go-live day.
      *****************************************************************
           05  RT-TABLE-TYPE           PIC X(01).
               88  RT-CODE-TABLE-TRANS         VALUE 'C'.
               88  RT-FIELD-TABLE-TRANS        VALUE 'F'.
               88  RT-ABBREV-TABLE-TRANS       VALUE 'A'.
           05  RT-EFFECTIVE-DATE       PIC 9(08).
      *    Code-table transactions only.
           05  RT-TABLE-NAME           PIC X(08).
           05  RT-CODE-VALUE           PIC X(20).
      *    Code-table and abbreviation transactions.
           05  RT-EXPIRY-DATE          PIC 9(08).
      *    Field-table transactions; on an abbreviation transaction
      *    the field the term applies to, or spaces for every field.
           05  RT-FIELD-NAME           PIC X(15).
           05  RT-MAX-LENGTH           PIC 9(04).
           05  RT-MODE                 PIC X(01).
           05  RT-EDIT-RULE            PIC X(01).
           05  RT-CODE-TABLE           PIC X(08).
           05  RT-REJECT-DISP          PIC X(01).
      *    Abbreviation transactions only; appended last so existing
      *    transaction decks still read.
           05  RT-LONG-TERM            PIC X(30).
           05  RT-SHORT-TERM           PIC X(15).
