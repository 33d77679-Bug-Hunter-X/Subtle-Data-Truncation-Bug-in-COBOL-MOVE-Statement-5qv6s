      *****************************************************************
      *  ABBREF.CPY
      *  Abbreviation / standardization dictionary record - one row
      *  per field per long term per effective date on the keyed
      *  abbreviation reference file (ABBREF), maintained by the
      *  REFMNT batch job alongside CODEREF and FLDREF.  The shared
      *  validation module loads the rows in effect for its run date
      *  and, before an over-length value is rejected or truncated,
      *  tries substituting each long term it finds (as a whole
      *  word) with the agreed short form - 'CORPORATION' to 'CORP',
      *  'INTERNATIONAL' to 'INTL' - so a value that only overflowed
      *  on a spelled-out word lands intact instead of on the
      *  exception or truncation trail.
      *
      *  AB-FIELD-NAME names the protected field the row applies to;
      *  spaces apply it to every protected field.  A field's own
      *  rows are tried before the all-field rows.  As on CODEREF,
      *  the effective date is part of the key so a term can be
      *  keyed ahead of its go-live day, a zero expiry date means
      *  open-ended, and an expired row retires its term.
      *****************************************************************
       01  ABBREV-REFERENCE-RECORD.
           05  AB-REFERENCE-KEY.
               10  AB-FIELD-NAME       PIC X(15).
               10  AB-LONG-TERM        PIC X(30).
               10  AB-EFFECTIVE-DATE   PIC 9(08).
           05  AB-SHORT-TERM           PIC X(15).
           05  AB-EXPIRY-DATE          PIC 9(08).
