           05  BL-FIELDS-REJECTED      PIC 9(08).
           05  BL-CONTENT-REJECTED     PIC 9(08).
           05  BL-FIELDS-AUDITED       PIC 9(08).
      *    ABBRAUD rows written (or, for TRUNHUPD, consumed for
      *    tonight) - values the abbreviation dictionary brought
      *    inside their limit.  Appended last so rows written before
      *    the dictionary existed still read; a reader treats a
      *    non-numeric value on such a row as zero.
           05  BL-FIELDS-ABBREVIATED   PIC 9(08).
