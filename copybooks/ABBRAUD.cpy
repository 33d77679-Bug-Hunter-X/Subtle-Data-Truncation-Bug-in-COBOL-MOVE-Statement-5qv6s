      *****************************************************************
      *  ABBRAUD.CPY
      *  Abbreviation audit record - one row per field value that
      *  arrived longer than its field's max length and was brought
      *  inside it by the abbreviation dictionary (ABBREF.CPY) rather
      *  than rejected or truncated.  The value still moved, so this
      *  is an informational trail like TRUNCAUD.CPY, but kept apart
      *  from it: a dictionary substitution loses no meaning, and the
      *  business wants the two counted separately.  The before and
      *  after values sit side by side so any substitution can be
      *  explained to the client and, if a term proves wrong, found
      *  and put right.
      *
      *  The shared validation module builds the row image (see
      *  TRUNVALC.CPY); the calling job appends it to the ABBRAUD
      *  trail and counts it on its balancing control row.
      *****************************************************************
       01  ABBREV-AUDIT-RECORD.
           05  AA-JOB-NAME             PIC X(08).
           05  AA-RUN-DATE             PIC 9(08).
           05  AA-SOURCE-KEY           PIC X(10).
           05  AA-FIELD-NAME           PIC X(15).
           05  AA-BEFORE-LENGTH        PIC 9(04).
           05  AA-AFTER-LENGTH         PIC 9(04).
           05  AA-MAX-LENGTH           PIC 9(04).
           05  AA-TERMS-REPLACED       PIC 9(04).
           05  AA-BEFORE-VALUE         PIC X(100).
           05  AA-AFTER-VALUE          PIC X(100).
           05  AA-COMPANY-CODE         PIC X(04).
