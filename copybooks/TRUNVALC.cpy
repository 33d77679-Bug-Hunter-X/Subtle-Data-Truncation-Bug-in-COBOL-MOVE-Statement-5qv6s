      *      module stamps them into the rows it builds), TV-FIELD-
      *      SUB to the protected-field subscript, and TV-FIELD-
      *      VALUE to the raw value, then CALL 'TRUNVAL'.
      *    - a first call with TV-FIELD-SUB of zero loads the field,
      *      code, and abbreviation tables (reference files over the
      *      compiled-in
      *      defaults, as each job used to do itself) and answers
      *      with TV-FIELD-COUNT, so the caller knows how many
      *      fields to loop; its disposition is 'X'.
      *      own policy says to - maintenance, for instance, runs a
      *      checking pass that must not log audit rows for a
      *      transaction that is going to reject.
      *    - the what-if simulation (TRUNSIM) alone sets TV-
      *      RELOAD-SWITCH, to validate the same records again under
      *      proposed rules - see TV-RULE-REQUEST below.  Every other
      *      caller leaves it alone and its tables load once.
      *****************************************************************
       01  TRUNVAL-PARMS.
           05  TV-REQUEST.
               10  TV-NEAR-LIMIT-FLAG  PIC X(01).
                   88  TV-NEAR-LIMIT               VALUE 'Y'.
               10  TV-NEAR-ROW         PIC X(56).
      *        Set when an over-length value was brought inside its
      *        max length by the abbreviation dictionary (ABBREF.CPY)
      *        and then moved - the disposition is 'M' and the
      *        output value is the abbreviated one.  TV-ABBREV-ROW
      *        is an ABBRAUD.CPY image, before and after values side
      *        by side, for the caller to append to the abbreviation
      *        trail.  A value the dictionary cannot bring inside
      *        the limit is rejected or truncated AS RECEIVED, so
      *        those trails keep showing what the sender sent.
               10  TV-ABBREV-FLAG      PIC X(01).
                   88  TV-ABBREVIATED              VALUE 'Y'.
               10  TV-ABBREV-ROW       PIC X(261).
      *    Rule-set reload, set by TRUNSIM only.  'Y' on any call
      *    reloads the tables before validating: the reference rows
      *    in effect on TV-RULES-AS-OF-DATE (zero means TV-RUN-DATE)
      *    over the compiled-in defaults, then the first TV-PROPOSED-
      *    COUNT cards of TV-PROPOSED-CARD on top - unapplied REFMNT
      *    transactions (REFTRAN.CPY images) taken as REFMNT would
      *    apply them, a card in effect when its effective date is on
      *    or before the rules date.  The module resets the switch,
      *    and the rules stay loaded for every call after.
           05  TV-RULE-REQUEST.
               10  TV-RELOAD-SWITCH    PIC X(01).
                   88  TV-RELOAD-TABLES            VALUE 'Y'.
               10  TV-RULES-AS-OF-DATE PIC 9(08).
               10  TV-PROPOSED-COUNT   PIC 9(04).
               10  TV-PROPOSED-CARD    PIC X(121) OCCURS 20 TIMES.
