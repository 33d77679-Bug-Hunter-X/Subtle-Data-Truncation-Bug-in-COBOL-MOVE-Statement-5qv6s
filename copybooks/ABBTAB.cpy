      *****************************************************************
      *  ABBTAB.CPY
      *  Live abbreviation dictionary for the shared validation
      *  module, built at table-load time from the keyed abbreviation
      *  reference file (ABBREF.CPY, maintained by REFMNT).  There
      *  are no compiled-in seed terms: a run with no dictionary
      *  allocated shortens nothing, which is exactly the behavior
      *  before the dictionary existed.  A retired entry is blanked
      *  in place, never shifted - lookups run the full count and a
      *  blank long term matches nothing.
      *
      *  ABT-FIELD-NAME of spaces marks an all-field entry.  The
      *  long-term and short-term lengths are worked out once at
      *  load time rather than on every over-length value.
      *****************************************************************
       01  WS-ABBREV-TABLE-MAX         PIC 9(04) COMP VALUE 100.

       01  ABBREVIATION-TABLE.
           05  ABT-ENTRY OCCURS 100 TIMES INDEXED BY ABT-IDX.
               10  ABT-FIELD-NAME      PIC X(15).
               10  ABT-LONG-TERM       PIC X(30).
               10  ABT-LONG-LENGTH     PIC 9(04) COMP.
               10  ABT-SHORT-TERM      PIC X(15).
               10  ABT-SHORT-LENGTH    PIC 9(04) COMP.

       01  WS-ABBREV-COUNT             PIC 9(04) COMP VALUE ZERO.
