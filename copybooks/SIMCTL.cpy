      *****************************************************************
      *  SIMCTL.CPY
      *  What-if simulation control card, read by TRUNSIM.  Optional
      *  - with no card the simulation takes every change already
      *  keyed on the reference files, whatever its go-live day, and
      *  lists five sample keys per outcome.
      *    SC-RULES-AS-OF-DATE  the proposed rules are the reference
      *        rows in effect on this date, plus the proposed cards
      *        (REFPROP, REFTRAN.CPY layout) dated on or before it.
      *        Zero means every pending row.  Set it to the business
      *        date to see the proposed cards alone, or to a go-live
      *        date to see one night's changes.
      *    SC-SAMPLE-LIMIT      sample keys listed per field per
      *        outcome, 1 to 5; zero means 5.
      *****************************************************************
       01  SIM-CONTROL-RECORD.
           05  SC-RULES-AS-OF-DATE     PIC 9(08).
           05  SC-SAMPLE-LIMIT         PIC 9(02).
