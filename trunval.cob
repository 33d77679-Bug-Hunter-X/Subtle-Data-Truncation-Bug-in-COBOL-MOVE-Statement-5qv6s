      *  The one home of the validate-and-move decision: trimmed
      *  (non-space) content length against the field table's max
      *  length, the reject-versus-allow truncation handling, and
      *  the numeric / date / code-table content edits, and the
      *  abbreviation dictionary tried on an over-length value
      *  before it is rejected or truncated.  The
      *  conversion, bulk load, maintenance, reposting, and suspense
      *  release jobs all CALL here instead of keeping private
      *  copies of the logic - we were burned once by drift, when a
      *  The field and code tables load on the first call: the
      *  keyed reference files maintained by REFMNT overlay the
      *  compiled-in defaults in FLDTAB.CPY / CODETAB.CPY, exactly
      *  as each job used to do at its own startup.  The
      *  abbreviation dictionary (ABBREF.CPY, also maintained by
      *  REFMNT) loads at the same time into ABBTAB.CPY.  See
      *  TRUNVALC.CPY for the calling convention; the module builds
      *  the exception / audit row images but never writes them -
      *  the caller owns the trail files and its own write policy.
      *
      *  The what-if simulation (TRUNSIM) can ask for the tables to
      *  be reloaded for a later rules date with proposed REFMNT
      *  transactions laid on top, so the same records can be
      *  validated under current and proposed rules by this one
      *  module rather than a copy of it.
      *****************************************************************
       ENVIRONMENT DIVISION.
       INPUT-OUTPUT SECTION.
               RECORD KEY IS CF-REFERENCE-KEY
               FILE STATUS IS WS-CODE-REFERENCE-STATUS.

           SELECT ABBREV-REFERENCE-FILE ASSIGN TO "ABBREF"
               ORGANIZATION IS INDEXED
               ACCESS MODE IS SEQUENTIAL
               RECORD KEY IS AB-REFERENCE-KEY
               FILE STATUS IS WS-ABBREV-REFERENCE-STATUS.

       DATA DIVISION.
       FILE SECTION.
       FD  FIELD-REFERENCE-FILE.
       FD  CODE-REFERENCE-FILE.
           COPY CODEREF.

       FD  ABBREV-REFERENCE-FILE.
           COPY ABBREF.

       WORKING-STORAGE SECTION.
       COPY FLDTAB.

       COPY CODETAB.

       COPY ABBTAB.

      *    The row images are built in these working copies of the
      *    trail layouts, then handed back whole in the parameter
      *    area - the caller writes them, or not, by its own policy.

       COPY NEARLIM.

       COPY ABBRAUD.

       01  WS-FIELD-REFERENCE-STATUS    PIC X(2)  VALUE SPACES.
       01  WS-CODE-REFERENCE-STATUS     PIC X(2)  VALUE SPACES.
       01  WS-ABBREV-REFERENCE-STATUS   PIC X(2)  VALUE SPACES.
       01  WS-REF-EOF-SWITCH            PIC X(1)  VALUE 'N'.
           88  WS-END-OF-REFERENCE                 VALUE 'Y'.
       01  WS-REF-FOUND-SWITCH          PIC X(1)  VALUE 'N'.
           88  WS-TABLES-LOADED                    VALUE 'Y'.
       01  WS-RUN-DATE                  PIC 9(8)  VALUE ZERO.

      *    A reload starts again from the compiled-in field defaults,
      *    which the first load overlays in place - so they are
      *    saved first.  Room for the field table to double.
       01  WS-FIELD-TABLE-DEFAULTS      PIC X(300) VALUE SPACES.
      *    Effective date of the reference row each field took, so a
      *    proposed field card only wins over rows dated before it.
       01  WS-FIELD-APPLIED-TABLE.
           05  WS-FIELD-APPLIED-DATE OCCURS 10 TIMES
                                        PIC 9(8).

      *    Proposed reference transactions for a reload (TRUNSIM),
      *    one at a time in the REFMNT card layout.  Zero on every
      *    ordinary load.
           COPY REFTRAN.
       01  WS-PROPOSED-COUNT            PIC 9(4) COMP VALUE ZERO.
       01  WS-PROPOSED-MAX              PIC 9(4) COMP VALUE 20.
       01  WS-PROP-SUB                  PIC 9(4) COMP VALUE ZERO.
       01  WS-PROP-DROP-SWITCH          PIC X(1)  VALUE 'N'.
           88  WS-PROP-ROW-DROPPED                 VALUE 'Y'.

       01  WS-LENGTH                    PIC 9(4) COMP.
       01  WS-SUB                       PIC 9(4) COMP.
       01  WS-BYTES-DROPPED             PIC 9(4) COMP VALUE ZERO.
           05  WS-EDIT-DAY              PIC 9(2).
       01  WS-DAYS-IN-MONTH             PIC 9(2)  VALUE ZERO.

      *    The value actually edited and moved: the value as
      *    received, or its abbreviated form when the dictionary
      *    brought an over-length value inside the limit.
       01  WS-CANDIDATE-VALUE           PIC X(100) VALUE SPACES.

      *    Abbreviation work fields.  Terms are matched as whole
      *    words, ignoring case, so 'CORPORATION' never bites the
      *    middle of 'INCORPORATIONS'.
       01  WS-ABBREVIATED-SWITCH        PIC X(1)  VALUE 'N'.
           88  WS-VALUE-ABBREVIATED                VALUE 'Y'.
       01  WS-ABB-WORK-VALUE            PIC X(100) VALUE SPACES.
       01  WS-ABB-WORK-LENGTH           PIC 9(4) COMP VALUE ZERO.
       01  WS-ABB-RESULT                PIC X(100) VALUE SPACES.
       01  WS-ABB-RESULT-LENGTH         PIC 9(4) COMP VALUE ZERO.
       01  WS-ABB-POS                   PIC 9(4) COMP VALUE ZERO.
       01  WS-ABB-END                   PIC 9(4) COMP VALUE ZERO.
       01  WS-ABB-BEFORE-LENGTH         PIC 9(4) COMP VALUE ZERO.
       01  WS-ABB-TERMS-REPLACED        PIC 9(4) COMP VALUE ZERO.
       01  WS-ABB-MATCH-SWITCH          PIC X(1)  VALUE 'N'.
           88  WS-ABB-MATCHED                      VALUE 'Y'.
       01  WS-ABB-NO-ROOM-SWITCH        PIC X(1)  VALUE 'N'.
           88  WS-ABB-NO-ROOM                      VALUE 'Y'.
       01  WS-ABB-LOAD-TERM             PIC X(30) VALUE SPACES.
       01  WS-ABB-NEXT-CHAR             PIC X(1)  VALUE SPACE.
           88  WS-ABB-WORD-BREAK                   VALUES ' ', ',',
                                                          '.', ';'.

       LINKAGE SECTION.
       COPY TRUNVALC.

       PROCEDURE DIVISION USING TRUNVAL-PARMS.
       0000-VALIDATE-ONE-FIELD.
           IF NOT WS-TABLES-LOADED
               MOVE FIELD-LENGTH-TABLE-VALUES
                   TO WS-FIELD-TABLE-DEFAULTS
           END-IF
           IF TV-RELOAD-TABLES
               PERFORM 0040-RELOAD-FOR-RULES-DATE
           END-IF
           IF NOT WS-TABLES-LOADED
               MOVE TV-RUN-DATE TO WS-RUN-DATE
               PERFORM 0050-LOAD-FIELD-TABLE
           MOVE SPACES TO TV-CONTENT-ROW
           MOVE SPACES TO TV-NEAR-LIMIT-FLAG
           MOVE SPACES TO TV-NEAR-ROW
           MOVE SPACES TO TV-ABBREV-FLAG
           MOVE SPACES TO TV-ABBREV-ROW

           IF TV-FIELD-SUB < 1 OR TV-FIELD-SUB > WS-FIELD-COUNT
      *        Either the table-load call (subscript zero) or a
      *    PIC X field is not mistaken for an over-length one.
           COMPUTE WS-LENGTH =
               FUNCTION LENGTH(FUNCTION TRIM(TV-FIELD-VALUE))
           MOVE TV-FIELD-VALUE TO WS-CANDIDATE-VALUE
           MOVE 'N' TO WS-ABBREVIATED-SWITCH

      *    Before an over-length value is rejected or truncated, see
      *    whether the abbreviation dictionary brings it inside the
      *    limit; if so it carries on as an ordinary value that fits.
           IF WS-LENGTH > FLT-MAX-LENGTH(WS-SUB)
               AND WS-ABBREV-COUNT > ZERO
               PERFORM 1800-TRY-ABBREVIATION
           END-IF

           IF WS-LENGTH > FLT-MAX-LENGTH(WS-SUB)
               IF FLT-ALLOW-TRUNCATION(WS-SUB)
           ELSE
               PERFORM 1500-CHECK-CONTENT-RULE
               IF WS-CONTENT-OK
                   MOVE WS-CANDIDATE-VALUE TO TV-OUTPUT-VALUE
                   MOVE 'M' TO TV-DISPOSITION
                   PERFORM 1700-CHECK-NEAR-LIMIT
                   IF WS-VALUE-ABBREVIATED
                       PERFORM 1900-BUILD-ABBREV-ROW
                   END-IF
               ELSE
                   PERFORM 1600-BUILD-CONTENT-ROW
               END-IF
           MOVE SPACES                  TO TV-OUTPUT-VALUE
           MOVE 'C'                     TO TV-DISPOSITION.

       1800-TRY-ABBREVIATION.
      *    Substitute dictionary terms - the field's own entries
      *    first, then the all-field entries - stopping as soon as
      *    the value fits.  Only a value brought all the way inside
      *    the limit is taken; a partial shortening is discarded and
      *    the value is rejected or truncated exactly as received.
      *    So is one where a short form longer than its term would
      *    have run the working value past its 100 bytes.
           MOVE FUNCTION TRIM(TV-FIELD-VALUE) TO WS-ABB-WORK-VALUE
           MOVE WS-LENGTH TO WS-ABB-WORK-LENGTH
           MOVE ZERO TO WS-ABB-TERMS-REPLACED
           MOVE 'N' TO WS-ABB-NO-ROOM-SWITCH
           PERFORM VARYING ABT-IDX FROM 1 BY 1
                   UNTIL ABT-IDX > WS-ABBREV-COUNT
                       OR WS-ABB-WORK-LENGTH <= FLT-MAX-LENGTH(WS-SUB)
                       OR WS-ABB-NO-ROOM
               IF ABT-FIELD-NAME(ABT-IDX) = FLT-SOURCE-NAME(WS-SUB)
                   AND ABT-LONG-TERM(ABT-IDX) NOT = SPACES
                   PERFORM 1810-APPLY-ONE-TERM
               END-IF
           END-PERFORM
           PERFORM VARYING ABT-IDX FROM 1 BY 1
                   UNTIL ABT-IDX > WS-ABBREV-COUNT
                       OR WS-ABB-WORK-LENGTH <= FLT-MAX-LENGTH(WS-SUB)
                       OR WS-ABB-NO-ROOM
               IF ABT-FIELD-NAME(ABT-IDX) = SPACES
                   AND ABT-LONG-TERM(ABT-IDX) NOT = SPACES
                   PERFORM 1810-APPLY-ONE-TERM
               END-IF
           END-PERFORM

           IF WS-ABB-WORK-LENGTH <= FLT-MAX-LENGTH(WS-SUB)
               AND WS-ABB-TERMS-REPLACED > ZERO
               AND NOT WS-ABB-NO-ROOM
               MOVE WS-ABB-WORK-VALUE  TO WS-CANDIDATE-VALUE
               MOVE WS-LENGTH          TO WS-ABB-BEFORE-LENGTH
               MOVE WS-ABB-WORK-LENGTH TO WS-LENGTH
               SET WS-VALUE-ABBREVIATED TO TRUE
           END-IF.

       1810-APPLY-ONE-TERM.
      *    One left-to-right pass of the working value for the term
      *    at ABT-IDX, copying it to the result a byte at a time and
      *    the short form wherever the long term stands as a word.
      *    A substitution is only made while the result, with the
      *    rest of the value still to copy, stays within 100 bytes;
      *    past that the rest is copied as it stands.
           MOVE SPACES TO WS-ABB-RESULT
           MOVE ZERO TO WS-ABB-RESULT-LENGTH
           MOVE 1 TO WS-ABB-POS
           PERFORM UNTIL WS-ABB-POS > WS-ABB-WORK-LENGTH
               MOVE 'N' TO WS-ABB-MATCH-SWITCH
               COMPUTE WS-ABB-END =
                   WS-ABB-POS + ABT-LONG-LENGTH(ABT-IDX) - 1
               IF WS-ABB-END <= WS-ABB-WORK-LENGTH
                   AND NOT WS-ABB-NO-ROOM
                   PERFORM 1820-TEST-TERM-AT-POSITION
               END-IF
               IF WS-ABB-MATCHED
                   AND WS-ABB-RESULT-LENGTH
                       + ABT-SHORT-LENGTH(ABT-IDX)
                       + WS-ABB-WORK-LENGTH - WS-ABB-END > 100
                   MOVE 'N' TO WS-ABB-MATCH-SWITCH
                   SET WS-ABB-NO-ROOM TO TRUE
               END-IF
               IF WS-ABB-MATCHED
                   MOVE ABT-SHORT-TERM(ABT-IDX)
                           (1:ABT-SHORT-LENGTH(ABT-IDX))
                       TO WS-ABB-RESULT(WS-ABB-RESULT-LENGTH + 1:
                           ABT-SHORT-LENGTH(ABT-IDX))
                   ADD ABT-SHORT-LENGTH(ABT-IDX)
                       TO WS-ABB-RESULT-LENGTH
                   COMPUTE WS-ABB-POS = WS-ABB-END + 1
                   ADD 1 TO WS-ABB-TERMS-REPLACED
               ELSE
                   ADD 1 TO WS-ABB-RESULT-LENGTH
                   MOVE WS-ABB-WORK-VALUE(WS-ABB-POS:1)
                       TO WS-ABB-RESULT(WS-ABB-RESULT-LENGTH:1)
                   ADD 1 TO WS-ABB-POS
               END-IF
           END-PERFORM
           MOVE WS-ABB-RESULT        TO WS-ABB-WORK-VALUE
           MOVE WS-ABB-RESULT-LENGTH TO WS-ABB-WORK-LENGTH.

       1820-TEST-TERM-AT-POSITION.
      *    A match needs the term itself, a word break (or the start
      *    of the value) before it, and a word break (or the end of
      *    the value) after it.
           IF FUNCTION UPPER-CASE(WS-ABB-WORK-VALUE
                   (WS-ABB-POS:ABT-LONG-LENGTH(ABT-IDX)))
               = ABT-LONG-TERM(ABT-IDX)(1:ABT-LONG-LENGTH(ABT-IDX))
               MOVE 'Y' TO WS-ABB-MATCH-SWITCH
               IF WS-ABB-POS > 1
                   MOVE WS-ABB-WORK-VALUE(WS-ABB-POS - 1:1)
                       TO WS-ABB-NEXT-CHAR
                   IF NOT WS-ABB-WORD-BREAK
                       MOVE 'N' TO WS-ABB-MATCH-SWITCH
                   END-IF
               END-IF
               IF WS-ABB-END < WS-ABB-WORK-LENGTH
                   MOVE WS-ABB-WORK-VALUE(WS-ABB-END + 1:1)
                       TO WS-ABB-NEXT-CHAR
                   IF NOT WS-ABB-WORD-BREAK
                       MOVE 'N' TO WS-ABB-MATCH-SWITCH
                   END-IF
               END-IF
           END-IF.

       1900-BUILD-ABBREV-ROW.
           MOVE TV-JOB-NAME             TO AA-JOB-NAME
           MOVE TV-RUN-DATE             TO AA-RUN-DATE
           MOVE TV-SOURCE-KEY           TO AA-SOURCE-KEY
           MOVE FLT-SOURCE-NAME(WS-SUB) TO AA-FIELD-NAME
           MOVE WS-ABB-BEFORE-LENGTH    TO AA-BEFORE-LENGTH
           MOVE WS-LENGTH               TO AA-AFTER-LENGTH
           MOVE FLT-MAX-LENGTH(WS-SUB)  TO AA-MAX-LENGTH
           MOVE WS-ABB-TERMS-REPLACED   TO AA-TERMS-REPLACED
           MOVE TV-FIELD-VALUE          TO AA-BEFORE-VALUE
           MOVE WS-CANDIDATE-VALUE      TO AA-AFTER-VALUE
           MOVE TV-COMPANY-CODE         TO AA-COMPANY-CODE
           MOVE ABBREV-AUDIT-RECORD     TO TV-ABBREV-ROW
           SET TV-ABBREVIATED TO TRUE.

       1500-CHECK-CONTENT-RULE.
      *    Length alone is not enough: a value that fits can still
      *    be the wrong KIND of value.  A blank field passes - the
      *    edits police content that was supplied, not presence.
           MOVE 'Y' TO WS-CONTENT-OK-SWITCH
           IF WS-LENGTH > ZERO
               MOVE FUNCTION TRIM(WS-CANDIDATE-VALUE)
                   TO WS-TRIMMED-VALUE
               EVALUATE TRUE
                   WHEN FLT-EDIT-NUMERIC(WS-SUB)
               MOVE 'N' TO WS-CONTENT-OK-SWITCH
           END-IF.

       0040-RELOAD-FOR-RULES-DATE.
      *    The what-if reload: the rules date's reference rows over
      *    the saved defaults, then the proposed cards on top.  The
      *    proposed cards apply to this load only.
           MOVE 'N' TO TV-RELOAD-SWITCH
           MOVE WS-FIELD-TABLE-DEFAULTS TO FIELD-LENGTH-TABLE-VALUES
           IF TV-RULES-AS-OF-DATE = ZERO
               MOVE TV-RUN-DATE TO WS-RUN-DATE
           ELSE
               MOVE TV-RULES-AS-OF-DATE TO WS-RUN-DATE
           END-IF
           MOVE TV-PROPOSED-COUNT TO WS-PROPOSED-COUNT
           IF WS-PROPOSED-COUNT > WS-PROPOSED-MAX
               MOVE WS-PROPOSED-MAX TO WS-PROPOSED-COUNT
           END-IF
           PERFORM 0050-LOAD-FIELD-TABLE
           MOVE ZERO TO WS-PROPOSED-COUNT
           SET WS-TABLES-LOADED TO TRUE.

       0050-LOAD-FIELD-TABLE.
      *    The copybook VALUES are compiled-in defaults and seeds;
      *    the keyed reference files maintained by REFMNT overlay
               MOVE CDS-TABLE-NAME(CDS-IDX) TO CDT-TABLE-NAME(CDT-IDX)
               MOVE CDS-CODE-VALUE(CDS-IDX) TO CDT-CODE-VALUE(CDT-IDX)
           END-PERFORM
           PERFORM VARYING WS-SUB FROM 1 BY 1 UNTIL WS-SUB > 10
               MOVE ZERO TO WS-FIELD-APPLIED-DATE(WS-SUB)
           END-PERFORM
           PERFORM 0052-LOAD-FIELD-REFERENCE
           PERFORM 0054-LOAD-CODE-REFERENCE
           PERFORM 0057-LOAD-ABBREV-REFERENCE
           IF WS-PROPOSED-COUNT > ZERO
               PERFORM 0085-ADD-PROPOSED-ROWS
           END-IF.

       0051-APPLY-ONE-CODE-ROW.
           EVALUATE TRUE
               WHEN CF-EFFECTIVE-DATE > WS-RUN-DATE
      *            Keyed ahead of its go-live day - inert until the
      *            run date catches up to it.
                   CONTINUE
               WHEN CF-EXPIRY-DATE NOT = ZERO
                   AND WS-RUN-DATE >= CF-EXPIRY-DATE
                   PERFORM 0056-RETIRE-ONE-CODE
               WHEN OTHER
                   PERFORM 0055-ADD-ONE-CODE
           END-EVALUATE.

       0052-LOAD-FIELD-REFERENCE.
      *    Rows come back in field / effective-date order, so the
           END-IF
           PERFORM UNTIL WS-END-OF-REFERENCE
               IF FR-EFFECTIVE-DATE <= WS-RUN-DATE
                   MOVE 'N' TO WS-PROP-DROP-SWITCH
                   IF WS-PROPOSED-COUNT > ZERO
                       PERFORM 0080-PROPOSE-FIELD-ROW
                   END-IF
                   IF NOT WS-PROP-ROW-DROPPED
                       PERFORM 0053-OVERLAY-ONE-FIELD
                   END-IF
               END-IF
               READ FIELD-REFERENCE-FILE
                   AT END SET WS-END-OF-REFERENCE TO TRUE
                   MOVE FR-EDIT-RULE  TO FLT-EDIT-RULE(FLT-IDX)
                   MOVE FR-CODE-TABLE TO FLT-CODE-TABLE(FLT-IDX)
                   MOVE FR-REJECT-DISP TO FLT-REJECT-DISP(FLT-IDX)
                   MOVE FR-EFFECTIVE-DATE
                       TO WS-FIELD-APPLIED-DATE(FLT-IDX)
                   MOVE 'Y' TO WS-REF-FOUND-SWITCH
               END-IF
           END-PERFORM
               END-READ
           END-IF
           PERFORM UNTIL WS-END-OF-REFERENCE
               MOVE 'N' TO WS-PROP-DROP-SWITCH
               IF WS-PROPOSED-COUNT > ZERO
                   PERFORM 0081-PROPOSE-CODE-ROW
               END-IF
               IF NOT WS-PROP-ROW-DROPPED
                   PERFORM 0051-APPLY-ONE-CODE-ROW
               END-IF
               READ CODE-REFERENCE-FILE
                   AT END SET WS-END-OF-REFERENCE TO TRUE
               END-READ
                   MOVE SPACES TO CDT-CODE-VALUE(CDT-IDX)
               END-IF
           END-PERFORM.

       0057-LOAD-ABBREV-REFERENCE.
      *    Same effective / expiry rules as the code reference file.
      *    Rows come back in field / term / effective-date order, so
      *    a later row for the same term replaces the short form of
      *    the earlier one.
           MOVE ZERO TO WS-ABBREV-COUNT
           MOVE 'N' TO WS-REF-EOF-SWITCH
           OPEN INPUT ABBREV-REFERENCE-FILE
           IF WS-ABBREV-REFERENCE-STATUS NOT = "00"
               DISPLAY "No abbreviation reference file, status "
                   WS-ABBREV-REFERENCE-STATUS
                   " - over-length values will not be abbreviated"
               SET WS-END-OF-REFERENCE TO TRUE
           ELSE
               READ ABBREV-REFERENCE-FILE
                   AT END SET WS-END-OF-REFERENCE TO TRUE
               END-READ
           END-IF
           PERFORM UNTIL WS-END-OF-REFERENCE
               MOVE 'N' TO WS-PROP-DROP-SWITCH
               IF WS-PROPOSED-COUNT > ZERO
                   PERFORM 0082-PROPOSE-TERM-ROW
               END-IF
               IF NOT WS-PROP-ROW-DROPPED
                   PERFORM 0061-APPLY-ONE-TERM-ROW
               END-IF
               READ ABBREV-REFERENCE-FILE
                   AT END SET WS-END-OF-REFERENCE TO TRUE
               END-READ
           END-PERFORM
           IF WS-ABBREV-REFERENCE-STATUS = "00" OR "10"
               CLOSE ABBREV-REFERENCE-FILE
           END-IF.

       0058-ADD-ONE-TERM.
           MOVE 'N' TO WS-REF-FOUND-SWITCH
           PERFORM VARYING ABT-IDX FROM 1 BY 1
                   UNTIL ABT-IDX > WS-ABBREV-COUNT
               IF ABT-FIELD-NAME(ABT-IDX) = AB-FIELD-NAME
                   AND ABT-LONG-TERM(ABT-IDX) = WS-ABB-LOAD-TERM
                   PERFORM 0060-FILL-ONE-TERM
                   MOVE 'Y' TO WS-REF-FOUND-SWITCH
               END-IF
           END-PERFORM
           IF NOT WS-REF-ROW-APPLIED
               IF WS-ABBREV-COUNT < WS-ABBREV-TABLE-MAX
                   ADD 1 TO WS-ABBREV-COUNT
                   SET ABT-IDX TO WS-ABBREV-COUNT
                   PERFORM 0060-FILL-ONE-TERM
               ELSE
                   DISPLAY "Warning: abbreviation table is full - term "
                       AB-LONG-TERM " not loaded,"
                       " raise WS-ABBREV-TABLE-MAX"
               END-IF
           END-IF.

       0059-RETIRE-ONE-TERM.
      *    Blank in place, never shift - a blank long term matches
      *    nothing.
           PERFORM VARYING ABT-IDX FROM 1 BY 1
                   UNTIL ABT-IDX > WS-ABBREV-COUNT
               IF ABT-FIELD-NAME(ABT-IDX) = AB-FIELD-NAME
                   AND ABT-LONG-TERM(ABT-IDX) = WS-ABB-LOAD-TERM
                   MOVE SPACES TO ABT-LONG-TERM(ABT-IDX)
                   MOVE SPACES TO ABT-SHORT-TERM(ABT-IDX)
               END-IF
           END-PERFORM.

       0060-FILL-ONE-TERM.
      *    The long term is held upper case so the match ignores the
      *    case the value arrived in; the short form goes in exactly
      *    as ops keyed it.
           MOVE AB-FIELD-NAME TO ABT-FIELD-NAME(ABT-IDX)
           MOVE WS-ABB-LOAD-TERM TO ABT-LONG-TERM(ABT-IDX)
           MOVE FUNCTION TRIM(AB-SHORT-TERM) TO ABT-SHORT-TERM(ABT-IDX)
           COMPUTE ABT-LONG-LENGTH(ABT-IDX) =
               FUNCTION LENGTH(FUNCTION TRIM(AB-LONG-TERM))
           COMPUTE ABT-SHORT-LENGTH(ABT-IDX) =
               FUNCTION LENGTH(FUNCTION TRIM(AB-SHORT-TERM)).

       0061-APPLY-ONE-TERM-ROW.
           MOVE FUNCTION UPPER-CASE(FUNCTION TRIM(AB-LONG-TERM))
               TO WS-ABB-LOAD-TERM
           EVALUATE TRUE
               WHEN AB-EFFECTIVE-DATE > WS-RUN-DATE
                   CONTINUE
               WHEN AB-EXPIRY-DATE NOT = ZERO
                   AND WS-RUN-DATE >= AB-EXPIRY-DATE
                   PERFORM 0059-RETIRE-ONE-TERM
               WHEN OTHER
                   PERFORM 0058-ADD-ONE-TERM
           END-EVALUATE.

       0080-PROPOSE-FIELD-ROW.
      *    A proposed change or delete of the very row just read
      *    (same field, same effective date) replaces or withdraws
      *    it, as REFMNT would once the card is applied.
           PERFORM VARYING WS-PROP-SUB FROM 1 BY 1
                   UNTIL WS-PROP-SUB > WS-PROPOSED-COUNT
               MOVE TV-PROPOSED-CARD(WS-PROP-SUB)
                   TO REF-TRANSACTION-RECORD
               IF RT-FIELD-TABLE-TRANS
                   AND RT-FIELD-NAME = FR-FIELD-NAME
                   AND RT-EFFECTIVE-DATE = FR-EFFECTIVE-DATE
                   EVALUATE TRUE
                       WHEN RT-CHANGE-TRANS
                           MOVE RT-MAX-LENGTH  TO FR-MAX-LENGTH
                           MOVE RT-MODE        TO FR-MODE
                           MOVE RT-EDIT-RULE   TO FR-EDIT-RULE
                           MOVE RT-CODE-TABLE  TO FR-CODE-TABLE
                           MOVE RT-REJECT-DISP TO FR-REJECT-DISP
                       WHEN RT-DELETE-TRANS
                           SET WS-PROP-ROW-DROPPED TO TRUE
                   END-EVALUATE
               END-IF
           END-PERFORM.

       0081-PROPOSE-CODE-ROW.
           PERFORM VARYING WS-PROP-SUB FROM 1 BY 1
                   UNTIL WS-PROP-SUB > WS-PROPOSED-COUNT
               MOVE TV-PROPOSED-CARD(WS-PROP-SUB)
                   TO REF-TRANSACTION-RECORD
               IF RT-CODE-TABLE-TRANS
                   AND RT-TABLE-NAME = CF-TABLE-NAME
                   AND RT-CODE-VALUE = CF-CODE-VALUE
                   AND RT-EFFECTIVE-DATE = CF-EFFECTIVE-DATE
                   EVALUATE TRUE
                       WHEN RT-CHANGE-TRANS
                           MOVE RT-EXPIRY-DATE TO CF-EXPIRY-DATE
                       WHEN RT-DELETE-TRANS
                           SET WS-PROP-ROW-DROPPED TO TRUE
                   END-EVALUATE
               END-IF
           END-PERFORM.

       0082-PROPOSE-TERM-ROW.
           PERFORM VARYING WS-PROP-SUB FROM 1 BY 1
                   UNTIL WS-PROP-SUB > WS-PROPOSED-COUNT
               MOVE TV-PROPOSED-CARD(WS-PROP-SUB)
                   TO REF-TRANSACTION-RECORD
               IF RT-ABBREV-TABLE-TRANS
                   AND RT-FIELD-NAME = AB-FIELD-NAME
                   AND RT-LONG-TERM = AB-LONG-TERM
                   AND RT-EFFECTIVE-DATE = AB-EFFECTIVE-DATE
                   EVALUATE TRUE
                       WHEN RT-CHANGE-TRANS
                           MOVE RT-SHORT-TERM  TO AB-SHORT-TERM
                           MOVE RT-EXPIRY-DATE TO AB-EXPIRY-DATE
                       WHEN RT-DELETE-TRANS
                           SET WS-PROP-ROW-DROPPED TO TRUE
                   END-EVALUATE
               END-IF
           END-PERFORM.

       0085-ADD-PROPOSED-ROWS.
      *    Proposed adds are rows not on file yet: each is applied
      *    after the file's own rows, exactly as the loader would
      *    apply it - a field row only where no row dated after it
      *    is already in effect for that field.
           PERFORM VARYING WS-PROP-SUB FROM 1 BY 1
                   UNTIL WS-PROP-SUB > WS-PROPOSED-COUNT
               MOVE TV-PROPOSED-CARD(WS-PROP-SUB)
                   TO REF-TRANSACTION-RECORD
               IF RT-ADD-TRANS
                   AND RT-EFFECTIVE-DATE <= WS-RUN-DATE
                   EVALUATE TRUE
                       WHEN RT-FIELD-TABLE-TRANS
                           PERFORM 0086-ADD-PROPOSED-FIELD
                       WHEN RT-CODE-TABLE-TRANS
                           MOVE RT-TABLE-NAME     TO CF-TABLE-NAME
                           MOVE RT-CODE-VALUE     TO CF-CODE-VALUE
                           MOVE RT-EFFECTIVE-DATE TO CF-EFFECTIVE-DATE
                           MOVE RT-EXPIRY-DATE    TO CF-EXPIRY-DATE
                           PERFORM 0051-APPLY-ONE-CODE-ROW
                       WHEN RT-ABBREV-TABLE-TRANS
                           MOVE RT-FIELD-NAME     TO AB-FIELD-NAME
                           MOVE RT-LONG-TERM      TO AB-LONG-TERM
                           MOVE RT-EFFECTIVE-DATE TO AB-EFFECTIVE-DATE
                           MOVE RT-SHORT-TERM     TO AB-SHORT-TERM
                           MOVE RT-EXPIRY-DATE    TO AB-EXPIRY-DATE
                           PERFORM 0061-APPLY-ONE-TERM-ROW
                   END-EVALUATE
               END-IF
           END-PERFORM.

       0086-ADD-PROPOSED-FIELD.
           MOVE 'N' TO WS-PROP-DROP-SWITCH
           PERFORM VARYING FLT-IDX FROM 1 BY 1
                   UNTIL FLT-IDX > WS-FIELD-COUNT
               IF FLT-SOURCE-NAME(FLT-IDX) = RT-FIELD-NAME
                   AND WS-FIELD-APPLIED-DATE(FLT-IDX)
                       > RT-EFFECTIVE-DATE
                   SET WS-PROP-ROW-DROPPED TO TRUE
               END-IF
           END-PERFORM
           IF NOT WS-PROP-ROW-DROPPED
               MOVE RT-FIELD-NAME     TO FR-FIELD-NAME
               MOVE RT-EFFECTIVE-DATE TO FR-EFFECTIVE-DATE
               MOVE RT-MAX-LENGTH     TO FR-MAX-LENGTH
               MOVE RT-MODE           TO FR-MODE
               MOVE RT-EDIT-RULE      TO FR-EDIT-RULE
               MOVE RT-CODE-TABLE     TO FR-CODE-TABLE
               MOVE RT-REJECT-DISP    TO FR-REJECT-DISP
               PERFORM 0053-OVERLAY-ONE-FIELD
           END-IF.
