      *      plus unrouted) for tonight;
      *    - the CONTEXC rows crossfoot the same two ways;
      *    - the TRUNCAUD rows must equal what TRUNHUPD accumulated;
      *    - the ABBRAUD rows (values the abbreviation dictionary
      *      brought inside their limit) must equal what TRUNHUPD
      *      counted;
      *    - each conversion row must itself balance: records read
      *      equal records written plus records suspended;
      *    - each key change and merge row (CUSTRKEY) must balance
      *      the same way: related rows found under the retired
      *      keys equal rows re-keyed or combined plus rows left
      *      where they were by a rejected transaction.
      *  The first leg that does not tie is named on sysout and the
      *  job ends with return code 8, so an out-of-balance night
      *  pages ops instead of surfacing at month-end.  The full
               10  WS-CTL-REJECTED      PIC 9(08).
               10  WS-CTL-CONTENT       PIC 9(08).
               10  WS-CTL-AUDITED       PIC 9(08).
               10  WS-CTL-ABBREVIATED   PIC 9(08).
       01  WS-CTL-ENTRY-COUNT           PIC 9(4) COMP VALUE ZERO.
       01  WS-CTL-OVERFLOW-SWITCH       PIC X(1)  VALUE 'N'.
           88  WS-CTL-OVERFLOW                     VALUE 'Y'.
       01  WS-WRITER-REJECTS            PIC 9(8)  VALUE ZERO.
       01  WS-WRITER-CONTENT            PIC 9(8)  VALUE ZERO.
       01  WS-WRITER-AUDITS             PIC 9(8)  VALUE ZERO.
       01  WS-WRITER-ABBREVS            PIC 9(8)  VALUE ZERO.
       01  WS-HUPD-REJECTS              PIC 9(8)  VALUE ZERO.
       01  WS-HUPD-CONTENT              PIC 9(8)  VALUE ZERO.
       01  WS-HUPD-AUDITS               PIC 9(8)  VALUE ZERO.
       01  WS-HUPD-ABBREVS              PIC 9(8)  VALUE ZERO.
       01  WS-FBK-REJECTS               PIC 9(8)  VALUE ZERO.
       01  WS-FBK-CONTENT               PIC 9(8)  VALUE ZERO.
       01  WS-HUPD-SEEN-SWITCH          PIC X(1)  VALUE 'N'.
           05  FILLER                   PIC X(11) VALUE "   REJECTS ".
           05  FILLER                   PIC X(11) VALUE "   CONTENT ".
           05  FILLER                   PIC X(11) VALUE "    AUDITS ".
           05  FILLER                   PIC X(11) VALUE "   ABBREVS ".

       01  WS-CONTROL-LINE.
           05  FILLER                   PIC X(2)  VALUE SPACES.
           05  WC-CONTENT               PIC ZZ,ZZZ,ZZ9.
           05  FILLER                   PIC X(1)  VALUE SPACES.
           05  WC-AUDITED               PIC ZZ,ZZZ,ZZ9.
           05  FILLER                   PIC X(1)  VALUE SPACES.
           05  WC-ABBREVIATED           PIC ZZ,ZZZ,ZZ9.

       01  WS-LEG-LINE.
           05  FILLER                   PIC X(2)  VALUE SPACES.
           05  FILLER                   PIC X(3)  VALUE SPACES.
           05  WL-VERDICT               PIC X(16).

       COPY RUNDATEC.

       PROCEDURE DIVISION.
       0000-MAIN.
           PERFORM 0005-GET-BUSINESS-DATE
           IF RD-DATE-REFUSED
               GOBACK
           END-IF
           PERFORM 0100-LOAD-CONTROL-ROWS
           PERFORM 0300-ACCUMULATE-SIDES
           PERFORM 0400-OPEN-REPORT
           PERFORM 0900-FINISH-UP
           GOBACK.

       0005-GET-BUSINESS-DATE.
      *    The run date is the business date from the control file,
      *    not the clock (RUNDATEC.CPY).  This job only reports, so
      *    it may also run under a date already closed.
           MOVE WS-JOB-NAME TO RD-JOB-NAME
           MOVE 'R' TO RD-ACCESS
           CALL 'RUNDATE' USING RUNDATE-PARMS
           EVALUATE TRUE
               WHEN RD-DATE-REFUSED
                   DISPLAY "Error: " FUNCTION TRIM(RD-MESSAGE)
                       " - " FUNCTION TRIM(RD-JOB-NAME) " not run"
                   MOVE 8 TO RETURN-CODE
               WHEN RD-CLOCK-DATE-USED
                   DISPLAY "Warning: " FUNCTION TRIM(RD-MESSAGE)
                   MOVE 4 TO RETURN-CODE
               WHEN RD-DATE-WAS-CLOSED
                   DISPLAY "Reporting under closed business date "
                       RD-RUN-DATE
           END-EVALUATE
           MOVE RD-RUN-DATE TO WS-RUN-DATE.

       0100-LOAD-CONTROL-ROWS.
           OPEN INPUT BALANCE-FILE
           IF WS-BALANCE-STATUS NOT = "00"
           MOVE BL-RECORDS-SUSPENDED TO WS-CTL-SUSPENDED(WS-CTL-IDX)
           MOVE BL-FIELDS-REJECTED   TO WS-CTL-REJECTED(WS-CTL-IDX)
           MOVE BL-CONTENT-REJECTED  TO WS-CTL-CONTENT(WS-CTL-IDX)
           MOVE BL-FIELDS-AUDITED    TO WS-CTL-AUDITED(WS-CTL-IDX)
      *    Rows written before the abbreviation count existed end
      *    short of it - they shortened nothing.
           IF BL-FIELDS-ABBREVIATED IS NUMERIC
               MOVE BL-FIELDS-ABBREVIATED
                   TO WS-CTL-ABBREVIATED(WS-CTL-IDX)
           ELSE
               MOVE ZERO TO WS-CTL-ABBREVIATED(WS-CTL-IDX)
           END-IF.

       0300-ACCUMULATE-SIDES.
      *    The aggregator rows (TRUNHUPD, TRUNCFBK) carry what was
                           TO WS-HUPD-CONTENT
                       MOVE WS-CTL-AUDITED(WS-CTL-IDX)
                           TO WS-HUPD-AUDITS
                       MOVE WS-CTL-ABBREVIATED(WS-CTL-IDX)
                           TO WS-HUPD-ABBREVS
                   WHEN 'TRUNCFBK'
                       SET WS-FBK-SEEN TO TRUE
                       MOVE WS-CTL-REJECTED(WS-CTL-IDX)
                           TO WS-WRITER-CONTENT
                       ADD WS-CTL-AUDITED(WS-CTL-IDX)
                           TO WS-WRITER-AUDITS
                       ADD WS-CTL-ABBREVIATED(WS-CTL-IDX)
                           TO WS-WRITER-ABBREVS
               END-EVALUATE
           END-PERFORM.

               MOVE WS-CTL-REJECTED(WS-CTL-IDX)  TO WC-REJECTED
               MOVE WS-CTL-CONTENT(WS-CTL-IDX)   TO WC-CONTENT
               MOVE WS-CTL-AUDITED(WS-CTL-IDX)   TO WC-AUDITED
               MOVE WS-CTL-ABBREVIATED(WS-CTL-IDX)
                   TO WC-ABBREVIATED
               WRITE REPORT-LINE FROM WS-CONTROL-LINE
           END-PERFORM
           MOVE SPACES TO REPORT-LINE
               PERFORM 0650-FAIL-MISSING-ROW
           END-IF

           MOVE "ABBRAUD WRITTEN VS TRUNHUPD ACCUMULATED"
               TO WS-LEG-NAME
           MOVE WS-WRITER-ABBREVS TO WS-LEG-LEFT
           MOVE WS-HUPD-ABBREVS   TO WS-LEG-RIGHT
           IF WS-HUPD-SEEN
               PERFORM 0600-JUDGE-ONE-LEG
           ELSE
               PERFORM 0650-FAIL-MISSING-ROW
           END-IF

      *    Each daily-conversion row must balance within itself:
      *    every record read was written or suspended; each key
      *    change row likewise, every related row found was moved
      *    or left.  The bulk
      *    load is exempt - duplicate source records drop out of
      *    its load by design and are reported by that job.
           PERFORM VARYING WS-CTL-IDX FROM 1 BY 1
                       + WS-CTL-SUSPENDED(WS-CTL-IDX)
                   PERFORM 0600-JUDGE-ONE-LEG
               END-IF
               IF WS-CTL-JOB-NAME(WS-CTL-IDX) = 'CUSTRKEY'
                   MOVE SPACES TO WS-LEG-NAME
                   STRING "CUSTRKEY " WS-CTL-COMPANY(WS-CTL-IDX)
                       " FOUND VS MOVED + LEFT"
                       DELIMITED BY SIZE INTO WS-LEG-NAME
                   MOVE WS-CTL-IN(WS-CTL-IDX) TO WS-LEG-LEFT
                   COMPUTE WS-LEG-RIGHT =
                       WS-CTL-OUT(WS-CTL-IDX)
                       + WS-CTL-SUSPENDED(WS-CTL-IDX)
                   PERFORM 0600-JUDGE-ONE-LEG
               END-IF
           END-PERFORM

           IF WS-CTL-OVERFLOW
