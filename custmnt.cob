      *  the conversion would have done.  An applied/rejected
      *  register (CUSTMREG) documents the disposition of every
      *  transaction for the day's balancing.
      *
      *  The transaction file must carry the upstream header and
      *  trailer (INBENV.CPY); the envelope module CUSTENV checks
      *  it before any transaction is applied, and a refused file
      *  applies nothing.
      *****************************************************************
       ENVIRONMENT DIVISION.
       INPUT-OUTPUT SECTION.
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-CONTENT-EXCEPTION-STATUS.

           SELECT ABBREV-AUDIT-FILE ASSIGN TO "ABBRAUD"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-ABBREV-AUDIT-STATUS.

      *    Every write to the customer master journals its before
      *    and after images here - see CUSTJRNL.CPY and the
      *    CUSTASOF as-of inquiry.
       FD  CONTENT-EXCEPTION-FILE.
           COPY CONTEXC.

       FD  ABBREV-AUDIT-FILE.
           COPY ABBRAUD.

       FD  JOURNAL-FILE.
           COPY CUSTJRNL.

      *    now, so a value that posts through maintenance can never
      *    again reject in the bulk run.
       COPY TRUNVALC.
       COPY CUSTENVC.
       COPY INBENV.

       01  WS-FIELD-COUNT               PIC 9(04) COMP VALUE ZERO.

       01  WS-BALANCE-STATUS            PIC X(2)  VALUE SPACES.
       01  WS-JOURNAL-STATUS            PIC X(2)  VALUE SPACES.
       01  WS-JOURNAL-SEQ               PIC 9(6)  VALUE ZERO.
       01  WS-JOURNAL-SEQ-KEY           PIC X(10) VALUE SPACES.
       01  WS-JOURNAL-SEQ-LIMIT         PIC 9(6)  VALUE 900000.
       01  WS-JRNL-WRITTEN-SWITCH       PIC X(1)  VALUE 'N'.
           88  WS-JRNL-ROW-WRITTEN                 VALUE 'Y'.
       01  WS-FIELD-DIGIT               PIC 9(1)  VALUE ZERO.
       01  WS-TRUNC-EXCEPTION-STATUS    PIC X(2)  VALUE SPACES.
       01  WS-TRUNC-AUDIT-STATUS        PIC X(2)  VALUE SPACES.
       01  WS-CONTENT-EXCEPTION-STATUS  PIC X(2)  VALUE SPACES.
       01  WS-ABBREV-AUDIT-STATUS       PIC X(2)  VALUE SPACES.

       01  WS-EOF-SWITCH                PIC X(1)  VALUE 'N'.
           88  WS-END-OF-INPUT                     VALUE 'Y'.
      *    Set when the run is refused or cannot open what it
      *    updates - it then leaves no balancing row, since TRUNBAL
      *    keeps the last row per job and company and a zero row
      *    would hide an earlier good run's.
       01  WS-RUN-SKIPPED-SWITCH        PIC X(1)  VALUE 'N'.
           88  WS-RUN-SKIPPED                      VALUE 'Y'.
       01  WS-TRAN-OK-SWITCH            PIC X(1)  VALUE 'Y'.
           88  WS-TRAN-OK                          VALUE 'Y'.
       01  WS-REJECT-REASON             PIC X(40) VALUE SPACES.
       01  WS-FIELDS-REJECTED           PIC 9(6) COMP VALUE ZERO.
       01  WS-FIELDS-AUDITED            PIC 9(6) COMP VALUE ZERO.
       01  WS-CONTENT-REJECTED          PIC 9(6) COMP VALUE ZERO.
       01  WS-FIELDS-ABBREVIATED        PIC 9(6) COMP VALUE ZERO.


       01  WS-REGISTER-LINE.
           05  FILLER                   PIC X(3)  VALUE SPACES.
           05  WR-REASON                PIC X(40).

       COPY RUNDATEC.

       PROCEDURE DIVISION.
       0000-MAIN.
           PERFORM 0005-GET-BUSINESS-DATE
           IF RD-DATE-REFUSED
               GOBACK
           END-IF
           PERFORM 0040-READ-COMPANY-CARD
           PERFORM 0050-INIT-VALIDATION
           PERFORM 0100-OPEN-FILES
           PERFORM 0300-APPLY-ONE-TRANSACTION UNTIL WS-END-OF-INPUT
           PERFORM 0950-CLOSE-FILES
           PERFORM 0960-DISPLAY-CONTROL-TOTALS
           IF NOT WS-RUN-SKIPPED
               PERFORM 0980-WRITE-BALANCE-RECORD
           END-IF
           GOBACK.

       0005-GET-BUSINESS-DATE.
      *    The run date is the business date from the control file,
      *    not the clock (RUNDATEC.CPY) - a closed date refuses the
      *    run before anything is opened.
           MOVE WS-JOB-NAME TO RD-JOB-NAME
           MOVE 'U' TO RD-ACCESS
           CALL 'RUNDATE' USING RUNDATE-PARMS
           EVALUATE TRUE
               WHEN RD-DATE-REFUSED
                   DISPLAY "Error: " FUNCTION TRIM(RD-MESSAGE)
                       " - " FUNCTION TRIM(RD-JOB-NAME) " not run"
                   MOVE 8 TO RETURN-CODE
               WHEN RD-CLOCK-DATE-USED
                   DISPLAY "Warning: " FUNCTION TRIM(RD-MESSAGE)
                   MOVE 4 TO RETURN-CODE
           END-EVALUATE
           MOVE RD-RUN-DATE TO WS-RUN-DATE.

       0040-READ-COMPANY-CARD.
      *    The scheduler's per-company job points COMPCTL at that
      *    company's run-control card (RUNCTL.CPY); only the company
           MOVE TV-FIELD-COUNT TO WS-FIELD-COUNT.

       0100-OPEN-FILES.
      *    The transaction file's envelope is checked before any
      *    of it is applied.  No file at all is still a quiet day,
      *    not a refusal.
           MOVE WS-JOB-NAME     TO IE-JOB-NAME
           MOVE WS-RUN-DATE     TO IE-RUN-DATE
           MOVE WS-COMPANY-CODE TO IE-COMPANY-CODE
           MOVE "CUSTTRAN"      TO IE-DSNAME
           MOVE SPACES          TO IE-REGISTER-DSNAME
           MOVE SPACES          TO IE-REPORT-DSNAME
           SET IE-TRANSACTION-FILE TO TRUE
           CALL 'CUSTENV' USING CUSTENV-PARMS
           IF IE-FILE-REFUSED
               DISPLAY "Error: maintenance transactions refused - "
                   FUNCTION TRIM(IE-REASON)
                   " - no transactions applied"
               SET WS-END-OF-INPUT TO TRUE
               SET WS-RUN-SKIPPED TO TRUE
               MOVE 8 TO RETURN-CODE
           ELSE
               OPEN INPUT CUST-TRAN-FILE
               IF WS-CUST-TRAN-STATUS NOT = "00"
                   DISPLAY "No maintenance transactions to apply,"
                       " status " WS-CUST-TRAN-STATUS
                   SET WS-END-OF-INPUT TO TRUE
               END-IF
           END-IF

      *    The master must already exist - maintenance is an update
                   " status " WS-CUST-MASTER-STATUS
                   " - no transactions applied"
               SET WS-END-OF-INPUT TO TRUE
               SET WS-RUN-SKIPPED TO TRUE
               MOVE 8 TO RETURN-CODE
           END-IF

                   " status " WS-JOURNAL-STATUS
                   " - no transactions applied"
               SET WS-END-OF-INPUT TO TRUE
               SET WS-RUN-SKIPPED TO TRUE
               MOVE 8 TO RETURN-CODE
           END-IF

               OPEN OUTPUT CONTENT-EXCEPTION-FILE
           END-IF

           OPEN EXTEND ABBREV-AUDIT-FILE
           IF WS-ABBREV-AUDIT-STATUS NOT = "00"
               OPEN OUTPUT ABBREV-AUDIT-FILE
           END-IF

           OPEN OUTPUT REGISTER-FILE
           MOVE "CUSTOMER MAINTENANCE TRANSACTION REGISTER"
               TO REGISTER-LINE
           WRITE REGISTER-LINE.

       0200-READ-TRANSACTION.
      *    Read past the header and trailer - CUSTENV has already
      *    proved them; they are not transactions.
           IF NOT WS-END-OF-INPUT
               SET EV-HEADER-RECORD TO TRUE
               PERFORM UNTIL WS-END-OF-INPUT
                       OR NOT (EV-HEADER-RECORD OR EV-TRAILER-RECORD)
                   READ CUST-TRAN-FILE
                       AT END
                           SET WS-END-OF-INPUT TO TRUE
                       NOT AT END
                           MOVE CUST-TRANSACTION-RECORD(1:10)
                               TO EV-RECORD-ID
                   END-READ
               END-PERFORM
           END-IF.

       0300-APPLY-ONE-TRANSACTION.
      *    Move-pass call - only reached when every keyed field
      *    cleared the checking pass, so the only non-move
      *    disposition left is an allowed truncation, audited now
      *    that the transaction is certain to apply.  A value the
      *    abbreviation dictionary shortened is logged here for the
      *    same reason.
           MOVE CT-CUST-KEY            TO TV-SOURCE-KEY
           MOVE WS-SUB                 TO TV-FIELD-SUB
           MOVE CT-FIELD-VALUE(WS-SUB) TO TV-FIELD-VALUE
           IF TV-TRUNCATED-AUDITED
               WRITE TRUNC-AUDIT-RECORD FROM TV-AUDIT-ROW
               ADD 1 TO WS-FIELDS-AUDITED
           END-IF
           IF TV-ABBREVIATED
               WRITE ABBREV-AUDIT-RECORD FROM TV-ABBREV-ROW
               ADD 1 TO WS-FIELDS-ABBREVIATED
           END-IF.

       8100-JOURNAL-ADD.
      *    sequence walks forward past rows an earlier run of the
      *    same day already claimed, so the key stays unique
      *    without a read-for-position first.
      *    Each customer key numbers its rows from 1 again, and
      *    the numbering stops short of the absorbed band a
      *    merge files another customer's history under.
           MOVE CT-CUST-KEY   TO CJ-CUST-KEY
           MOVE WS-RUN-DATE   TO CJ-JOURNAL-DATE
           MOVE WS-JOB-NAME   TO CJ-JOB-NAME
           MOVE SPACES        TO CJ-FIELD-NAME
           STRING "CUST-FIELD(" WS-FIELD-DIGIT ")"
               DELIMITED BY SIZE INTO CJ-FIELD-NAME
           IF CJ-CUST-KEY NOT = WS-JOURNAL-SEQ-KEY
               MOVE CJ-CUST-KEY TO WS-JOURNAL-SEQ-KEY
               MOVE ZERO TO WS-JOURNAL-SEQ
           END-IF
           MOVE 'N' TO WS-JRNL-WRITTEN-SWITCH
           PERFORM UNTIL WS-JRNL-ROW-WRITTEN
                   OR WS-JOURNAL-SEQ NOT < WS-JOURNAL-SEQ-LIMIT
               ADD 1 TO WS-JOURNAL-SEQ
               MOVE WS-JOURNAL-SEQ TO CJ-JOURNAL-SEQ
               WRITE CUST-JOURNAL-RECORD
                       " - change history incomplete"
                   SET WS-JRNL-ROW-WRITTEN TO TRUE
               END-IF
           END-PERFORM
           IF NOT WS-JRNL-ROW-WRITTEN
               DISPLAY "Error: journal sequence for key "
                   CJ-CUST-KEY " is exhausted - change history"
                   " incomplete"
               MOVE 8 TO RETURN-CODE
           END-IF.

       0980-WRITE-BALANCE-RECORD.
      *    One machine-readable control row for tonight's balancing
               MOVE WS-FIELDS-REJECTED TO BL-FIELDS-REJECTED
               MOVE WS-CONTENT-REJECTED TO BL-CONTENT-REJECTED
               MOVE WS-FIELDS-AUDITED TO BL-FIELDS-AUDITED
               MOVE WS-FIELDS-ABBREVIATED TO BL-FIELDS-ABBREVIATED
               WRITE BALANCE-CONTROL-RECORD
               CLOSE BALANCE-FILE
           END-IF.
           CLOSE TRUNC-EXCEPTION-FILE
           CLOSE TRUNC-AUDIT-FILE
           CLOSE CONTENT-EXCEPTION-FILE
           CLOSE ABBREV-AUDIT-FILE
           CLOSE REGISTER-FILE.

       0960-DISPLAY-CONTROL-TOTALS.
           DISPLAY "  FIELDS REJECTED      : " WS-FIELDS-REJECTED
           DISPLAY "  FIELDS AUDITED       : " WS-FIELDS-AUDITED
           DISPLAY "  CONTENT REJECTED     : " WS-CONTENT-REJECTED
           DISPLAY "  FIELDS ABBREVIATED   : " WS-FIELDS-ABBREVIATED
           DISPLAY "==================================================="
           IF WS-TRANS-REJECTED > ZERO
               MOVE 4 TO RETURN-CODE
