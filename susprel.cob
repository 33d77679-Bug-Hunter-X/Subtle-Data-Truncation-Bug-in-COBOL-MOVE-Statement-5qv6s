               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-TRUNC-AUDIT-STATUS.

           SELECT ABBREV-AUDIT-FILE ASSIGN TO "ABBRAUD"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-ABBREV-AUDIT-STATUS.

      *    Every write to the customer master journals its before
      *    and after images here - see CUSTJRNL.CPY and the
      *    CUSTASOF as-of inquiry.
       FD  TRUNC-AUDIT-FILE.
           COPY TRUNCAUD.

       FD  ABBREV-AUDIT-FILE.
           COPY ABBRAUD.

       FD  JOURNAL-FILE.
           COPY CUSTJRNL.

       01  WS-CORRECTION-STATUS         PIC X(2)  VALUE SPACES.
       01  WS-CUST-MASTER-STATUS        PIC X(2)  VALUE SPACES.
       01  WS-TRUNC-AUDIT-STATUS        PIC X(2)  VALUE SPACES.
       01  WS-ABBREV-AUDIT-STATUS       PIC X(2)  VALUE SPACES.
       01  WS-BALANCE-STATUS            PIC X(2)  VALUE SPACES.
       01  WS-JOURNAL-STATUS            PIC X(2)  VALUE SPACES.
       01  WS-JOURNAL-SEQ               PIC 9(6)  VALUE ZERO.
       01  WS-JOURNAL-SEQ-KEY           PIC X(10) VALUE SPACES.
       01  WS-JOURNAL-SEQ-LIMIT         PIC 9(6)  VALUE 900000.
       01  WS-JRNL-WRITTEN-SWITCH       PIC X(1)  VALUE 'N'.
           88  WS-JRNL-ROW-WRITTEN                 VALUE 'Y'.
       01  WS-FIELD-DIGIT               PIC 9(1)  VALUE ZERO.
       01  WS-RECORDS-POSTED            PIC 9(6)  VALUE ZERO.
       01  WS-RECORDS-HELD              PIC 9(6)  VALUE ZERO.
       01  WS-FIELDS-AUDITED            PIC 9(6)  VALUE ZERO.
       01  WS-FIELDS-ABBREVIATED        PIC 9(6)  VALUE ZERO.

      *    Corrections captured by the TRUNCORR screen, loaded once
      *    at startup and overlaid onto the suspended values before
           05  FILLER                   PIC X(2)  VALUE SPACES.
           05  WR-REASON                PIC X(40).

       COPY RUNDATEC.

       PROCEDURE DIVISION.
       0000-MAIN.
           PERFORM 0005-GET-BUSINESS-DATE
           IF RD-DATE-REFUSED
               GOBACK
           END-IF
           PERFORM 0050-INIT-VALIDATION
           PERFORM 0060-LOAD-CORRECTIONS
           PERFORM 0100-OPEN-FILES
           PERFORM 0980-WRITE-BALANCE-RECORD
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

       0050-INIT-VALIDATION.
      *    The field and code tables live inside the shared
      *    validation module - one call with a zero subscript loads
               OPEN OUTPUT TRUNC-AUDIT-FILE
           END-IF

           OPEN EXTEND ABBREV-AUDIT-FILE
           IF WS-ABBREV-AUDIT-STATUS NOT = "00"
               OPEN OUTPUT ABBREV-AUDIT-FILE
           END-IF

      *    The journal is as load-bearing as the master itself.
           OPEN I-O JOURNAL-FILE
           IF WS-JOURNAL-STATUS NOT = "00"
           IF TV-TRUNCATED-AUDITED
               WRITE TRUNC-AUDIT-RECORD FROM TV-AUDIT-ROW
               ADD 1 TO WS-FIELDS-AUDITED
           END-IF
           IF TV-ABBREVIATED
               WRITE ABBREV-AUDIT-RECORD FROM TV-ABBREV-ROW
               ADD 1 TO WS-FIELDS-ABBREVIATED
           END-IF.

       8100-JOURNAL-RELEASE.
      *    A release always creates the record, so the before image
      *    is spaces.  The sequence walks forward past rows an
      *    earlier run of the same day already claimed.
      *    Each customer key numbers its rows from 1 again, and
      *    the numbering stops short of the absorbed band a
      *    merge files another customer's history under.
           MOVE SU-CUST-KEY   TO CJ-CUST-KEY
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

       0400-WRITE-RELEASE-LINE.
           MOVE SU-CUST-KEY      TO WR-CUST-KEY
               MOVE ZERO              TO BL-FIELDS-REJECTED
               MOVE ZERO              TO BL-CONTENT-REJECTED
               MOVE WS-FIELDS-AUDITED TO BL-FIELDS-AUDITED
               MOVE WS-FIELDS-ABBREVIATED TO BL-FIELDS-ABBREVIATED
               WRITE BALANCE-CONTROL-RECORD
               CLOSE BALANCE-FILE
           END-IF.
               CLOSE JOURNAL-FILE
           END-IF
           CLOSE TRUNC-AUDIT-FILE
           CLOSE ABBREV-AUDIT-FILE

           MOVE SPACES TO REPORT-LINE
           WRITE REPORT-LINE
           DISPLAY "  RECORDS POSTED        : " WS-RECORDS-POSTED
           DISPLAY "  RECORDS HELD          : " WS-RECORDS-HELD
           DISPLAY "  FIELDS AUDITED        : " WS-FIELDS-AUDITED
           DISPLAY "  FIELDS ABBREVIATED    : " WS-FIELDS-ABBREVIATED
           DISPLAY "==================================================="
           IF WS-RECORDS-HELD > ZERO
               MOVE 4 TO RETURN-CODE
