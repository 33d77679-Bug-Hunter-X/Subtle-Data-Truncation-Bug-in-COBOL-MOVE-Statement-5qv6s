      *  date / company, into the keyed near-limit statistics file
      *  (NEARSTAT.CPY) that feeds the NEARTRND early-warning
      *  report.  TRUNTRND reads the master back for period-over-period
      *  trending.  Tonight's abbreviation trail (ABBRAUD.CPY) rows
      *  are counted for the balancing control row only - a value
      *  the dictionary shortened still moved, so it is not history.
      *
      *  The trails accumulate across runs (the writers open them
      *  EXTEND and housekeeping keeps a retention window), so only
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-NEAR-LIMIT-STATUS.

           SELECT ABBREV-AUDIT-FILE ASSIGN TO "ABBRAUD"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-ABBREV-AUDIT-STATUS.

           SELECT NEAR-STAT-FILE ASSIGN TO "NEARSTAT"
               ORGANIZATION IS INDEXED
               ACCESS MODE IS RANDOM
       FD  NEAR-LIMIT-FILE.
           COPY NEARLIM.

       FD  ABBREV-AUDIT-FILE.
           COPY ABBRAUD.

       FD  NEAR-STAT-FILE.
           COPY NEARSTAT.

       01  WS-TRUNC-AUDIT-STATUS        PIC X(2)  VALUE SPACES.
       01  WS-CONTENT-EXCEPTION-STATUS  PIC X(2)  VALUE SPACES.
       01  WS-NEAR-LIMIT-STATUS         PIC X(2)  VALUE SPACES.
       01  WS-ABBREV-AUDIT-STATUS       PIC X(2)  VALUE SPACES.
       01  WS-NEAR-STAT-STATUS          PIC X(2)  VALUE SPACES.
       01  WS-TRUNC-HISTORY-STATUS      PIC X(2)  VALUE SPACES.
       01  WS-BALANCE-STATUS            PIC X(2)  VALUE SPACES.
       01  WS-EXC-TODAY                 PIC 9(6) COMP VALUE ZERO.
       01  WS-AUD-TODAY                 PIC 9(6) COMP VALUE ZERO.
       01  WS-CON-TODAY                 PIC 9(6) COMP VALUE ZERO.
       01  WS-ABB-TODAY                 PIC 9(6) COMP VALUE ZERO.
       01  WS-ABBREV-READ               PIC 9(6) COMP VALUE ZERO.
       01  WS-NEAR-READ                 PIC 9(6) COMP VALUE ZERO.
       01  WS-NEAR-STAT-WRITTEN         PIC 9(6) COMP VALUE ZERO.
       01  WS-NEAR-STAT-REPLACED        PIC 9(6) COMP VALUE ZERO.
           88  WS-COUNTING-ALLOW                   VALUE 'A'.
           88  WS-COUNTING-CONTENT                 VALUE 'C'.

       COPY RUNDATEC.

       PROCEDURE DIVISION.
       0000-MAIN.
           PERFORM 0005-GET-BUSINESS-DATE
           IF RD-DATE-REFUSED
               GOBACK
           END-IF
           PERFORM 0100-ACCUMULATE-EXCEPTIONS
           PERFORM 0200-ACCUMULATE-AUDITS
           PERFORM 0250-ACCUMULATE-CONTENT
           PERFORM 0260-ACCUMULATE-NEAR-LIMITS
           PERFORM 0280-COUNT-ABBREVIATIONS
           PERFORM 0300-POST-TO-HISTORY-MASTER
           PERFORM 0320-POST-TO-NEAR-STATS
           PERFORM 0900-DISPLAY-CONTROL-TOTALS
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

       0100-ACCUMULATE-EXCEPTIONS.
           MOVE 'N' TO WS-EOF-SWITCH
           OPEN INPUT TRUNC-EXCEPTION-FILE
               CLOSE NEAR-LIMIT-FILE
           END-IF.

       0280-COUNT-ABBREVIATIONS.
           MOVE 'N' TO WS-EOF-SWITCH
           OPEN INPUT ABBREV-AUDIT-FILE
           IF WS-ABBREV-AUDIT-STATUS NOT = "00"
               SET WS-END-OF-FILE TO TRUE
           ELSE
               READ ABBREV-AUDIT-FILE
                   AT END SET WS-END-OF-FILE TO TRUE
               END-READ
           END-IF
           PERFORM UNTIL WS-END-OF-FILE
               ADD 1 TO WS-ABBREV-READ
               IF AA-RUN-DATE NOT = WS-RUN-DATE
                   ADD 1 TO WS-PRIOR-RUN-ROWS
               ELSE
                   ADD 1 TO WS-ABB-TODAY
               END-IF
               READ ABBREV-AUDIT-FILE
                   AT END SET WS-END-OF-FILE TO TRUE
               END-READ
           END-PERFORM
           IF WS-ABBREV-AUDIT-STATUS = "00" OR "10"
               CLOSE ABBREV-AUDIT-FILE
           END-IF.

       0270-COUNT-INTO-NEAR-TABLE.
           MOVE 'N' TO WS-FOUND-SWITCH
           PERFORM VARYING WS-NEA-IDX FROM 1 BY 1
               MOVE WS-EXC-TODAY      TO BL-FIELDS-REJECTED
               MOVE WS-CON-TODAY      TO BL-CONTENT-REJECTED
               MOVE WS-AUD-TODAY      TO BL-FIELDS-AUDITED
               MOVE WS-ABB-TODAY      TO BL-FIELDS-ABBREVIATED
               WRITE BALANCE-CONTROL-RECORD
               CLOSE BALANCE-FILE
           END-IF.
           DISPLAY "  AUDIT ROWS READ        : " WS-AUDITS-READ
           DISPLAY "  CONTENT ROWS READ      : " WS-CONTENT-READ
           DISPLAY "  NEAR-LIMIT ROWS READ   : " WS-NEAR-READ
           DISPLAY "  ABBREVIATION ROWS READ : " WS-ABBREV-READ
           DISPLAY "  NEAR-STAT ROWS ADDED   : " WS-NEAR-STAT-WRITTEN
           DISPLAY "  NEAR-STAT ROWS REPLACED: "
               WS-NEAR-STAT-REPLACED
