       01  WS-NEW-TOTAL-SCORE           PIC 9(8)  VALUE ZERO.
       01  WS-SUB                       PIC 9(4) COMP.

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
               MOVE ZERO              TO BL-FIELDS-REJECTED
               MOVE ZERO              TO BL-CONTENT-REJECTED
               MOVE ZERO              TO BL-FIELDS-AUDITED
               MOVE ZERO              TO BL-FIELDS-ABBREVIATED
               WRITE BALANCE-CONTROL-RECORD
               CLOSE BALANCE-FILE
           END-IF.
