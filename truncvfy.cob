           05  FILLER                   PIC X(2)  VALUE SPACES.
           05  WD-OUT-VALUE             PIC X(30).

       COPY RUNDATEC.

       PROCEDURE DIVISION.
       0000-MAIN.
           PERFORM 0005-GET-BUSINESS-DATE
           IF RD-DATE-REFUSED
               GOBACK
           END-IF
           PERFORM 0050-LOAD-EXPLANATIONS
           PERFORM 0080-OPEN-REPORT
           PERFORM 0015-OPEN-RUN-CONTROL
           PERFORM 0990-DISPLAY-GRAND-TOTALS
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

       0015-OPEN-RUN-CONTROL.
           OPEN INPUT RUN-CONTROL-FILE
           IF WS-RUN-CONTROL-STATUS NOT = "00"
