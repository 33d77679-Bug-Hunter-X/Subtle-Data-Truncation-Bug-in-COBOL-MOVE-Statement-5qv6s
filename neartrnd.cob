           05  FILLER                   PIC X(6)  VALUE SPACES.
           05  WT-FLAG                  PIC X(10).

       COPY RUNDATEC.

       PROCEDURE DIVISION.
       0000-MAIN.
           PERFORM 0005-GET-BUSINESS-DATE
           IF RD-DATE-REFUSED
               GOBACK
           END-IF
           PERFORM 0100-INITIALIZE
           PERFORM 0200-ACCUMULATE-STATS UNTIL WS-END-OF-FILE
           PERFORM 0900-PRINT-REPORT
           PERFORM 0950-TERMINATE
           GOBACK.

       0005-GET-BUSINESS-DATE.
      *    The run date is the business date from the control file,
      *    not the clock (RUNDATEC.CPY).  This job only reports, so
      *    it may also run under a date already closed.
           MOVE 'NEARTRND' TO RD-JOB-NAME
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
           MOVE RD-RUN-DATE TO WS-TODAY-DATE.

       0100-INITIALIZE.
           COMPUTE WS-TODAY-INTEGER =
               FUNCTION INTEGER-OF-DATE(WS-TODAY-DATE)

