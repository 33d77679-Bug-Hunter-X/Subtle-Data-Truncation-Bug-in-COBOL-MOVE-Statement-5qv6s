           05  FILLER                   PIC X(2)  VALUE SPACES.
           05  WR-REASON                PIC X(40).

       COPY RUNDATEC.

       PROCEDURE DIVISION.
       0000-MAIN.
           PERFORM 0005-GET-BUSINESS-DATE
           IF RD-DATE-REFUSED
               GOBACK
           END-IF
           PERFORM 0100-OPEN-FILES
           PERFORM 0200-READ-ACKNOWLEDGMENT
           PERFORM 0300-APPLY-ONE-ACKNOWLEDGMENT UNTIL WS-END-OF-INPUT
           PERFORM 0960-DISPLAY-CONTROL-TOTALS
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

       0100-OPEN-FILES.
           OPEN INPUT ACK-FILE
           IF WS-ACK-STATUS NOT = "00"
