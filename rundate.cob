       IDENTIFICATION DIVISION.
       PROGRAM-ID. RUNDATE.
      *****************************************************************
      *  Business processing date module.
      *  Every batch job used to stamp its trails and balance rows
      *  with the machine clock date, so a cycle that ran past
      *  midnight split one night's work across two dates, and a
      *  rerun of last night's cycle the next morning posted under
      *  today.  The jobs now CALL here once at startup instead -
      *  see RUNDATEC.CPY for the calling convention.
      *
      *  The run date is the open business date on the BUSDATE
      *  control file (BUSDATE.CPY), which operations opens, closes,
      *  and rolls with the BUSDMNT utility.  The machine clock is
      *  used only when operations has switched the clock fallback
      *  on in that record - a missing or unreadable control file
      *  refuses the job rather than quietly falling back.  A date
      *  that is already closed refuses every updating job, so
      *  nothing can be written under a night that has been
      *  balanced and signed off; report-only jobs may still run.
      *****************************************************************
       ENVIRONMENT DIVISION.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
           SELECT BUSINESS-DATE-FILE ASSIGN TO "BUSDATE"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-BUSINESS-DATE-STATUS.

       DATA DIVISION.
       FILE SECTION.
       FD  BUSINESS-DATE-FILE.
           COPY BUSDATE.

       WORKING-STORAGE SECTION.
       01  WS-BUSINESS-DATE-STATUS      PIC X(2)  VALUE SPACES.

       01  WS-CONTROL-SWITCH            PIC X(1)  VALUE 'N'.
           88  WS-CONTROL-RECORD-FOUND             VALUE 'Y'.

       01  WS-CLOCK-DATE                PIC 9(8)  VALUE ZERO.

       LINKAGE SECTION.
       COPY RUNDATEC.

       PROCEDURE DIVISION USING RUNDATE-PARMS.
       0000-GET-RUN-DATE.
           MOVE 'X'    TO RD-RESULT
           MOVE 'N'    TO RD-CLOSED-FLAG
           MOVE ZERO   TO RD-RUN-DATE
           MOVE SPACES TO RD-MESSAGE

           PERFORM 0100-READ-CONTROL-RECORD
           IF WS-CONTROL-RECORD-FOUND
               IF BD-USE-CLOCK-DATE
                   PERFORM 0300-USE-CLOCK-DATE
               ELSE
                   PERFORM 0200-USE-BUSINESS-DATE
               END-IF
           END-IF
           GOBACK.

       0100-READ-CONTROL-RECORD.
           MOVE 'N' TO WS-CONTROL-SWITCH
           OPEN INPUT BUSINESS-DATE-FILE
           IF WS-BUSINESS-DATE-STATUS NOT = "00"
               MOVE SPACES TO RD-MESSAGE
               STRING "business date control file not available,"
                   " status " WS-BUSINESS-DATE-STATUS
                   DELIMITED BY SIZE INTO RD-MESSAGE
           ELSE
               READ BUSINESS-DATE-FILE
                   AT END
                       MOVE "business date control file is empty"
                           TO RD-MESSAGE
                   NOT AT END
                       MOVE 'Y' TO WS-CONTROL-SWITCH
               END-READ
               CLOSE BUSINESS-DATE-FILE
           END-IF.

       0200-USE-BUSINESS-DATE.
           EVALUATE TRUE
               WHEN BD-BUSINESS-DATE NOT NUMERIC
               WHEN BD-BUSINESS-DATE = ZERO
                   MOVE "no business date has been opened"
                       TO RD-MESSAGE
               WHEN BD-DATE-CLOSED
                   IF RD-REPORT-ONLY-JOB
                       MOVE 'B' TO RD-RESULT
                       MOVE 'Y' TO RD-CLOSED-FLAG
                       MOVE BD-BUSINESS-DATE TO RD-RUN-DATE
                   ELSE
                       STRING "business date " BD-BUSINESS-DATE
                           " is closed"
                           DELIMITED BY SIZE INTO RD-MESSAGE
                   END-IF
               WHEN NOT BD-DATE-OPEN
                   STRING "business date control status '"
                       BD-DATE-STATUS "' is not valid"
                       DELIMITED BY SIZE INTO RD-MESSAGE
      *        An open date on or before the last closed night is
      *        only legitimate when operations reopened it for a
      *        rerun - anything else is a damaged control record.
               WHEN BD-LAST-CLOSED-DATE IS NUMERIC
                AND BD-BUSINESS-DATE NOT > BD-LAST-CLOSED-DATE
                AND NOT BD-DATE-REOPENED
                AND NOT RD-REPORT-ONLY-JOB
                   STRING "business date " BD-BUSINESS-DATE
                       " is not after last closed date "
                       BD-LAST-CLOSED-DATE
                       DELIMITED BY SIZE INTO RD-MESSAGE
               WHEN OTHER
                   MOVE 'B' TO RD-RESULT
                   MOVE BD-BUSINESS-DATE TO RD-RUN-DATE
           END-EVALUATE.

       0300-USE-CLOCK-DATE.
           MOVE FUNCTION CURRENT-DATE(1:8) TO WS-CLOCK-DATE
           IF BD-LAST-CLOSED-DATE IS NUMERIC
               AND WS-CLOCK-DATE NOT > BD-LAST-CLOSED-DATE
               AND NOT RD-REPORT-ONLY-JOB
               STRING "clock date " WS-CLOCK-DATE
                   " is not after last closed date "
                   BD-LAST-CLOSED-DATE
                   DELIMITED BY SIZE INTO RD-MESSAGE
           ELSE
               MOVE 'K' TO RD-RESULT
               MOVE WS-CLOCK-DATE TO RD-RUN-DATE
               STRING "clock fallback is on - running on clock date "
                   WS-CLOCK-DATE
                   DELIMITED BY SIZE INTO RD-MESSAGE
           END-IF.
