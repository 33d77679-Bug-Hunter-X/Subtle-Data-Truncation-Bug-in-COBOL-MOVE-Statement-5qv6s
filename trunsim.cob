       IDENTIFICATION DIVISION.
       PROGRAM-ID. TRUNSIM.
      *****************************************************************
      *  What-if simulation of pending reference changes.
      *  A length, mode or edit-rule change keyed ahead on FLDREF,
      *  or a code retired on CODEREF, used to show its effect only
      *  on the night it went live, when the exception trails filled
      *  up.  This job runs every record on each company's customer
      *  master (the RUNCTL companies, as the conversion walks them)
      *  and every suspended record (CUSTSUSP) through the shared
      *  validation module TRUNVAL twice:
      *    - under the current rules, those in effect on the
      *      business date;
      *    - under the proposed rules: the reference rows in effect
      *      on the simulation date (SIMCTL.CPY - by default every
      *      change already keyed), plus any proposed REFMNT cards
      *      not yet applied (REFPROP, REFTRAN.CPY layout).
      *  The TRUNSIMR report shows, per company and per field, how
      *  many values would newly reject, newly truncate, newly fail
      *  a content edit, or newly pass, with sample keys for each -
      *  what the data owners sign off before a change goes in.
      *
      *  Nothing is written to any trail, the master, the suspense
      *  file or the balancing file: TRUNVAL builds row images but
      *  never writes them, and this job throws them away.  The
      *  current-rule outcomes are held on the work file TRUNSIMW
      *  between the two passes.
      *****************************************************************
       ENVIRONMENT DIVISION.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
           SELECT SIM-CONTROL-FILE ASSIGN TO "SIMCTL"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-SIM-CONTROL-STATUS.

           SELECT PROPOSED-CARD-FILE ASSIGN TO "REFPROP"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-PROPOSED-CARD-STATUS.

           SELECT RUN-CONTROL-FILE ASSIGN TO "RUNCTL"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-RUN-CONTROL-STATUS.

      *    Each company's master is assigned through a data name,
      *    as the conversion assigns its output.
           SELECT CUST-MASTER-FILE ASSIGN TO WS-CUST-OUT-DSNAME
               ORGANIZATION IS INDEXED
               ACCESS MODE IS SEQUENTIAL
               RECORD KEY IS CUST-MST-KEY
               FILE STATUS IS WS-CUST-MASTER-STATUS.

           SELECT SUSPENSE-FILE ASSIGN TO "CUSTSUSP"
               ORGANIZATION IS INDEXED
               ACCESS MODE IS SEQUENTIAL
               RECORD KEY IS SU-SUSPENSE-KEY
               FILE STATUS IS WS-SUSPENSE-STATUS.

           SELECT SIM-WORK-FILE ASSIGN TO "TRUNSIMW"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-SIM-WORK-STATUS.

           SELECT REPORT-FILE ASSIGN TO "TRUNSIMR"
               ORGANIZATION IS LINE SEQUENTIAL.

       DATA DIVISION.
       FILE SECTION.
       FD  SIM-CONTROL-FILE.
           COPY SIMCTL.

       FD  PROPOSED-CARD-FILE.
           COPY REFTRAN.

       FD  RUN-CONTROL-FILE.
           COPY RUNCTL.

       FD  CUST-MASTER-FILE.
           COPY CUSTREC REPLACING ==CUST-RECORD== BY ==CUST-MST-RECORD==
               ==CUST-FIELD-TABLE== BY ==CUST-MST-FIELD-TABLE==
               ==CUST-FIELD== BY ==CUST-MST-FIELD==
               ==CUST-KEY== BY ==CUST-MST-KEY==.

       FD  SUSPENSE-FILE.
           COPY SUSPREC.

      *    One row per record validated under the current rules, in
      *    the order the proposed pass reads the same records back.
       FD  SIM-WORK-FILE.
       01  SIM-WORK-RECORD.
           05  SW-COMPANY-CODE          PIC X(04).
           05  SW-SOURCE                PIC X(01).
           05  SW-CUST-KEY              PIC X(10).
           05  SW-SUSPEND-SEQ           PIC 9(04).
           05  SW-SUSPEND-FLAG          PIC X(01).
           05  SW-DISPOSITION           PIC X(01) OCCURS 5 TIMES.

       FD  REPORT-FILE.
       01  REPORT-LINE                  PIC X(132).

       WORKING-STORAGE SECTION.
       01  WS-SIM-CONTROL-STATUS        PIC X(2)  VALUE SPACES.
       01  WS-PROPOSED-CARD-STATUS      PIC X(2)  VALUE SPACES.
       01  WS-RUN-CONTROL-STATUS        PIC X(2)  VALUE SPACES.
       01  WS-CUST-MASTER-STATUS        PIC X(2)  VALUE SPACES.
       01  WS-SUSPENSE-STATUS           PIC X(2)  VALUE SPACES.
       01  WS-SIM-WORK-STATUS           PIC X(2)  VALUE SPACES.

       01  WS-EOF-SWITCH                PIC X(1)  VALUE 'N'.
           88  WS-END-OF-INPUT                     VALUE 'Y'.
       01  WS-RUNCTL-PRESENT-SWITCH     PIC X(1)  VALUE 'Y'.
           88  WS-RUNCTL-PRESENT                   VALUE 'Y'.
       01  WS-RUNCTL-EOF-SWITCH         PIC X(1)  VALUE 'N'.
           88  WS-END-OF-RUN-CONTROL               VALUE 'Y'.
       01  WS-WORK-EOF-SWITCH           PIC X(1)  VALUE 'N'.
           88  WS-END-OF-WORK                      VALUE 'Y'.
       01  WS-SUSPENSE-OPEN-SWITCH      PIC X(1)  VALUE 'N'.
           88  WS-SUSPENSE-OPEN                    VALUE 'Y'.
       01  WS-OUT-OF-STEP-SWITCH        PIC X(1)  VALUE 'N'.
           88  WS-OUT-OF-STEP                      VALUE 'Y'.
       01  WS-RECORD-SUSPEND-SWITCH     PIC X(1)  VALUE 'N'.
           88  WS-RECORD-WOULD-SUSPEND             VALUE 'Y'.

      *    Which set of rules the pass in progress validates under.
       01  WS-PASS-SWITCH               PIC X(1)  VALUE 'C'.
           88  WS-CURRENT-PASS                     VALUE 'C'.
           88  WS-PROPOSED-PASS                    VALUE 'P'.

       01  WS-JOB-NAME                  PIC X(8)  VALUE 'TRUNSIM'.
       01  WS-RUN-DATE                  PIC 9(8).
       01  WS-RULES-AS-OF-DATE          PIC 9(8)  VALUE 99999999.
       01  WS-SAMPLE-LIMIT              PIC 9(4) COMP VALUE 5.
       01  WS-FIELD-COUNT               PIC 9(4) COMP VALUE ZERO.
       01  WS-SUB                       PIC 9(4) COMP.
       01  WS-OUTCOME-SUB               PIC 9(4) COMP.
       01  WS-SAMPLE-SUB                PIC 9(4) COMP.
       01  WS-CARD-SUB                  PIC 9(4) COMP.

      *    The company being simulated and its master dataset.  The
      *    defaults are the conversion's single-company allocation,
      *    for a run with no RUNCTL file.
       01  WS-COMPANY-CODE              PIC X(4)  VALUE SPACES.
       01  WS-CUST-OUT-DSNAME           PIC X(44) VALUE "CUSTOUT".
       01  WS-COMPANIES-SIMULATED       PIC 9(4)  VALUE ZERO.

      *    The record in hand, from either file.
       01  WS-SOURCE                    PIC X(1)  VALUE SPACE.
           88  WS-FROM-MASTER                      VALUE 'M'.
           88  WS-FROM-SUSPENSE                    VALUE 'S'.
       01  WS-CUST-KEY                  PIC X(10) VALUE SPACES.
       01  WS-SUSPEND-SEQ               PIC 9(4)  VALUE ZERO.
       01  WS-FIELD-VALUES.
           05  WS-FIELD-VALUE           PIC X(100) OCCURS 5 TIMES.

      *    Proposed cards from REFPROP, passed to TRUNVAL for the
      *    proposed pass.  The limit matches TV-PROPOSED-CARD.
       01  WS-CARD-LIMIT                PIC 9(4) COMP VALUE 20.
       01  WS-CARD-COUNT                PIC 9(4) COMP VALUE ZERO.
       01  WS-CARDS-READ                PIC 9(4) COMP VALUE ZERO.
       01  WS-CARD-TABLE.
           05  WS-CARD-IMAGE            PIC X(121) OCCURS 20 TIMES.

      *    Per-field outcome counts for the company in hand.
      *    Outcome 1 newly rejects on length, 2 newly truncates,
      *    3 newly fails a content edit, 4 newly passes.
       01  WS-OUTCOME-LABEL-VALUES.
           05  FILLER                   PIC X(16) VALUE
                                        'NEWLY REJECT    '.
           05  FILLER                   PIC X(16) VALUE
                                        'NEWLY TRUNCATE  '.
           05  FILLER                   PIC X(16) VALUE
                                        'NEWLY FAIL EDIT '.
           05  FILLER                   PIC X(16) VALUE
                                        'NEWLY PASS      '.
       01  WS-OUTCOME-LABEL-TABLE REDEFINES WS-OUTCOME-LABEL-VALUES.
           05  WS-OUTCOME-LABEL         PIC X(16) OCCURS 4 TIMES.

       01  WS-COMPANY-TOTALS.
           05  WS-MASTER-RECORDS        PIC 9(8) COMP.
           05  WS-SUSPENSE-RECORDS      PIC 9(8) COMP.
           05  WS-NEWLY-SUSPENDED       PIC 9(8) COMP.
           05  WS-NO-LONGER-SUSPENDED   PIC 9(8) COMP.
           05  WS-SIM-FIELD OCCURS 5 TIMES.
               10  WS-SF-MAX-PROPOSED   PIC 9(4).
               10  WS-SF-UNCHANGED      PIC 9(8) COMP.
               10  WS-SF-OUTCOME OCCURS 4 TIMES.
                   15  WS-SF-COUNT      PIC 9(8) COMP.
                   15  WS-SF-SAMPLES    PIC 9(4) COMP.
                   15  WS-SF-SAMPLE OCCURS 5 TIMES.
                       20  WS-SF-SAMPLE-KEY    PIC X(10).
                       20  WS-SF-SAMPLE-SOURCE PIC X(01).
      *    Field names and current-rule maximums, as the current
      *    pass found them - the rules do not vary by record.
       01  WS-FIELD-NAMES.
           05  WS-FIELD-NAME            PIC X(15) OCCURS 5 TIMES.
       01  WS-MAX-NOW-TABLE.
           05  WS-MAX-NOW               PIC 9(4)  OCCURS 5 TIMES.

       01  WS-GRAND-RECORDS             PIC 9(8) COMP VALUE ZERO.
       01  WS-GRAND-CHANGED             PIC 9(8) COMP VALUE ZERO.

       01  WS-CARD-LINE.
           05  FILLER                   PIC X(4)  VALUE SPACES.
           05  FILLER                   PIC X(15) VALUE
                                        'PROPOSED CARD  '.
           05  WC-CARD-IMAGE            PIC X(100).

       01  WS-HEADING-LINE.
           05  FILLER                   PIC X(4)  VALUE SPACES.
           05  FILLER                   PIC X(17) VALUE 'FIELD'.
           05  FILLER                   PIC X(18) VALUE
                                        'MAX NOW  PROPOSED'.
           05  FILLER                   PIC X(13) VALUE
                                        '  NEW REJECT'.
           05  FILLER                   PIC X(13) VALUE
                                        '   NEW TRUNC'.
           05  FILLER                   PIC X(13) VALUE
                                        '    NEW EDIT'.
           05  FILLER                   PIC X(13) VALUE
                                        '    NEW PASS'.
           05  FILLER                   PIC X(13) VALUE
                                        '   UNCHANGED'.

       01  WS-FIELD-LINE.
           05  FILLER                   PIC X(4)  VALUE SPACES.
           05  WF-FIELD-NAME            PIC X(15).
           05  FILLER                   PIC X(2)  VALUE SPACES.
           05  WF-MAX-NOW               PIC ZZZ9.
           05  FILLER                   PIC X(5)  VALUE SPACES.
           05  WF-MAX-PROPOSED          PIC ZZZ9.
           05  FILLER                   PIC X(5)  VALUE SPACES.
           05  WF-OUTCOME OCCURS 4 TIMES.
               10  FILLER               PIC X(2)  VALUE SPACES.
               10  WF-COUNT             PIC ZZ,ZZZ,ZZ9.
               10  FILLER               PIC X(1)  VALUE SPACES.
           05  FILLER                   PIC X(2)  VALUE SPACES.
           05  WF-UNCHANGED             PIC ZZ,ZZZ,ZZ9.

       01  WS-SAMPLE-LINE.
           05  FILLER                   PIC X(8)  VALUE SPACES.
           05  WM-OUTCOME-LABEL         PIC X(16).
           05  FILLER                   PIC X(9)  VALUE 'SAMPLES: '.
           05  WM-SAMPLE OCCURS 5 TIMES.
               10  WM-SAMPLE-KEY        PIC X(10).
               10  WM-SAMPLE-SOURCE     PIC X(06).
               10  FILLER               PIC X(2)  VALUE SPACES.

       01  WS-EDIT-COUNT                PIC ZZ,ZZZ,ZZ9.
       01  WS-EDIT-COUNT-2              PIC ZZ,ZZZ,ZZ9.

       COPY TRUNVALC.

       COPY RUNDATEC.

       PROCEDURE DIVISION.
       0000-MAIN.
           PERFORM 0005-GET-BUSINESS-DATE
           IF RD-DATE-REFUSED
               GOBACK
           END-IF
           PERFORM 0100-OPEN-FILES
           PERFORM 0200-READ-SIM-CONTROL
           PERFORM 0300-LOAD-PROPOSED-CARDS
           PERFORM 0400-PRINT-REPORT-HEADING

      *    Current rules: the business date's, loaded once by the
      *    first call as in every validating job.
           SET WS-CURRENT-PASS TO TRUE
           PERFORM 0050-INIT-VALIDATION
           OPEN OUTPUT SIM-WORK-FILE
           IF WS-SIM-WORK-STATUS NOT = "00"
               DISPLAY "Error: could not open TRUNSIMW, status "
                   WS-SIM-WORK-STATUS " - nothing compared"
               MOVE 8 TO RETURN-CODE
               CLOSE REPORT-FILE
               GOBACK
           END-IF
           PERFORM 1000-RUN-ONE-PASS
           CLOSE SIM-WORK-FILE

      *    Proposed rules: TRUNVAL reloads for the simulation date
      *    with the proposed cards on top.
           SET WS-PROPOSED-PASS TO TRUE
           PERFORM 0060-RELOAD-PROPOSED-RULES
           MOVE 'N' TO WS-WORK-EOF-SWITCH
           OPEN INPUT SIM-WORK-FILE
           IF WS-SIM-WORK-STATUS NOT = "00"
               DISPLAY "Error: could not reopen TRUNSIMW, status "
                   WS-SIM-WORK-STATUS " - nothing compared"
               MOVE 8 TO RETURN-CODE
           ELSE
               PERFORM 1000-RUN-ONE-PASS
               CLOSE SIM-WORK-FILE
           END-IF

           PERFORM 0950-CLOSE-FILES
           PERFORM 0960-DISPLAY-CONTROL-TOTALS
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

       0050-INIT-VALIDATION.
      *    One call with a zero subscript loads the tables and
      *    answers with how many protected fields there are.
           MOVE WS-JOB-NAME TO TV-JOB-NAME
           MOVE WS-RUN-DATE TO TV-RUN-DATE
           MOVE SPACES      TO TV-COMPANY-CODE
           MOVE SPACES      TO TV-SOURCE-KEY
           MOVE ZERO        TO TV-FIELD-SUB
           MOVE SPACES      TO TV-FIELD-VALUE
           MOVE 'N'         TO TV-RELOAD-SWITCH
           MOVE ZERO        TO TV-RULES-AS-OF-DATE
           MOVE ZERO        TO TV-PROPOSED-COUNT
           CALL 'TRUNVAL' USING TRUNVAL-PARMS
           MOVE TV-FIELD-COUNT TO WS-FIELD-COUNT
           IF WS-FIELD-COUNT > 5
               DISPLAY "Warning: field table holds " WS-FIELD-COUNT
                   " fields - only the 5 on the customer record"
                   " are simulated"
               MOVE 5 TO WS-FIELD-COUNT
               IF RETURN-CODE < 4
                   MOVE 4 TO RETURN-CODE
               END-IF
           END-IF.

       0060-RELOAD-PROPOSED-RULES.
           SET TV-RELOAD-TABLES TO TRUE
           MOVE WS-RULES-AS-OF-DATE TO TV-RULES-AS-OF-DATE
           MOVE WS-CARD-COUNT       TO TV-PROPOSED-COUNT
           PERFORM VARYING WS-CARD-SUB FROM 1 BY 1
                   UNTIL WS-CARD-SUB > WS-CARD-COUNT
               MOVE WS-CARD-IMAGE(WS-CARD-SUB)
                   TO TV-PROPOSED-CARD(WS-CARD-SUB)
           END-PERFORM
           MOVE SPACES TO TV-COMPANY-CODE
           MOVE SPACES TO TV-SOURCE-KEY
           MOVE ZERO   TO TV-FIELD-SUB
           MOVE SPACES TO TV-FIELD-VALUE
           CALL 'TRUNVAL' USING TRUNVAL-PARMS.

       0100-OPEN-FILES.
           OPEN OUTPUT REPORT-FILE
           OPEN INPUT SUSPENSE-FILE
           IF WS-SUSPENSE-STATUS = "00"
               SET WS-SUSPENSE-OPEN TO TRUE
               CLOSE SUSPENSE-FILE
           ELSE
               DISPLAY "No suspense file, status " WS-SUSPENSE-STATUS
                   " - simulating the masters only"
           END-IF.

       0200-READ-SIM-CONTROL.
      *    No card, or a zero date, simulates every pending change.
           OPEN INPUT SIM-CONTROL-FILE
           IF WS-SIM-CONTROL-STATUS = "00"
               READ SIM-CONTROL-FILE
                   AT END
                       CONTINUE
                   NOT AT END
                       IF SC-RULES-AS-OF-DATE IS NUMERIC
                           AND SC-RULES-AS-OF-DATE > ZERO
                           MOVE SC-RULES-AS-OF-DATE
                               TO WS-RULES-AS-OF-DATE
                       END-IF
                       IF SC-SAMPLE-LIMIT IS NUMERIC
                           AND SC-SAMPLE-LIMIT > ZERO
                           AND SC-SAMPLE-LIMIT < 6
                           MOVE SC-SAMPLE-LIMIT TO WS-SAMPLE-LIMIT
                       END-IF
               END-READ
               CLOSE SIM-CONTROL-FILE
           END-IF
           IF WS-RULES-AS-OF-DATE < WS-RUN-DATE
               DISPLAY "Warning: simulation date "
                   WS-RULES-AS-OF-DATE " is before the business date"
                   " - proposed rules set to the business date"
               MOVE WS-RUN-DATE TO WS-RULES-AS-OF-DATE
               IF RETURN-CODE < 4
                   MOVE 4 TO RETURN-CODE
               END-IF
           END-IF.

       0300-LOAD-PROPOSED-CARDS.
      *    The cards are edited only as far as TRUNVAL needs them -
      *    REFMNT edits them fully when they are really applied.
           MOVE 'N' TO WS-EOF-SWITCH
           OPEN INPUT PROPOSED-CARD-FILE
           IF WS-PROPOSED-CARD-STATUS NOT = "00"
               DISPLAY "No proposed cards - simulating the changes"
                   " already keyed on the reference files"
               SET WS-END-OF-INPUT TO TRUE
           END-IF
           PERFORM UNTIL WS-END-OF-INPUT
               READ PROPOSED-CARD-FILE
                   AT END
                       SET WS-END-OF-INPUT TO TRUE
                   NOT AT END
                       ADD 1 TO WS-CARDS-READ
                       PERFORM 0310-TAKE-ONE-CARD
               END-READ
           END-PERFORM
           IF WS-PROPOSED-CARD-STATUS = "00" OR "10"
               CLOSE PROPOSED-CARD-FILE
           END-IF.

       0310-TAKE-ONE-CARD.
           EVALUATE TRUE
               WHEN NOT RT-ADD-TRANS AND NOT RT-CHANGE-TRANS
                       AND NOT RT-DELETE-TRANS
                   DISPLAY "Warning: proposed card " WS-CARDS-READ
                       " has no valid transaction code - ignored"
                   IF RETURN-CODE < 4
                       MOVE 4 TO RETURN-CODE
                   END-IF
               WHEN NOT RT-CODE-TABLE-TRANS
                       AND NOT RT-FIELD-TABLE-TRANS
                       AND NOT RT-ABBREV-TABLE-TRANS
                   DISPLAY "Warning: proposed card " WS-CARDS-READ
                       " has no valid table type - ignored"
                   IF RETURN-CODE < 4
                       MOVE 4 TO RETURN-CODE
                   END-IF
               WHEN WS-CARD-COUNT >= WS-CARD-LIMIT
                   DISPLAY "Warning: more than 20 proposed cards -"
                       " card " WS-CARDS-READ " ignored"
                   IF RETURN-CODE < 4
                       MOVE 4 TO RETURN-CODE
                   END-IF
               WHEN OTHER
                   ADD 1 TO WS-CARD-COUNT
                   MOVE REF-TRANSACTION-RECORD
                       TO WS-CARD-IMAGE(WS-CARD-COUNT)
                   IF RT-EFFECTIVE-DATE > WS-RULES-AS-OF-DATE
                       DISPLAY "Warning: proposed card "
                           WS-CARDS-READ " is dated after the"
                           " simulation date - it will not apply"
                       IF RETURN-CODE < 4
                           MOVE 4 TO RETURN-CODE
                       END-IF
                   END-IF
           END-EVALUATE.

       0400-PRINT-REPORT-HEADING.
           MOVE "WHAT-IF SIMULATION OF PENDING REFERENCE CHANGES"
               TO REPORT-LINE
           WRITE REPORT-LINE
           MOVE SPACES TO REPORT-LINE
           STRING "BUSINESS DATE " WS-RUN-DATE
               "   CURRENT RULES AS OF " WS-RUN-DATE
               "   PROPOSED RULES AS OF " WS-RULES-AS-OF-DATE
               DELIMITED BY SIZE INTO REPORT-LINE
           WRITE REPORT-LINE
           MOVE "NOTHING IS WRITTEN TO ANY TRAIL - A SIMULATION ONLY"
               TO REPORT-LINE
           WRITE REPORT-LINE
           PERFORM VARYING WS-CARD-SUB FROM 1 BY 1
                   UNTIL WS-CARD-SUB > WS-CARD-COUNT
               MOVE WS-CARD-IMAGE(WS-CARD-SUB) TO WC-CARD-IMAGE
               WRITE REPORT-LINE FROM WS-CARD-LINE
           END-PERFORM.

       1000-RUN-ONE-PASS.
      *    Both passes walk the same companies in the same order, so
      *    the proposed pass meets the work rows in step.
           MOVE 'Y' TO WS-RUNCTL-PRESENT-SWITCH
           MOVE 'N' TO WS-RUNCTL-EOF-SWITCH
           MOVE ZERO TO WS-COMPANIES-SIMULATED
           MOVE 'N' TO WS-OUT-OF-STEP-SWITCH
           OPEN INPUT RUN-CONTROL-FILE
           IF WS-RUN-CONTROL-STATUS NOT = "00"
               MOVE 'N' TO WS-RUNCTL-PRESENT-SWITCH
           END-IF
           IF WS-RUNCTL-PRESENT
               PERFORM 1010-READ-RUN-CONTROL
               PERFORM UNTIL WS-END-OF-RUN-CONTROL
                   MOVE RC-COMPANY-CODE  TO WS-COMPANY-CODE
                   MOVE RC-OUTPUT-DSNAME TO WS-CUST-OUT-DSNAME
                   PERFORM 1100-SIMULATE-ONE-COMPANY
                   PERFORM 1010-READ-RUN-CONTROL
               END-PERFORM
               CLOSE RUN-CONTROL-FILE
           ELSE
               PERFORM 1100-SIMULATE-ONE-COMPANY
           END-IF.

       1010-READ-RUN-CONTROL.
           READ RUN-CONTROL-FILE
               AT END SET WS-END-OF-RUN-CONTROL TO TRUE
           END-READ.

       1100-SIMULATE-ONE-COMPANY.
           ADD 1 TO WS-COMPANIES-SIMULATED
           MOVE WS-COMPANY-CODE TO TV-COMPANY-CODE
           INITIALIZE WS-COMPANY-TOTALS
           PERFORM 1200-SCAN-MASTER
           IF WS-SUSPENSE-OPEN
               PERFORM 1300-SCAN-SUSPENSE
           END-IF
           IF WS-PROPOSED-PASS
               PERFORM 6000-PRINT-COMPANY
           END-IF.

       1200-SCAN-MASTER.
           MOVE 'N' TO WS-EOF-SWITCH
           OPEN INPUT CUST-MASTER-FILE
           IF WS-CUST-MASTER-STATUS NOT = "00"
               IF WS-CURRENT-PASS
                   DISPLAY "Warning: master "
                       FUNCTION TRIM(WS-CUST-OUT-DSNAME)
                       " for company '" WS-COMPANY-CODE
                       "' not available, status "
                       WS-CUST-MASTER-STATUS " - not simulated"
                   IF RETURN-CODE < 4
                       MOVE 4 TO RETURN-CODE
                   END-IF
               END-IF
           ELSE
               PERFORM UNTIL WS-END-OF-INPUT
                   READ CUST-MASTER-FILE
                       AT END
                           SET WS-END-OF-INPUT TO TRUE
                       NOT AT END
                           ADD 1 TO WS-MASTER-RECORDS
                           SET WS-FROM-MASTER TO TRUE
                           MOVE CUST-MST-KEY TO WS-CUST-KEY
                           MOVE ZERO         TO WS-SUSPEND-SEQ
                           PERFORM VARYING WS-SUB FROM 1 BY 1
                                   UNTIL WS-SUB > 5
                               MOVE CUST-MST-FIELD(WS-SUB)
                                   TO WS-FIELD-VALUE(WS-SUB)
                           END-PERFORM
                           PERFORM 2000-SIMULATE-ONE-RECORD
                   END-READ
               END-PERFORM
               CLOSE CUST-MASTER-FILE
           END-IF.

       1300-SCAN-SUSPENSE.
      *    The suspense file is shared by every company; the company
      *    code on each row says whose it is.  A suspended record
      *    is validated from its original values, as SUSPREL would
      *    release it.
           MOVE 'N' TO WS-EOF-SWITCH
           OPEN INPUT SUSPENSE-FILE
           IF WS-SUSPENSE-STATUS NOT = "00"
               SET WS-END-OF-INPUT TO TRUE
           END-IF
           PERFORM UNTIL WS-END-OF-INPUT
               READ SUSPENSE-FILE
                   AT END
                       SET WS-END-OF-INPUT TO TRUE
                   NOT AT END
                       IF SU-COMPANY-CODE = WS-COMPANY-CODE
                           ADD 1 TO WS-SUSPENSE-RECORDS
                           SET WS-FROM-SUSPENSE TO TRUE
                           MOVE SU-CUST-KEY    TO WS-CUST-KEY
                           MOVE SU-SUSPEND-SEQ TO WS-SUSPEND-SEQ
                           PERFORM VARYING WS-SUB FROM 1 BY 1
                                   UNTIL WS-SUB > 5
                               MOVE SU-FIELD-VALUE(WS-SUB)
                                   TO WS-FIELD-VALUE(WS-SUB)
                           END-PERFORM
                           PERFORM 2000-SIMULATE-ONE-RECORD
                       END-IF
               END-READ
           END-PERFORM
           IF WS-SUSPENSE-STATUS = "00" OR "10"
               CLOSE SUSPENSE-FILE
           END-IF.

       2000-SIMULATE-ONE-RECORD.
      *    Current pass: note each field's disposition on the work
      *    file.  Proposed pass: read the same record's row back
      *    and tally every field whose disposition changed.
           IF WS-PROPOSED-PASS
               PERFORM 2100-READ-WORK-ROW
           ELSE
               MOVE WS-COMPANY-CODE TO SW-COMPANY-CODE
               MOVE WS-SOURCE       TO SW-SOURCE
               MOVE WS-CUST-KEY     TO SW-CUST-KEY
               MOVE WS-SUSPEND-SEQ  TO SW-SUSPEND-SEQ
           END-IF
           IF NOT WS-OUT-OF-STEP
               MOVE 'N' TO WS-RECORD-SUSPEND-SWITCH
               PERFORM VARYING WS-SUB FROM 1 BY 1
                       UNTIL WS-SUB > WS-FIELD-COUNT
                   PERFORM 2200-VALIDATE-ONE-FIELD
               END-PERFORM
               IF WS-CURRENT-PASS
                   MOVE WS-RECORD-SUSPEND-SWITCH TO SW-SUSPEND-FLAG
                   WRITE SIM-WORK-RECORD
               ELSE
                   PERFORM 2400-TALLY-RECORD-SUSPENSE
               END-IF
           END-IF.

       2100-READ-WORK-ROW.
      *    The masters or suspense file changed between the passes
      *    if the rows no longer line up - the comparison for the
      *    rest of the company would be meaningless.
           IF NOT WS-END-OF-WORK
               READ SIM-WORK-FILE
                   AT END
                       SET WS-END-OF-WORK TO TRUE
               END-READ
           END-IF
           IF NOT WS-OUT-OF-STEP
               IF WS-END-OF-WORK
                   OR SW-COMPANY-CODE NOT = WS-COMPANY-CODE
                   OR SW-SOURCE NOT = WS-SOURCE
                   OR SW-CUST-KEY NOT = WS-CUST-KEY
                   OR SW-SUSPEND-SEQ NOT = WS-SUSPEND-SEQ
                   SET WS-OUT-OF-STEP TO TRUE
                   DISPLAY "Error: company '" WS-COMPANY-CODE
                       "' records changed during the simulation at"
                       " key " WS-CUST-KEY " - rerun when the files"
                       " are quiet"
                   MOVE 8 TO RETURN-CODE
               END-IF
           END-IF.

       2200-VALIDATE-ONE-FIELD.
           MOVE WS-CUST-KEY            TO TV-SOURCE-KEY
           MOVE WS-SUB                 TO TV-FIELD-SUB
           MOVE WS-FIELD-VALUE(WS-SUB) TO TV-FIELD-VALUE
           CALL 'TRUNVAL' USING TRUNVAL-PARMS
           MOVE TV-FIELD-NAME TO WS-FIELD-NAME(WS-SUB)
           IF TV-FIELD-REJECTED AND TV-SUSPEND-THE-RECORD
               SET WS-RECORD-WOULD-SUSPEND TO TRUE
           END-IF
           IF WS-CURRENT-PASS
               MOVE TV-MAX-LENGTH  TO WS-MAX-NOW(WS-SUB)
               MOVE TV-DISPOSITION TO SW-DISPOSITION(WS-SUB)
           ELSE
               MOVE TV-MAX-LENGTH  TO WS-SF-MAX-PROPOSED(WS-SUB)
               PERFORM 2300-TALLY-FIELD-OUTCOME
           END-IF.

       2300-TALLY-FIELD-OUTCOME.
           MOVE ZERO TO WS-OUTCOME-SUB
           IF TV-DISPOSITION NOT = SW-DISPOSITION(WS-SUB)
               EVALUATE TRUE
                   WHEN TV-REJECTED-LENGTH
                       MOVE 1 TO WS-OUTCOME-SUB
                   WHEN TV-TRUNCATED-AUDITED
                       MOVE 2 TO WS-OUTCOME-SUB
                   WHEN TV-REJECTED-CONTENT
                       MOVE 3 TO WS-OUTCOME-SUB
                   WHEN TV-MOVED
                       MOVE 4 TO WS-OUTCOME-SUB
               END-EVALUATE
           END-IF
           IF WS-OUTCOME-SUB = ZERO
               ADD 1 TO WS-SF-UNCHANGED(WS-SUB)
           ELSE
               ADD 1 TO WS-SF-COUNT(WS-SUB, WS-OUTCOME-SUB)
               ADD 1 TO WS-GRAND-CHANGED
               IF WS-SF-SAMPLES(WS-SUB, WS-OUTCOME-SUB)
                   < WS-SAMPLE-LIMIT
                   ADD 1 TO WS-SF-SAMPLES(WS-SUB, WS-OUTCOME-SUB)
                   MOVE WS-SF-SAMPLES(WS-SUB, WS-OUTCOME-SUB)
                       TO WS-SAMPLE-SUB
                   MOVE WS-CUST-KEY TO WS-SF-SAMPLE-KEY
                       (WS-SUB, WS-OUTCOME-SUB, WS-SAMPLE-SUB)
                   MOVE WS-SOURCE TO WS-SF-SAMPLE-SOURCE
                       (WS-SUB, WS-OUTCOME-SUB, WS-SAMPLE-SUB)
               END-IF
           END-IF.

       2400-TALLY-RECORD-SUSPENSE.
      *    A field that rejects under the suspend disposition diverts
      *    the whole record (FLDTAB.CPY) - count the records that
      *    change sides.
           ADD 1 TO WS-GRAND-RECORDS
           EVALUATE TRUE
               WHEN WS-RECORD-WOULD-SUSPEND
                       AND SW-SUSPEND-FLAG NOT = 'Y'
                   ADD 1 TO WS-NEWLY-SUSPENDED
               WHEN NOT WS-RECORD-WOULD-SUSPEND
                       AND SW-SUSPEND-FLAG = 'Y'
                   ADD 1 TO WS-NO-LONGER-SUSPENDED
           END-EVALUATE.

       6000-PRINT-COMPANY.
           MOVE SPACES TO REPORT-LINE
           WRITE REPORT-LINE
           MOVE WS-MASTER-RECORDS TO WS-EDIT-COUNT
           MOVE WS-SUSPENSE-RECORDS TO WS-EDIT-COUNT-2
           MOVE SPACES TO REPORT-LINE
           STRING "COMPANY '" WS-COMPANY-CODE "'   MASTER RECORDS "
               WS-EDIT-COUNT "   SUSPENDED RECORDS " WS-EDIT-COUNT-2
               DELIMITED BY SIZE INTO REPORT-LINE
           WRITE REPORT-LINE
           MOVE WS-NEWLY-SUSPENDED TO WS-EDIT-COUNT
           MOVE WS-NO-LONGER-SUSPENDED TO WS-EDIT-COUNT-2
           MOVE SPACES TO REPORT-LINE
           STRING "    RECORDS THAT WOULD NEWLY SUSPEND "
               WS-EDIT-COUNT "   WOULD NO LONGER SUSPEND "
               WS-EDIT-COUNT-2
               DELIMITED BY SIZE INTO REPORT-LINE
           WRITE REPORT-LINE
           IF WS-OUT-OF-STEP
               MOVE SPACES TO REPORT-LINE
               STRING "    ** FILES CHANGED DURING THE SIMULATION -"
                   " COUNTS INCOMPLETE, RERUN **"
                   DELIMITED BY SIZE INTO REPORT-LINE
               WRITE REPORT-LINE
           END-IF
           WRITE REPORT-LINE FROM WS-HEADING-LINE
           PERFORM VARYING WS-SUB FROM 1 BY 1
                   UNTIL WS-SUB > WS-FIELD-COUNT
               PERFORM 6100-PRINT-ONE-FIELD
           END-PERFORM.

       6100-PRINT-ONE-FIELD.
           MOVE WS-FIELD-NAME(WS-SUB)      TO WF-FIELD-NAME
           MOVE WS-MAX-NOW(WS-SUB)         TO WF-MAX-NOW
           MOVE WS-SF-MAX-PROPOSED(WS-SUB) TO WF-MAX-PROPOSED
           PERFORM VARYING WS-OUTCOME-SUB FROM 1 BY 1
                   UNTIL WS-OUTCOME-SUB > 4
               MOVE WS-SF-COUNT(WS-SUB, WS-OUTCOME-SUB)
                   TO WF-COUNT(WS-OUTCOME-SUB)
           END-PERFORM
           MOVE WS-SF-UNCHANGED(WS-SUB) TO WF-UNCHANGED
           WRITE REPORT-LINE FROM WS-FIELD-LINE
           PERFORM VARYING WS-OUTCOME-SUB FROM 1 BY 1
                   UNTIL WS-OUTCOME-SUB > 4
               IF WS-SF-SAMPLES(WS-SUB, WS-OUTCOME-SUB) > ZERO
                   PERFORM 6200-PRINT-SAMPLES
               END-IF
           END-PERFORM.

       6200-PRINT-SAMPLES.
      *    A suspended record is marked (SUSP) - it is not on the
      *    master yet.
           MOVE WS-OUTCOME-LABEL(WS-OUTCOME-SUB) TO WM-OUTCOME-LABEL
           PERFORM VARYING WS-SAMPLE-SUB FROM 1 BY 1
                   UNTIL WS-SAMPLE-SUB > 5
               MOVE SPACES TO WM-SAMPLE-KEY(WS-SAMPLE-SUB)
               MOVE SPACES TO WM-SAMPLE-SOURCE(WS-SAMPLE-SUB)
               IF WS-SAMPLE-SUB
                   <= WS-SF-SAMPLES(WS-SUB, WS-OUTCOME-SUB)
                   MOVE WS-SF-SAMPLE-KEY
                       (WS-SUB, WS-OUTCOME-SUB, WS-SAMPLE-SUB)
                       TO WM-SAMPLE-KEY(WS-SAMPLE-SUB)
                   IF WS-SF-SAMPLE-SOURCE
                       (WS-SUB, WS-OUTCOME-SUB, WS-SAMPLE-SUB) = 'S'
                       MOVE "(SUSP)" TO WM-SAMPLE-SOURCE(WS-SAMPLE-SUB)
                   END-IF
               END-IF
           END-PERFORM
           WRITE REPORT-LINE FROM WS-SAMPLE-LINE.

       0950-CLOSE-FILES.
           IF WS-COMPANIES-SIMULATED = ZERO
               MOVE SPACES TO REPORT-LINE
               WRITE REPORT-LINE
               MOVE "** NO COMPANY CARDS ON RUNCTL - NOTHING SIMULATED"
                   TO REPORT-LINE
               WRITE REPORT-LINE
           END-IF
           CLOSE REPORT-FILE.

       0960-DISPLAY-CONTROL-TOTALS.
           DISPLAY "==================================================="
           DISPLAY "TRUNSIM CONTROL TOTALS - " WS-RUN-DATE
           DISPLAY "  PROPOSED RULES AS OF : " WS-RULES-AS-OF-DATE
           DISPLAY "  PROPOSED CARDS TAKEN : " WS-CARD-COUNT
           DISPLAY "  COMPANIES SIMULATED  : " WS-COMPANIES-SIMULATED
           DISPLAY "  RECORDS SIMULATED    : " WS-GRAND-RECORDS
           DISPLAY "  FIELD OUTCOMES CHANGED: " WS-GRAND-CHANGED
           DISPLAY "==================================================="
           IF WS-COMPANIES-SIMULATED = ZERO
               DISPLAY "Error: run-control file allocated but holds"
                   " no company cards - nothing simulated"
               MOVE 8 TO RETURN-CODE
           END-IF.
