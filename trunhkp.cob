      *  clear them, and the restart logic reads the checkpoint log
      *  to end-of-file every startup - after a bad month that read
      *  alone eats batch window.  This job, run on a schedule:
      *    - archives TRUNCEXC, TRUNCAUD, CONTEXC, NEARLIM, and
      *      ABBRAUD rows older
      *      than WS-RETENTION-DAYS to the generation-style archive
      *      datasets TRUNEXCA / TRUNAUDA / CONTEXCA / NEARLIMA /
      *      ABBRAUDA (a fresh
      *      generation per run - allocation is the scheduler's
      *      side of the contract), rewriting each live file with
      *      only the rows still inside retention;
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-NEA-KEEP-STATUS.

           SELECT ABBREV-AUDIT-FILE ASSIGN TO "ABBRAUD"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-ABBREV-AUDIT-STATUS.

           SELECT ABB-ARCHIVE-FILE ASSIGN TO "ABBRAUDA"
               ORGANIZATION IS LINE SEQUENTIAL.

           SELECT ABB-KEEP-FILE ASSIGN TO "ABBRAUDW"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-ABB-KEEP-STATUS.

           SELECT RESTART-FILE ASSIGN TO "RESTCKPT"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-RESTART-FILE-STATUS.
       FD  NEA-KEEP-FILE.
       01  NEA-KEEP-RECORD             PIC X(56).

       FD  ABBREV-AUDIT-FILE.
           COPY ABBRAUD.

       FD  ABB-ARCHIVE-FILE.
       01  ABB-ARCHIVE-RECORD          PIC X(261).

       FD  ABB-KEEP-FILE.
       01  ABB-KEEP-RECORD             PIC X(261).

       FD  RESTART-FILE.
           COPY RESTCKPT.

       01  WS-TRUNC-AUDIT-STATUS        PIC X(2)  VALUE SPACES.
       01  WS-CONTENT-EXCEPTION-STATUS  PIC X(2)  VALUE SPACES.
       01  WS-NEAR-LIMIT-STATUS         PIC X(2)  VALUE SPACES.
       01  WS-ABBREV-AUDIT-STATUS       PIC X(2)  VALUE SPACES.
       01  WS-RESTART-FILE-STATUS       PIC X(2)  VALUE SPACES.
       01  WS-EXC-KEEP-STATUS           PIC X(2)  VALUE SPACES.
       01  WS-AUD-KEEP-STATUS           PIC X(2)  VALUE SPACES.
       01  WS-CON-KEEP-STATUS           PIC X(2)  VALUE SPACES.
       01  WS-NEA-KEEP-STATUS           PIC X(2)  VALUE SPACES.
       01  WS-ABB-KEEP-STATUS           PIC X(2)  VALUE SPACES.

       01  WS-EOF-SWITCH                PIC X(1)  VALUE 'N'.
           88  WS-END-OF-FILE                      VALUE 'Y'.
       01  WS-NEA-READ                  PIC 9(6)  VALUE ZERO.
       01  WS-NEA-ARCHIVED              PIC 9(6)  VALUE ZERO.
       01  WS-NEA-RETAINED              PIC 9(6)  VALUE ZERO.
       01  WS-ABB-READ                  PIC 9(6)  VALUE ZERO.
       01  WS-ABB-ARCHIVED              PIC 9(6)  VALUE ZERO.
       01  WS-ABB-RETAINED              PIC 9(6)  VALUE ZERO.
       01  WS-CKPT-READ                 PIC 9(6)  VALUE ZERO.
       01  WS-CKPT-KEPT                 PIC 9(6)  VALUE ZERO.

           05  FILLER                   PIC X(4)  VALUE SPACES.
           05  WL-RETAINED              PIC ZZZ,ZZ9.

       COPY RUNDATEC.

       PROCEDURE DIVISION.
       0000-MAIN.
           PERFORM 0005-GET-BUSINESS-DATE
           IF RD-DATE-REFUSED
               GOBACK
           END-IF
           COMPUTE WS-TODAY-INTEGER =
               FUNCTION INTEGER-OF-DATE(WS-TODAY-DATE)

           PERFORM 2000-HOUSEKEEP-AUDITS
           PERFORM 3000-HOUSEKEEP-CONTENT
           PERFORM 3500-HOUSEKEEP-NEAR-LIMITS
           PERFORM 3800-HOUSEKEEP-ABBREVIATIONS
           PERFORM 4000-COMPACT-CHECKPOINT-LOG
           PERFORM 8000-PRINT-RETENTION-REPORT
           PERFORM 8900-DISPLAY-CONTROL-TOTALS
           GOBACK.

       0005-GET-BUSINESS-DATE.
      *    The run date is the business date from the control file,
      *    not the clock (RUNDATEC.CPY) - a closed date refuses the
      *    run before anything is opened.
           MOVE 'TRUNHKP' TO RD-JOB-NAME
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
           MOVE RD-RUN-DATE TO WS-TODAY-DATE.

       0500-DATE-THE-ROW.
      *    WS-ROW-DATE holds the row's run date on entry.  A row is
      *    archivable only when the date reads as a REAL calendar
           CLOSE NEA-KEEP-FILE
           CLOSE NEAR-LIMIT-FILE.

       3800-HOUSEKEEP-ABBREVIATIONS.
      *    The abbreviation trail holds whole before and after
      *    values, so it ages out on the same rule as TRUNCAUD.
           MOVE 'N' TO WS-EOF-SWITCH
           OPEN INPUT ABBREV-AUDIT-FILE
           IF WS-ABBREV-AUDIT-STATUS NOT = "00"
               SET WS-END-OF-FILE TO TRUE
           ELSE
               OPEN OUTPUT ABB-ARCHIVE-FILE
               OPEN OUTPUT ABB-KEEP-FILE
               READ ABBREV-AUDIT-FILE
                   AT END SET WS-END-OF-FILE TO TRUE
               END-READ
               PERFORM 3850-SPLIT-ONE-ABBREVIATION
                   UNTIL WS-END-OF-FILE
               CLOSE ABBREV-AUDIT-FILE
               CLOSE ABB-ARCHIVE-FILE
               CLOSE ABB-KEEP-FILE
               PERFORM 3900-REWRITE-LIVE-ABBREVIATIONS
           END-IF.

       3850-SPLIT-ONE-ABBREVIATION.
           ADD 1 TO WS-ABB-READ
           MOVE AA-RUN-DATE TO WS-ROW-DATE
           PERFORM 0500-DATE-THE-ROW
           IF WS-ROW-IS-OLD
               ADD 1 TO WS-ABB-ARCHIVED
               WRITE ABB-ARCHIVE-RECORD FROM ABBREV-AUDIT-RECORD
           ELSE
               ADD 1 TO WS-ABB-RETAINED
               WRITE ABB-KEEP-RECORD FROM ABBREV-AUDIT-RECORD
           END-IF
           READ ABBREV-AUDIT-FILE
               AT END SET WS-END-OF-FILE TO TRUE
           END-READ.

       3900-REWRITE-LIVE-ABBREVIATIONS.
           MOVE 'N' TO WS-EOF-SWITCH
           OPEN INPUT ABB-KEEP-FILE
           OPEN OUTPUT ABBREV-AUDIT-FILE
           READ ABB-KEEP-FILE
               AT END SET WS-END-OF-FILE TO TRUE
           END-READ
           PERFORM UNTIL WS-END-OF-FILE
               WRITE ABBREV-AUDIT-RECORD FROM ABB-KEEP-RECORD
               READ ABB-KEEP-FILE
                   AT END SET WS-END-OF-FILE TO TRUE
               END-READ
           END-PERFORM
           CLOSE ABB-KEEP-FILE
           CLOSE ABBREV-AUDIT-FILE.

       4000-COMPACT-CHECKPOINT-LOG.
      *    The restart logic keeps only the LAST record per job, so
      *    that is all compaction has to preserve - read the whole
           MOVE WS-NEA-RETAINED  TO WL-RETAINED
           WRITE REPORT-LINE FROM WS-RETENTION-LINE

           MOVE "ABBRAUD"         TO WL-FILE-NAME
           MOVE WS-ABB-READ      TO WL-READ
           MOVE WS-ABB-ARCHIVED  TO WL-ARCHIVED
           MOVE WS-ABB-RETAINED  TO WL-RETAINED
           WRITE REPORT-LINE FROM WS-RETENTION-LINE

           MOVE SPACES TO REPORT-LINE
           WRITE REPORT-LINE
           MOVE SPACES TO REPORT-LINE
               " / " WS-CON-RETAINED
           DISPLAY "  NEARLIM  ARCHIVED/RETAINED : " WS-NEA-ARCHIVED
               " / " WS-NEA-RETAINED
           DISPLAY "  ABBRAUD  ARCHIVED/RETAINED : " WS-ABB-ARCHIVED
               " / " WS-ABB-RETAINED
           DISPLAY "  CHECKPOINTS READ/KEPT      : " WS-CKPT-READ
               " / " WS-CKPT-KEPT
           DISPLAY "==================================================".
