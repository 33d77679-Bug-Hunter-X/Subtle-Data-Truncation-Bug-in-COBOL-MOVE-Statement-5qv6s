      *  no run-control file is allocated the job behaves as it
      *  always did - one company, CUSTIN to CUSTOUT, blank company
      *  code.
      *
      *  Every record written to an output file is journaled to the
      *  customer change journal (CUSTJRNL.CPY, trans code 'V') the
      *  same as a maintenance add, so the as-of inquiry and the
      *  downstream change feed (CUSTCDC) see conversion writes too.
      *
      *  Each company's input must carry the upstream header and
      *  trailer (INBENV.CPY).  The envelope module CUSTENV checks
      *  it - count, key hash, company, file sequence - before the
      *  company's files are opened; a refused file skips that
      *  company only, and the envelope records themselves are
      *  never converted.
      *
      *  Every record the run adds to an output file, and every
      *  suspense row and open item it overwrites, is also kept
      *  whole on the run before-image file (BKOIMG.CPY), so the
      *  TRUNBKO backout can take one bad run back out.
      *
      *  The companies can be split into partitions (RC-PARTITION-ID
      *  on RUNCTL.CPY) and one execution run per partition, side by
      *  side: the partition card (PARTCTL.CPY) picks the companies,
      *  and the trails, suspense, before-image, balancing and
      *  checkpoint files go to the partition's own datasets
      *  (PARTDSN.CPY) until TRUNPMRG merges them into the shared
      *  ones.  A partition resumes from its own checkpoints, so a
      *  rerun of one failed partition leaves the others alone.
      *****************************************************************
       ENVIRONMENT DIVISION.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
           SELECT PARTITION-CONTROL-FILE ASSIGN TO "PARTCTL"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-PARTITION-CONTROL-STATUS.

           SELECT RUN-CONTROL-FILE ASSIGN TO "RUNCTL"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-RUN-CONTROL-STATUS.
               RECORD KEY IS CUST-OUT-KEY
               FILE STATUS IS WS-CUST-OUT-STATUS.

      *    The files this job appends to are assigned through the
      *    partition dataset names (PARTDSN.CPY) - the shared files
      *    for an unpartitioned run, the partition's own otherwise.
           SELECT TRUNC-EXCEPTION-FILE ASSIGN TO PD-TRUNCEXC-DSNAME
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-TRUNC-EXCEPTION-STATUS.

           SELECT RESTART-FILE ASSIGN TO PD-RESTCKPT-DSNAME
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-RESTART-FILE-STATUS.

           SELECT TRUNC-AUDIT-FILE ASSIGN TO PD-TRUNCAUD-DSNAME
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-TRUNC-AUDIT-STATUS.

           SELECT CONTENT-EXCEPTION-FILE ASSIGN TO PD-CONTEXC-DSNAME
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-CONTENT-EXCEPTION-STATUS.

      *    Values that fit but sit within the warning margin of
      *    their max length - the early warning before the first
      *    real truncation.  See NEARLIM.CPY and NEARTRND.
           SELECT NEAR-LIMIT-FILE ASSIGN TO PD-NEARLIM-DSNAME
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-NEAR-LIMIT-STATUS.

      *    Over-length values the abbreviation dictionary brought
      *    inside their limit, before and after - see ABBRAUD.CPY.
           SELECT ABBREV-AUDIT-FILE ASSIGN TO PD-ABBRAUD-DSNAME
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-ABBREV-AUDIT-STATUS.

      *    Open correction requests (CORROPEN.CPY) - a field that
      *    later converts without a reject closes its item as fixed
      *    at source, so the aging report stops chasing it.
      *    Whole records whose rejected field carries the suspend
      *    disposition are diverted here instead of CUST-OUT-FILE -
      *    see SUSPREC.CPY and the SUSPREL release job.
           SELECT SUSPENSE-FILE ASSIGN TO PD-CUSTSUSP-DSNAME
               ORGANIZATION IS INDEXED
               ACCESS MODE IS RANDOM
               RECORD KEY IS SU-SUSPENSE-KEY
               FILE STATUS IS WS-SUSPENSE-STATUS.

      *    Every write to the customer master journals its before
      *    and after images here - see CUSTJRNL.CPY and the
      *    CUSTASOF as-of inquiry.
           SELECT JOURNAL-FILE ASSIGN TO "CUSTJRNL"
               ORGANIZATION IS INDEXED
               ACCESS MODE IS RANDOM
               RECORD KEY IS CJ-JOURNAL-KEY
               FILE STATUS IS WS-JOURNAL-STATUS.

      *    Whole-record before and after images of every row this
      *    run adds or overwrites - see BKOIMG.CPY and TRUNBKO.
           SELECT BEFORE-IMAGE-FILE ASSIGN TO PD-RUNBIMG-DSNAME
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-BEFORE-IMAGE-STATUS.

           SELECT BALANCE-FILE ASSIGN TO PD-BALCTL-DSNAME
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-BALANCE-STATUS.

           SELECT ALERT-FILE ASSIGN TO PD-TRUNCALRT-DSNAME
               ORGANIZATION IS LINE SEQUENTIAL.

       DATA DIVISION.
       FILE SECTION.
       FD  PARTITION-CONTROL-FILE.
           COPY PARTCTL.

       FD  RUN-CONTROL-FILE.
           COPY RUNCTL.

       FD  NEAR-LIMIT-FILE.
           COPY NEARLIM.

       FD  ABBREV-AUDIT-FILE.
           COPY ABBRAUD.

       FD  OPEN-ITEM-FILE.
           COPY CORROPEN.

       FD  SUSPENSE-FILE.
           COPY SUSPREC.

       FD  JOURNAL-FILE.
           COPY CUSTJRNL.

       FD  BEFORE-IMAGE-FILE.
           COPY BKOIMG.

       FD  BALANCE-FILE.
           COPY BALCTL.

      *    now; this job only loops the subscripts and writes the
      *    rows the module hands back.
       COPY TRUNVALC.
       COPY CUSTENVC.
       COPY INBENV.

       COPY PARTDSN.

       01  WS-FIELD-COUNT           PIC 9(04) COMP VALUE ZERO.

       01  WS-PARTITION-CONTROL-STATUS PIC X(2) VALUE SPACES.
      *    The partition's own checkpoint log, while the shared log
      *    is read first for the resume points merged before.
       01  WS-PARTITION-CKPT-DSNAME PIC X(44) VALUE SPACES.
       01  WS-SHARED-DSNAME         PIC X(44) VALUE SPACES.

       01  WS-RUN-CONTROL-STATUS    PIC X(2)  VALUE SPACES.
       01  WS-RUNCTL-PRESENT-SWITCH PIC X(1)  VALUE 'Y'.
           88  WS-RUNCTL-PRESENT               VALUE 'Y'.
       01  WS-TRUNC-AUDIT-STATUS    PIC X(2)  VALUE SPACES.
       01  WS-CONTENT-EXCEPTION-STATUS PIC X(2) VALUE SPACES.
       01  WS-NEAR-LIMIT-STATUS     PIC X(2)  VALUE SPACES.
       01  WS-ABBREV-AUDIT-STATUS   PIC X(2)  VALUE SPACES.
       01  WS-END-OF-INPUT-SWITCH   PIC X(1)  VALUE 'N'.
           88  WS-END-OF-INPUT                 VALUE 'Y'.
       01  WS-COMPANY-SKIPPED-SWITCH PIC X(1) VALUE 'N'.
           88  WS-COMPANY-SKIPPED              VALUE 'Y'.

       01  WS-SUB                   PIC 9(4) COMP.
       01  WS-JOB-NAME              PIC X(8)  VALUE 'BUGSOLV'.

       01  WS-SUSPENSE-STATUS       PIC X(2)  VALUE SPACES.
       01  WS-BALANCE-STATUS            PIC X(2)  VALUE SPACES.
       01  WS-JOURNAL-STATUS        PIC X(2)  VALUE SPACES.
       01  WS-JOURNAL-OPEN-SWITCH   PIC X(1)  VALUE 'N'.
           88  WS-JOURNAL-FILE-OPEN            VALUE 'Y'.
       01  WS-JOURNAL-SEQ           PIC 9(6)  VALUE ZERO.
       01  WS-JOURNAL-SEQ-KEY       PIC X(10) VALUE SPACES.
       01  WS-JOURNAL-SEQ-LIMIT     PIC 9(6)  VALUE 900000.
       01  WS-JRNL-WRITTEN-SWITCH   PIC X(1)  VALUE 'N'.
           88  WS-JRNL-ROW-WRITTEN             VALUE 'Y'.
       01  WS-FIELD-DIGIT           PIC 9(1)  VALUE ZERO.
       01  WS-SUSPENSE-OPEN-SWITCH  PIC X(1)  VALUE 'N'.
           88  WS-SUSPENSE-FILE-OPEN           VALUE 'Y'.
       01  WS-SUSPEND-SWITCH        PIC X(1)  VALUE 'N'.
           88  WS-SUSPEND-THIS-RECORD          VALUE 'Y'.
       01  WS-SUSPEND-REASON        PIC X(40) VALUE SPACES.
       01  WS-BEFORE-IMAGE-STATUS   PIC X(2)  VALUE SPACES.
       01  WS-IMAGE-OPEN-SWITCH     PIC X(1)  VALUE 'N'.
           88  WS-IMAGE-FILE-OPEN              VALUE 'Y'.
      *    The row a suspense refresh or an auto-close overwrites,
      *    held for the before-image file.
       01  WS-IMAGE-ACTION          PIC X(1)  VALUE SPACE.
       01  WS-SUSPENSE-BEFORE       PIC X(574) VALUE SPACES.
       01  WS-SUSPENSE-AFTER        PIC X(574) VALUE SPACES.
       01  WS-OPEN-ITEM-BEFORE      PIC X(70) VALUE SPACES.

      *    Control totals.  RECORDS-READ reconciles against
      *    RECORDS-WRITTEN plus RECORDS-SUSPENDED: a rejected field
       01  WS-FIELDS-AUDITED        PIC 9(6) COMP VALUE ZERO.
       01  WS-CONTENT-REJECTED      PIC 9(6) COMP VALUE ZERO.
       01  WS-FIELDS-NEAR-LIMIT     PIC 9(6) COMP VALUE ZERO.
       01  WS-FIELDS-ABBREVIATED    PIC 9(6) COMP VALUE ZERO.

       01  WS-TOT-RECORDS-READ      PIC 9(8) COMP VALUE ZERO.
       01  WS-TOT-RECORDS-WRITTEN   PIC 9(8) COMP VALUE ZERO.
       01  WS-TOT-FIELDS-AUDITED    PIC 9(8) COMP VALUE ZERO.
       01  WS-TOT-CONTENT-REJECTED  PIC 9(8) COMP VALUE ZERO.
       01  WS-TOT-FIELDS-NEAR-LIMIT PIC 9(8) COMP VALUE ZERO.
       01  WS-TOT-FIELDS-ABBREVIATED PIC 9(8) COMP VALUE ZERO.


       COPY RUNDATEC.

       PROCEDURE DIVISION.
       0000-MAIN.
           PERFORM 0005-GET-BUSINESS-DATE
           IF RD-DATE-REFUSED
               GOBACK
           END-IF
           PERFORM 0008-READ-PARTITION-CARD
           PERFORM 0010-READ-RESTART-CHECKPOINTS
           PERFORM 0050-INIT-VALIDATION
           PERFORM 0020-OPEN-TRAIL-FILES
      *        prevent.
               IF WS-COMPANIES-PROCESSED = ZERO
                   DISPLAY "Error: run-control file allocated but"
                       " holds no company cards for partition '"
                       PD-PARTITION-ID "' - nothing processed"
                   MOVE 8 TO RETURN-CODE
               END-IF
           ELSE
               IF PD-UNPARTITIONED
      *            No run-control file allocated: the pre-multi-
      *            company behavior, one company on the default
      *            dataset pair.
                   PERFORM 0070-PROCESS-COMPANY-FILES
               ELSE
                   DISPLAY "Error: partition '" PD-PARTITION-ID
                       "' named but no run-control file allocated"
                       " - nothing processed"
                   MOVE 8 TO RETURN-CODE
               END-IF
           END-IF

           PERFORM 0950-CLOSE-TRAIL-FILES
           PERFORM 0990-DISPLAY-GRAND-TOTALS
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

       0008-READ-PARTITION-CARD.
      *    No card, or a blank id, is the unpartitioned run on the
      *    shared files.  With an id every appended file moves to
      *    the partition's own dataset before anything is opened.
           OPEN INPUT PARTITION-CONTROL-FILE
           IF WS-PARTITION-CONTROL-STATUS = "00"
               READ PARTITION-CONTROL-FILE
                   AT END
                       CONTINUE
                   NOT AT END
                       MOVE PC-PARTITION-ID TO PD-PARTITION-ID
               END-READ
               CLOSE PARTITION-CONTROL-FILE
           END-IF
           IF NOT PD-UNPARTITIONED
               PERFORM VARYING PD-SUB FROM 1 BY 1
                       UNTIL PD-SUB > PD-DATASET-COUNT
                   MOVE PD-DSNAME(PD-SUB) TO WS-SHARED-DSNAME
                   MOVE SPACES TO PD-DSNAME(PD-SUB)
                   STRING FUNCTION TRIM(WS-SHARED-DSNAME)
                       "." PD-PARTITION-ID
                       DELIMITED BY SIZE INTO PD-DSNAME(PD-SUB)
               END-PERFORM
               MOVE PD-RESTCKPT-DSNAME TO WS-PARTITION-CKPT-DSNAME
               DISPLAY "Running partition '" PD-PARTITION-ID
                   "' - trails to " FUNCTION TRIM(PD-TRUNCEXC-DSNAME)
                   " and the other partition datasets"
           END-IF.

       0015-OPEN-RUN-CONTROL.
           OPEN INPUT RUN-CONTROL-FILE
           IF WS-RUN-CONTROL-STATUS NOT = "00"
           END-READ.

       0060-PROCESS-ONE-COMPANY.
      *    Only the companies of this job's partition - another
      *    partition's cards belong to the job running beside it.
           IF RC-PARTITION-ID = PD-PARTITION-ID
               MOVE RC-COMPANY-CODE  TO WS-COMPANY-CODE
               MOVE RC-INPUT-DSNAME  TO WS-CUST-IN-DSNAME
               MOVE RC-OUTPUT-DSNAME TO WS-CUST-OUT-DSNAME
               PERFORM 0070-PROCESS-COMPANY-FILES
           END-IF
           PERFORM 0040-READ-RUN-CONTROL.

       0070-PROCESS-COMPANY-FILES.
           MOVE ZERO TO WS-FIELDS-AUDITED
           MOVE ZERO TO WS-CONTENT-REJECTED
           MOVE ZERO TO WS-FIELDS-NEAR-LIMIT
           MOVE ZERO TO WS-FIELDS-ABBREVIATED
           MOVE 'N'  TO WS-END-OF-INPUT-SWITCH
           PERFORM 0045-FIND-COMPANY-RESTART-KEY

      *    A company refused or skipped at open converted nothing
      *    and must leave no balancing row - TRUNBAL keeps the last
      *    row per job and company, so a zero row from a refused
      *    rerun would hide the earlier run's good one.
           MOVE 'N' TO WS-COMPANY-SKIPPED-SWITCH
           PERFORM 0025-OPEN-COMPANY-FILES
           IF WS-END-OF-INPUT
               SET WS-COMPANY-SKIPPED TO TRUE
           END-IF
           PERFORM 0030-POSITION-INPUT-FILE

           PERFORM 0100-READ-INPUT-RECORD
           PERFORM 0955-CLOSE-COMPANY-FILES
           PERFORM 0960-DISPLAY-CONTROL-TOTALS
           PERFORM 0970-CHECK-FOR-ALERT
           IF NOT WS-COMPANY-SKIPPED
               PERFORM 0980-WRITE-BALANCE-RECORD
           END-IF

           ADD WS-RECORDS-READ      TO WS-TOT-RECORDS-READ
           ADD WS-RECORDS-WRITTEN   TO WS-TOT-RECORDS-WRITTEN
           ADD WS-FIELDS-REJECTED  TO WS-TOT-FIELDS-REJECTED
           ADD WS-FIELDS-AUDITED   TO WS-TOT-FIELDS-AUDITED
           ADD WS-CONTENT-REJECTED TO WS-TOT-CONTENT-REJECTED
           ADD WS-FIELDS-NEAR-LIMIT TO WS-TOT-FIELDS-NEAR-LIMIT
           ADD WS-FIELDS-ABBREVIATED TO WS-TOT-FIELDS-ABBREVIATED.

       0010-READ-RESTART-CHECKPOINTS.
      *    Pick up the last key fully processed for every company by
      *    a prior run, before 0020-OPEN-TRAIL-FILES reopens the log
      *    for EXTEND.  The log is append-only, so the last record
      *    read for a company is its live resume point.  A partition
      *    reads the shared log first - the checkpoints merged from
      *    earlier nights - and then its own, which is newer.
           IF NOT PD-UNPARTITIONED
               MOVE "RESTCKPT" TO PD-RESTCKPT-DSNAME
               PERFORM 0011-READ-CHECKPOINT-LOG
               MOVE WS-PARTITION-CKPT-DSNAME TO PD-RESTCKPT-DSNAME
               MOVE 'N' TO WS-RESTART-EOF-SWITCH
           END-IF
           PERFORM 0011-READ-CHECKPOINT-LOG.

       0011-READ-CHECKPOINT-LOG.
           OPEN INPUT RESTART-FILE
           IF WS-RESTART-FILE-STATUS = "00"
               PERFORM UNTIL WS-RESTART-END-OF-FILE
               OPEN OUTPUT NEAR-LIMIT-FILE
           END-IF

           OPEN EXTEND ABBREV-AUDIT-FILE
           IF WS-ABBREV-AUDIT-STATUS NOT = "00"
               OPEN OUTPUT ABBREV-AUDIT-FILE
           END-IF

      *    The suspense file is keyed and shared by every company
      *    in the execution; open for update, creating it on the
      *    very first run only.  If it cannot be opened the job
               MOVE 8 TO RETURN-CODE
           END-IF

      *    The journal is as load-bearing as the output file itself -
      *    an unjournaled conversion write never reaches the change
      *    feed or the as-of inquiry, so with no journal every
      *    company is skipped (see 0025-OPEN-COMPANY-FILES).
           OPEN I-O JOURNAL-FILE
           IF WS-JOURNAL-STATUS NOT = "00"
               OPEN OUTPUT JOURNAL-FILE
               CLOSE JOURNAL-FILE
               OPEN I-O JOURNAL-FILE
           END-IF
           IF WS-JOURNAL-STATUS = "00"
               SET WS-JOURNAL-FILE-OPEN TO TRUE
           ELSE
               DISPLAY "Error: could not open the change journal,"
                   " status " WS-JOURNAL-STATUS
                   " - no company will be converted"
               MOVE 8 TO RETURN-CODE
           END-IF

      *    Likewise the before images - a run that cannot be backed
      *    out must not run at all.
           OPEN EXTEND BEFORE-IMAGE-FILE
           IF WS-BEFORE-IMAGE-STATUS NOT = "00"
               OPEN OUTPUT BEFORE-IMAGE-FILE
           END-IF
           IF WS-BEFORE-IMAGE-STATUS = "00"
               SET WS-IMAGE-FILE-OPEN TO TRUE
           ELSE
               DISPLAY "Error: could not open the before-image file,"
                   " status " WS-BEFORE-IMAGE-STATUS
                   " - no company will be converted"
               MOVE 8 TO RETURN-CODE
           END-IF

      *    EXTEND (falling back to OUTPUT only when the file doesn't
      *    exist yet) so this run's own checkpoint record appends
      *    after the one 0010-READ-RESTART-CHECKPOINT just read,
           MOVE 'N' TO WS-CUST-IN-OPEN-SWITCH
           MOVE 'N' TO WS-CUST-OUT-OPEN-SWITCH

           IF NOT WS-JOURNAL-FILE-OPEN
               DISPLAY "Error: company '" WS-COMPANY-CODE
                   "' skipped - change journal unavailable"
               SET WS-END-OF-INPUT TO TRUE
           ELSE
               IF NOT WS-IMAGE-FILE-OPEN
                   DISPLAY "Error: company '" WS-COMPANY-CODE
                       "' skipped - before-image file unavailable"
                   SET WS-END-OF-INPUT TO TRUE
               ELSE
                   PERFORM 0026-CHECK-INPUT-ENVELOPE
                   IF NOT WS-END-OF-INPUT
                       PERFORM 0027-OPEN-CUSTOMER-FILES
                   END-IF
               END-IF
           END-IF.

       0026-CHECK-INPUT-ENVELOPE.
      *    Nothing is opened for update until the input's envelope
      *    has been checked.  A file that will not open at all comes
      *    back 'M' and 0027 reports it as it always has.
           MOVE WS-JOB-NAME       TO IE-JOB-NAME
           MOVE WS-RUN-DATE       TO IE-RUN-DATE
           MOVE WS-COMPANY-CODE   TO IE-COMPANY-CODE
           MOVE WS-CUST-IN-DSNAME TO IE-DSNAME
           MOVE PD-INBREG-DSNAME  TO IE-REGISTER-DSNAME
           MOVE PD-INBRPT-DSNAME  TO IE-REPORT-DSNAME
           SET IE-KEYED-CUSTOMER-FILE TO TRUE
           CALL 'CUSTENV' USING CUSTENV-PARMS
           IF IE-FILE-REFUSED
               DISPLAY "Error: input "
                   FUNCTION TRIM(WS-CUST-IN-DSNAME)
                   " for company '" WS-COMPANY-CODE
                   "' refused - " FUNCTION TRIM(IE-REASON)
                   " - company skipped"
               SET WS-END-OF-INPUT TO TRUE
               MOVE 8 TO RETURN-CODE
           END-IF.

       0027-OPEN-CUSTOMER-FILES.
           OPEN INPUT CUST-IN-FILE
           IF WS-CUST-IN-STATUS = "00"
               SET WS-CUST-IN-OPEN TO TRUE
           END-IF.

       0100-READ-INPUT-RECORD.
      *    The header and trailer sit in the keyed input under their
      *    own keys - read past them; they are not customers.
           IF NOT WS-END-OF-INPUT
               SET EV-HEADER-RECORD TO TRUE
               PERFORM UNTIL WS-END-OF-INPUT
                       OR NOT (EV-HEADER-RECORD OR EV-TRAILER-RECORD)
                   READ CUST-IN-FILE NEXT RECORD
                       AT END
                           SET WS-END-OF-INPUT TO TRUE
                       NOT AT END
                           MOVE CUST-IN-KEY TO EV-RECORD-ID
                   END-READ
               END-PERFORM
               IF NOT WS-END-OF-INPUT
                   ADD 1 TO WS-RECORDS-READ
               END-IF
           END-IF.

       0200-PROCESS-ONE-RECORD.
      *        really written.
               IF WS-CUST-OUT-STATUS = "00"
                   ADD 1 TO WS-RECORDS-WRITTEN
                   PERFORM 8100-JOURNAL-CONVERSION
                   PERFORM 8200-IMAGE-CONVERSION
                   PERFORM 1300-WRITE-CHECKPOINT
               END-IF
           END-IF
               WRITE NEAR-LIMIT-RECORD FROM TV-NEAR-ROW
               ADD 1 TO WS-FIELDS-NEAR-LIMIT
           END-IF
      *    The value only fit once the dictionary shortened it -
      *    keep the before and after for the business.
           IF TV-ABBREVIATED
               WRITE ABBREV-AUDIT-RECORD FROM TV-ABBREV-ROW
               ADD 1 TO WS-FIELDS-ABBREVIATED
           END-IF
      *    This key and field came through without a reject - the
      *    feed is fixed at source, whether or not the owning team
      *    ever said so, and its open correction request can close.
                       CONTINUE
                   NOT INVALID KEY
                       IF OI-OPEN
                           MOVE OPEN-ITEM-RECORD
                               TO WS-OPEN-ITEM-BEFORE
                           SET OI-FIXED-AT-SOURCE TO TRUE
                           MOVE WS-RUN-DATE TO OI-CLOSED-DATE
                           REWRITE OPEN-ITEM-RECORD
                           IF WS-OPEN-ITEM-STATUS = "00"
                               ADD 1 TO WS-ITEMS-AUTO-CLOSED
                               PERFORM 8260-IMAGE-OPEN-ITEM
                           ELSE
                               DISPLAY "Error: could not close open"
                                   " item " OI-SOURCE-KEY " "
           PERFORM VARYING WS-SUB FROM 1 BY 1 UNTIL WS-SUB > 5
               MOVE CUST-IN-FIELD(WS-SUB) TO SU-FIELD-VALUE(WS-SUB)
           END-PERFORM
           MOVE 'A'    TO WS-IMAGE-ACTION
           MOVE SPACES TO WS-SUSPENSE-BEFORE
           WRITE SUSPENSE-RECORD
               INVALID KEY
      *            A crash-rerun reaches the same record again with
      *            its suspense row already on file - refresh the
      *            row rather than fail, so the rerun stays
      *            idempotent.
                   PERFORM 1750-REFRESH-SUSPENSE-ROW
           END-WRITE
           IF WS-SUSPENSE-STATUS = "00"
               ADD 1 TO WS-RECORDS-SUSPENDED
               PERFORM 8250-IMAGE-SUSPENSE-ROW
               PERFORM 1300-WRITE-CHECKPOINT
           ELSE
               DISPLAY "Error: could not suspend record " CUST-IN-KEY
                   " - record not counted, checkpoint not advanced"
           END-IF.

       1750-REFRESH-SUSPENSE-ROW.
      *    Keep the row being refreshed as the before image.
           MOVE SUSPENSE-RECORD TO WS-SUSPENSE-AFTER
           READ SUSPENSE-FILE INTO WS-SUSPENSE-BEFORE
               INVALID KEY
                   MOVE SPACES TO WS-SUSPENSE-BEFORE
           END-READ
           MOVE WS-SUSPENSE-AFTER TO SUSPENSE-RECORD
           MOVE 'R' TO WS-IMAGE-ACTION
           REWRITE SUSPENSE-RECORD.

       1300-WRITE-CHECKPOINT.
           MOVE WS-JOB-NAME     TO CKPT-JOB-NAME
           MOVE WS-RUN-DATE     TO CKPT-RUN-DATE
           MOVE WS-COMPANY-CODE TO CKPT-COMPANY-CODE
           WRITE RESTART-CHECKPOINT-RECORD.

       8100-JOURNAL-CONVERSION.
      *    The conversion only ever creates a key - a key already
      *    on the output file fails its WRITE above - so every
      *    field journals with a blank before image, as an add.
           PERFORM VARYING WS-SUB FROM 1 BY 1 UNTIL WS-SUB > 5
               MOVE SPACES                 TO CJ-BEFORE-VALUE
               MOVE CUST-OUT-FIELD(WS-SUB) TO CJ-AFTER-VALUE
               PERFORM 8900-WRITE-JOURNAL-ROW
           END-PERFORM.

       8900-WRITE-JOURNAL-ROW.
      *    The before and after images are already in place.  The
      *    sequence walks forward past rows an earlier run of the
      *    same day already claimed, so the key stays unique
      *    without a read-for-position first.
      *    Each customer key numbers its rows from 1 again, and
      *    the numbering stops short of the absorbed band a
      *    merge files another customer's history under.
           MOVE CUST-OUT-KEY  TO CJ-CUST-KEY
           MOVE WS-RUN-DATE   TO CJ-JOURNAL-DATE
           MOVE WS-JOB-NAME   TO CJ-JOB-NAME
           MOVE 'V'           TO CJ-TRANS-CODE
           MOVE WS-SUB        TO CJ-FIELD-SUB
           MOVE WS-SUB        TO WS-FIELD-DIGIT
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
                   INVALID KEY
                       CONTINUE
                   NOT INVALID KEY
                       SET WS-JRNL-ROW-WRITTEN TO TRUE
               END-WRITE
               IF NOT WS-JRNL-ROW-WRITTEN
                   AND WS-JOURNAL-STATUS NOT = "22"
      *            Anything but a duplicate key is a real I/O
      *            failure - say so and stop retrying; the run
      *            continues but the history has a hole.
                   DISPLAY "Error: could not journal key "
                       CUST-OUT-KEY " status " WS-JOURNAL-STATUS
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

       8200-IMAGE-CONVERSION.
      *    The conversion only ever adds a key, so its before image
      *    is blank; backing the run out removes the key again.
           MOVE SPACES           TO BACKOUT-IMAGE-RECORD
           SET BI-MASTER-IMAGE   TO TRUE
           SET BI-ROW-ADDED      TO TRUE
           MOVE WS-CUST-OUT-DSNAME TO BI-MASTER-DSNAME
           MOVE CUST-OUT-KEY     TO BI-ROW-KEY
           MOVE CUST-OUT-RECORD  TO BI-AFTER-IMAGE
           PERFORM 8950-WRITE-IMAGE-ROW.

       8250-IMAGE-SUSPENSE-ROW.
           MOVE SPACES             TO BACKOUT-IMAGE-RECORD
           SET BI-SUSPENSE-IMAGE   TO TRUE
           MOVE WS-IMAGE-ACTION    TO BI-ACTION
           MOVE SU-SUSPENSE-KEY    TO BI-ROW-KEY
           MOVE WS-SUSPENSE-BEFORE TO BI-BEFORE-IMAGE
           MOVE SUSPENSE-RECORD    TO BI-AFTER-IMAGE
           PERFORM 8950-WRITE-IMAGE-ROW.

       8260-IMAGE-OPEN-ITEM.
           MOVE SPACES              TO BACKOUT-IMAGE-RECORD
           SET BI-OPEN-ITEM-IMAGE   TO TRUE
           SET BI-ROW-REPLACED      TO TRUE
           MOVE OI-OPEN-ITEM-KEY    TO BI-ROW-KEY
           MOVE WS-OPEN-ITEM-BEFORE TO BI-BEFORE-IMAGE
           MOVE OPEN-ITEM-RECORD    TO BI-AFTER-IMAGE
           PERFORM 8950-WRITE-IMAGE-ROW.

       8950-WRITE-IMAGE-ROW.
           MOVE WS-JOB-NAME     TO BI-JOB-NAME
           MOVE WS-RUN-DATE     TO BI-RUN-DATE
           MOVE WS-COMPANY-CODE TO BI-COMPANY-CODE
           WRITE BACKOUT-IMAGE-RECORD
           IF WS-BEFORE-IMAGE-STATUS NOT = "00"
      *        The write itself stands; only the way back out of
      *        it is lost - say so for the key.
               DISPLAY "Error: could not write before image for key "
                   BI-CUST-KEY " status " WS-BEFORE-IMAGE-STATUS
                   " - run cannot be fully backed out"
           END-IF.

       0980-WRITE-BALANCE-RECORD.
      *    One machine-readable control row for tonight's balancing
      *    crossfoot - see BALCTL.CPY and the TRUNBAL step.  The
               MOVE WS-FIELDS-REJECTED TO BL-FIELDS-REJECTED
               MOVE WS-CONTENT-REJECTED TO BL-CONTENT-REJECTED
               MOVE WS-FIELDS-AUDITED TO BL-FIELDS-AUDITED
               MOVE WS-FIELDS-ABBREVIATED TO BL-FIELDS-ABBREVIATED
               WRITE BALANCE-CONTROL-RECORD
               CLOSE BALANCE-FILE
           END-IF.
               CLOSE SUSPENSE-FILE
               MOVE 'N' TO WS-SUSPENSE-OPEN-SWITCH
           END-IF
           IF WS-JOURNAL-FILE-OPEN
               CLOSE JOURNAL-FILE
               MOVE 'N' TO WS-JOURNAL-OPEN-SWITCH
           END-IF
           IF WS-IMAGE-FILE-OPEN
               CLOSE BEFORE-IMAGE-FILE
               MOVE 'N' TO WS-IMAGE-OPEN-SWITCH
           END-IF
           CLOSE TRUNC-EXCEPTION-FILE
           CLOSE TRUNC-AUDIT-FILE
           CLOSE CONTENT-EXCEPTION-FILE
           CLOSE NEAR-LIMIT-FILE
           CLOSE ABBREV-AUDIT-FILE
           CLOSE RESTART-FILE
           IF WS-ALERT-FILE-OPEN
               CLOSE ALERT-FILE
           DISPLAY "  FIELDS AUDITED    : " WS-FIELDS-AUDITED
           DISPLAY "  CONTENT REJECTED  : " WS-CONTENT-REJECTED
           DISPLAY "  NEAR-LIMIT FIELDS : " WS-FIELDS-NEAR-LIMIT
           DISPLAY "  FIELDS ABBREVIATED: " WS-FIELDS-ABBREVIATED
           DISPLAY "==================================================".

       0970-CHECK-FOR-ALERT.
           DISPLAY "==================================================="
           DISPLAY "GRAND TOTALS - " WS-JOB-NAME " " WS-RUN-DATE " ("
               WS-COMPANIES-PROCESSED " COMPANIES)"
           IF NOT PD-UNPARTITIONED
               DISPLAY "  PARTITION         : " PD-PARTITION-ID
           END-IF
           DISPLAY "  RECORDS READ      : " WS-TOT-RECORDS-READ
           DISPLAY "  RECORDS WRITTEN   : " WS-TOT-RECORDS-WRITTEN
           DISPLAY "  RECORDS SUSPENDED : " WS-TOT-RECORDS-SUSPENDED
           DISPLAY "  FIELDS AUDITED    : " WS-TOT-FIELDS-AUDITED
           DISPLAY "  CONTENT REJECTED  : " WS-TOT-CONTENT-REJECTED
           DISPLAY "  NEAR-LIMIT FIELDS : " WS-TOT-FIELDS-NEAR-LIMIT
           DISPLAY "  FIELDS ABBREVIATED: " WS-TOT-FIELDS-ABBREVIATED
           DISPLAY "  ITEMS AUTO-CLOSED : " WS-ITEMS-AUTO-CLOSED
           DISPLAY "==================================================".
