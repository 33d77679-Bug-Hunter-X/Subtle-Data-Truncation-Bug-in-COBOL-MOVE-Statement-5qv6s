      *  (TRUNCDUP) so ops can confirm which copy survived -
      *  before this, a duplicate quietly cost us whichever
      *  record lost the WRITE.
      *
      *  Because the load rebuilds the master, the master as it
      *  stood is first copied aside (CUSTPRIR) and matched against
      *  the load in key order, so the change journal (CUSTJRNL.CPY)
      *  records exactly what the reload did to each key: 'L' for a
      *  key new to the master, 'R' for the fields a reload changed
      *  on an existing key, 'X' for a key the reload dropped.  No
      *  journal, no reload - the master is left untouched.
      *
      *  The same match keeps whole-record before images on the run
      *  before-image file (BKOIMG.CPY) - every key added, every key
      *  a reload changed, every key dropped, and every suspense row
      *  written or refreshed - so the TRUNBKO backout can put the
      *  master back as it stood.  No before-image file, no reload.
      *
      *  The source extract must carry the upstream header and
      *  trailer (INBENV.CPY); the envelope module CUSTENV checks
      *  count, key hash, company, and file sequence before
      *  anything is opened for update, and a refused extract
      *  leaves the master exactly as it stands.
      *
      *  A company card carrying a partition id (RC-PARTITION-ID,
      *  RUNCTL.CPY) sends the trails, suspense, before-image and
      *  balancing rows to that partition's own datasets
      *  (PARTDSN.CPY), so the loads of different partitions can
      *  run side by side; TRUNPMRG merges them into the shared
      *  files afterwards.
      *****************************************************************
       ENVIRONMENT DIVISION.
       INPUT-OUTPUT SECTION.

           SELECT SORT-WORK-FILE ASSIGN TO "SORTWK".

      *    The master as it stood before this load reset it, in key
      *    order - the before image the journal needs.
           SELECT PRIOR-MASTER-FILE ASSIGN TO "CUSTPRIR"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-PRIOR-MASTER-STATUS.

           SELECT CUST-OUT-FILE ASSIGN TO "CUSTOUT"
               ORGANIZATION IS INDEXED
               ACCESS MODE IS SEQUENTIAL
               RECORD KEY IS CUST-OUT-KEY
               FILE STATUS IS WS-CUST-OUT-STATUS.

      *    The files this job appends to are assigned through the
      *    partition dataset names (PARTDSN.CPY) - the shared files
      *    for an unpartitioned load, the partition's own otherwise.
           SELECT TRUNC-EXCEPTION-FILE ASSIGN TO PD-TRUNCEXC-DSNAME
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-TRUNC-EXCEPTION-STATUS.

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

           SELECT ABBREV-AUDIT-FILE ASSIGN TO PD-ABBRAUD-DSNAME
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-ABBREV-AUDIT-STATUS.

      *    Whole records whose rejected field carries the suspend
      *    disposition are diverted here instead of being released
      *    to the load - see SUSPREC.CPY and the SUSPREL release
      *    job.  Same policy, same file, as the daily conversion.
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
      *    run adds, changes or drops - see BKOIMG.CPY and TRUNBKO.
           SELECT BEFORE-IMAGE-FILE ASSIGN TO PD-RUNBIMG-DSNAME
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-BEFORE-IMAGE-STATUS.

           SELECT BALANCE-FILE ASSIGN TO PD-BALCTL-DSNAME
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-BALANCE-STATUS.

           SELECT ALERT-FILE ASSIGN TO PD-TRUNCALRT-DSNAME
               ORGANIZATION IS LINE SEQUENTIAL.

           SELECT DUP-REPORT-FILE ASSIGN TO "TRUNCDUP"
               ==CUST-FIELD== BY ==CUST-OUT-FIELD==
               ==CUST-KEY== BY ==CUST-OUT-KEY==.

       FD  PRIOR-MASTER-FILE.
           COPY CUSTREC REPLACING ==CUST-RECORD== BY ==PRIOR-RECORD==
               ==CUST-FIELD-TABLE== BY ==PRIOR-FIELD-TABLE==
               ==CUST-FIELD== BY ==PRIOR-FIELD==
               ==CUST-KEY== BY ==PRIOR-KEY==.

       FD  JOURNAL-FILE.
           COPY CUSTJRNL.

       FD  TRUNC-EXCEPTION-FILE.
           COPY TRUNCEXC.

       FD  NEAR-LIMIT-FILE.
           COPY NEARLIM.

       FD  ABBREV-AUDIT-FILE.
           COPY ABBRAUD.

       FD  SUSPENSE-FILE.
           COPY SUSPREC.

       FD  BEFORE-IMAGE-FILE.
           COPY BKOIMG.

       FD  BALANCE-FILE.
           COPY BALCTL.

      *    field and code tables, and every edit, live in TRUNVAL
      *    now, so the bulk path cannot drift from the daily path.
       COPY TRUNVALC.
       COPY CUSTENVC.
       COPY INBENV.
       COPY PARTDSN.

       01  WS-FIELD-COUNT           PIC 9(04) COMP VALUE ZERO.
       01  WS-SHARED-DSNAME         PIC X(44) VALUE SPACES.

       01  WS-COMPANY-CONTROL-STATUS PIC X(2) VALUE SPACES.
      *    Operating company this bulk load serves, from the
       01  WS-TRUNC-AUDIT-STATUS    PIC X(2)  VALUE SPACES.
       01  WS-CONTENT-EXCEPTION-STATUS PIC X(2) VALUE SPACES.
       01  WS-NEAR-LIMIT-STATUS     PIC X(2)  VALUE SPACES.
       01  WS-ABBREV-AUDIT-STATUS   PIC X(2)  VALUE SPACES.
       01  WS-END-OF-INPUT-SWITCH   PIC X(1)  VALUE 'N'.
           88  WS-END-OF-INPUT                 VALUE 'Y'.
       01  WS-LOAD-SKIPPED-SWITCH   PIC X(1)  VALUE 'N'.
           88  WS-LOAD-SKIPPED                 VALUE 'Y'.
       01  WS-END-OF-SORT-SWITCH    PIC X(1)  VALUE 'N'.
           88  WS-END-OF-SORT                  VALUE 'Y'.


       01  WS-SUSPENSE-STATUS       PIC X(2)  VALUE SPACES.
       01  WS-BALANCE-STATUS            PIC X(2)  VALUE SPACES.

       01  WS-PRIOR-MASTER-STATUS   PIC X(2)  VALUE SPACES.
       01  WS-PRIOR-OPEN-SWITCH     PIC X(1)  VALUE 'N'.
           88  WS-PRIOR-FILE-OPEN              VALUE 'Y'.
       01  WS-PRIOR-EOF-SWITCH      PIC X(1)  VALUE 'N'.
           88  WS-END-OF-PRIOR                 VALUE 'Y'.
       01  WS-JOURNAL-STATUS        PIC X(2)  VALUE SPACES.
       01  WS-JOURNAL-OPEN-SWITCH   PIC X(1)  VALUE 'N'.
           88  WS-JOURNAL-FILE-OPEN            VALUE 'Y'.
       01  WS-JOURNAL-SEQ           PIC 9(6)  VALUE ZERO.
       01  WS-JOURNAL-SEQ-KEY       PIC X(10) VALUE SPACES.
       01  WS-JOURNAL-SEQ-LIMIT     PIC 9(6)  VALUE 900000.
       01  WS-JRNL-WRITTEN-SWITCH   PIC X(1)  VALUE 'N'.
           88  WS-JRNL-ROW-WRITTEN             VALUE 'Y'.
       01  WS-FIELD-DIGIT           PIC 9(1)  VALUE ZERO.
      *    Key and trans code of the journal rows being written.
       01  WS-JRNL-CUST-KEY         PIC X(10) VALUE SPACES.
       01  WS-JRNL-TRANS-CODE       PIC X(1)  VALUE SPACE.
       01  WS-SUSPENSE-OPEN-SWITCH  PIC X(1)  VALUE 'N'.
           88  WS-SUSPENSE-FILE-OPEN           VALUE 'Y'.
       01  WS-SUSPEND-SWITCH        PIC X(1)  VALUE 'N'.
           88  WS-SUSPEND-THIS-RECORD          VALUE 'Y'.
       01  WS-SUSPEND-REASON        PIC X(40) VALUE SPACES.
       01  WS-BEFORE-IMAGE-STATUS   PIC X(2)  VALUE SPACES.
       01  WS-IMAGE-OPEN-SWITCH     PIC X(1)  VALUE 'N'.
           88  WS-IMAGE-FILE-OPEN              VALUE 'Y'.
       01  WS-KEY-CHANGED-SWITCH    PIC X(1)  VALUE 'N'.
           88  WS-RELOAD-CHANGED-KEY           VALUE 'Y'.
      *    The suspense row a refresh overwrites, held for the
      *    before-image file.
       01  WS-IMAGE-ACTION          PIC X(1)  VALUE SPACE.
       01  WS-SUSPENSE-BEFORE       PIC X(574) VALUE SPACES.
       01  WS-SUSPENSE-AFTER        PIC X(574) VALUE SPACES.

       01  WS-SUB                   PIC 9(4) COMP.
       01  WS-JOB-NAME              PIC X(8)  VALUE 'TRUNCBLK'.
       01  WS-FIELDS-AUDITED        PIC 9(6) COMP VALUE ZERO.
       01  WS-CONTENT-REJECTED      PIC 9(6) COMP VALUE ZERO.
       01  WS-FIELDS-NEAR-LIMIT     PIC 9(6) COMP VALUE ZERO.
       01  WS-FIELDS-ABBREVIATED    PIC 9(6) COMP VALUE ZERO.
       01  WS-PRIOR-RECORDS         PIC 9(6) COMP VALUE ZERO.
       01  WS-KEYS-NEW              PIC 9(6) COMP VALUE ZERO.
       01  WS-KEYS-RELOADED         PIC 9(6) COMP VALUE ZERO.
       01  WS-KEYS-DROPPED          PIC 9(6) COMP VALUE ZERO.


       COPY RUNDATEC.

       PROCEDURE DIVISION.
       0000-MAIN.
           PERFORM 0005-GET-BUSINESS-DATE
           IF RD-DATE-REFUSED
               GOBACK
           END-IF
           PERFORM 0040-READ-COMPANY-CARD
           PERFORM 0050-INIT-VALIDATION
           PERFORM 0100-OPEN-FILES
      *    Sort and load only when both sides opened - 0100 leaves
      *    the master untouched when the source is missing, and a
      *    load must not run against a master that never opened.
      *    A load refused or stopped at open leaves no balancing
      *    row - TRUNBAL keeps the last row per job and company, so
      *    a zero row from a refused rerun would hide the earlier
      *    run's good one.
           IF WS-END-OF-INPUT
               SET WS-LOAD-SKIPPED TO TRUE
           ELSE
               SORT SORT-WORK-FILE
                   ON ASCENDING KEY SORT-KEY
                   INPUT PROCEDURE IS 1000-VALIDATE-AND-RELEASE
           PERFORM 0950-CLOSE-FILES
           PERFORM 0960-DISPLAY-CONTROL-TOTALS
           PERFORM 0970-CHECK-FOR-ALERT
           IF NOT WS-LOAD-SKIPPED
               PERFORM 0980-WRITE-BALANCE-RECORD
           END-IF
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

       0040-READ-COMPANY-CARD.
      *    The scheduler's per-company job points COMPCTL at that
      *    company's run-control card (RUNCTL.CPY); only the company
                   NOT AT END
                       MOVE RC-COMPANY-CODE TO WS-COMPANY-CODE
                       MOVE RC-DUP-POLICY   TO WS-DUP-POLICY
                       MOVE RC-PARTITION-ID TO PD-PARTITION-ID
               END-READ
               CLOSE COMPANY-CONTROL-FILE
           END-IF
      *    A partitioned load writes to the partition's datasets,
      *    never to the shared files the other partitions' loads
      *    would be appending to at the same time.
           IF NOT PD-UNPARTITIONED
               PERFORM VARYING PD-SUB FROM 1 BY 1
                       UNTIL PD-SUB > PD-DATASET-COUNT
                   MOVE PD-DSNAME(PD-SUB) TO WS-SHARED-DSNAME
                   MOVE SPACES TO PD-DSNAME(PD-SUB)
                   STRING FUNCTION TRIM(WS-SHARED-DSNAME)
                       "." PD-PARTITION-ID
                       DELIMITED BY SIZE INTO PD-DSNAME(PD-SUB)
               END-PERFORM
               DISPLAY "Loading in partition '" PD-PARTITION-ID
                   "' - trails to " FUNCTION TRIM(PD-TRUNCEXC-DSNAME)
                   " and the other partition datasets"
           END-IF
      *    A policy the load does not know must not silently become
      *    first-wins without a word - name it, then default.
           IF NOT WS-DUP-FIRST-WINS AND NOT WS-DUP-LAST-WINS
           MOVE TV-FIELD-COUNT TO WS-FIELD-COUNT.

       0100-OPEN-FILES.
           PERFORM 0090-CHECK-SOURCE-ENVELOPE
           IF NOT WS-END-OF-INPUT
               OPEN INPUT CUST-SEQ-FILE
               IF WS-CUST-SEQ-STATUS NOT = "00"
                   DISPLAY "Error: could not open bulk source extract,"
                       " status " WS-CUST-SEQ-STATUS
                       " - customer master left untouched"
                   SET WS-END-OF-INPUT TO TRUE
                   MOVE 8 TO RETURN-CODE
               END-IF
           END-IF

      *    The journal is as load-bearing as the master itself - a
      *    reload nobody can reconstruct later is the hole the
      *    journal exists to close, so without it the master is
      *    left exactly as it stands.
           IF NOT WS-END-OF-INPUT
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
                       " - customer master left untouched"
                   SET WS-END-OF-INPUT TO TRUE
                   MOVE 8 TO RETURN-CODE
               END-IF
           END-IF

      *    The before images are what a backout of this load would
      *    restore from - without them, no reload either.
           IF NOT WS-END-OF-INPUT
               OPEN EXTEND BEFORE-IMAGE-FILE
               IF WS-BEFORE-IMAGE-STATUS NOT = "00"
                   OPEN OUTPUT BEFORE-IMAGE-FILE
               END-IF
               IF WS-BEFORE-IMAGE-STATUS = "00"
                   SET WS-IMAGE-FILE-OPEN TO TRUE
               ELSE
                   DISPLAY "Error: could not open the before-image"
                       " file, status " WS-BEFORE-IMAGE-STATUS
                       " - customer master left untouched"
                   SET WS-END-OF-INPUT TO TRUE
                   MOVE 8 TO RETURN-CODE
               END-IF
           END-IF

           IF NOT WS-END-OF-INPUT
               PERFORM 0150-SAVE-PRIOR-MASTER
           END-IF

      *    Mass load builds the output file from scratch in key
           OPEN EXTEND NEAR-LIMIT-FILE
           IF WS-NEAR-LIMIT-STATUS NOT = "00"
               OPEN OUTPUT NEAR-LIMIT-FILE
           END-IF

           OPEN EXTEND ABBREV-AUDIT-FILE
           IF WS-ABBREV-AUDIT-STATUS NOT = "00"
               OPEN OUTPUT ABBREV-AUDIT-FILE
           END-IF.

       0090-CHECK-SOURCE-ENVELOPE.
      *    A short, repeated, or out-of-sequence extract must be
      *    caught before the reload resets the master.  One that
      *    will not open at all comes back 'M' and the open below
      *    reports it as it always has.
           MOVE WS-JOB-NAME     TO IE-JOB-NAME
           MOVE WS-RUN-DATE     TO IE-RUN-DATE
           MOVE WS-COMPANY-CODE TO IE-COMPANY-CODE
           MOVE "CUSTSEQ"       TO IE-DSNAME
           MOVE PD-INBREG-DSNAME TO IE-REGISTER-DSNAME
           MOVE PD-INBRPT-DSNAME TO IE-REPORT-DSNAME
           SET IE-SEQ-CUSTOMER-FILE TO TRUE
           CALL 'CUSTENV' USING CUSTENV-PARMS
           IF IE-FILE-REFUSED
               DISPLAY "Error: bulk source extract refused - "
                   FUNCTION TRIM(IE-REASON)
                   " - customer master left untouched"
               SET WS-END-OF-INPUT TO TRUE
               MOVE 8 TO RETURN-CODE
           END-IF.

       0150-SAVE-PRIOR-MASTER.
      *    Copy the master aside, in key order, before the load
      *    resets it.  No master yet (the very first load) simply
      *    leaves the copy empty and every loaded key is new; a
      *    master that exists but cannot be read must not be reset,
      *    since its before image would be lost with it.
           OPEN OUTPUT PRIOR-MASTER-FILE
           IF WS-PRIOR-MASTER-STATUS NOT = "00"
               DISPLAY "Error: could not open prior-master work file,"
                   " status " WS-PRIOR-MASTER-STATUS
                   " - customer master left untouched"
               SET WS-END-OF-INPUT TO TRUE
               MOVE 8 TO RETURN-CODE
           ELSE
               OPEN INPUT CUST-OUT-FILE
               EVALUATE WS-CUST-OUT-STATUS
                   WHEN "00"
                       MOVE 'N' TO WS-PRIOR-EOF-SWITCH
                       PERFORM 0160-COPY-ONE-PRIOR-RECORD
                           UNTIL WS-END-OF-PRIOR
                       CLOSE CUST-OUT-FILE
                   WHEN "35"
                       DISPLAY "No customer master yet - every loaded"
                           " key journals as new"
                   WHEN OTHER
                       DISPLAY "Error: could not read the customer"
                           " master before reload, status "
                           WS-CUST-OUT-STATUS
                           " - customer master left untouched"
                       SET WS-END-OF-INPUT TO TRUE
                       MOVE 8 TO RETURN-CODE
               END-EVALUATE
               CLOSE PRIOR-MASTER-FILE
           END-IF

           IF NOT WS-END-OF-INPUT
               OPEN INPUT PRIOR-MASTER-FILE
               SET WS-PRIOR-FILE-OPEN TO TRUE
               MOVE 'N' TO WS-PRIOR-EOF-SWITCH
               PERFORM 2550-READ-PRIOR-RECORD
           END-IF.

       0160-COPY-ONE-PRIOR-RECORD.
           READ CUST-OUT-FILE NEXT RECORD
               AT END
                   SET WS-END-OF-PRIOR TO TRUE
               NOT AT END
                   WRITE PRIOR-RECORD FROM CUST-OUT-RECORD
                   ADD 1 TO WS-PRIOR-RECORDS
           END-READ.

       1000-VALIDATE-AND-RELEASE.
           PERFORM 1050-READ-SOURCE-RECORD
           PERFORM 1060-PROCESS-SOURCE-RECORD UNTIL WS-END-OF-INPUT.

       1050-READ-SOURCE-RECORD.
      *    Read past the header and trailer - CUSTENV has already
      *    proved them; they are not customers.
           IF NOT WS-END-OF-INPUT
               SET EV-HEADER-RECORD TO TRUE
               PERFORM UNTIL WS-END-OF-INPUT
                       OR NOT (EV-HEADER-RECORD OR EV-TRAILER-RECORD)
                   READ CUST-SEQ-FILE
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

       1060-PROCESS-SOURCE-RECORD.
           IF TV-NEAR-LIMIT
               WRITE NEAR-LIMIT-RECORD FROM TV-NEAR-ROW
               ADD 1 TO WS-FIELDS-NEAR-LIMIT
           END-IF
           IF TV-ABBREVIATED
               WRITE ABBREV-AUDIT-RECORD FROM TV-ABBREV-ROW
               ADD 1 TO WS-FIELDS-ABBREVIATED
           END-IF.

       1650-NOTE-SUSPEND-POLICY.
           PERFORM VARYING WS-SUB FROM 1 BY 1 UNTIL WS-SUB > 5
               MOVE CUST-IN-FIELD(WS-SUB) TO SU-FIELD-VALUE(WS-SUB)
           END-PERFORM
           MOVE 'A'    TO WS-IMAGE-ACTION
           MOVE SPACES TO WS-SUSPENSE-BEFORE
           WRITE SUSPENSE-RECORD
               INVALID KEY
      *            Already suspended by an earlier run of the same
      *            extract - refresh the row rather than fail, so a
      *            rerun stays idempotent.
                   PERFORM 1750-REFRESH-SUSPENSE-ROW
           END-WRITE
           IF WS-SUSPENSE-STATUS = "00"
               ADD 1 TO WS-RECORDS-SUSPENDED
               PERFORM 8250-IMAGE-SUSPENSE-ROW
           ELSE
               DISPLAY "Error: could not suspend record " CUST-IN-KEY
                   " status " WS-SUSPENSE-STATUS
                   " - record lost from this load"
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

       2000-MASS-LOAD-IN-KEY-ORDER.
           PERFORM 2050-RETURN-SORTED-RECORD
           IF NOT WS-END-OF-SORT
               PERFORM 2060-HOLD-SORTED-RECORD
               PERFORM 2080-WEIGH-NEXT-RECORD UNTIL WS-END-OF-SORT
               PERFORM 2300-DISPOSE-OF-HELD-RECORD
           END-IF
      *    Whatever is left on the prior master sorts after the last
      *    key loaded - the reload dropped all of it.
           PERFORM 2520-JOURNAL-DROPPED-KEY UNTIL WS-END-OF-PRIOR.

       2050-RETURN-SORTED-RECORD.
           RETURN SORT-WORK-FILE
                           CUST-OUT-KEY " status " WS-CUST-OUT-STATUS
                   NOT INVALID KEY
                       ADD 1 TO WS-RECORDS-LOADED
                       PERFORM 2500-JOURNAL-LOADED-KEY
               END-WRITE
           END-IF.

       2500-JOURNAL-LOADED-KEY.
      *    Both sides are in key order, so one forward pass over the
      *    prior master matches them: prior keys that sort before
      *    this one were dropped by the reload, an equal key was
      *    reloaded over, and no prior match means a new key.
           PERFORM 2520-JOURNAL-DROPPED-KEY
               UNTIL WS-END-OF-PRIOR
                   OR PRIOR-KEY NOT < CUST-OUT-KEY
           MOVE CUST-OUT-KEY TO WS-JRNL-CUST-KEY
           IF NOT WS-END-OF-PRIOR
               AND PRIOR-KEY = CUST-OUT-KEY
               MOVE 'R' TO WS-JRNL-TRANS-CODE
               ADD 1 TO WS-KEYS-RELOADED
               MOVE 'N' TO WS-KEY-CHANGED-SWITCH
               PERFORM VARYING WS-SUB FROM 1 BY 1 UNTIL WS-SUB > 5
                   IF CUST-OUT-FIELD(WS-SUB) NOT = PRIOR-FIELD(WS-SUB)
                       MOVE PRIOR-FIELD(WS-SUB)    TO CJ-BEFORE-VALUE
                       MOVE CUST-OUT-FIELD(WS-SUB) TO CJ-AFTER-VALUE
                       PERFORM 8900-WRITE-JOURNAL-ROW
                       SET WS-RELOAD-CHANGED-KEY TO TRUE
                   END-IF
               END-PERFORM
               IF WS-RELOAD-CHANGED-KEY
                   MOVE SPACES          TO BACKOUT-IMAGE-RECORD
                   SET BI-ROW-REPLACED  TO TRUE
                   MOVE PRIOR-RECORD    TO BI-BEFORE-IMAGE
                   MOVE CUST-OUT-RECORD TO BI-AFTER-IMAGE
                   PERFORM 8940-WRITE-MASTER-IMAGE
               END-IF
               PERFORM 2550-READ-PRIOR-RECORD
           ELSE
               MOVE 'L' TO WS-JRNL-TRANS-CODE
               ADD 1 TO WS-KEYS-NEW
               PERFORM VARYING WS-SUB FROM 1 BY 1 UNTIL WS-SUB > 5
                   MOVE SPACES                 TO CJ-BEFORE-VALUE
                   MOVE CUST-OUT-FIELD(WS-SUB) TO CJ-AFTER-VALUE
                   PERFORM 8900-WRITE-JOURNAL-ROW
               END-PERFORM
               MOVE SPACES          TO BACKOUT-IMAGE-RECORD
               SET BI-ROW-ADDED     TO TRUE
               MOVE CUST-OUT-RECORD TO BI-AFTER-IMAGE
               PERFORM 8940-WRITE-MASTER-IMAGE
           END-IF.

       2520-JOURNAL-DROPPED-KEY.
           MOVE PRIOR-KEY TO WS-JRNL-CUST-KEY
           MOVE 'X'       TO WS-JRNL-TRANS-CODE
           ADD 1 TO WS-KEYS-DROPPED
           PERFORM VARYING WS-SUB FROM 1 BY 1 UNTIL WS-SUB > 5
               MOVE PRIOR-FIELD(WS-SUB) TO CJ-BEFORE-VALUE
               MOVE SPACES              TO CJ-AFTER-VALUE
               PERFORM 8900-WRITE-JOURNAL-ROW
           END-PERFORM
           MOVE SPACES         TO BACKOUT-IMAGE-RECORD
           SET BI-ROW-DROPPED  TO TRUE
           MOVE PRIOR-RECORD   TO BI-BEFORE-IMAGE
           PERFORM 8940-WRITE-MASTER-IMAGE
           PERFORM 2550-READ-PRIOR-RECORD.

       2550-READ-PRIOR-RECORD.
           IF NOT WS-END-OF-PRIOR
               READ PRIOR-MASTER-FILE
                   AT END SET WS-END-OF-PRIOR TO TRUE
               END-READ
           END-IF.

       8900-WRITE-JOURNAL-ROW.
      *    The before and after images are already in place.  The
      *    sequence walks forward past rows an earlier run of the
      *    same day already claimed, so the key stays unique
      *    without a read-for-position first.
      *    Each customer key numbers its rows from 1 again, and
      *    the numbering stops short of the absorbed band a
      *    merge files another customer's history under.
           MOVE WS-JRNL-CUST-KEY   TO CJ-CUST-KEY
           MOVE WS-RUN-DATE        TO CJ-JOURNAL-DATE
           MOVE WS-JOB-NAME        TO CJ-JOB-NAME
           MOVE WS-JRNL-TRANS-CODE TO CJ-TRANS-CODE
           MOVE WS-SUB             TO CJ-FIELD-SUB
           MOVE WS-SUB             TO WS-FIELD-DIGIT
           MOVE SPACES             TO CJ-FIELD-NAME
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
      *            failure - say so and stop retrying; the load
      *            continues but the history has a hole.
                   DISPLAY "Error: could not journal key "
                       WS-JRNL-CUST-KEY " status " WS-JOURNAL-STATUS
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

       8940-WRITE-MASTER-IMAGE.
      *    The action and images are already in place.
           SET BI-MASTER-IMAGE    TO TRUE
           MOVE "CUSTOUT"         TO BI-MASTER-DSNAME
           MOVE WS-JRNL-CUST-KEY  TO BI-ROW-KEY
           PERFORM 8950-WRITE-IMAGE-ROW.

       8250-IMAGE-SUSPENSE-ROW.
           MOVE SPACES             TO BACKOUT-IMAGE-RECORD
           SET BI-SUSPENSE-IMAGE   TO TRUE
           MOVE WS-IMAGE-ACTION    TO BI-ACTION
           MOVE SU-SUSPENSE-KEY    TO BI-ROW-KEY
           MOVE WS-SUSPENSE-BEFORE TO BI-BEFORE-IMAGE
           MOVE SUSPENSE-RECORD    TO BI-AFTER-IMAGE
           PERFORM 8950-WRITE-IMAGE-ROW.

       8950-WRITE-IMAGE-ROW.
           MOVE WS-JOB-NAME     TO BI-JOB-NAME
           MOVE WS-RUN-DATE     TO BI-RUN-DATE
           MOVE WS-COMPANY-CODE TO BI-COMPANY-CODE
           WRITE BACKOUT-IMAGE-RECORD
           IF WS-BEFORE-IMAGE-STATUS NOT = "00"
      *        The load itself stands; only the way back out of it
      *        is lost - say so for the key.
               DISPLAY "Error: could not write before image for key "
                   BI-CUST-KEY " status " WS-BEFORE-IMAGE-STATUS
                   " - run cannot be fully backed out"
           END-IF.

       2400-SUSPEND-HELD-COPY.
           MOVE SPACES            TO SUSPENSE-RECORD
           MOVE WS-HELD-KEY       TO SU-CUST-KEY
               DISPLAY "Error: duplicate copy for key " SU-CUST-KEY
                   " not suspended - suspense file unavailable"
           ELSE
               MOVE 'A'    TO WS-IMAGE-ACTION
               MOVE SPACES TO WS-SUSPENSE-BEFORE
               WRITE SUSPENSE-RECORD
                   INVALID KEY
      *                A rerun of the same extract suspends the
      *                same copies again - refresh rather than
      *                fail, so the rerun stays idempotent.
                       PERFORM 1750-REFRESH-SUSPENSE-ROW
               END-WRITE
               IF WS-SUSPENSE-STATUS = "00"
                   ADD 1 TO WS-DUP-SUSPENDED
                   ADD 1 TO WS-RECORDS-SUSPENDED
                   PERFORM 8250-IMAGE-SUSPENSE-ROW
               ELSE
                   DISPLAY "Error: could not suspend duplicate copy"
                       " for key " SU-CUST-KEY " status "
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
           IF WS-PRIOR-FILE-OPEN
               CLOSE PRIOR-MASTER-FILE
               MOVE 'N' TO WS-PRIOR-OPEN-SWITCH
           END-IF
           IF WS-JOURNAL-FILE-OPEN
               CLOSE JOURNAL-FILE
               MOVE 'N' TO WS-JOURNAL-OPEN-SWITCH
           END-IF
           IF WS-IMAGE-FILE-OPEN
               CLOSE BEFORE-IMAGE-FILE
               MOVE 'N' TO WS-IMAGE-OPEN-SWITCH
           END-IF
           MOVE SPACES TO DUP-REPORT-LINE
           WRITE DUP-REPORT-LINE
           MOVE SPACES TO DUP-REPORT-LINE
           CLOSE TRUNC-EXCEPTION-FILE
           CLOSE TRUNC-AUDIT-FILE
           CLOSE CONTENT-EXCEPTION-FILE
           CLOSE NEAR-LIMIT-FILE
           CLOSE ABBREV-AUDIT-FILE.

       0960-DISPLAY-CONTROL-TOTALS.
           DISPLAY "==================================================="
           DISPLAY "TRUNCBLK CONTROL TOTALS - " WS-RUN-DATE
           IF NOT PD-UNPARTITIONED
               DISPLAY "  PARTITION         : " PD-PARTITION-ID
           END-IF
           DISPLAY "  RECORDS READ      : " WS-RECORDS-READ
           DISPLAY "  RECORDS LOADED    : " WS-RECORDS-LOADED
           DISPLAY "  RECORDS NOT LOADED: " WS-RECORDS-NOT-LOADED
           DISPLAY "  DUPS SUSPENDED    : " WS-DUP-SUSPENDED
           DISPLAY "  FIELDS REJECTED   : " WS-FIELDS-REJECTED
           DISPLAY "  FIELDS AUDITED    : " WS-FIELDS-AUDITED
           DISPLAY "  FIELDS ABBREVIATED: " WS-FIELDS-ABBREVIATED
           DISPLAY "  CONTENT REJECTED  : " WS-CONTENT-REJECTED
           DISPLAY "  PRIOR MASTER KEYS : " WS-PRIOR-RECORDS
           DISPLAY "  KEYS NEW          : " WS-KEYS-NEW
           DISPLAY "  KEYS RELOADED     : " WS-KEYS-RELOADED
           DISPLAY "  KEYS DROPPED      : " WS-KEYS-DROPPED
           DISPLAY "==================================================".

       0970-CHECK-FOR-ALERT.
