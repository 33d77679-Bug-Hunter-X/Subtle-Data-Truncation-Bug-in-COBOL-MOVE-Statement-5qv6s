       IDENTIFICATION DIVISION.
       PROGRAM-ID. TRUNBKO.
      *****************************************************************
      *  Backout of one conversion or bulk-load run.
      *  When a run went in with the wrong input, the wrong company
      *  card, or a bad reference table, putting the night back used
      *  to mean a restore of the whole master - losing everything
      *  every other job had done since.  This job takes the one run
      *  named on its control card (BKOCTL.CPY: job, business date,
      *  company) back out, and nothing else:
      *    - the keyed rows the run added, changed or dropped -
      *      customer master, suspense (CUSTSUSP) and open items
      *      (CORROPEN) - are put back from the whole-record before
      *      images the run kept (BKOIMG.CPY, file RUNBIMG): a key
      *      it added is removed, a row it changed is restored, a
      *      key it dropped is reinstated;
      *    - the run's rows are removed from the trails (TRUNCEXC,
      *      TRUNCAUD, CONTEXC, NEARLIM, ABBRAUD), from the balancing
      *      file (BALCTL) and from the checkpoint log (RESTCKPT), so
      *      the reports and TRUNBAL see the night without it and a
      *      rerun starts from where the run itself started;
      *    - each file the run accepted on the inbound register
      *      (INBREG) gets a 'B' backed-out row written straight
      *      after its accepted row, so CUSTENV takes the file as
      *      never loaded and the corrected re-feed is not refused
      *      as a duplicate.  The accepted row itself stays - the
      *      register keeps its history of what was received.
      *  A row is only put back while it still holds exactly what
      *  the run left there.  One that a later job has changed since
      *  goes on the conflict section of the register and is left as
      *  it stands - the backout never overwrites somebody else's
      *  work; ops settle it by hand.  A row already holding its
      *  before image (a backout run twice) is counted and left.
      *  The images of one key are unwound newest first, so a
      *  same-day rerun comes out along with the run it repeated.
      *
      *  Every master row put back is journaled (CUSTJRNL.CPY: 'W'
      *  a key withdrawn, 'B' fields put back, 'I' a key
      *  reinstated), so the inquiry and the change feed see the
      *  backout like any other write.  The register (TRUNBKOR)
      *  lists the conflicts, the rows put back per file, and the
      *  trail rows removed.  Run it before the end-of-night steps;
      *  if TRUNHUPD, TRUNCFBK or TRUNSCOR have already run for the
      *  date the register says so, and they are rerun after it.
      *****************************************************************
       ENVIRONMENT DIVISION.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
           SELECT BACKOUT-CONTROL-FILE ASSIGN TO "BKOCTL"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-BACKOUT-CONTROL-STATUS.

           SELECT BEFORE-IMAGE-FILE ASSIGN TO "RUNBIMG"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-BEFORE-IMAGE-STATUS.

           SELECT SORT-WORK-FILE ASSIGN TO "SORTWK".

      *    The master the run wrote - the dataset named on its
      *    images, as the conversion took it from the run-control
      *    card.
           SELECT CUST-MASTER-FILE ASSIGN TO WS-MASTER-DSNAME
               ORGANIZATION IS INDEXED
               ACCESS MODE IS RANDOM
               RECORD KEY IS CUST-MST-KEY
               FILE STATUS IS WS-CUST-MASTER-STATUS.

           SELECT SUSPENSE-FILE ASSIGN TO "CUSTSUSP"
               ORGANIZATION IS INDEXED
               ACCESS MODE IS RANDOM
               RECORD KEY IS SU-SUSPENSE-KEY
               FILE STATUS IS WS-SUSPENSE-STATUS.

           SELECT OPEN-ITEM-FILE ASSIGN TO "CORROPEN"
               ORGANIZATION IS INDEXED
               ACCESS MODE IS RANDOM
               RECORD KEY IS OI-OPEN-ITEM-KEY
               FILE STATUS IS WS-OPEN-ITEM-STATUS.

           SELECT JOURNAL-FILE ASSIGN TO "CUSTJRNL"
               ORGANIZATION IS INDEXED
               ACCESS MODE IS RANDOM
               RECORD KEY IS CJ-JOURNAL-KEY
               FILE STATUS IS WS-JOURNAL-STATUS.

           SELECT BALANCE-FILE ASSIGN TO "BALCTL"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-BALANCE-STATUS.

      *    The sequential files the run's rows are removed from go
      *    through the same pair of files - the dataset name is set
      *    before each open, as CUSTERAS does.
           SELECT TRAIL-FILE ASSIGN TO WS-TRAIL-DSNAME
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-TRAIL-STATUS.

           SELECT TRAIL-WORK-FILE ASSIGN TO "BKOWORK"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-TRAIL-WORK-STATUS.

           SELECT REGISTER-FILE ASSIGN TO "TRUNBKOR"
               ORGANIZATION IS LINE SEQUENTIAL.

       DATA DIVISION.
       FILE SECTION.
       FD  BACKOUT-CONTROL-FILE.
           COPY BKOCTL.

       FD  BEFORE-IMAGE-FILE.
       01  BEFORE-IMAGE-LINE           PIC X(1239).

      *    One key's images sort together, newest first - the
      *    order the image was read off the append-only file is
      *    the order the run wrote it.
       SD  SORT-WORK-FILE.
       01  SORT-IMAGE-RECORD.
           05  BS-IMAGE-FILE           PIC X(01).
           05  BS-ROW-KEY              PIC X(25).
           05  BS-IMAGE-ORDER          PIC 9(09).
           05  BS-IMAGE-ROW            PIC X(1239).

       FD  CUST-MASTER-FILE.
           COPY CUSTREC REPLACING ==CUST-RECORD== BY ==CUST-MST-RECORD==
               ==CUST-FIELD-TABLE== BY ==CUST-MST-FIELD-TABLE==
               ==CUST-FIELD== BY ==CUST-MST-FIELD==
               ==CUST-KEY== BY ==CUST-MST-KEY==.

       FD  SUSPENSE-FILE.
           COPY SUSPREC.

       FD  OPEN-ITEM-FILE.
           COPY CORROPEN.

       FD  JOURNAL-FILE.
           COPY CUSTJRNL.

       FD  BALANCE-FILE.
           COPY BALCTL.

      *    Each row kept is written back at the length it was read.
       FD  TRAIL-FILE
           RECORD IS VARYING IN SIZE FROM 1 TO 261 CHARACTERS
               DEPENDING ON WS-TRAIL-LENGTH.
       01  TRAIL-RECORD                PIC X(261).

       FD  TRAIL-WORK-FILE
           RECORD IS VARYING IN SIZE FROM 1 TO 261 CHARACTERS
               DEPENDING ON WS-TRAIL-LENGTH.
       01  TRAIL-WORK-RECORD           PIC X(261).

       FD  REGISTER-FILE.
       01  REGISTER-LINE               PIC X(132).

       WORKING-STORAGE SECTION.
       01  WS-BACKOUT-CONTROL-STATUS    PIC X(2)  VALUE SPACES.
       01  WS-BEFORE-IMAGE-STATUS       PIC X(2)  VALUE SPACES.
       01  WS-CUST-MASTER-STATUS        PIC X(2)  VALUE SPACES.
       01  WS-SUSPENSE-STATUS           PIC X(2)  VALUE SPACES.
       01  WS-OPEN-ITEM-STATUS          PIC X(2)  VALUE SPACES.
       01  WS-JOURNAL-STATUS            PIC X(2)  VALUE SPACES.
       01  WS-BALANCE-STATUS            PIC X(2)  VALUE SPACES.
       01  WS-TRAIL-STATUS              PIC X(2)  VALUE SPACES.
       01  WS-TRAIL-WORK-STATUS         PIC X(2)  VALUE SPACES.

       01  WS-EOF-SWITCH                PIC X(1)  VALUE 'N'.
           88  WS-END-OF-INPUT                     VALUE 'Y'.
       01  WS-SCAN-EOF-SWITCH           PIC X(1)  VALUE 'N'.
           88  WS-END-OF-SCAN                      VALUE 'Y'.
       01  WS-SORT-EOF-SWITCH           PIC X(1)  VALUE 'N'.
           88  WS-END-OF-SORT                      VALUE 'Y'.
       01  WS-FILES-READY-SWITCH        PIC X(1)  VALUE 'Y'.
           88  WS-FILES-READY                      VALUE 'Y'.
       01  WS-MASTER-OPEN-SWITCH        PIC X(1)  VALUE 'N'.
           88  WS-MASTER-FILE-OPEN                 VALUE 'Y'.
       01  WS-SUSPENSE-OPEN-SWITCH      PIC X(1)  VALUE 'N'.
           88  WS-SUSPENSE-FILE-OPEN               VALUE 'Y'.
       01  WS-OPEN-ITEM-OPEN-SWITCH     PIC X(1)  VALUE 'N'.
           88  WS-OPEN-ITEM-FILE-OPEN              VALUE 'Y'.
       01  WS-JOURNAL-OPEN-SWITCH       PIC X(1)  VALUE 'N'.
           88  WS-JOURNAL-FILE-OPEN                VALUE 'Y'.
       01  WS-JRNL-WRITTEN-SWITCH       PIC X(1)  VALUE 'N'.
           88  WS-JRNL-ROW-WRITTEN                 VALUE 'Y'.
       01  WS-CHAIN-SWITCH              PIC X(1)  VALUE 'Y'.
           88  WS-CHAIN-INTACT                     VALUE 'Y'.
       01  WS-READ-FAILED-SWITCH        PIC X(1)  VALUE 'N'.
           88  WS-READ-FAILED                      VALUE 'Y'.
       01  WS-FILE-CHANGED-SWITCH       PIC X(1)  VALUE 'N'.
           88  WS-FILE-CHANGED                     VALUE 'Y'.
       01  WS-WORK-OPEN-SWITCH          PIC X(1)  VALUE 'N'.
           88  WS-WORK-FILE-OPEN                   VALUE 'Y'.
       01  WS-TRAIL-OPEN-SWITCH         PIC X(1)  VALUE 'N'.
           88  WS-TRAIL-FILE-OPEN                  VALUE 'Y'.
      *    A trail left part rewritten - its whole copy is on
      *    BKOWORK, so no later trail may reuse the work file.
       01  WS-COPY-BACK-SWITCH          PIC X(1)  VALUE 'N'.
           88  WS-COPY-BACK-FAILED                 VALUE 'Y'.
       01  WS-ROLLUP-SWITCH             PIC X(1)  VALUE 'N'.
           88  WS-ROLLUP-ALREADY-RAN               VALUE 'Y'.

       01  WS-JOB-NAME                  PIC X(8)  VALUE 'TRUNBKO'.
       01  WS-RUN-DATE                  PIC 9(8).
       01  WS-SUB                       PIC 9(4) COMP.
       01  WS-FILE-SUB                  PIC 9(4) COMP.
       01  WS-KEY-FILE-SUB              PIC 9(4) COMP.
       01  WS-FIELD-DIGIT               PIC 9(1)  VALUE ZERO.
       01  WS-POS                       PIC 9(4) COMP.

      *    The run being backed out, from the control card.
       01  WS-BACKOUT-RUN-ID.
           05  WS-BKO-JOB-NAME          PIC X(08) VALUE SPACES.
           05  WS-BKO-RUN-DATE          PIC 9(08) VALUE ZERO.
           05  WS-BKO-COMPANY-CODE      PIC X(04) VALUE SPACES.
      *    The run a trail row belongs to, in the same shape.
       01  WS-ROW-RUN-ID.
           05  WS-ROW-JOB-NAME          PIC X(08).
           05  WS-ROW-RUN-DATE          PIC 9(08).
           05  WS-ROW-COMPANY-CODE      PIC X(04).

       01  WS-MASTER-DSNAME             PIC X(44) VALUE SPACES.
       01  WS-TRAIL-DSNAME              PIC X(44) VALUE SPACES.
       01  WS-TRAIL-LENGTH              PIC 9(4) COMP VALUE ZERO.
       01  WS-TRAIL-LAYOUT              PIC X(1)  VALUE SPACE.

       COPY BKOIMG.
       COPY TRUNCEXC.
       COPY TRUNCAUD.
       COPY CONTEXC.
       COPY NEARLIM.
       COPY ABBRAUD.
       COPY RESTCKPT.
       COPY INBREG.

      *    The key in hand while its images are unwound.  A row
      *    image of spaces means the row was not on file.
       01  WS-KEY-FILE                  PIC X(1)  VALUE SPACE.
       01  WS-KEY-ROW-KEY               PIC X(25) VALUE SPACES.
       01  WS-KEY-IMAGES                PIC 9(4) COMP VALUE ZERO.
      *    What the run left - the newest image's after image.
       01  WS-RUN-AFTER                 PIC X(574) VALUE SPACES.
       01  WS-RUN-AFTER-MASTER REDEFINES WS-RUN-AFTER.
           05  WS-AFT-KEY               PIC X(10).
           05  WS-AFT-FIELD             PIC X(100) OCCURS 5 TIMES.
           05  FILLER                   PIC X(64).
      *    What was there before the run - the oldest image's
      *    before image.
       01  WS-RUN-BEFORE                PIC X(574) VALUE SPACES.
       01  WS-RUN-BEFORE-MASTER REDEFINES WS-RUN-BEFORE.
           05  WS-BEF-KEY               PIC X(10).
           05  WS-BEF-FIELD             PIC X(100) OCCURS 5 TIMES.
           05  FILLER                   PIC X(64).
      *    What is there now.
       01  WS-CURRENT-ROW               PIC X(574) VALUE SPACES.
       01  WS-CURRENT-MASTER REDEFINES WS-CURRENT-ROW.
           05  WS-CUR-KEY               PIC X(10).
           05  WS-CUR-FIELD             PIC X(100) OCCURS 5 TIMES.
           05  FILLER                   PIC X(64).

       01  WS-JOURNAL-SEQ               PIC 9(6)  VALUE ZERO.
       01  WS-JOURNAL-SEQ-KEY           PIC X(10) VALUE SPACES.
       01  WS-JOURNAL-SEQ-LIMIT         PIC 9(6)  VALUE 900000.
       01  WS-JRNL-CUST-KEY             PIC X(10) VALUE SPACES.
       01  WS-JRNL-TRANS-CODE           PIC X(1)  VALUE SPACE.
       01  WS-PUT-BACK-STATUS           PIC X(2)  VALUE SPACES.
       01  WS-CONFLICT-REASON           PIC X(40) VALUE SPACES.

      *    Images read and selected, and the counts per keyed file:
      *    1 customer master, 2 suspense, 3 open items.
       01  WS-IMAGES-READ               PIC 9(8) COMP VALUE ZERO.
       01  WS-IMAGES-SELECTED           PIC 9(8) COMP VALUE ZERO.
       01  WS-RUN-ROWS-FOUND            PIC 9(6) COMP VALUE ZERO.
       01  WS-KEYED-FILE-NAMES.
           05  FILLER                   PIC X(8)  VALUE 'CUSTOUT'.
           05  FILLER                   PIC X(8)  VALUE 'CUSTSUSP'.
           05  FILLER                   PIC X(8)  VALUE 'CORROPEN'.
       01  WS-KEYED-FILE-TABLE REDEFINES WS-KEYED-FILE-NAMES.
           05  WS-KEYED-FILE-NAME       PIC X(8)  OCCURS 3 TIMES.
       01  WS-KEYED-TOTALS.
           05  WS-KEYED-TOTAL OCCURS 3 TIMES.
               10  WS-KT-IMAGES         PIC 9(8) COMP.
               10  WS-KT-KEYS           PIC 9(8) COMP.
               10  WS-KT-REMOVED        PIC 9(8) COMP.
               10  WS-KT-RESTORED       PIC 9(8) COMP.
               10  WS-KT-REINSTATED     PIC 9(8) COMP.
               10  WS-KT-ALREADY-BACK   PIC 9(8) COMP.
               10  WS-KT-CONFLICTS      PIC 9(8) COMP.
       01  WS-TOTAL-CONFLICTS           PIC 9(8) COMP VALUE ZERO.
       01  WS-TOTAL-PUT-BACK            PIC 9(8) COMP VALUE ZERO.
       01  WS-TOTAL-ROWS-REMOVED        PIC 9(8) COMP VALUE ZERO.

      *    The sequential files the run's rows are removed from.
      *    The layout code picks the record layout: 'E' exception,
      *    'A' audit, 'C' content, 'N' near-limit, 'B' abbreviation,
      *    'L' balancing control, 'K' checkpoint, 'R' inbound
      *    register (marked, not removed).
       01  WS-TRAIL-SPEC-VALUES.
           05  FILLER                   PIC X(9)  VALUE 'TRUNCEXCE'.
           05  FILLER                   PIC X(9)  VALUE 'TRUNCAUDA'.
           05  FILLER                   PIC X(9)  VALUE 'CONTEXC C'.
           05  FILLER                   PIC X(9)  VALUE 'NEARLIM N'.
           05  FILLER                   PIC X(9)  VALUE 'ABBRAUD B'.
           05  FILLER                   PIC X(9)  VALUE 'BALCTL  L'.
           05  FILLER                   PIC X(9)  VALUE 'RESTCKPTK'.
           05  FILLER                   PIC X(9)  VALUE 'INBREG  R'.
       01  WS-TRAIL-SPEC-TABLE REDEFINES WS-TRAIL-SPEC-VALUES.
           05  WS-TRAIL-SPEC OCCURS 8 TIMES.
               10  WS-TRAIL-NAME        PIC X(8).
               10  WS-TRAIL-CODE        PIC X(1).
       01  WS-TRAIL-COUNT               PIC 9(4) COMP VALUE 8.
      *    'Y' the file was on disk and read, 'N' not on disk, 'F'
      *    it could not be rewritten.
       01  WS-TRAIL-TOTALS.
           05  WS-TRAIL-TOTAL OCCURS 8 TIMES.
               10  WS-TT-STATE          PIC X(1).
               10  WS-TT-READ           PIC 9(8) COMP.
               10  WS-TT-REMOVED        PIC 9(8) COMP.

       01  WS-CONFLICT-LINE.
           05  FILLER                   PIC X(2)  VALUE SPACES.
           05  WC-FILE-NAME             PIC X(8).
           05  FILLER                   PIC X(2)  VALUE SPACES.
           05  WC-ROW-KEY               PIC X(25).
           05  FILLER                   PIC X(2)  VALUE SPACES.
           05  WC-RUN-ACTION            PIC X(8).
           05  FILLER                   PIC X(2)  VALUE SPACES.
           05  WC-REASON                PIC X(40).
           05  FILLER                   PIC X(2)  VALUE SPACES.
           05  WC-FIELDS                PIC X(20).

       01  WS-KEYED-LINE.
           05  FILLER                   PIC X(2)  VALUE SPACES.
           05  WK-FILE-NAME             PIC X(8).
           05  WK-IMAGES                PIC Z(7)9.
           05  FILLER                   PIC X(2)  VALUE SPACES.
           05  WK-KEYS                  PIC Z(7)9.
           05  FILLER                   PIC X(2)  VALUE SPACES.
           05  WK-REMOVED               PIC Z(7)9.
           05  FILLER                   PIC X(2)  VALUE SPACES.
           05  WK-RESTORED              PIC Z(7)9.
           05  FILLER                   PIC X(2)  VALUE SPACES.
           05  WK-REINSTATED            PIC Z(7)9.
           05  FILLER                   PIC X(2)  VALUE SPACES.
           05  WK-ALREADY-BACK          PIC Z(7)9.
           05  FILLER                   PIC X(2)  VALUE SPACES.
           05  WK-CONFLICTS             PIC Z(7)9.

       01  WS-TRAIL-LINE.
           05  FILLER                   PIC X(2)  VALUE SPACES.
           05  WT-FILE-NAME             PIC X(8).
           05  WT-READ                  PIC Z(9)9.
           05  FILLER                   PIC X(2)  VALUE SPACES.
           05  WT-REMOVED               PIC Z(9)9.
           05  FILLER                   PIC X(2)  VALUE SPACES.
           05  WT-NOTE                  PIC X(30).

       COPY RUNDATEC.

       PROCEDURE DIVISION.
       0000-MAIN.
           PERFORM 0005-GET-BUSINESS-DATE
           IF RD-DATE-REFUSED
               GOBACK
           END-IF
           INITIALIZE WS-KEYED-TOTALS
           INITIALIZE WS-TRAIL-TOTALS
           PERFORM 0100-READ-BACKOUT-CARD
           PERFORM 0150-OPEN-REGISTER
           IF WS-FILES-READY
               PERFORM 0200-FIND-RUN-CONTROL-ROWS
           END-IF

           IF WS-FILES-READY
               SORT SORT-WORK-FILE
                   ON ASCENDING KEY BS-IMAGE-FILE BS-ROW-KEY
                   ON DESCENDING KEY BS-IMAGE-ORDER
                   INPUT PROCEDURE IS 1000-SELECT-RUN-IMAGES
                   OUTPUT PROCEDURE IS 2000-PUT-BACK-RUN-ROWS
           END-IF

      *    The trails follow the keyed files only when the keyed
      *    side ran - a backout that could not open the master
      *    leaves the night exactly as it found it.
           IF WS-FILES-READY
               PERFORM 5000-REMOVE-RUN-ROWS
           END-IF

           PERFORM 0900-WRITE-REGISTER-TOTALS
           PERFORM 0950-CLOSE-FILES
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

       0100-READ-BACKOUT-CARD.
      *    One card, one run.  Only the two jobs that keep before
      *    images can be backed out, and never a run dated after
      *    the business date.
           OPEN INPUT BACKOUT-CONTROL-FILE
           IF WS-BACKOUT-CONTROL-STATUS NOT = "00"
               DISPLAY "Error: could not open backout control card,"
                   " status " WS-BACKOUT-CONTROL-STATUS
                   " - nothing backed out"
               MOVE 'N' TO WS-FILES-READY-SWITCH
               MOVE 8 TO RETURN-CODE
           ELSE
               READ BACKOUT-CONTROL-FILE
                   AT END
                       DISPLAY "Error: backout control card missing"
                           " - nothing backed out"
                       MOVE 'N' TO WS-FILES-READY-SWITCH
                       MOVE 8 TO RETURN-CODE
                   NOT AT END
                       MOVE BK-RUN-ID TO WS-BACKOUT-RUN-ID
               END-READ
               CLOSE BACKOUT-CONTROL-FILE
           END-IF

           IF WS-FILES-READY
               EVALUATE TRUE
                   WHEN WS-BKO-JOB-NAME NOT = 'BUGSOLV'
                       AND WS-BKO-JOB-NAME NOT = 'TRUNCBLK'
                       DISPLAY "Error: job " WS-BKO-JOB-NAME
                           " keeps no before images - only BUGSOLV"
                           " and TRUNCBLK runs can be backed out"
                       MOVE 'N' TO WS-FILES-READY-SWITCH
                       MOVE 8 TO RETURN-CODE
                   WHEN WS-BKO-RUN-DATE NOT NUMERIC
                       OR WS-BKO-RUN-DATE = ZERO
                       OR WS-BKO-RUN-DATE > WS-RUN-DATE
                       DISPLAY "Error: run date on backout card is"
                           " not a business date up to "
                           WS-RUN-DATE " - nothing backed out"
                       MOVE 'N' TO WS-FILES-READY-SWITCH
                       MOVE 8 TO RETURN-CODE
               END-EVALUATE
           END-IF.

       0150-OPEN-REGISTER.
           OPEN OUTPUT REGISTER-FILE
           MOVE "RUN BACKOUT REGISTER" TO REGISTER-LINE
           WRITE REGISTER-LINE
           MOVE SPACES TO REGISTER-LINE
           STRING "JOB " WS-BKO-JOB-NAME "  RUN DATE "
               WS-BKO-RUN-DATE "  COMPANY '" WS-BKO-COMPANY-CODE
               "'  BACKED OUT ON " WS-RUN-DATE
               DELIMITED BY SIZE INTO REGISTER-LINE
           WRITE REGISTER-LINE
           IF NOT WS-FILES-READY
               MOVE SPACES TO REGISTER-LINE
               WRITE REGISTER-LINE
               MOVE "  BACKOUT REFUSED - SEE JOB LOG; NOTHING CHANGED"
                   TO REGISTER-LINE
               WRITE REGISTER-LINE
           END-IF.

       0200-FIND-RUN-CONTROL-ROWS.
      *    The run's own control row proves it ran, even when it
      *    wrote nothing keyed.  An end-of-night row for the same
      *    date means tonight's roll-ups already counted the run.
           MOVE 'N' TO WS-SCAN-EOF-SWITCH
           OPEN INPUT BALANCE-FILE
           IF WS-BALANCE-STATUS = "00"
               PERFORM UNTIL WS-END-OF-SCAN
                   READ BALANCE-FILE
                       AT END
                           SET WS-END-OF-SCAN TO TRUE
                       NOT AT END
                           PERFORM 0210-NOTE-ONE-CONTROL-ROW
                   END-READ
               END-PERFORM
               CLOSE BALANCE-FILE
           END-IF.

       0210-NOTE-ONE-CONTROL-ROW.
           MOVE BL-JOB-NAME     TO WS-ROW-JOB-NAME
           MOVE BL-RUN-DATE     TO WS-ROW-RUN-DATE
           MOVE BL-COMPANY-CODE TO WS-ROW-COMPANY-CODE
           IF WS-ROW-RUN-ID = WS-BACKOUT-RUN-ID
               ADD 1 TO WS-RUN-ROWS-FOUND
           END-IF
           IF BL-RUN-DATE = WS-BKO-RUN-DATE
               AND (BL-JOB-NAME = 'TRUNHUPD'
                   OR BL-JOB-NAME = 'TRUNCFBK'
                   OR BL-JOB-NAME = 'TRUNSCOR')
               SET WS-ROLLUP-ALREADY-RAN TO TRUE
           END-IF.

       1000-SELECT-RUN-IMAGES.
      *    Pick the run's images off the shared file, numbering
      *    them in the order they were written.
           MOVE 'N' TO WS-EOF-SWITCH
           OPEN INPUT BEFORE-IMAGE-FILE
           EVALUATE WS-BEFORE-IMAGE-STATUS
               WHEN "00"
                   PERFORM 1100-READ-ONE-IMAGE UNTIL WS-END-OF-INPUT
                   CLOSE BEFORE-IMAGE-FILE
               WHEN "35"
                   DISPLAY "No before-image file - no keyed rows to"
                       " put back"
               WHEN OTHER
                   DISPLAY "Error: could not open the before-image"
                       " file, status " WS-BEFORE-IMAGE-STATUS
                       " - nothing backed out"
                   MOVE 'N' TO WS-FILES-READY-SWITCH
                   MOVE 8 TO RETURN-CODE
           END-EVALUATE.

       1100-READ-ONE-IMAGE.
           READ BEFORE-IMAGE-FILE INTO BACKOUT-IMAGE-RECORD
               AT END
                   SET WS-END-OF-INPUT TO TRUE
               NOT AT END
                   ADD 1 TO WS-IMAGES-READ
                   IF BI-RUN-ID = WS-BACKOUT-RUN-ID
                       PERFORM 1150-RELEASE-RUN-IMAGE
                   END-IF
           END-READ.

       1150-RELEASE-RUN-IMAGE.
      *    A run writes one master; images naming two mean the
      *    file is not what this job thinks it is.
           ADD 1 TO WS-IMAGES-SELECTED
           PERFORM 1200-SET-KEYED-FILE-SUB
           IF WS-KEY-FILE-SUB = ZERO
               DISPLAY "Error: before image " WS-IMAGES-READ
                   " names no known file - nothing backed out"
               MOVE 'N' TO WS-FILES-READY-SWITCH
               MOVE 8 TO RETURN-CODE
           ELSE
               ADD 1 TO WS-KT-IMAGES(WS-KEY-FILE-SUB)
           END-IF
           IF BI-MASTER-IMAGE
               IF WS-MASTER-DSNAME = SPACES
                   MOVE BI-MASTER-DSNAME TO WS-MASTER-DSNAME
               ELSE
                   IF BI-MASTER-DSNAME NOT = WS-MASTER-DSNAME
                       DISPLAY "Error: run images name two masters, "
                           FUNCTION TRIM(WS-MASTER-DSNAME) " and "
                           FUNCTION TRIM(BI-MASTER-DSNAME)
                           " - nothing backed out"
                       MOVE 'N' TO WS-FILES-READY-SWITCH
                       MOVE 8 TO RETURN-CODE
                   END-IF
               END-IF
           END-IF
           MOVE BI-IMAGE-FILE        TO BS-IMAGE-FILE
           MOVE BI-ROW-KEY           TO BS-ROW-KEY
           MOVE WS-IMAGES-SELECTED   TO BS-IMAGE-ORDER
           MOVE BACKOUT-IMAGE-RECORD TO BS-IMAGE-ROW
           RELEASE SORT-IMAGE-RECORD.

       1200-SET-KEYED-FILE-SUB.
           EVALUATE TRUE
               WHEN BI-MASTER-IMAGE
                   MOVE 1 TO WS-KEY-FILE-SUB
               WHEN BI-SUSPENSE-IMAGE
                   MOVE 2 TO WS-KEY-FILE-SUB
               WHEN BI-OPEN-ITEM-IMAGE
                   MOVE 3 TO WS-KEY-FILE-SUB
               WHEN OTHER
                   MOVE ZERO TO WS-KEY-FILE-SUB
           END-EVALUATE.

       2000-PUT-BACK-RUN-ROWS.
           IF WS-FILES-READY
               AND WS-IMAGES-SELECTED = ZERO
               AND WS-RUN-ROWS-FOUND = ZERO
               DISPLAY "Error: no run of " WS-BKO-JOB-NAME " on "
                   WS-BKO-RUN-DATE " for company '"
                   WS-BKO-COMPANY-CODE "' found - nothing backed out"
               MOVE 'N' TO WS-FILES-READY-SWITCH
               MOVE 8 TO RETURN-CODE
           END-IF
           IF WS-FILES-READY
               PERFORM 2050-OPEN-KEYED-FILES
           END-IF
           IF WS-FILES-READY
               PERFORM 2080-WRITE-CONFLICT-HEADING
               MOVE 'N' TO WS-SORT-EOF-SWITCH
               PERFORM 2100-RETURN-IMAGE
               PERFORM 2200-PUT-BACK-ONE-KEY UNTIL WS-END-OF-SORT
               IF WS-TOTAL-CONFLICTS = ZERO
                   MOVE "  NONE" TO REGISTER-LINE
                   WRITE REGISTER-LINE
               END-IF
           END-IF.

       2050-OPEN-KEYED-FILES.
      *    Only the files the run's images touch are opened, and
      *    every one of them must open before anything is put back.
           IF WS-KT-IMAGES(1) > ZERO
               OPEN I-O CUST-MASTER-FILE
               IF WS-CUST-MASTER-STATUS = "00"
                   SET WS-MASTER-FILE-OPEN TO TRUE
               ELSE
                   DISPLAY "Error: could not open master "
                       FUNCTION TRIM(WS-MASTER-DSNAME) ", status "
                       WS-CUST-MASTER-STATUS " - nothing backed out"
                   MOVE 'N' TO WS-FILES-READY-SWITCH
               END-IF
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
                       " - nothing backed out"
                   MOVE 'N' TO WS-FILES-READY-SWITCH
               END-IF
           END-IF
           IF WS-KT-IMAGES(2) > ZERO
               OPEN I-O SUSPENSE-FILE
               IF WS-SUSPENSE-STATUS = "00"
                   SET WS-SUSPENSE-FILE-OPEN TO TRUE
               ELSE
                   DISPLAY "Error: could not open suspense file,"
                       " status " WS-SUSPENSE-STATUS
                       " - nothing backed out"
                   MOVE 'N' TO WS-FILES-READY-SWITCH
               END-IF
           END-IF
           IF WS-KT-IMAGES(3) > ZERO
               OPEN I-O OPEN-ITEM-FILE
               IF WS-OPEN-ITEM-STATUS = "00"
                   SET WS-OPEN-ITEM-FILE-OPEN TO TRUE
               ELSE
                   DISPLAY "Error: could not open open-items file,"
                       " status " WS-OPEN-ITEM-STATUS
                       " - nothing backed out"
                   MOVE 'N' TO WS-FILES-READY-SWITCH
               END-IF
           END-IF
           IF NOT WS-FILES-READY
               MOVE 8 TO RETURN-CODE
           END-IF.

       2080-WRITE-CONFLICT-HEADING.
           MOVE SPACES TO REGISTER-LINE
           WRITE REGISTER-LINE
           IF WS-MASTER-DSNAME NOT = SPACES
               MOVE SPACES TO REGISTER-LINE
               STRING "CUSTOMER MASTER DATASET "
                   FUNCTION TRIM(WS-MASTER-DSNAME)
                   DELIMITED BY SIZE INTO REGISTER-LINE
               WRITE REGISTER-LINE
               MOVE SPACES TO REGISTER-LINE
               WRITE REGISTER-LINE
           END-IF
           MOVE "CONFLICTS - CHANGED SINCE THE RUN, LEFT AS THEY STAND"
               TO REGISTER-LINE
           WRITE REGISTER-LINE
           MOVE "  FILE      KEY                        RUN DID"
               TO REGISTER-LINE
           MOVE "   REASON" TO REGISTER-LINE(48:9)
           MOVE "FIELDS CHANGED SINCE" TO REGISTER-LINE(92:20)
           WRITE REGISTER-LINE.

       2100-RETURN-IMAGE.
           RETURN SORT-WORK-FILE
               AT END SET WS-END-OF-SORT TO TRUE
           END-RETURN.

       2200-PUT-BACK-ONE-KEY.
      *    The key's images arrive newest first.  Each older image
      *    must have left the row exactly as the next newer one
      *    found it; if something else wrote the row in between
      *    (a maintenance change between a run and its same-day
      *    rerun) the chain is broken and the key is not touched.
           MOVE BS-IMAGE-ROW    TO BACKOUT-IMAGE-RECORD
           MOVE BI-IMAGE-FILE   TO WS-KEY-FILE
           MOVE BI-ROW-KEY      TO WS-KEY-ROW-KEY
           MOVE BI-AFTER-IMAGE  TO WS-RUN-AFTER
           MOVE BI-BEFORE-IMAGE TO WS-RUN-BEFORE
           MOVE 1 TO WS-KEY-IMAGES
           MOVE 'Y' TO WS-CHAIN-SWITCH
           PERFORM 1200-SET-KEYED-FILE-SUB
           ADD 1 TO WS-KT-KEYS(WS-KEY-FILE-SUB)
           PERFORM 2100-RETURN-IMAGE
           PERFORM 2250-TAKE-OLDER-IMAGE
               UNTIL WS-END-OF-SORT
                   OR BS-IMAGE-FILE NOT = WS-KEY-FILE
                   OR BS-ROW-KEY NOT = WS-KEY-ROW-KEY
           PERFORM 2300-READ-CURRENT-ROW
           PERFORM 2400-DECIDE-ONE-KEY.

       2250-TAKE-OLDER-IMAGE.
           MOVE BS-IMAGE-ROW TO BACKOUT-IMAGE-RECORD
           IF BI-AFTER-IMAGE NOT = WS-RUN-BEFORE
               MOVE 'N' TO WS-CHAIN-SWITCH
           END-IF
           MOVE BI-BEFORE-IMAGE TO WS-RUN-BEFORE
           ADD 1 TO WS-KEY-IMAGES
           PERFORM 2100-RETURN-IMAGE.

       2300-READ-CURRENT-ROW.
      *    A row not on file reads as spaces, the same as an image
      *    of a row that was not there.
           MOVE 'N'    TO WS-READ-FAILED-SWITCH
           MOVE SPACES TO WS-CURRENT-ROW
           EVALUATE WS-KEY-FILE-SUB
               WHEN 1
                   MOVE WS-KEY-ROW-KEY TO CUST-MST-KEY
                   READ CUST-MASTER-FILE
                       INVALID KEY
                           CONTINUE
                       NOT INVALID KEY
                           MOVE CUST-MST-RECORD TO WS-CURRENT-ROW
                   END-READ
                   MOVE WS-CUST-MASTER-STATUS TO WS-PUT-BACK-STATUS
               WHEN 2
                   MOVE WS-KEY-ROW-KEY TO SU-SUSPENSE-KEY
                   READ SUSPENSE-FILE
                       INVALID KEY
                           CONTINUE
                       NOT INVALID KEY
                           MOVE SUSPENSE-RECORD TO WS-CURRENT-ROW
                   END-READ
                   MOVE WS-SUSPENSE-STATUS TO WS-PUT-BACK-STATUS
               WHEN 3
                   MOVE WS-KEY-ROW-KEY TO OI-OPEN-ITEM-KEY
                   READ OPEN-ITEM-FILE
                       INVALID KEY
                           CONTINUE
                       NOT INVALID KEY
                           MOVE OPEN-ITEM-RECORD TO WS-CURRENT-ROW
                   END-READ
                   MOVE WS-OPEN-ITEM-STATUS TO WS-PUT-BACK-STATUS
           END-EVALUATE
           IF WS-PUT-BACK-STATUS NOT = "00"
               AND WS-PUT-BACK-STATUS NOT = "23"
               SET WS-READ-FAILED TO TRUE
           END-IF.

       2400-DECIDE-ONE-KEY.
           EVALUATE TRUE
               WHEN WS-READ-FAILED
                   MOVE SPACES TO WS-CONFLICT-REASON
                   STRING "COULD NOT READ, STATUS " WS-PUT-BACK-STATUS
                       DELIMITED BY SIZE INTO WS-CONFLICT-REASON
                   PERFORM 2900-NOTE-CONFLICT
                   MOVE 8 TO RETURN-CODE
               WHEN NOT WS-CHAIN-INTACT
                   MOVE "CHANGED BETWEEN THE RUN AND ITS RERUN"
                       TO WS-CONFLICT-REASON
                   PERFORM 2900-NOTE-CONFLICT
               WHEN WS-CURRENT-ROW = WS-RUN-BEFORE
                   ADD 1 TO WS-KT-ALREADY-BACK(WS-KEY-FILE-SUB)
               WHEN WS-CURRENT-ROW = WS-RUN-AFTER
                   PERFORM 2500-PUT-BACK-ROW
               WHEN OTHER
                   MOVE "CHANGED SINCE THE RUN" TO WS-CONFLICT-REASON
                   PERFORM 2900-NOTE-CONFLICT
           END-EVALUATE.

       2500-PUT-BACK-ROW.
      *    No before image: the run added the row, so it goes.  No
      *    row now: the run dropped it, so it comes back.  Anything
      *    else is rewritten to what it was.
           EVALUATE WS-KEY-FILE-SUB
               WHEN 1
                   PERFORM 2510-PUT-BACK-MASTER-ROW
               WHEN 2
                   PERFORM 2520-PUT-BACK-SUSPENSE-ROW
               WHEN 3
                   PERFORM 2530-PUT-BACK-OPEN-ITEM
           END-EVALUATE
           IF WS-PUT-BACK-STATUS = "00"
               ADD 1 TO WS-TOTAL-PUT-BACK
               EVALUATE TRUE
                   WHEN WS-RUN-BEFORE = SPACES
                       ADD 1 TO WS-KT-REMOVED(WS-KEY-FILE-SUB)
                   WHEN WS-CURRENT-ROW = SPACES
                       ADD 1 TO WS-KT-REINSTATED(WS-KEY-FILE-SUB)
                   WHEN OTHER
                       ADD 1 TO WS-KT-RESTORED(WS-KEY-FILE-SUB)
               END-EVALUATE
               IF WS-KEY-FILE-SUB = 1
                   PERFORM 2550-JOURNAL-MASTER-PUT-BACK
               END-IF
           ELSE
               MOVE SPACES TO WS-CONFLICT-REASON
               STRING "COULD NOT PUT BACK, STATUS " WS-PUT-BACK-STATUS
                   DELIMITED BY SIZE INTO WS-CONFLICT-REASON
               PERFORM 2900-NOTE-CONFLICT
               MOVE 8 TO RETURN-CODE
           END-IF.

       2510-PUT-BACK-MASTER-ROW.
           EVALUATE TRUE
               WHEN WS-RUN-BEFORE = SPACES
                   DELETE CUST-MASTER-FILE
                   MOVE 'W' TO WS-JRNL-TRANS-CODE
               WHEN WS-CURRENT-ROW = SPACES
                   MOVE WS-RUN-BEFORE TO CUST-MST-RECORD
                   WRITE CUST-MST-RECORD
                   MOVE 'I' TO WS-JRNL-TRANS-CODE
               WHEN OTHER
                   MOVE WS-RUN-BEFORE TO CUST-MST-RECORD
                   REWRITE CUST-MST-RECORD
                   MOVE 'B' TO WS-JRNL-TRANS-CODE
           END-EVALUATE
           MOVE WS-CUST-MASTER-STATUS TO WS-PUT-BACK-STATUS.

       2520-PUT-BACK-SUSPENSE-ROW.
           EVALUATE TRUE
               WHEN WS-RUN-BEFORE = SPACES
                   DELETE SUSPENSE-FILE
               WHEN WS-CURRENT-ROW = SPACES
                   MOVE WS-RUN-BEFORE TO SUSPENSE-RECORD
                   WRITE SUSPENSE-RECORD
               WHEN OTHER
                   MOVE WS-RUN-BEFORE TO SUSPENSE-RECORD
                   REWRITE SUSPENSE-RECORD
           END-EVALUATE
           MOVE WS-SUSPENSE-STATUS TO WS-PUT-BACK-STATUS.

       2530-PUT-BACK-OPEN-ITEM.
           EVALUATE TRUE
               WHEN WS-RUN-BEFORE = SPACES
                   DELETE OPEN-ITEM-FILE
               WHEN WS-CURRENT-ROW = SPACES
                   MOVE WS-RUN-BEFORE TO OPEN-ITEM-RECORD
                   WRITE OPEN-ITEM-RECORD
               WHEN OTHER
                   MOVE WS-RUN-BEFORE TO OPEN-ITEM-RECORD
                   REWRITE OPEN-ITEM-RECORD
           END-EVALUATE
           MOVE WS-OPEN-ITEM-STATUS TO WS-PUT-BACK-STATUS.

       2550-JOURNAL-MASTER-PUT-BACK.
      *    A withdrawal or a reinstatement journals every field, a
      *    restore only the fields it put back.
           MOVE WS-KEY-ROW-KEY TO WS-JRNL-CUST-KEY
           PERFORM VARYING WS-SUB FROM 1 BY 1 UNTIL WS-SUB > 5
               IF WS-JRNL-TRANS-CODE NOT = 'B'
                   OR WS-CUR-FIELD(WS-SUB) NOT = WS-BEF-FIELD(WS-SUB)
                   MOVE WS-CUR-FIELD(WS-SUB) TO CJ-BEFORE-VALUE
                   MOVE WS-BEF-FIELD(WS-SUB) TO CJ-AFTER-VALUE
                   PERFORM 8900-WRITE-JOURNAL-ROW
               END-IF
           END-PERFORM.

       2900-NOTE-CONFLICT.
      *    What the run did to the row, and - for a master key -
      *    which fields no longer hold what the run left.
           ADD 1 TO WS-KT-CONFLICTS(WS-KEY-FILE-SUB)
           ADD 1 TO WS-TOTAL-CONFLICTS
           MOVE WS-KEYED-FILE-NAME(WS-KEY-FILE-SUB) TO WC-FILE-NAME
           MOVE WS-KEY-ROW-KEY     TO WC-ROW-KEY
           MOVE WS-CONFLICT-REASON TO WC-REASON
           EVALUATE TRUE
               WHEN WS-RUN-BEFORE = SPACES
                   MOVE "ADDED"    TO WC-RUN-ACTION
               WHEN WS-RUN-AFTER = SPACES
                   MOVE "DROPPED"  TO WC-RUN-ACTION
               WHEN OTHER
                   MOVE "CHANGED"  TO WC-RUN-ACTION
           END-EVALUATE
           MOVE SPACES TO WC-FIELDS
           EVALUATE TRUE
               WHEN WS-KEY-FILE-SUB NOT = 1
                   CONTINUE
               WHEN WS-CURRENT-ROW = SPACES
                   MOVE "KEY GONE" TO WC-FIELDS
               WHEN WS-RUN-AFTER = SPACES
                   MOVE "KEY BACK" TO WC-FIELDS
               WHEN OTHER
                   MOVE 1 TO WS-POS
                   PERFORM VARYING WS-SUB FROM 1 BY 1 UNTIL WS-SUB > 5
                       IF WS-CUR-FIELD(WS-SUB)
                               NOT = WS-AFT-FIELD(WS-SUB)
                           MOVE WS-SUB TO WS-FIELD-DIGIT
                           STRING WS-FIELD-DIGIT " "
                               DELIMITED BY SIZE INTO WC-FIELDS
                               WITH POINTER WS-POS
                       END-IF
                   END-PERFORM
           END-EVALUATE
           WRITE REGISTER-LINE FROM WS-CONFLICT-LINE
           DISPLAY "Warning: " WC-FILE-NAME " key " WS-KEY-ROW-KEY
               " not put back - " FUNCTION TRIM(WS-CONFLICT-REASON).

       5000-REMOVE-RUN-ROWS.
           PERFORM VARYING WS-FILE-SUB FROM 1 BY 1
                   UNTIL WS-FILE-SUB > WS-TRAIL-COUNT
                      OR WS-COPY-BACK-FAILED
               MOVE WS-TRAIL-NAME(WS-FILE-SUB) TO WS-TRAIL-DSNAME
               MOVE WS-TRAIL-CODE(WS-FILE-SUB) TO WS-TRAIL-LAYOUT
               PERFORM 5100-REMOVE-FROM-ONE-FILE
           END-PERFORM.

       5100-REMOVE-FROM-ONE-FILE.
      *    The file is copied to the work file without the run's
      *    rows, then copied back over itself only when a row was
      *    dropped.  A file not on disk is noted and is not an
      *    error - a quiet night may never have opened it.
           MOVE 'N' TO WS-TT-STATE(WS-FILE-SUB)
           MOVE 'N' TO WS-FILE-CHANGED-SWITCH
           MOVE 'N' TO WS-SCAN-EOF-SWITCH
           OPEN INPUT TRAIL-FILE
           IF WS-TRAIL-STATUS = "00"
               MOVE 'Y' TO WS-TT-STATE(WS-FILE-SUB)
               OPEN OUTPUT TRAIL-WORK-FILE
               IF WS-TRAIL-WORK-STATUS = "00"
                   SET WS-WORK-FILE-OPEN TO TRUE
               ELSE
                   DISPLAY "Error: could not open BKOWORK, status "
                       WS-TRAIL-WORK-STATUS " - run rows left on "
                       FUNCTION TRIM(WS-TRAIL-DSNAME)
                   MOVE 'F' TO WS-TT-STATE(WS-FILE-SUB)
                   MOVE 8 TO RETURN-CODE
                   SET WS-END-OF-SCAN TO TRUE
               END-IF
               PERFORM UNTIL WS-END-OF-SCAN
                   READ TRAIL-FILE
                       AT END
                           SET WS-END-OF-SCAN TO TRUE
                       NOT AT END
                           ADD 1 TO WS-TT-READ(WS-FILE-SUB)
                           PERFORM 5200-WEIGH-ONE-ROW
                   END-READ
               END-PERFORM
               CLOSE TRAIL-FILE
               IF WS-WORK-FILE-OPEN
                   CLOSE TRAIL-WORK-FILE
                   MOVE 'N' TO WS-WORK-OPEN-SWITCH
               END-IF
      *        A work file that did not take every row kept is never
      *        copied back - the live file stays as it was.
               IF WS-FILE-CHANGED
                   AND WS-TT-STATE(WS-FILE-SUB) NOT = 'F'
                   PERFORM 5900-COPY-BACK-TRAIL
               END-IF
           END-IF.

       5200-WEIGH-ONE-ROW.
      *    The row is moved into its own record layout and its job,
      *    date and company set side by side with the run's.
           MOVE SPACES TO WS-ROW-RUN-ID
           EVALUATE WS-TRAIL-LAYOUT
               WHEN 'E'
                   MOVE TRAIL-RECORD(1:WS-TRAIL-LENGTH)
                       TO TRUNC-EXCEPTION-RECORD
                   MOVE TE-JOB-NAME     TO WS-ROW-JOB-NAME
                   MOVE TE-RUN-DATE     TO WS-ROW-RUN-DATE
                   MOVE TE-COMPANY-CODE TO WS-ROW-COMPANY-CODE
               WHEN 'A'
                   MOVE TRAIL-RECORD(1:WS-TRAIL-LENGTH)
                       TO TRUNC-AUDIT-RECORD
                   MOVE TA-JOB-NAME     TO WS-ROW-JOB-NAME
                   MOVE TA-RUN-DATE     TO WS-ROW-RUN-DATE
                   MOVE TA-COMPANY-CODE TO WS-ROW-COMPANY-CODE
               WHEN 'C'
                   MOVE TRAIL-RECORD(1:WS-TRAIL-LENGTH)
                       TO CONTENT-EXCEPTION-RECORD
                   MOVE CE-JOB-NAME     TO WS-ROW-JOB-NAME
                   MOVE CE-RUN-DATE     TO WS-ROW-RUN-DATE
                   MOVE CE-COMPANY-CODE TO WS-ROW-COMPANY-CODE
               WHEN 'N'
                   MOVE TRAIL-RECORD(1:WS-TRAIL-LENGTH)
                       TO NEAR-LIMIT-RECORD
                   MOVE NL-JOB-NAME     TO WS-ROW-JOB-NAME
                   MOVE NL-RUN-DATE     TO WS-ROW-RUN-DATE
                   MOVE NL-COMPANY-CODE TO WS-ROW-COMPANY-CODE
               WHEN 'B'
                   MOVE TRAIL-RECORD(1:WS-TRAIL-LENGTH)
                       TO ABBREV-AUDIT-RECORD
                   MOVE AA-JOB-NAME     TO WS-ROW-JOB-NAME
                   MOVE AA-RUN-DATE     TO WS-ROW-RUN-DATE
                   MOVE AA-COMPANY-CODE TO WS-ROW-COMPANY-CODE
               WHEN 'L'
                   MOVE TRAIL-RECORD(1:WS-TRAIL-LENGTH)
                       TO BALANCE-CONTROL-RECORD
                   MOVE BL-JOB-NAME     TO WS-ROW-JOB-NAME
                   MOVE BL-RUN-DATE     TO WS-ROW-RUN-DATE
                   MOVE BL-COMPANY-CODE TO WS-ROW-COMPANY-CODE
               WHEN 'K'
                   MOVE TRAIL-RECORD(1:WS-TRAIL-LENGTH)
                       TO RESTART-CHECKPOINT-RECORD
                   MOVE CKPT-JOB-NAME     TO WS-ROW-JOB-NAME
                   MOVE CKPT-RUN-DATE     TO WS-ROW-RUN-DATE
                   MOVE CKPT-COMPANY-CODE TO WS-ROW-COMPANY-CODE
               WHEN 'R'
                   MOVE TRAIL-RECORD(1:WS-TRAIL-LENGTH)
                       TO INBOUND-REGISTER-RECORD
                   MOVE IR-JOB-NAME     TO WS-ROW-JOB-NAME
                   MOVE IR-RUN-DATE     TO WS-ROW-RUN-DATE
                   MOVE IR-COMPANY-CODE TO WS-ROW-COMPANY-CODE
           END-EVALUATE
           IF WS-TRAIL-LAYOUT = 'R'
               PERFORM 5300-MARK-REGISTER-ROW
           ELSE
               PERFORM 5250-REMOVE-RUN-ROW
           END-IF.

       5250-REMOVE-RUN-ROW.
           IF WS-ROW-RUN-ID = WS-BACKOUT-RUN-ID
               ADD 1 TO WS-TT-REMOVED(WS-FILE-SUB)
               ADD 1 TO WS-TOTAL-ROWS-REMOVED
               SET WS-FILE-CHANGED TO TRUE
           ELSE
               IF WS-WORK-FILE-OPEN
                   MOVE TRAIL-RECORD TO TRAIL-WORK-RECORD
                   PERFORM 5280-WRITE-WORK-ROW
               END-IF
           END-IF.

       5280-WRITE-WORK-ROW.
      *    A row the work file would not take ends the scan; the
      *    file is left with the run's rows on it.
           WRITE TRAIL-WORK-RECORD
           IF WS-TRAIL-WORK-STATUS NOT = "00"
               DISPLAY "Error: could not write BKOWORK, status "
                   WS-TRAIL-WORK-STATUS " - run rows left on "
                   FUNCTION TRIM(WS-TRAIL-DSNAME)
               MOVE 'F' TO WS-TT-STATE(WS-FILE-SUB)
               MOVE 8 TO RETURN-CODE
               SET WS-END-OF-SCAN TO TRUE
           END-IF.

       5300-MARK-REGISTER-ROW.
      *    The register keeps every row it was given.  A 'B' row a
      *    backout of this run wrote before is dropped and written
      *    afresh after its accepted row, so a backout run twice
      *    leaves one mark per file, not two.
           IF WS-ROW-RUN-ID = WS-BACKOUT-RUN-ID
               AND IR-FILE-BACKED-OUT
               SET WS-FILE-CHANGED TO TRUE
           ELSE
               IF WS-WORK-FILE-OPEN
                   MOVE TRAIL-RECORD TO TRAIL-WORK-RECORD
                   PERFORM 5280-WRITE-WORK-ROW
               END-IF
           END-IF
           IF WS-ROW-RUN-ID = WS-BACKOUT-RUN-ID
               AND IR-FILE-ACCEPTED
               ADD 1 TO WS-TT-REMOVED(WS-FILE-SUB)
               SET WS-FILE-CHANGED TO TRUE
               SET IR-FILE-BACKED-OUT TO TRUE
               MOVE SPACES TO IR-REASON
               STRING "BACKED OUT BY TRUNBKO ON " WS-RUN-DATE
                   DELIMITED BY SIZE INTO IR-REASON
               IF WS-WORK-FILE-OPEN
                   MOVE LENGTH OF INBOUND-REGISTER-RECORD
                       TO WS-TRAIL-LENGTH
                   MOVE INBOUND-REGISTER-RECORD TO TRAIL-WORK-RECORD
                   PERFORM 5280-WRITE-WORK-ROW
               END-IF
           END-IF.

       5900-COPY-BACK-TRAIL.
      *    The live file is only opened for output once the work
      *    file is open to copy from.
           MOVE 'N' TO WS-SCAN-EOF-SWITCH
           OPEN INPUT TRAIL-WORK-FILE
           IF WS-TRAIL-WORK-STATUS NOT = "00"
               DISPLAY "Error: could not reopen BKOWORK, status "
                   WS-TRAIL-WORK-STATUS " - run rows left on "
                   FUNCTION TRIM(WS-TRAIL-DSNAME)
               MOVE 'F' TO WS-TT-STATE(WS-FILE-SUB)
               MOVE 8 TO RETURN-CODE
           ELSE
               OPEN OUTPUT TRAIL-FILE
               IF WS-TRAIL-STATUS = "00"
                   SET WS-TRAIL-FILE-OPEN TO TRUE
               ELSE
                   DISPLAY "Error: could not rewrite "
                       FUNCTION TRIM(WS-TRAIL-DSNAME) ", status "
                       WS-TRAIL-STATUS " - its copy without the run's"
                       " rows is on BKOWORK"
                   MOVE 'F' TO WS-TT-STATE(WS-FILE-SUB)
                   SET WS-COPY-BACK-FAILED TO TRUE
                   MOVE 8 TO RETURN-CODE
                   SET WS-END-OF-SCAN TO TRUE
               END-IF
               PERFORM UNTIL WS-END-OF-SCAN
                   READ TRAIL-WORK-FILE
                       AT END
                           SET WS-END-OF-SCAN TO TRUE
                       NOT AT END
                           WRITE TRAIL-RECORD FROM TRAIL-WORK-RECORD
                           IF WS-TRAIL-STATUS NOT = "00"
                               PERFORM 5910-NOTE-PART-REWRITE
                           END-IF
                   END-READ
               END-PERFORM
               CLOSE TRAIL-WORK-FILE
               IF WS-TRAIL-FILE-OPEN
                   CLOSE TRAIL-FILE
                   MOVE 'N' TO WS-TRAIL-OPEN-SWITCH
               END-IF
           END-IF.

       5910-NOTE-PART-REWRITE.
      *    The live file now holds only part of its rows; the whole
      *    copy stays on BKOWORK and no later trail is touched.
           DISPLAY "Error: rewrite of " FUNCTION TRIM(WS-TRAIL-DSNAME)
               " stopped, status " WS-TRAIL-STATUS " - restore it"
               " from BKOWORK before anything else runs"
           MOVE 'F' TO WS-TT-STATE(WS-FILE-SUB)
           SET WS-COPY-BACK-FAILED TO TRUE
           MOVE 8 TO RETURN-CODE
           SET WS-END-OF-SCAN TO TRUE.

       8900-WRITE-JOURNAL-ROW.
      *    The before and after images are already in place.  The
      *    sequence walks forward past rows an earlier run of the
      *    same day already claimed, as every journal writer does.
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
      *            failure - say so and stop retrying; the row is
      *            put back but the history has a hole.
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

       0900-WRITE-REGISTER-TOTALS.
           IF WS-FILES-READY
               MOVE SPACES TO REGISTER-LINE
               WRITE REGISTER-LINE
               MOVE "ROWS PUT BACK FROM THE RUN'S BEFORE IMAGES"
                   TO REGISTER-LINE
               WRITE REGISTER-LINE
               MOVE "  FILE      IMAGES      KEYS   REMOVED  RESTORED"
                   TO REGISTER-LINE
               MOVE "REINSTATED  ALREADY BACK CONFLICTS"
                   TO REGISTER-LINE(52:34)
               WRITE REGISTER-LINE
               PERFORM VARYING WS-SUB FROM 1 BY 1 UNTIL WS-SUB > 3
                   MOVE WS-KEYED-FILE-NAME(WS-SUB) TO WK-FILE-NAME
                   MOVE WS-KT-IMAGES(WS-SUB)       TO WK-IMAGES
                   MOVE WS-KT-KEYS(WS-SUB)         TO WK-KEYS
                   MOVE WS-KT-REMOVED(WS-SUB)      TO WK-REMOVED
                   MOVE WS-KT-RESTORED(WS-SUB)     TO WK-RESTORED
                   MOVE WS-KT-REINSTATED(WS-SUB)   TO WK-REINSTATED
                   MOVE WS-KT-ALREADY-BACK(WS-SUB) TO WK-ALREADY-BACK
                   MOVE WS-KT-CONFLICTS(WS-SUB)    TO WK-CONFLICTS
                   WRITE REGISTER-LINE FROM WS-KEYED-LINE
               END-PERFORM

               MOVE SPACES TO REGISTER-LINE
               WRITE REGISTER-LINE
               MOVE "RUN ROWS REMOVED" TO REGISTER-LINE
               WRITE REGISTER-LINE
               MOVE "  FILE          ROWS READ  ROWS REMOVED"
                   TO REGISTER-LINE
               WRITE REGISTER-LINE
               PERFORM VARYING WS-SUB FROM 1 BY 1
                       UNTIL WS-SUB > WS-TRAIL-COUNT
                   MOVE WS-TRAIL-NAME(WS-SUB)  TO WT-FILE-NAME
                   MOVE WS-TT-READ(WS-SUB)     TO WT-READ
                   MOVE WS-TT-REMOVED(WS-SUB)  TO WT-REMOVED
                   EVALUATE WS-TT-STATE(WS-SUB)
                       WHEN 'N'
                           MOVE "NOT ON DISK" TO WT-NOTE
                       WHEN 'F'
                           MOVE "NOT REWRITTEN - SEE JOB LOG"
                               TO WT-NOTE
                       WHEN OTHER
                           IF WS-TRAIL-CODE(WS-SUB) = 'R'
                               MOVE "FILES MARKED BACKED OUT"
                                   TO WT-NOTE
                           ELSE
                               MOVE SPACES TO WT-NOTE
                           END-IF
                   END-EVALUATE
                   WRITE REGISTER-LINE FROM WS-TRAIL-LINE
               END-PERFORM

               IF WS-ROLLUP-ALREADY-RAN
                   MOVE SPACES TO REGISTER-LINE
                   WRITE REGISTER-LINE
                   MOVE SPACES TO REGISTER-LINE
                   STRING "END-OF-NIGHT STEPS ALREADY RAN FOR "
                       WS-BKO-RUN-DATE " - RERUN TRUNHUPD, TRUNCFBK,"
                       " TRUNSCOR AND TRUNBAL FOR THAT DATE"
                       DELIMITED BY SIZE INTO REGISTER-LINE
                   WRITE REGISTER-LINE
               END-IF
           END-IF.

       0950-CLOSE-FILES.
           IF WS-MASTER-FILE-OPEN
               CLOSE CUST-MASTER-FILE
               MOVE 'N' TO WS-MASTER-OPEN-SWITCH
           END-IF
           IF WS-JOURNAL-FILE-OPEN
               CLOSE JOURNAL-FILE
               MOVE 'N' TO WS-JOURNAL-OPEN-SWITCH
           END-IF
           IF WS-SUSPENSE-FILE-OPEN
               CLOSE SUSPENSE-FILE
               MOVE 'N' TO WS-SUSPENSE-OPEN-SWITCH
           END-IF
           IF WS-OPEN-ITEM-FILE-OPEN
               CLOSE OPEN-ITEM-FILE
               MOVE 'N' TO WS-OPEN-ITEM-OPEN-SWITCH
           END-IF
           CLOSE REGISTER-FILE.

       0960-DISPLAY-CONTROL-TOTALS.
           DISPLAY "==================================================="
           DISPLAY "TRUNBKO CONTROL TOTALS - " WS-RUN-DATE
           DISPLAY "  RUN BACKED OUT       : " WS-BKO-JOB-NAME " "
               WS-BKO-RUN-DATE " '" WS-BKO-COMPANY-CODE "'"
           DISPLAY "  BEFORE IMAGES READ   : " WS-IMAGES-READ
           DISPLAY "  IMAGES OF THE RUN    : " WS-IMAGES-SELECTED
           DISPLAY "  ROWS PUT BACK        : " WS-TOTAL-PUT-BACK
           DISPLAY "  CONFLICTS LEFT       : " WS-TOTAL-CONFLICTS
           DISPLAY "  RUN ROWS REMOVED     : " WS-TOTAL-ROWS-REMOVED
           DISPLAY "==================================================="
           IF (WS-TOTAL-CONFLICTS > ZERO OR WS-ROLLUP-ALREADY-RAN)
               AND RETURN-CODE < 4
               MOVE 4 TO RETURN-CODE
           END-IF.
