       IDENTIFICATION DIVISION.
       PROGRAM-ID. TRUNPMRG.
      *****************************************************************
      *  Partition merge.
      *  When the conversion (or the bulk load) runs one job per
      *  partition of the run-control file (RC-PARTITION-ID,
      *  RUNCTL.CPY), each partition writes its own trails,
      *  suspense, before-image, checkpoint and balancing datasets
      *  (PARTDSN.CPY) so the jobs never contend for the shared
      *  append files.  This step runs once every partition is done
      *  and before TRUNHUPD, TRUNSCOR and TRUNCFBK: it appends each
      *  partition's rows to the shared files - RUNBIMG, CUSTSUSP,
      *  TRUNCEXC, TRUNCAUD, CONTEXC, NEARLIM, ABBRAUD, RESTCKPT,
      *  the inbound register INBREG and return report INBRPT, and
      *  BALCTL - and empties the partition's dataset once its rows
      *  are across, so nothing is ever merged twice.
      *
      *  Nothing is merged unless every partition on RUNCTL has
      *  finished tonight: a partition is finished when its own
      *  balancing file holds tonight's row for every company the
      *  run-control file puts in it - the row the job writes as it
      *  ends each company - or, for a company whose inbound file
      *  CUSTENV refused tonight, a refused row for it on the
      *  inbound register: that company is refused alone, as
      *  unpartitioned, and does not hold up the others (the
      *  register lists it).  A company stopped for any other
      *  reason has neither row.  A partition not run, or stopped
      *  part way, refuses the whole merge (RC 8); rerun that partition
      *  - it resumes from its own checkpoints - and then the merge.
      *  The partitions that did finish are left exactly as they
      *  are.  A partition whose rows are already on the shared
      *  balancing file for tonight was merged by an earlier run of
      *  this step that stopped later on, and is passed over.
      *
      *  The merge card (PARTMRG.CPY) names whose partitions these
      *  are, BUGSOLV unless it says TRUNCBLK.  Suspense rows are
      *  keyed: a partition row whose key is already on the shared
      *  file replaces it, as a rerun's refresh would, and the
      *  partition's before image of that row is completed from the
      *  shared row first, so TRUNBKO can still put it back.  The
      *  register (TRUNPMRR) lists every partition, whether it was
      *  ready, and the rows merged from each dataset.
      *****************************************************************
       ENVIRONMENT DIVISION.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
           SELECT MERGE-CONTROL-FILE ASSIGN TO "PMRGCTL"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-MERGE-CONTROL-STATUS.

           SELECT RUN-CONTROL-FILE ASSIGN TO "RUNCTL"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-RUN-CONTROL-STATUS.

      *    One partition dataset and the shared file it merges into,
      *    the dataset names set before each open, as CUSTERAS does.
           SELECT PART-FILE ASSIGN TO WS-PART-DSNAME
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-PART-STATUS.

           SELECT SHARED-FILE ASSIGN TO WS-SHARED-DSNAME
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-SHARED-STATUS.

           SELECT PART-SUSPENSE-FILE ASSIGN TO WS-PART-DSNAME
               ORGANIZATION IS INDEXED
               ACCESS MODE IS SEQUENTIAL
               RECORD KEY IS PS-SUSPENSE-KEY
               FILE STATUS IS WS-PART-STATUS.

           SELECT SUSPENSE-FILE ASSIGN TO "CUSTSUSP"
               ORGANIZATION IS INDEXED
               ACCESS MODE IS RANDOM
               RECORD KEY IS SU-SUSPENSE-KEY
               FILE STATUS IS WS-SUSPENSE-STATUS.

           SELECT REGISTER-FILE ASSIGN TO "TRUNPMRR"
               ORGANIZATION IS LINE SEQUENTIAL.

       DATA DIVISION.
       FILE SECTION.
       FD  MERGE-CONTROL-FILE.
           COPY PARTMRG.

       FD  RUN-CONTROL-FILE.
           COPY RUNCTL.

      *    Each row is merged at the length it was read - the
      *    longest is a before-image row.
       FD  PART-FILE
           RECORD IS VARYING IN SIZE FROM 1 TO 1239 CHARACTERS
               DEPENDING ON WS-MERGE-LENGTH.
       01  PART-RECORD                 PIC X(1239).

       FD  SHARED-FILE
           RECORD IS VARYING IN SIZE FROM 1 TO 1239 CHARACTERS
               DEPENDING ON WS-MERGE-LENGTH.
       01  SHARED-RECORD               PIC X(1239).

      *    A partition's suspense file, in SUSPREC.CPY's layout.
       FD  PART-SUSPENSE-FILE.
       01  PART-SUSPENSE-RECORD.
           05  PS-SUSPENSE-KEY         PIC X(14).
           05  FILLER                  PIC X(560).

       FD  SUSPENSE-FILE.
           COPY SUSPREC.

       FD  REGISTER-FILE.
       01  REGISTER-LINE               PIC X(132).

       WORKING-STORAGE SECTION.
       01  WS-MERGE-CONTROL-STATUS      PIC X(2)  VALUE SPACES.
       01  WS-RUN-CONTROL-STATUS        PIC X(2)  VALUE SPACES.
       01  WS-PART-STATUS               PIC X(2)  VALUE SPACES.
       01  WS-SHARED-STATUS             PIC X(2)  VALUE SPACES.
       01  WS-SUSPENSE-STATUS           PIC X(2)  VALUE SPACES.

       01  WS-EOF-SWITCH                PIC X(1)  VALUE 'N'.
           88  WS-END-OF-INPUT                     VALUE 'Y'.
       01  WS-SCAN-EOF-SWITCH           PIC X(1)  VALUE 'N'.
           88  WS-END-OF-SCAN                      VALUE 'Y'.
       01  WS-FILES-READY-SWITCH        PIC X(1)  VALUE 'Y'.
           88  WS-FILES-READY                      VALUE 'Y'.
       01  WS-SUSPENSE-OPEN-SWITCH      PIC X(1)  VALUE 'N'.
           88  WS-SUSPENSE-FILE-OPEN               VALUE 'Y'.
       01  WS-SHARED-OPEN-SWITCH        PIC X(1)  VALUE 'N'.
           88  WS-SHARED-FILE-OPEN                 VALUE 'Y'.
       01  WS-MERGE-FAILED-SWITCH       PIC X(1)  VALUE 'N'.
           88  WS-MERGE-FAILED                     VALUE 'Y'.
       01  WS-FILE-OK-SWITCH            PIC X(1)  VALUE 'Y'.
           88  WS-FILE-MERGED-CLEAN                VALUE 'Y'.

       01  WS-JOB-NAME                  PIC X(8)  VALUE 'TRUNPMRG'.
       01  WS-RUN-DATE                  PIC 9(8).
      *    The job whose partitions are merged.
       01  WS-MERGE-JOB-NAME            PIC X(8)  VALUE 'BUGSOLV'.
       01  WS-SUB                       PIC 9(4) COMP.
       01  WS-PART-SUB                  PIC 9(4) COMP.
       01  WS-FILE-SUB                  PIC 9(4) COMP.
       01  WS-CO-SUB                    PIC 9(4) COMP.
      *    What 0320 marks a company with - 'Y' or 'R'.
       01  WS-FINISH-MARK               PIC X(1)  VALUE 'Y'.

       01  WS-PART-DSNAME               PIC X(44) VALUE SPACES.
       01  WS-SHARED-DSNAME             PIC X(44) VALUE SPACES.
       01  WS-MERGE-LENGTH              PIC 9(4) COMP VALUE ZERO.
       01  WS-MERGE-LAYOUT              PIC X(1)  VALUE SPACE.

       COPY BKOIMG.
       COPY BALCTL.
       COPY INBREG.

      *    The shared files, in merge order.  The before images go
      *    first, while the shared suspense file still holds the
      *    rows a partition's suspense rows will replace; the
      *    balancing file goes last, so a merge stopped part way
      *    still shows the partition finished and a rerun carries
      *    on.  The layout code: 'I' before image, 'S' keyed
      *    suspense, 'L' balancing control, blank copied as it is.
       01  WS-MERGE-SPEC-VALUES.
           05  FILLER                   PIC X(9)  VALUE 'RUNBIMG I'.
           05  FILLER                   PIC X(9)  VALUE 'CUSTSUSPS'.
           05  FILLER                   PIC X(9)  VALUE 'TRUNCEXC '.
           05  FILLER                   PIC X(9)  VALUE 'TRUNCAUD '.
           05  FILLER                   PIC X(9)  VALUE 'CONTEXC  '.
           05  FILLER                   PIC X(9)  VALUE 'NEARLIM  '.
           05  FILLER                   PIC X(9)  VALUE 'ABBRAUD  '.
           05  FILLER                   PIC X(9)  VALUE 'RESTCKPT '.
           05  FILLER                   PIC X(9)  VALUE 'INBREG   '.
           05  FILLER                   PIC X(9)  VALUE 'INBRPT   '.
           05  FILLER                   PIC X(9)  VALUE 'BALCTL  L'.
       01  WS-MERGE-SPEC-TABLE REDEFINES WS-MERGE-SPEC-VALUES.
           05  WS-MERGE-SPEC OCCURS 11 TIMES.
               10  WS-MERGE-NAME        PIC X(8).
               10  WS-MERGE-CODE        PIC X(1).
       01  WS-MERGE-COUNT               PIC 9(4) COMP VALUE 11.
       01  WS-BALCTL-SPEC-SUB           PIC 9(4) COMP VALUE 11.

      *    Every partitioned company on the run-control file, and
      *    whether its partition's balancing file shows it finished
      *    ('Y'), or the inbound register shows its file refused
      *    tonight ('R').
       01  WS-COMPANY-LIMIT             PIC 9(4) COMP VALUE 100.
       01  WS-COMPANY-TABLE.
           05  WS-COMPANY-ENTRY OCCURS 100 TIMES.
               10  WS-CO-COMPANY-CODE   PIC X(04).
               10  WS-CO-PARTITION-ID   PIC X(02).
               10  WS-CO-FINISHED       PIC X(01).
               10  WS-CO-MERGED         PIC X(01).
       01  WS-COMPANY-COUNT             PIC 9(4) COMP VALUE ZERO.

      *    Every partition, its companies, and the rows merged from
      *    each of its datasets.  State: 'R' ready, 'M' not run,
      *    'U' stopped part way, 'A' merged before, 'D' merged now.
       01  WS-PARTITION-LIMIT           PIC 9(4) COMP VALUE 20.
       01  WS-PARTITION-TABLE.
           05  WS-PARTITION-ENTRY OCCURS 20 TIMES.
               10  WS-PT-PARTITION-ID   PIC X(02).
               10  WS-PT-COMPANIES      PIC 9(4) COMP.
               10  WS-PT-FINISHED       PIC 9(4) COMP.
               10  WS-PT-ALREADY-MERGED PIC 9(4) COMP.
               10  WS-PT-REFUSED        PIC 9(4) COMP.
               10  WS-PT-STATE          PIC X(01).
                   88  WS-PT-READY                 VALUE 'R'.
                   88  WS-PT-MERGED                VALUE 'D'.
               10  WS-PT-ROWS OCCURS 11 TIMES
                                        PIC 9(8) COMP.
       01  WS-PARTITION-COUNT           PIC 9(4) COMP VALUE ZERO.
       01  WS-PARTITIONS-NOT-READY      PIC 9(4) COMP VALUE ZERO.
       01  WS-PARTITIONS-MERGED-BEFORE  PIC 9(4) COMP VALUE ZERO.
       01  WS-IMAGES-COMPLETED          PIC 9(8) COMP VALUE ZERO.
       01  WS-SUSPENSE-REPLACED         PIC 9(8) COMP VALUE ZERO.
       01  WS-TOTAL-ROWS-MERGED         PIC 9(8) COMP VALUE ZERO.
       01  WS-REPLACED-DISPLAY          PIC Z(7)9.

       01  WS-PARTITION-LINE.
           05  FILLER                   PIC X(2)  VALUE SPACES.
           05  WP-PARTITION-ID          PIC X(2).
           05  FILLER                   PIC X(2)  VALUE SPACES.
           05  WP-COMPANIES             PIC ZZZ9.
           05  FILLER                   PIC X(2)  VALUE SPACES.
           05  WP-FINISHED              PIC ZZZ9.
           05  FILLER                   PIC X(2)  VALUE SPACES.
           05  WP-STATE                 PIC X(40).

       01  WS-ROWS-LINE.
           05  FILLER                   PIC X(2)  VALUE SPACES.
           05  WR-PARTITION-ID          PIC X(2).
           05  WR-ROWS-ENTRY OCCURS 11 TIMES.
               10  FILLER               PIC X(1)  VALUE SPACE.
               10  WR-ROWS              PIC Z(8)9.

       COPY RUNDATEC.

       PROCEDURE DIVISION.
       0000-MAIN.
           PERFORM 0005-GET-BUSINESS-DATE
           IF RD-DATE-REFUSED
               GOBACK
           END-IF
           INITIALIZE WS-PARTITION-TABLE
           PERFORM 0100-READ-MERGE-CARD
           OPEN OUTPUT REGISTER-FILE
           IF WS-FILES-READY
               PERFORM 0200-LOAD-PARTITIONS
           END-IF
           IF WS-FILES-READY
               PERFORM 0300-CHECK-PARTITIONS
           END-IF
           IF WS-FILES-READY
               PERFORM 0400-OPEN-SHARED-SUSPENSE
           END-IF
           PERFORM 0500-WRITE-READINESS-SECTION

           IF WS-FILES-READY
               PERFORM VARYING WS-PART-SUB FROM 1 BY 1
                       UNTIL WS-PART-SUB > WS-PARTITION-COUNT
                          OR WS-MERGE-FAILED
                   IF WS-PT-READY(WS-PART-SUB)
                       PERFORM 1000-MERGE-ONE-PARTITION
                   END-IF
               END-PERFORM
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

       0100-READ-MERGE-CARD.
      *    No card is the conversion's partitions.
           OPEN INPUT MERGE-CONTROL-FILE
           IF WS-MERGE-CONTROL-STATUS = "00"
               READ MERGE-CONTROL-FILE
                   AT END
                       CONTINUE
                   NOT AT END
                       IF PM-JOB-NAME NOT = SPACES
                           MOVE PM-JOB-NAME TO WS-MERGE-JOB-NAME
                       END-IF
               END-READ
               CLOSE MERGE-CONTROL-FILE
           END-IF
           IF WS-MERGE-JOB-NAME NOT = 'BUGSOLV'
               AND WS-MERGE-JOB-NAME NOT = 'TRUNCBLK'
               DISPLAY "Error: merge card names job "
                   WS-MERGE-JOB-NAME " - only BUGSOLV and TRUNCBLK"
                   " run in partitions; nothing merged"
               MOVE 'N' TO WS-FILES-READY-SWITCH
               MOVE 8 TO RETURN-CODE
           END-IF.

       0200-LOAD-PARTITIONS.
      *    The run-control file is the one list of partitions and
      *    the companies in each.  Cards with no partition id run
      *    in the unpartitioned job and are not merged.
           MOVE 'N' TO WS-EOF-SWITCH
           OPEN INPUT RUN-CONTROL-FILE
           IF WS-RUN-CONTROL-STATUS NOT = "00"
               DISPLAY "Error: could not open run-control file,"
                   " status " WS-RUN-CONTROL-STATUS
                   " - nothing merged"
               MOVE 'N' TO WS-FILES-READY-SWITCH
               MOVE 8 TO RETURN-CODE
           ELSE
               PERFORM UNTIL WS-END-OF-INPUT
                   READ RUN-CONTROL-FILE
                       AT END
                           SET WS-END-OF-INPUT TO TRUE
                       NOT AT END
                           IF RC-PARTITION-ID NOT = SPACES
                               PERFORM 0210-NOTE-PARTITIONED-COMPANY
                           END-IF
                   END-READ
               END-PERFORM
               CLOSE RUN-CONTROL-FILE
               IF WS-PARTITION-COUNT = ZERO
                   DISPLAY "Error: run-control file names no"
                       " partitions - nothing merged"
                   MOVE 'N' TO WS-FILES-READY-SWITCH
                   MOVE 8 TO RETURN-CODE
               END-IF
           END-IF.

       0210-NOTE-PARTITIONED-COMPANY.
           IF WS-COMPANY-COUNT < WS-COMPANY-LIMIT
               ADD 1 TO WS-COMPANY-COUNT
               MOVE RC-COMPANY-CODE
                   TO WS-CO-COMPANY-CODE(WS-COMPANY-COUNT)
               MOVE RC-PARTITION-ID
                   TO WS-CO-PARTITION-ID(WS-COMPANY-COUNT)
               MOVE 'N' TO WS-CO-FINISHED(WS-COMPANY-COUNT)
               MOVE 'N' TO WS-CO-MERGED(WS-COMPANY-COUNT)
           ELSE
               DISPLAY "Error: more than 100 partitioned companies"
                   " on the run-control file - nothing merged"
               MOVE 'N' TO WS-FILES-READY-SWITCH
               MOVE 8 TO RETURN-CODE
           END-IF
           PERFORM 0220-FIND-PARTITION
           IF WS-PART-SUB > WS-PARTITION-COUNT
               IF WS-PARTITION-COUNT < WS-PARTITION-LIMIT
                   ADD 1 TO WS-PARTITION-COUNT
                   MOVE WS-PARTITION-COUNT TO WS-PART-SUB
                   MOVE RC-PARTITION-ID
                       TO WS-PT-PARTITION-ID(WS-PART-SUB)
               ELSE
                   DISPLAY "Error: more than 20 partitions on the"
                       " run-control file - nothing merged"
                   MOVE 'N' TO WS-FILES-READY-SWITCH
                   MOVE 8 TO RETURN-CODE
               END-IF
           END-IF
           IF WS-PART-SUB NOT > WS-PARTITION-COUNT
               ADD 1 TO WS-PT-COMPANIES(WS-PART-SUB)
           END-IF.

       0220-FIND-PARTITION.
      *    Leaves WS-PART-SUB one past the table when not found.
           PERFORM VARYING WS-PART-SUB FROM 1 BY 1
                   UNTIL WS-PART-SUB > WS-PARTITION-COUNT
                      OR WS-PT-PARTITION-ID(WS-PART-SUB)
                           = RC-PARTITION-ID
               CONTINUE
           END-PERFORM.

       0300-CHECK-PARTITIONS.
      *    Every partition must have finished every one of its
      *    companies tonight before any partition is merged.  The
      *    balancing rows are read first, so a company refused on
      *    one run and loaded on a rerun counts as finished.
           PERFORM 0330-READ-SHARED-BALANCE
           PERFORM VARYING WS-PART-SUB FROM 1 BY 1
                   UNTIL WS-PART-SUB > WS-PARTITION-COUNT
               PERFORM 0310-READ-PARTITION-BALANCE
           END-PERFORM
           PERFORM VARYING WS-PART-SUB FROM 1 BY 1
                   UNTIL WS-PART-SUB > WS-PARTITION-COUNT
               MOVE SPACES TO WS-PART-DSNAME
               STRING "INBREG." WS-PT-PARTITION-ID(WS-PART-SUB)
                   DELIMITED BY SIZE INTO WS-PART-DSNAME
               PERFORM 0350-READ-REGISTER-REFUSALS
           END-PERFORM
      *    A partition merged earlier has its refusals on the
      *    shared register.
           MOVE "INBREG" TO WS-PART-DSNAME
           PERFORM 0350-READ-REGISTER-REFUSALS
           PERFORM VARYING WS-PART-SUB FROM 1 BY 1
                   UNTIL WS-PART-SUB > WS-PARTITION-COUNT
               EVALUATE TRUE
                   WHEN WS-PT-FINISHED(WS-PART-SUB) > ZERO
                       AND WS-PT-FINISHED(WS-PART-SUB)
                           + WS-PT-REFUSED(WS-PART-SUB)
                           = WS-PT-COMPANIES(WS-PART-SUB)
                       MOVE 'R' TO WS-PT-STATE(WS-PART-SUB)
                   WHEN WS-PT-FINISHED(WS-PART-SUB) = ZERO
                       AND WS-PT-ALREADY-MERGED(WS-PART-SUB) > ZERO
                       AND WS-PT-ALREADY-MERGED(WS-PART-SUB)
                           + WS-PT-REFUSED(WS-PART-SUB)
                           = WS-PT-COMPANIES(WS-PART-SUB)
                       MOVE 'A' TO WS-PT-STATE(WS-PART-SUB)
                       ADD 1 TO WS-PARTITIONS-MERGED-BEFORE
                       DISPLAY "Partition '"
                           WS-PT-PARTITION-ID(WS-PART-SUB)
                           "' already merged for " WS-RUN-DATE
                           " - passed over"
      *            Every company refused - only its register rows
      *            are there to merge.
                   WHEN WS-PT-REFUSED(WS-PART-SUB)
                           = WS-PT-COMPANIES(WS-PART-SUB)
                       MOVE 'R' TO WS-PT-STATE(WS-PART-SUB)
                   WHEN WS-PT-FINISHED(WS-PART-SUB) = ZERO
                       AND WS-PT-REFUSED(WS-PART-SUB) = ZERO
                       MOVE 'M' TO WS-PT-STATE(WS-PART-SUB)
                       ADD 1 TO WS-PARTITIONS-NOT-READY
                       DISPLAY "Error: partition '"
                           WS-PT-PARTITION-ID(WS-PART-SUB)
                           "' has no " WS-MERGE-JOB-NAME
                           " run for " WS-RUN-DATE
                   WHEN OTHER
                       MOVE 'U' TO WS-PT-STATE(WS-PART-SUB)
                       ADD 1 TO WS-PARTITIONS-NOT-READY
                       DISPLAY "Error: partition '"
                           WS-PT-PARTITION-ID(WS-PART-SUB)
                           "' finished " WS-PT-FINISHED(WS-PART-SUB)
                           " and refused " WS-PT-REFUSED(WS-PART-SUB)
                           " of " WS-PT-COMPANIES(WS-PART-SUB)
                           " companies - rerun it before the merge"
               END-EVALUATE
           END-PERFORM
           IF WS-PARTITIONS-NOT-READY > ZERO
               DISPLAY "Error: " WS-PARTITIONS-NOT-READY
                   " partition(s) not ready - nothing merged"
               MOVE 'N' TO WS-FILES-READY-SWITCH
               MOVE 8 TO RETURN-CODE
           END-IF.

       0310-READ-PARTITION-BALANCE.
      *    A company is finished when its partition's balancing
      *    file holds tonight's row for it from the merged job.
           MOVE 'N' TO WS-SCAN-EOF-SWITCH
           MOVE SPACES TO WS-PART-DSNAME
           STRING "BALCTL." WS-PT-PARTITION-ID(WS-PART-SUB)
               DELIMITED BY SIZE INTO WS-PART-DSNAME
           OPEN INPUT PART-FILE
           IF WS-PART-STATUS = "00"
               PERFORM UNTIL WS-END-OF-SCAN
                   READ PART-FILE
                       AT END
                           SET WS-END-OF-SCAN TO TRUE
                       NOT AT END
                           MOVE PART-RECORD(1:WS-MERGE-LENGTH)
                               TO BALANCE-CONTROL-RECORD
                           IF BL-JOB-NAME = WS-MERGE-JOB-NAME
                               AND BL-RUN-DATE = WS-RUN-DATE
                               MOVE 'Y' TO WS-FINISH-MARK
                               PERFORM 0320-MARK-COMPANY-FINISHED
                           END-IF
                   END-READ
               END-PERFORM
               CLOSE PART-FILE
           END-IF.

       0320-MARK-COMPANY-FINISHED.
      *    A rerun's row for a company already counted is not
      *    counted again.  WS-FINISH-MARK says whether the company
      *    finished ('Y') or had its file refused ('R').
           PERFORM VARYING WS-CO-SUB FROM 1 BY 1
                   UNTIL WS-CO-SUB > WS-COMPANY-COUNT
               IF WS-CO-PARTITION-ID(WS-CO-SUB)
                       = WS-PT-PARTITION-ID(WS-PART-SUB)
                   AND WS-CO-COMPANY-CODE(WS-CO-SUB) = BL-COMPANY-CODE
                   AND WS-CO-FINISHED(WS-CO-SUB) = 'N'
                   MOVE WS-FINISH-MARK TO WS-CO-FINISHED(WS-CO-SUB)
                   IF WS-FINISH-MARK = 'R'
                       ADD 1 TO WS-PT-REFUSED(WS-PART-SUB)
                   ELSE
                       ADD 1 TO WS-PT-FINISHED(WS-PART-SUB)
                   END-IF
               END-IF
           END-PERFORM.

       0330-READ-SHARED-BALANCE.
      *    Tonight's rows on the shared balancing file for a
      *    partitioned company can only have come from a merge.
           MOVE 'N' TO WS-SCAN-EOF-SWITCH
           MOVE "BALCTL" TO WS-PART-DSNAME
           OPEN INPUT PART-FILE
           IF WS-PART-STATUS = "00"
               PERFORM UNTIL WS-END-OF-SCAN
                   READ PART-FILE
                       AT END
                           SET WS-END-OF-SCAN TO TRUE
                       NOT AT END
                           MOVE PART-RECORD(1:WS-MERGE-LENGTH)
                               TO BALANCE-CONTROL-RECORD
                           IF BL-JOB-NAME = WS-MERGE-JOB-NAME
                               AND BL-RUN-DATE = WS-RUN-DATE
                               PERFORM 0340-MARK-COMPANY-MERGED
                           END-IF
                   END-READ
               END-PERFORM
               CLOSE PART-FILE
           END-IF.

       0340-MARK-COMPANY-MERGED.
           PERFORM VARYING WS-CO-SUB FROM 1 BY 1
                   UNTIL WS-CO-SUB > WS-COMPANY-COUNT
               IF WS-CO-COMPANY-CODE(WS-CO-SUB) = BL-COMPANY-CODE
                   AND WS-CO-MERGED(WS-CO-SUB) = 'N'
                   MOVE 'Y' TO WS-CO-MERGED(WS-CO-SUB)
                   MOVE WS-CO-PARTITION-ID(WS-CO-SUB)
                       TO RC-PARTITION-ID
                   PERFORM 0220-FIND-PARTITION
                   ADD 1 TO WS-PT-ALREADY-MERGED(WS-PART-SUB)
               END-IF
           END-PERFORM.

       0350-READ-REGISTER-REFUSALS.
      *    A company whose file was refused tonight, and which has
      *    no balancing row here or on the shared file, is settled
      *    for the merge.  Accepted rows are not enough - a company
      *    accepted and then stopped is not finished.
           MOVE 'N' TO WS-SCAN-EOF-SWITCH
           OPEN INPUT PART-FILE
           IF WS-PART-STATUS = "00"
               PERFORM UNTIL WS-END-OF-SCAN
                   READ PART-FILE
                       AT END
                           SET WS-END-OF-SCAN TO TRUE
                       NOT AT END
                           MOVE PART-RECORD(1:WS-MERGE-LENGTH)
                               TO INBOUND-REGISTER-RECORD
                           IF IR-JOB-NAME = WS-MERGE-JOB-NAME
                               AND IR-RUN-DATE = WS-RUN-DATE
                               AND IR-FILE-REFUSED
                               PERFORM 0360-NOTE-REFUSED-COMPANY
                           END-IF
                   END-READ
               END-PERFORM
               CLOSE PART-FILE
           END-IF.

       0360-NOTE-REFUSED-COMPANY.
           PERFORM VARYING WS-CO-SUB FROM 1 BY 1
                   UNTIL WS-CO-SUB > WS-COMPANY-COUNT
               IF WS-CO-COMPANY-CODE(WS-CO-SUB) = IR-COMPANY-CODE
                   AND WS-CO-FINISHED(WS-CO-SUB) = 'N'
                   AND WS-CO-MERGED(WS-CO-SUB) = 'N'
                   MOVE WS-CO-PARTITION-ID(WS-CO-SUB)
                       TO RC-PARTITION-ID
                   MOVE IR-COMPANY-CODE TO BL-COMPANY-CODE
                   MOVE 'R' TO WS-FINISH-MARK
                   PERFORM 0220-FIND-PARTITION
                   PERFORM 0320-MARK-COMPANY-FINISHED
               END-IF
           END-PERFORM.

       0400-OPEN-SHARED-SUSPENSE.
      *    Opened before anything is merged - the before images
      *    read it, and a merge that could not finish the suspense
      *    rows must not have started on the trails.
           OPEN I-O SUSPENSE-FILE
           IF WS-SUSPENSE-STATUS NOT = "00"
               OPEN OUTPUT SUSPENSE-FILE
               CLOSE SUSPENSE-FILE
               OPEN I-O SUSPENSE-FILE
           END-IF
           IF WS-SUSPENSE-STATUS = "00"
               SET WS-SUSPENSE-FILE-OPEN TO TRUE
           ELSE
               DISPLAY "Error: could not open suspense file, status "
                   WS-SUSPENSE-STATUS " - nothing merged"
               MOVE 'N' TO WS-FILES-READY-SWITCH
               MOVE 8 TO RETURN-CODE
           END-IF.

       0500-WRITE-READINESS-SECTION.
           MOVE "PARTITION MERGE REGISTER" TO REGISTER-LINE
           WRITE REGISTER-LINE
           MOVE SPACES TO REGISTER-LINE
           STRING "JOB MERGED " WS-MERGE-JOB-NAME "  RUN DATE "
               WS-RUN-DATE DELIMITED BY SIZE INTO REGISTER-LINE
           WRITE REGISTER-LINE
           MOVE SPACES TO REGISTER-LINE
           WRITE REGISTER-LINE
           MOVE "PARTITIONS" TO REGISTER-LINE
           WRITE REGISTER-LINE
           MOVE "  ID  COMPANIES  FINISHED" TO REGISTER-LINE
           WRITE REGISTER-LINE
           PERFORM VARYING WS-PART-SUB FROM 1 BY 1
                   UNTIL WS-PART-SUB > WS-PARTITION-COUNT
               MOVE WS-PT-PARTITION-ID(WS-PART-SUB) TO WP-PARTITION-ID
               MOVE WS-PT-COMPANIES(WS-PART-SUB)    TO WP-COMPANIES
               MOVE WS-PT-FINISHED(WS-PART-SUB)     TO WP-FINISHED
               EVALUATE WS-PT-STATE(WS-PART-SUB)
                   WHEN 'R'
                       MOVE "READY" TO WP-STATE
                   WHEN 'M'
                       MOVE "NOT RUN TONIGHT" TO WP-STATE
                   WHEN 'A'
                       MOVE "MERGED BY AN EARLIER RUN - PASSED OVER"
                           TO WP-STATE
                   WHEN 'U'
                       MOVE "NOT FINISHED - RERUN THE PARTITION"
                           TO WP-STATE
                   WHEN OTHER
                       MOVE SPACES TO WP-STATE
               END-EVALUATE
               WRITE REGISTER-LINE FROM WS-PARTITION-LINE
           END-PERFORM
           PERFORM VARYING WS-CO-SUB FROM 1 BY 1
                   UNTIL WS-CO-SUB > WS-COMPANY-COUNT
               IF WS-CO-FINISHED(WS-CO-SUB) = 'R'
                   MOVE SPACES TO REGISTER-LINE
                   STRING "  COMPANY '" WS-CO-COMPANY-CODE(WS-CO-SUB)
                       "' PARTITION '" WS-CO-PARTITION-ID(WS-CO-SUB)
                       "' - REFUSED AT INBOUND CHECK"
                       DELIMITED BY SIZE INTO REGISTER-LINE
                   WRITE REGISTER-LINE
               END-IF
           END-PERFORM
           IF NOT WS-FILES-READY
               MOVE SPACES TO REGISTER-LINE
               WRITE REGISTER-LINE
               MOVE "  MERGE REFUSED - SEE JOB LOG; NOTHING MERGED"
                   TO REGISTER-LINE
               WRITE REGISTER-LINE
           END-IF.

       1000-MERGE-ONE-PARTITION.
           DISPLAY "Merging partition '"
               WS-PT-PARTITION-ID(WS-PART-SUB) "'"
           PERFORM VARYING WS-FILE-SUB FROM 1 BY 1
                   UNTIL WS-FILE-SUB > WS-MERGE-COUNT
                      OR WS-MERGE-FAILED
               MOVE WS-MERGE-NAME(WS-FILE-SUB) TO WS-SHARED-DSNAME
               MOVE WS-MERGE-CODE(WS-FILE-SUB) TO WS-MERGE-LAYOUT
               MOVE SPACES TO WS-PART-DSNAME
               STRING FUNCTION TRIM(WS-SHARED-DSNAME) "."
                   WS-PT-PARTITION-ID(WS-PART-SUB)
                   DELIMITED BY SIZE INTO WS-PART-DSNAME
               IF WS-MERGE-LAYOUT = 'S'
                   PERFORM 3000-MERGE-SUSPENSE
               ELSE
                   PERFORM 2000-MERGE-SEQUENTIAL-FILE
               END-IF
           END-PERFORM
           IF NOT WS-MERGE-FAILED
               MOVE 'D' TO WS-PT-STATE(WS-PART-SUB)
           END-IF.

       2000-MERGE-SEQUENTIAL-FILE.
      *    A partition dataset not on disk had nothing to say - the
      *    bulk load keeps no checkpoint log, and a clean company
      *    may write no trail rows at all.  One that is there but
      *    will not open stops the merge - the partition must not
      *    be taken as merged without its rows.
           MOVE 'N' TO WS-SCAN-EOF-SWITCH
           OPEN INPUT PART-FILE
           IF WS-PART-STATUS NOT = "00"
               AND WS-PART-STATUS NOT = "35"
               DISPLAY "Error: could not open "
                   FUNCTION TRIM(WS-PART-DSNAME) ", status "
                   WS-PART-STATUS " - merge stopped"
               SET WS-MERGE-FAILED TO TRUE
               MOVE 8 TO RETURN-CODE
           END-IF
           IF WS-PART-STATUS = "00"
               OPEN EXTEND SHARED-FILE
               IF WS-SHARED-STATUS NOT = "00"
                   OPEN OUTPUT SHARED-FILE
               END-IF
               IF WS-SHARED-STATUS = "00"
                   SET WS-SHARED-FILE-OPEN TO TRUE
               ELSE
                   DISPLAY "Error: could not open "
                       FUNCTION TRIM(WS-SHARED-DSNAME) ", status "
                       WS-SHARED-STATUS " - merge stopped; "
                       FUNCTION TRIM(WS-PART-DSNAME) " left as it is"
                   SET WS-MERGE-FAILED TO TRUE
                   MOVE 8 TO RETURN-CODE
                   SET WS-END-OF-SCAN TO TRUE
               END-IF
               PERFORM UNTIL WS-END-OF-SCAN
                   READ PART-FILE
                       AT END
                           SET WS-END-OF-SCAN TO TRUE
                       NOT AT END
                           IF WS-MERGE-LAYOUT = 'I'
                               PERFORM 2100-COMPLETE-BEFORE-IMAGE
                           END-IF
                           PERFORM 2200-APPEND-SHARED-ROW
                   END-READ
               END-PERFORM
               CLOSE PART-FILE
      *        A failed append leaves the partition's dataset whole,
      *        so none of its rows is lost; the job log says which
      *        shared file the append stopped on.
               IF WS-SHARED-FILE-OPEN
                   CLOSE SHARED-FILE
                   MOVE 'N' TO WS-SHARED-OPEN-SWITCH
               END-IF
               IF NOT WS-MERGE-FAILED
      *            Its rows are across - empty the partition's
      *            dataset so no later merge takes them again.
                   OPEN OUTPUT PART-FILE
                   CLOSE PART-FILE
               END-IF
           END-IF.

       2200-APPEND-SHARED-ROW.
           WRITE SHARED-RECORD FROM PART-RECORD
           IF WS-SHARED-STATUS = "00"
               ADD 1 TO WS-PT-ROWS(WS-PART-SUB, WS-FILE-SUB)
               ADD 1 TO WS-TOTAL-ROWS-MERGED
           ELSE
               DISPLAY "Error: could not append to "
                   FUNCTION TRIM(WS-SHARED-DSNAME) ", status "
                   WS-SHARED-STATUS " - merge stopped; "
                   FUNCTION TRIM(WS-PART-DSNAME) " left as it is"
               SET WS-MERGE-FAILED TO TRUE
               MOVE 8 TO RETURN-CODE
               SET WS-END-OF-SCAN TO TRUE
           END-IF.

       2100-COMPLETE-BEFORE-IMAGE.
      *    The partition's suspense file started empty, so the
      *    partition saw every suspense row it wrote as added.
      *    Where the shared file already holds the key, the merge
      *    replaces that row, and the image must say so.
           MOVE PART-RECORD(1:WS-MERGE-LENGTH) TO BACKOUT-IMAGE-RECORD
           IF BI-SUSPENSE-IMAGE AND BI-ROW-ADDED
               MOVE BI-ROW-KEY(1:14) TO SU-SUSPENSE-KEY
               READ SUSPENSE-FILE
                   INVALID KEY
                       CONTINUE
                   NOT INVALID KEY
                       SET BI-ROW-REPLACED TO TRUE
                       MOVE SUSPENSE-RECORD TO BI-BEFORE-IMAGE
                       MOVE LENGTH OF BACKOUT-IMAGE-RECORD
                           TO WS-MERGE-LENGTH
                       MOVE BACKOUT-IMAGE-RECORD
                           TO PART-RECORD(1:WS-MERGE-LENGTH)
                       ADD 1 TO WS-IMAGES-COMPLETED
               END-READ
           END-IF.

       3000-MERGE-SUSPENSE.
      *    A key already on the shared file is refreshed, exactly as
      *    a rerun's suspense write is.
           MOVE 'N' TO WS-SCAN-EOF-SWITCH
           MOVE 'Y' TO WS-FILE-OK-SWITCH
           OPEN INPUT PART-SUSPENSE-FILE
           IF WS-PART-STATUS = "00"
               PERFORM UNTIL WS-END-OF-SCAN
                   READ PART-SUSPENSE-FILE NEXT RECORD
                       AT END
                           SET WS-END-OF-SCAN TO TRUE
                       NOT AT END
                           PERFORM 3100-MERGE-SUSPENSE-ROW
                   END-READ
               END-PERFORM
               CLOSE PART-SUSPENSE-FILE
               IF WS-FILE-MERGED-CLEAN
                   OPEN OUTPUT PART-SUSPENSE-FILE
                   CLOSE PART-SUSPENSE-FILE
               ELSE
      *            Every row is written or refreshed, so a rerun of
      *            the merge takes the whole partition file again
      *            safely.
                   DISPLAY "Error: suspense rows of partition '"
                       WS-PT-PARTITION-ID(WS-PART-SUB)
                       "' not all merged - merge stopped; "
                       FUNCTION TRIM(WS-PART-DSNAME) " left as it is"
                   SET WS-MERGE-FAILED TO TRUE
                   MOVE 8 TO RETURN-CODE
               END-IF
           END-IF.

       3100-MERGE-SUSPENSE-ROW.
           MOVE PART-SUSPENSE-RECORD TO SUSPENSE-RECORD
           WRITE SUSPENSE-RECORD
               INVALID KEY
                   REWRITE SUSPENSE-RECORD
                       INVALID KEY
                           CONTINUE
                       NOT INVALID KEY
                           ADD 1 TO WS-SUSPENSE-REPLACED
                   END-REWRITE
           END-WRITE
           IF WS-SUSPENSE-STATUS = "00"
               ADD 1 TO WS-PT-ROWS(WS-PART-SUB, WS-FILE-SUB)
               ADD 1 TO WS-TOTAL-ROWS-MERGED
           ELSE
               DISPLAY "Error: could not merge suspense row "
                   SU-SUSPENSE-KEY " status " WS-SUSPENSE-STATUS
               MOVE 'N' TO WS-FILE-OK-SWITCH
           END-IF.

       0900-WRITE-REGISTER-TOTALS.
           IF WS-FILES-READY
               MOVE SPACES TO REGISTER-LINE
               WRITE REGISTER-LINE
               MOVE "ROWS MERGED INTO THE SHARED FILES" TO REGISTER-LINE
               WRITE REGISTER-LINE
               MOVE SPACES TO REGISTER-LINE
               MOVE "  ID" TO REGISTER-LINE(1:4)
               PERFORM VARYING WS-SUB FROM 1 BY 1
                       UNTIL WS-SUB > WS-MERGE-COUNT
                   COMPUTE WS-FILE-SUB = (WS-SUB - 1) * 10 + 7
                   MOVE WS-MERGE-NAME(WS-SUB)
                       TO REGISTER-LINE(WS-FILE-SUB:8)
               END-PERFORM
               WRITE REGISTER-LINE
               PERFORM VARYING WS-PART-SUB FROM 1 BY 1
                       UNTIL WS-PART-SUB > WS-PARTITION-COUNT
                   MOVE WS-PT-PARTITION-ID(WS-PART-SUB)
                       TO WR-PARTITION-ID
                   PERFORM VARYING WS-SUB FROM 1 BY 1
                           UNTIL WS-SUB > WS-MERGE-COUNT
                       MOVE WS-PT-ROWS(WS-PART-SUB, WS-SUB)
                           TO WR-ROWS(WS-SUB)
                   END-PERFORM
                   WRITE REGISTER-LINE FROM WS-ROWS-LINE
                   IF WS-PT-READY(WS-PART-SUB)
                       MOVE "      MERGE STOPPED IN THIS PARTITION -"
                           TO REGISTER-LINE
                       MOVE " RERUN TRUNPMRG ONCE FIXED"
                           TO REGISTER-LINE(41:26)
                       WRITE REGISTER-LINE
                   END-IF
               END-PERFORM
               MOVE SPACES TO REGISTER-LINE
               WRITE REGISTER-LINE
               MOVE SPACES TO REGISTER-LINE
               MOVE WS-SUSPENSE-REPLACED TO WS-REPLACED-DISPLAY
               STRING "SUSPENSE ROWS REPLACED ON THE SHARED FILE: "
                   WS-REPLACED-DISPLAY
                   DELIMITED BY SIZE INTO REGISTER-LINE
               WRITE REGISTER-LINE
           END-IF
           CLOSE REGISTER-FILE.

       0950-CLOSE-FILES.
           IF WS-SUSPENSE-FILE-OPEN
               CLOSE SUSPENSE-FILE
               MOVE 'N' TO WS-SUSPENSE-OPEN-SWITCH
           END-IF.

       0960-DISPLAY-CONTROL-TOTALS.
           DISPLAY "==================================================="
           DISPLAY "TRUNPMRG CONTROL TOTALS - " WS-RUN-DATE
           DISPLAY "  JOB MERGED           : " WS-MERGE-JOB-NAME
           DISPLAY "  PARTITIONS           : " WS-PARTITION-COUNT
           DISPLAY "  PARTITIONS NOT READY : " WS-PARTITIONS-NOT-READY
           DISPLAY "  MERGED BEFORE        : "
               WS-PARTITIONS-MERGED-BEFORE
           DISPLAY "  ROWS MERGED          : " WS-TOTAL-ROWS-MERGED
           DISPLAY "  SUSPENSE REPLACED    : " WS-SUSPENSE-REPLACED
           DISPLAY "  IMAGES COMPLETED     : " WS-IMAGES-COMPLETED
           DISPLAY "==================================================="
           IF WS-SUSPENSE-REPLACED > ZERO
               DISPLAY "Warning: " WS-SUSPENSE-REPLACED
                   " shared suspense row(s) replaced by partition rows"
           END-IF
           IF WS-SUSPENSE-REPLACED > ZERO
               AND RETURN-CODE < 4
               MOVE 4 TO RETURN-CODE
           END-IF.
