       IDENTIFICATION DIVISION.
       PROGRAM-ID. CUSTERAS.
      *****************************************************************
      *  Right-to-erasure scrub.
      *  Full customer field values are copied into every trail this
      *  system keeps - the exception, audit, content and
      *  abbreviation trails and their housekeeping archives, the
      *  change journal, the suspense file, the correction request
      *  extracts, the captured corrections, and the change-feed
      *  extracts.  This job takes privacy erasure requests
      *  (ERASREQ.CPY) and masks the personal values wherever the
      *  customer's key appears:
      *    - CUSTJRNL before and after images, CUSTSUSP suspended
      *      values (keyed - rewritten in place);
      *    - TRUNCEXC, TRUNCAUD, CONTEXC, ABBRAUD and the archives
      *      TRUNEXCA, TRUNAUDA, CONTEXCA, ABBRAUDA; the correction
      *      request extracts CORRFB1-3; the captured corrections
      *      CORRECTS;
      *      the run before images RUNBIMG kept for TRUNBKO; the
      *      copy of the whole master TRUNCBLK sets aside before a
      *      bulk load, CUSTPRIR; and
      *      every subscriber's CUSTCDC extract (sequential -
      *      copied to a work file with the rows masked and copied
      *      back only when something changed).
      *  A value is masked character for character up to its last
      *  non-blank, so its length survives; keys, dates, counts and
      *  lengths are untouched, and the trend, score and balancing
      *  figures do not move.  The files that hold only keys and
      *  counts (NEARLIM, QUALSCOR, CORROPEN, TRUNHIST, NEARSTAT,
      *  BALCTL, INBREG, CUSTXREF) are not touched.
      *
      *  The key's cross-reference family (CUSTXREF.CPY) is one
      *  customer: a request for a retired key erases the key it
      *  now lives under and every key ever retired into it, and
      *  so does a request for the surviving key.  A customer
      *  still on the master is refused - delete it through
      *  CUSTMNT first, or every later write journals the values
      *  again.
      *
      *  Every erasure is recorded on the tamper-evident erasure
      *  log (ERASLOG.CPY), whose hash chain is checked before
      *  anything is masked.  A replay card re-masks every key the
      *  log holds, so a trail generation or archive restored from
      *  backup is scrubbed again.  The ERASCERT certificate lists,
      *  per request, the keys covered and the rows masked in
      *  every file, and the log's closing hash.
      *****************************************************************
       ENVIRONMENT DIVISION.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
           SELECT REQUEST-FILE ASSIGN TO "ERASREQ"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-REQUEST-STATUS.

           SELECT ERASURE-LOG-FILE ASSIGN TO "ERASLOG"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-ERASURE-LOG-STATUS.

           SELECT CUST-MASTER-FILE ASSIGN TO "CUSTOUT"
               ORGANIZATION IS INDEXED
               ACCESS MODE IS RANDOM
               RECORD KEY IS CUST-MST-KEY
               FILE STATUS IS WS-CUST-MASTER-STATUS.

           SELECT XREF-FILE ASSIGN TO "CUSTXREF"
               ORGANIZATION IS INDEXED
               ACCESS MODE IS DYNAMIC
               RECORD KEY IS XR-OLD-KEY
               FILE STATUS IS WS-XREF-STATUS.

           SELECT JOURNAL-FILE ASSIGN TO "CUSTJRNL"
               ORGANIZATION IS INDEXED
               ACCESS MODE IS DYNAMIC
               RECORD KEY IS CJ-JOURNAL-KEY
               FILE STATUS IS WS-JOURNAL-STATUS.

           SELECT SUSPENSE-FILE ASSIGN TO "CUSTSUSP"
               ORGANIZATION IS INDEXED
               ACCESS MODE IS DYNAMIC
               RECORD KEY IS SU-SUSPENSE-KEY
               FILE STATUS IS WS-SUSPENSE-STATUS.

           SELECT SUBSCRIBER-FILE ASSIGN TO "CDCSUBS"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-SUBSCRIBER-STATUS.

      *    The sequential files are scrubbed one after another
      *    through the same pair of files - the dataset name is set
      *    before each open, as CUSTCDC does for its extracts.
           SELECT SCRUB-FILE ASSIGN TO WS-SCRUB-DSNAME
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-SCRUB-STATUS.

           SELECT SCRUB-WORK-FILE ASSIGN TO "ERASWORK"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-SCRUB-WORK-STATUS.

           SELECT CERTIFICATE-FILE ASSIGN TO "ERASCERT"
               ORGANIZATION IS LINE SEQUENTIAL.

       DATA DIVISION.
       FILE SECTION.
       FD  REQUEST-FILE.
           COPY ERASREQ.

       FD  ERASURE-LOG-FILE.
           COPY ERASLOG.

       FD  CUST-MASTER-FILE.
           COPY CUSTREC REPLACING ==CUST-RECORD== BY ==CUST-MST-RECORD==
               ==CUST-FIELD-TABLE== BY ==CUST-MST-FIELD-TABLE==
               ==CUST-FIELD== BY ==CUST-MST-FIELD==
               ==CUST-KEY== BY ==CUST-MST-KEY==.

       FD  XREF-FILE.
           COPY CUSTXREF.

       FD  JOURNAL-FILE.
           COPY CUSTJRNL.

       FD  SUSPENSE-FILE.
           COPY SUSPREC.

       FD  SUBSCRIBER-FILE.
           COPY CDCSUB.

      *    Each row is written back at the length it was read, so
      *    the scrub changes no record's length in any file.
       FD  SCRUB-FILE
           RECORD IS VARYING IN SIZE FROM 1 TO 1239 CHARACTERS
               DEPENDING ON WS-SCRUB-LENGTH.
       01  SCRUB-RECORD                PIC X(1239).

       FD  SCRUB-WORK-FILE
           RECORD IS VARYING IN SIZE FROM 1 TO 1239 CHARACTERS
               DEPENDING ON WS-SCRUB-LENGTH.
       01  SCRUB-WORK-RECORD           PIC X(1239).

       FD  CERTIFICATE-FILE.
       01  CERTIFICATE-LINE            PIC X(132).

       WORKING-STORAGE SECTION.
       01  WS-REQUEST-STATUS            PIC X(2)  VALUE SPACES.
       01  WS-ERASURE-LOG-STATUS        PIC X(2)  VALUE SPACES.
       01  WS-CUST-MASTER-STATUS        PIC X(2)  VALUE SPACES.
       01  WS-XREF-STATUS               PIC X(2)  VALUE SPACES.
       01  WS-JOURNAL-STATUS            PIC X(2)  VALUE SPACES.
       01  WS-SUSPENSE-STATUS           PIC X(2)  VALUE SPACES.
       01  WS-SUBSCRIBER-STATUS         PIC X(2)  VALUE SPACES.
       01  WS-SCRUB-STATUS              PIC X(2)  VALUE SPACES.
       01  WS-SCRUB-WORK-STATUS         PIC X(2)  VALUE SPACES.

       01  WS-EOF-SWITCH                PIC X(1)  VALUE 'N'.
           88  WS-END-OF-INPUT                     VALUE 'Y'.
       01  WS-SCAN-EOF-SWITCH           PIC X(1)  VALUE 'N'.
           88  WS-END-OF-SCAN                      VALUE 'Y'.
       01  WS-FILES-READY-SWITCH        PIC X(1)  VALUE 'Y'.
           88  WS-FILES-READY                      VALUE 'Y'.
       01  WS-LOG-INTACT-SWITCH         PIC X(1)  VALUE 'Y'.
           88  WS-LOG-INTACT                       VALUE 'Y'.
       01  WS-LOG-ABSENT-SWITCH         PIC X(1)  VALUE 'N'.
           88  WS-LOG-ABSENT                       VALUE 'Y'.
       01  WS-XREF-OPEN-SWITCH          PIC X(1)  VALUE 'N'.
           88  WS-XREF-OPEN                        VALUE 'Y'.
       01  WS-KEY-FOUND-SWITCH          PIC X(1)  VALUE 'N'.
           88  WS-ERASE-KEY-FOUND                  VALUE 'Y'.
       01  WS-KEY-SEEN-SWITCH           PIC X(1)  VALUE 'N'.
           88  WS-KEY-SEEN-EARLIER                 VALUE 'Y'.
       01  WS-FILE-CHANGED-SWITCH       PIC X(1)  VALUE 'N'.
           88  WS-FILE-CHANGED                     VALUE 'Y'.
       01  WS-SCRUB-OPEN-SWITCH         PIC X(1)  VALUE 'N'.
           88  WS-SCRUB-FILE-OPEN                  VALUE 'Y'.
       01  WS-SCRUB-WORK-OPEN-SWITCH    PIC X(1)  VALUE 'N'.
           88  WS-SCRUB-WORK-OPEN                  VALUE 'Y'.
      *    A file left part rewritten has its only whole copy on
      *    ERASWORK, so no later file may reuse the work file.
       01  WS-SCRUB-FAILED-SWITCH       PIC X(1)  VALUE 'N'.
           88  WS-SCRUB-FAILED                     VALUE 'Y'.
       01  WS-COPY-BACK-SWITCH          PIC X(1)  VALUE 'N'.
           88  WS-COPY-BACK-FAILED                 VALUE 'Y'.
       01  WS-NONBLANK-SWITCH          PIC X(1)  VALUE 'N'.
           88  WS-NONBLANK-FOUND                   VALUE 'Y'.

       01  WS-JOB-NAME                  PIC X(8)  VALUE 'CUSTERAS'.
       01  WS-RUN-DATE                  PIC 9(8).
       01  WS-SUB                       PIC 9(4) COMP.
       01  WS-FILE-SUB                  PIC 9(4) COMP.
       01  WS-KEY-SUB                   PIC 9(4) COMP.
       01  WS-EARLIER-SUB               PIC 9(4) COMP.
       01  WS-REQ-SUB                   PIC 9(4) COMP.
       01  WS-POS                       PIC 9(4) COMP.
       01  WS-KEY-COUNT-BEFORE          PIC 9(4) COMP.

      *    The file being scrubbed.
       01  WS-SCRUB-DSNAME              PIC X(44) VALUE SPACES.
       01  WS-SCRUB-LENGTH              PIC 9(4) COMP VALUE ZERO.
       01  WS-SCRUB-LAYOUT              PIC X(1)  VALUE SPACE.
       01  WS-ROW-KEY                   PIC X(10) VALUE SPACES.
       01  WS-ROW-COMPANY               PIC X(4)  VALUE SPACES.

      *    A value is masked up to its last non-blank character.
       01  WS-MASK-VALUE                PIC X(100) VALUE SPACES.
       01  WS-MASK-LENGTH               PIC 9(4) COMP VALUE ZERO.

      *    The files scrubbed, in certificate order.  The layout
      *    code picks the record layout: 'J' journal and 'S'
      *    suspense are keyed; 'E' exception, 'A' audit, 'C'
      *    content, 'B' abbreviation, 'Q' correction request, 'K'
      *    captured correction, 'I' run before image, 'M' master
      *    copy and 'X' change-feed extract are sequential.  The
      *    change-feed extracts are every subscriber's dataset on
      *    CDCSUBS, counted together, and stay last.
       01  WS-FILE-SPEC-VALUES.
           05  FILLER                   PIC X(9)  VALUE 'CUSTJRNLJ'.
           05  FILLER                   PIC X(9)  VALUE 'CUSTSUSPS'.
           05  FILLER                   PIC X(9)  VALUE 'TRUNCEXCE'.
           05  FILLER                   PIC X(9)  VALUE 'TRUNCAUDA'.
           05  FILLER                   PIC X(9)  VALUE 'CONTEXC C'.
           05  FILLER                   PIC X(9)  VALUE 'ABBRAUD B'.
           05  FILLER                   PIC X(9)  VALUE 'TRUNEXCAE'.
           05  FILLER                   PIC X(9)  VALUE 'TRUNAUDAA'.
           05  FILLER                   PIC X(9)  VALUE 'CONTEXCAC'.
           05  FILLER                   PIC X(9)  VALUE 'ABBRAUDAB'.
           05  FILLER                   PIC X(9)  VALUE 'CORRFB1 Q'.
           05  FILLER                   PIC X(9)  VALUE 'CORRFB2 Q'.
           05  FILLER                   PIC X(9)  VALUE 'CORRFB3 Q'.
           05  FILLER                   PIC X(9)  VALUE 'CORRECTSK'.
           05  FILLER                   PIC X(9)  VALUE 'RUNBIMG I'.
           05  FILLER                   PIC X(9)  VALUE 'CUSTPRIRM'.
           05  FILLER                   PIC X(9)  VALUE 'CDCEXT  X'.
       01  WS-FILE-SPEC-TABLE REDEFINES WS-FILE-SPEC-VALUES.
           05  WS-FILE-SPEC OCCURS 17 TIMES.
               10  WS-FILE-NAME         PIC X(8).
               10  WS-FILE-LAYOUT       PIC X(1).
       01  WS-FILE-COUNT                PIC 9(4) COMP VALUE 17.
       01  WS-CDC-FILE-SUB              PIC 9(4) COMP VALUE 17.
      *    'Y' the file was on disk and scrubbed, 'N' not on disk,
      *    'F' it could not be scrubbed.
       01  WS-FILE-STATE-TABLE.
           05  WS-FILE-STATE OCCURS 17 TIMES
                                        PIC X(1).

      *    The requests on tonight's cards.  A request is refused
      *    whole - nothing is masked for it - or carried out whole.
       01  WS-REQUEST-LIMIT             PIC 9(4) COMP VALUE 100.
       01  WS-REQUEST-TABLE.
           05  WS-REQUEST-ENTRY OCCURS 100 TIMES
                   INDEXED BY WS-REQ-IDX.
               10  WS-REQ-ACTION        PIC X(01).
               10  WS-REQ-CUST-KEY      PIC X(10).
               10  WS-REQ-COMPANY       PIC X(04).
               10  WS-REQ-REF           PIC X(12).
               10  WS-REQ-STATE         PIC X(01).
                   88  WS-REQ-ACCEPTED             VALUE 'A'.
                   88  WS-REQ-REFUSED              VALUE 'X'.
               10  WS-REQ-REASON        PIC X(40).
               10  WS-REQ-ROWS OCCURS 17 TIMES
                                        PIC 9(8) COMP.
       01  WS-REQUEST-COUNT             PIC 9(4) COMP VALUE ZERO.
       01  WS-REQUESTS-READ             PIC 9(6) COMP VALUE ZERO.
       01  WS-REQUESTS-REFUSED          PIC 9(6) COMP VALUE ZERO.

      *    Every key to be masked tonight, with the request it is
      *    masked for.  A blank company masks the key in every
      *    company.
       01  WS-KEY-LIMIT                 PIC 9(4) COMP VALUE 2000.
       01  WS-ERASE-KEY-TABLE.
           05  WS-ERASE-KEY-ENTRY OCCURS 2000 TIMES
                   INDEXED BY WS-KEY-IDX.
               10  WS-EK-CUST-KEY       PIC X(10).
               10  WS-EK-COMPANY        PIC X(04).
               10  WS-EK-REQUEST        PIC 9(4) COMP.
       01  WS-ERASE-KEY-COUNT           PIC 9(4) COMP VALUE ZERO.
       01  WS-MATCH-REQUEST             PIC 9(4) COMP VALUE ZERO.
       01  WS-CURRENT-KEY               PIC X(10) VALUE SPACES.

      *    Every key the erasure log says was ever erased - the
      *    keys a replay masks again.
       01  WS-LOGGED-LIMIT              PIC 9(4) COMP VALUE 2000.
       01  WS-LOGGED-TABLE.
           05  WS-LOGGED-ENTRY OCCURS 2000 TIMES
                   INDEXED BY WS-LOG-IDX.
               10  WS-LG-CUST-KEY       PIC X(10).
               10  WS-LG-COMPANY        PIC X(04).
       01  WS-LOGGED-COUNT              PIC 9(4) COMP VALUE ZERO.
       01  WS-LOGGED-OVERFLOW-SWITCH    PIC X(1)  VALUE 'N'.
           88  WS-LOGGED-OVERFLOW                  VALUE 'Y'.

      *    Hash chain over the erasure log - see ERASLOG.CPY.
       01  WS-LAST-LOG-SEQ              PIC 9(8)  VALUE ZERO.
       01  WS-LAST-CHAIN-HASH           PIC 9(15) VALUE ZERO.
       01  WS-NEW-CHAIN-HASH            PIC 9(15) VALUE ZERO.
       01  WS-HASH-WORK                 PIC 9(18) VALUE ZERO.
       01  WS-HASH-QUOTIENT             PIC 9(18) VALUE ZERO.
       01  WS-HASH-MODULUS              PIC 9(16)
                                        VALUE 1000000000000000.
       01  WS-LOG-ROWS-READ             PIC 9(8)  VALUE ZERO.
       01  WS-LOG-ROWS-WRITTEN          PIC 9(8)  VALUE ZERO.
       01  WS-LOG-BREAK-SEQ             PIC 9(8)  VALUE ZERO.

       01  WS-TOTAL-ROWS-MASKED         PIC 9(8)  VALUE ZERO.

       01  WS-REQUEST-LINE.
           05  FILLER                   PIC X(8)  VALUE 'REQUEST '.
           05  WQ-REF                   PIC X(12).
           05  FILLER                   PIC X(9)  VALUE '  ACTION '.
           05  WQ-ACTION                PIC X(1).
           05  FILLER                   PIC X(6)  VALUE '  KEY '.
           05  WQ-CUST-KEY              PIC X(10).
           05  FILLER                   PIC X(10) VALUE '  COMPANY '.
           05  WQ-COMPANY               PIC X(4).
           05  FILLER                   PIC X(2)  VALUE SPACES.
           05  WQ-STATE                 PIC X(8).
           05  FILLER                   PIC X(2)  VALUE SPACES.
           05  WQ-REASON                PIC X(40).

       01  WS-KEY-LINE.
           05  FILLER                   PIC X(4)  VALUE SPACES.
           05  FILLER                   PIC X(13) VALUE 'KEY COVERED  '.
           05  WK-CUST-KEY              PIC X(10).
           05  FILLER                   PIC X(10) VALUE '  COMPANY '.
           05  WK-COMPANY               PIC X(4).

       01  WS-COUNT-LINE.
           05  FILLER                   PIC X(4)  VALUE SPACES.
           05  WC-FILE-NAME             PIC X(8).
           05  FILLER                   PIC X(4)  VALUE SPACES.
           05  WC-ROWS                  PIC ZZ,ZZZ,ZZ9.
           05  FILLER                   PIC X(14) VALUE
                                        ' ROWS MASKED  '.
           05  WC-NOTE                  PIC X(30).

       COPY TRUNCEXC.

       COPY TRUNCAUD.

       COPY CONTEXC.

       COPY ABBRAUD.

       COPY CORRREQ.

       COPY CORRFILE.

       COPY CDCEXT.

       COPY BKOIMG.
      *    One image of a run before-image row, in the master's or
      *    the suspense file's shape; open-item images hold no
      *    values.  A master copy row is masked in the same shape.
       01  WS-IMAGE-ROW                 PIC X(574) VALUE SPACES.
       01  WS-IMAGE-MASTER REDEFINES WS-IMAGE-ROW.
           05  WS-IMAGE-MASTER-KEY      PIC X(10).
           05  WS-IMAGE-MASTER-FIELD    PIC X(100) OCCURS 5 TIMES.
           05  FILLER                   PIC X(64).
       01  WS-IMAGE-SUSPENSE REDEFINES WS-IMAGE-ROW.
           05  FILLER                   PIC X(74).
           05  WS-IMAGE-SUSPENSE-VALUE  PIC X(100) OCCURS 5 TIMES.

       COPY RUNDATEC.

       PROCEDURE DIVISION.
       0000-MAIN.
           PERFORM 0005-GET-BUSINESS-DATE
           IF RD-DATE-REFUSED
               GOBACK
           END-IF
           PERFORM 0100-OPEN-FILES
           IF WS-FILES-READY
               PERFORM 0200-VERIFY-ERASURE-LOG
           END-IF
           IF WS-FILES-READY
               PERFORM 0300-LOAD-REQUESTS
           END-IF
           IF WS-FILES-READY AND WS-ERASE-KEY-COUNT > ZERO
               PERFORM 2000-SCRUB-JOURNAL
               PERFORM 2100-SCRUB-SUSPENSE
               PERFORM VARYING WS-FILE-SUB FROM 3 BY 1
                       UNTIL WS-FILE-SUB >= WS-CDC-FILE-SUB
                          OR WS-COPY-BACK-FAILED
                   MOVE WS-FILE-NAME(WS-FILE-SUB) TO WS-SCRUB-DSNAME
                   PERFORM 3000-SCRUB-ONE-FILE
               END-PERFORM
               IF NOT WS-COPY-BACK-FAILED
                   PERFORM 3500-SCRUB-CDC-EXTRACTS
               END-IF
               IF WS-COPY-BACK-FAILED
                   PERFORM 3950-MARK-FILES-NOT-REACHED
               END-IF
           END-IF
           IF WS-FILES-READY AND WS-REQUEST-COUNT > ZERO
               PERFORM 5000-APPEND-ERASURE-LOG
           END-IF
           PERFORM 6000-PRINT-CERTIFICATE
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

       0100-OPEN-FILES.
      *    The master proves each customer is already deleted, and
      *    the journal and suspense file are rewritten in place;
      *    without any of them nothing is erased.  No cross-
      *    reference file just means no key was ever retired.
           PERFORM VARYING WS-FILE-SUB FROM 1 BY 1
                   UNTIL WS-FILE-SUB > WS-FILE-COUNT
               MOVE 'N' TO WS-FILE-STATE(WS-FILE-SUB)
           END-PERFORM

           OPEN INPUT REQUEST-FILE
           IF WS-REQUEST-STATUS NOT = "00"
               DISPLAY "No erasure requests to apply,"
                   " status " WS-REQUEST-STATUS
               SET WS-END-OF-INPUT TO TRUE
           END-IF

           OPEN INPUT CUST-MASTER-FILE
           IF WS-CUST-MASTER-STATUS NOT = "00"
               DISPLAY "Error: could not open customer master,"
                   " status " WS-CUST-MASTER-STATUS
               MOVE 'N' TO WS-FILES-READY-SWITCH
           END-IF

           OPEN INPUT XREF-FILE
           IF WS-XREF-STATUS = "00"
               SET WS-XREF-OPEN TO TRUE
           END-IF

           OPEN I-O JOURNAL-FILE
           IF WS-JOURNAL-STATUS NOT = "00"
               DISPLAY "Error: could not open the change journal,"
                   " status " WS-JOURNAL-STATUS
               MOVE 'N' TO WS-FILES-READY-SWITCH
           END-IF

           OPEN I-O SUSPENSE-FILE
           IF WS-SUSPENSE-STATUS NOT = "00"
               DISPLAY "Error: could not open suspense file,"
                   " status " WS-SUSPENSE-STATUS
               MOVE 'N' TO WS-FILES-READY-SWITCH
           END-IF

           IF NOT WS-FILES-READY
               DISPLAY "Error: nothing erased"
               MOVE 8 TO RETURN-CODE
           END-IF

           OPEN OUTPUT CERTIFICATE-FILE.

       0200-VERIFY-ERASURE-LOG.
      *    Recompute the whole hash chain before trusting the log -
      *    a replay driven by an altered log would mask the wrong
      *    customers, or miss the right ones.  No log yet (status
      *    35) is an empty chain; a log that is there but cannot
      *    be read refuses the run, since its chain is unknown.
           MOVE ZERO TO WS-LAST-LOG-SEQ
           MOVE ZERO TO WS-LAST-CHAIN-HASH
           MOVE 'N'  TO WS-SCAN-EOF-SWITCH
           MOVE 'N'  TO WS-LOG-ABSENT-SWITCH
           OPEN INPUT ERASURE-LOG-FILE
           EVALUATE WS-ERASURE-LOG-STATUS
               WHEN "00"
                   CONTINUE
               WHEN "35"
                   SET WS-LOG-ABSENT TO TRUE
                   SET WS-END-OF-SCAN TO TRUE
               WHEN OTHER
                   DISPLAY "Error: could not open erasure log, status "
                       WS-ERASURE-LOG-STATUS " - nothing erased"
                   MOVE 'N' TO WS-FILES-READY-SWITCH
                   MOVE 8 TO RETURN-CODE
                   SET WS-END-OF-SCAN TO TRUE
           END-EVALUATE
           PERFORM UNTIL WS-END-OF-SCAN OR NOT WS-LOG-INTACT
               READ ERASURE-LOG-FILE
                   AT END
                       SET WS-END-OF-SCAN TO TRUE
                   NOT AT END
                       PERFORM 0210-CHECK-ONE-LOG-ROW
               END-READ
           END-PERFORM
           IF WS-ERASURE-LOG-STATUS = "00" OR "10"
               CLOSE ERASURE-LOG-FILE
           END-IF
           IF NOT WS-LOG-INTACT
               DISPLAY "Error: erasure log fails its chain check at"
                   " row " WS-LOG-BREAK-SEQ " - nothing erased"
               MOVE 'N' TO WS-FILES-READY-SWITCH
               MOVE 8 TO RETURN-CODE
           END-IF.

       0210-CHECK-ONE-LOG-ROW.
           ADD 1 TO WS-LOG-ROWS-READ
           IF EL-LOG-SEQ IS NOT NUMERIC
               OR EL-CHAIN-HASH IS NOT NUMERIC
               OR EL-LOG-SEQ NOT = WS-LAST-LOG-SEQ + 1
               MOVE 'N' TO WS-LOG-INTACT-SWITCH
           ELSE
               PERFORM 7500-HASH-LOG-ROW
               IF WS-NEW-CHAIN-HASH NOT = EL-CHAIN-HASH
                   MOVE 'N' TO WS-LOG-INTACT-SWITCH
               END-IF
           END-IF
           IF WS-LOG-INTACT
               MOVE EL-LOG-SEQ    TO WS-LAST-LOG-SEQ
               MOVE EL-CHAIN-HASH TO WS-LAST-CHAIN-HASH
               IF EL-KEY-ERASED
                   PERFORM 0220-NOTE-LOGGED-KEY
               END-IF
           ELSE
               COMPUTE WS-LOG-BREAK-SEQ = WS-LAST-LOG-SEQ + 1
           END-IF.

       0220-NOTE-LOGGED-KEY.
           MOVE 'N' TO WS-KEY-SEEN-SWITCH
           PERFORM VARYING WS-LOG-IDX FROM 1 BY 1
                   UNTIL WS-LOG-IDX > WS-LOGGED-COUNT
               IF WS-LG-CUST-KEY(WS-LOG-IDX) = EL-CUST-KEY
                   AND WS-LG-COMPANY(WS-LOG-IDX) = EL-COMPANY-CODE
                   SET WS-KEY-SEEN-EARLIER TO TRUE
               END-IF
           END-PERFORM
           IF NOT WS-KEY-SEEN-EARLIER
               IF WS-LOGGED-COUNT < WS-LOGGED-LIMIT
                   ADD 1 TO WS-LOGGED-COUNT
                   SET WS-LOG-IDX TO WS-LOGGED-COUNT
                   MOVE EL-CUST-KEY     TO WS-LG-CUST-KEY(WS-LOG-IDX)
                   MOVE EL-COMPANY-CODE TO WS-LG-COMPANY(WS-LOG-IDX)
               ELSE
                   SET WS-LOGGED-OVERFLOW TO TRUE
               END-IF
           END-IF.

       0300-LOAD-REQUESTS.
           PERFORM 0310-READ-REQUEST
           PERFORM UNTIL WS-END-OF-INPUT
               ADD 1 TO WS-REQUESTS-READ
               IF WS-REQUEST-COUNT < WS-REQUEST-LIMIT
                   ADD 1 TO WS-REQUEST-COUNT
                   SET WS-REQ-IDX TO WS-REQUEST-COUNT
                   PERFORM 1000-RESOLVE-ONE-REQUEST
               ELSE
                   ADD 1 TO WS-REQUESTS-REFUSED
                   DISPLAY "Error: more than 100 erasure requests -"
                       " request " EQ-REQUEST-REF
                       " not applied, resubmit it"
                   MOVE 8 TO RETURN-CODE
               END-IF
               PERFORM 0310-READ-REQUEST
           END-PERFORM.

       0310-READ-REQUEST.
           IF NOT WS-END-OF-INPUT
               READ REQUEST-FILE
                   AT END SET WS-END-OF-INPUT TO TRUE
               END-READ
           END-IF.

       1000-RESOLVE-ONE-REQUEST.
      *    Turn a request card into the keys it erases.  A refused
      *    request leaves no keys behind.
           MOVE EQ-ACTION       TO WS-REQ-ACTION(WS-REQ-IDX)
           MOVE EQ-CUST-KEY     TO WS-REQ-CUST-KEY(WS-REQ-IDX)
           MOVE EQ-COMPANY-CODE TO WS-REQ-COMPANY(WS-REQ-IDX)
           MOVE EQ-REQUEST-REF  TO WS-REQ-REF(WS-REQ-IDX)
           MOVE SPACES          TO WS-REQ-REASON(WS-REQ-IDX)
           SET WS-REQ-ACCEPTED(WS-REQ-IDX) TO TRUE
           PERFORM VARYING WS-FILE-SUB FROM 1 BY 1
                   UNTIL WS-FILE-SUB > WS-FILE-COUNT
               MOVE ZERO TO WS-REQ-ROWS(WS-REQ-IDX, WS-FILE-SUB)
           END-PERFORM
           MOVE WS-ERASE-KEY-COUNT TO WS-KEY-COUNT-BEFORE

           EVALUATE TRUE
               WHEN EQ-ERASE-KEY
                   PERFORM 1100-RESOLVE-ERASE-REQUEST
               WHEN EQ-REPLAY-LOG
                   PERFORM 1300-RESOLVE-REPLAY-REQUEST
               WHEN OTHER
                   MOVE "INVALID ACTION - USE E OR R"
                       TO WS-REQ-REASON(WS-REQ-IDX)
                   SET WS-REQ-REFUSED(WS-REQ-IDX) TO TRUE
           END-EVALUATE

           IF WS-REQ-REFUSED(WS-REQ-IDX)
               MOVE WS-KEY-COUNT-BEFORE TO WS-ERASE-KEY-COUNT
               ADD 1 TO WS-REQUESTS-REFUSED
               DISPLAY "Warning: erasure request " EQ-REQUEST-REF
                   " refused - "
                   FUNCTION TRIM(WS-REQ-REASON(WS-REQ-IDX))
           END-IF.

       1100-RESOLVE-ERASE-REQUEST.
      *    The customer is the key it lives under today plus every
      *    key ever retired into that key.
           MOVE EQ-CUST-KEY TO WS-CURRENT-KEY
           IF EQ-CUST-KEY = SPACES
               MOVE "CUSTOMER KEY MISSING"
                   TO WS-REQ-REASON(WS-REQ-IDX)
               SET WS-REQ-REFUSED(WS-REQ-IDX) TO TRUE
           END-IF
           IF WS-REQ-ACCEPTED(WS-REQ-IDX) AND WS-XREF-OPEN
               MOVE EQ-CUST-KEY TO XR-OLD-KEY
               READ XREF-FILE
                   INVALID KEY
                       CONTINUE
                   NOT INVALID KEY
                       MOVE XR-NEW-KEY TO WS-CURRENT-KEY
               END-READ
           END-IF
           IF WS-REQ-ACCEPTED(WS-REQ-IDX)
               MOVE WS-CURRENT-KEY TO CUST-MST-KEY
               READ CUST-MASTER-FILE
                   INVALID KEY
                       CONTINUE
                   NOT INVALID KEY
                       MOVE "CUSTOMER STILL ON MASTER - DELETE FIRST"
                           TO WS-REQ-REASON(WS-REQ-IDX)
                       SET WS-REQ-REFUSED(WS-REQ-IDX) TO TRUE
               END-READ
           END-IF
           IF WS-REQ-ACCEPTED(WS-REQ-IDX)
               MOVE WS-CURRENT-KEY  TO WS-ROW-KEY
               MOVE EQ-COMPANY-CODE TO WS-ROW-COMPANY
               PERFORM 1900-ADD-ERASE-KEY
           END-IF
           IF WS-REQ-ACCEPTED(WS-REQ-IDX) AND WS-XREF-OPEN
               PERFORM 1200-ADD-RETIRED-KEYS
           END-IF.

       1200-ADD-RETIRED-KEYS.
      *    The cross-reference is keyed on the retired key, so the
      *    keys retired into this one are found by a full pass.
           MOVE 'N' TO WS-SCAN-EOF-SWITCH
           MOVE LOW-VALUES TO XR-OLD-KEY
           START XREF-FILE KEY IS NOT LESS THAN XR-OLD-KEY
               INVALID KEY
                   SET WS-END-OF-SCAN TO TRUE
           END-START
           PERFORM UNTIL WS-END-OF-SCAN
                   OR WS-REQ-REFUSED(WS-REQ-IDX)
               READ XREF-FILE NEXT RECORD
                   AT END
                       SET WS-END-OF-SCAN TO TRUE
                   NOT AT END
                       IF XR-NEW-KEY = WS-CURRENT-KEY
                           MOVE XR-OLD-KEY      TO WS-ROW-KEY
                           MOVE EQ-COMPANY-CODE TO WS-ROW-COMPANY
                           PERFORM 1900-ADD-ERASE-KEY
                       END-IF
               END-READ
           END-PERFORM.

       1300-RESOLVE-REPLAY-REQUEST.
           IF WS-LOGGED-OVERFLOW
               MOVE "LOG HOLDS OVER 2000 KEYS - CANNOT REPLAY"
                   TO WS-REQ-REASON(WS-REQ-IDX)
               SET WS-REQ-REFUSED(WS-REQ-IDX) TO TRUE
           END-IF
           PERFORM VARYING WS-LOG-IDX FROM 1 BY 1
                   UNTIL WS-LOG-IDX > WS-LOGGED-COUNT
                       OR WS-REQ-REFUSED(WS-REQ-IDX)
               MOVE WS-LG-CUST-KEY(WS-LOG-IDX) TO WS-ROW-KEY
               MOVE WS-LG-COMPANY(WS-LOG-IDX)  TO WS-ROW-COMPANY
               PERFORM 1900-ADD-ERASE-KEY
           END-PERFORM.

       1900-ADD-ERASE-KEY.
           IF WS-ERASE-KEY-COUNT < WS-KEY-LIMIT
               ADD 1 TO WS-ERASE-KEY-COUNT
               SET WS-KEY-IDX TO WS-ERASE-KEY-COUNT
               MOVE WS-ROW-KEY     TO WS-EK-CUST-KEY(WS-KEY-IDX)
               MOVE WS-ROW-COMPANY TO WS-EK-COMPANY(WS-KEY-IDX)
               MOVE WS-REQUEST-COUNT TO WS-EK-REQUEST(WS-KEY-IDX)
           ELSE
               MOVE "OVER 2000 KEYS TONIGHT - RESUBMIT"
                   TO WS-REQ-REASON(WS-REQ-IDX)
               SET WS-REQ-REFUSED(WS-REQ-IDX) TO TRUE
           END-IF.

       2000-SCRUB-JOURNAL.
      *    Each distinct key's journal rows are read in key order
      *    and rewritten with both images masked.
           MOVE 'Y' TO WS-FILE-STATE(1)
           PERFORM VARYING WS-KEY-SUB FROM 1 BY 1
                   UNTIL WS-KEY-SUB > WS-ERASE-KEY-COUNT
               PERFORM 7300-CHECK-KEY-SEEN-EARLIER
               IF NOT WS-KEY-SEEN-EARLIER
                   PERFORM 2010-SCRUB-JOURNAL-FOR-KEY
               END-IF
           END-PERFORM.

       2010-SCRUB-JOURNAL-FOR-KEY.
      *    WS-KEY-SUB, not the index - 7100 moves the index.
           MOVE 'N' TO WS-SCAN-EOF-SWITCH
           MOVE LOW-VALUES TO CJ-JOURNAL-KEY
           MOVE WS-EK-CUST-KEY(WS-KEY-SUB) TO CJ-CUST-KEY
           START JOURNAL-FILE KEY IS NOT LESS THAN CJ-JOURNAL-KEY
               INVALID KEY
                   SET WS-END-OF-SCAN TO TRUE
           END-START
           PERFORM UNTIL WS-END-OF-SCAN
               READ JOURNAL-FILE NEXT RECORD
                   AT END
                       SET WS-END-OF-SCAN TO TRUE
                   NOT AT END
                       IF CJ-CUST-KEY NOT = WS-EK-CUST-KEY(WS-KEY-SUB)
                           SET WS-END-OF-SCAN TO TRUE
                       ELSE
                           PERFORM 2020-MASK-JOURNAL-ROW
                       END-IF
               END-READ
           END-PERFORM.

       2020-MASK-JOURNAL-ROW.
      *    The journal carries no company - a key is erased in it
      *    whatever company the request names.
           MOVE CJ-CUST-KEY TO WS-ROW-KEY
           MOVE SPACES      TO WS-ROW-COMPANY
           PERFORM 7100-FIND-ERASE-KEY
           IF WS-ERASE-KEY-FOUND
               MOVE CJ-BEFORE-VALUE TO WS-MASK-VALUE
               PERFORM 7200-MASK-VALUE
               MOVE WS-MASK-VALUE   TO CJ-BEFORE-VALUE
               MOVE CJ-AFTER-VALUE  TO WS-MASK-VALUE
               PERFORM 7200-MASK-VALUE
               MOVE WS-MASK-VALUE   TO CJ-AFTER-VALUE
               REWRITE CUST-JOURNAL-RECORD
                   INVALID KEY
                       DISPLAY "Error: journal rewrite failed for "
                           CJ-JOURNAL-KEY " status "
                           WS-JOURNAL-STATUS
                       MOVE 'F' TO WS-FILE-STATE(1)
                       MOVE 8 TO RETURN-CODE
                   NOT INVALID KEY
                       MOVE 1 TO WS-FILE-SUB
                       PERFORM 7400-COUNT-MASKED-ROW
               END-REWRITE
           END-IF.

       2100-SCRUB-SUSPENSE.
           MOVE 'Y' TO WS-FILE-STATE(2)
           PERFORM VARYING WS-KEY-SUB FROM 1 BY 1
                   UNTIL WS-KEY-SUB > WS-ERASE-KEY-COUNT
               PERFORM 7300-CHECK-KEY-SEEN-EARLIER
               IF NOT WS-KEY-SEEN-EARLIER
                   PERFORM 2110-SCRUB-SUSPENSE-FOR-KEY
               END-IF
           END-PERFORM.

       2110-SCRUB-SUSPENSE-FOR-KEY.
           MOVE 'N' TO WS-SCAN-EOF-SWITCH
           MOVE WS-EK-CUST-KEY(WS-KEY-SUB) TO SU-CUST-KEY
           MOVE ZERO TO SU-SUSPEND-SEQ
           START SUSPENSE-FILE KEY IS NOT LESS THAN SU-SUSPENSE-KEY
               INVALID KEY
                   SET WS-END-OF-SCAN TO TRUE
           END-START
           PERFORM UNTIL WS-END-OF-SCAN
               READ SUSPENSE-FILE NEXT RECORD
                   AT END
                       SET WS-END-OF-SCAN TO TRUE
                   NOT AT END
                       IF SU-CUST-KEY NOT = WS-EK-CUST-KEY(WS-KEY-SUB)
                           SET WS-END-OF-SCAN TO TRUE
                       ELSE
                           PERFORM 2120-MASK-SUSPENSE-ROW
                       END-IF
               END-READ
           END-PERFORM.

       2120-MASK-SUSPENSE-ROW.
           MOVE SU-CUST-KEY     TO WS-ROW-KEY
           MOVE SU-COMPANY-CODE TO WS-ROW-COMPANY
           PERFORM 7100-FIND-ERASE-KEY
           IF WS-ERASE-KEY-FOUND
               PERFORM VARYING WS-SUB FROM 1 BY 1 UNTIL WS-SUB > 5
                   MOVE SU-FIELD-VALUE(WS-SUB) TO WS-MASK-VALUE
                   PERFORM 7200-MASK-VALUE
                   MOVE WS-MASK-VALUE TO SU-FIELD-VALUE(WS-SUB)
               END-PERFORM
               REWRITE SUSPENSE-RECORD
                   INVALID KEY
                       DISPLAY "Error: suspense rewrite failed for "
                           SU-SUSPENSE-KEY " status "
                           WS-SUSPENSE-STATUS
                       MOVE 'F' TO WS-FILE-STATE(2)
                       MOVE 8 TO RETURN-CODE
                   NOT INVALID KEY
                       MOVE 2 TO WS-FILE-SUB
                       PERFORM 7400-COUNT-MASKED-ROW
               END-REWRITE
           END-IF.

       3000-SCRUB-ONE-FILE.
      *    WS-FILE-SUB names the file's slot, WS-SCRUB-DSNAME the
      *    dataset.  The file is copied to the work file with the
      *    erased keys' rows masked, then copied back over itself
      *    only when a row changed.  A file not on disk is noted on
      *    the certificate and is not an error - an archive
      *    generation or an extract may not exist tonight.
           MOVE WS-FILE-LAYOUT(WS-FILE-SUB) TO WS-SCRUB-LAYOUT
           MOVE 'N' TO WS-FILE-CHANGED-SWITCH
           MOVE 'N' TO WS-SCRUB-FAILED-SWITCH
           MOVE 'N' TO WS-SCAN-EOF-SWITCH
           OPEN INPUT SCRUB-FILE
           IF WS-SCRUB-STATUS = "00"
               IF WS-FILE-STATE(WS-FILE-SUB) = 'N'
                   MOVE 'Y' TO WS-FILE-STATE(WS-FILE-SUB)
               END-IF
               OPEN OUTPUT SCRUB-WORK-FILE
               IF WS-SCRUB-WORK-STATUS = "00"
                   SET WS-SCRUB-WORK-OPEN TO TRUE
               ELSE
                   DISPLAY "Error: could not open ERASWORK, status "
                       WS-SCRUB-WORK-STATUS " - "
                       FUNCTION TRIM(WS-SCRUB-DSNAME) " not erased"
                   MOVE 'F' TO WS-FILE-STATE(WS-FILE-SUB)
                   SET WS-SCRUB-FAILED TO TRUE
                   MOVE 8 TO RETURN-CODE
                   SET WS-END-OF-SCAN TO TRUE
               END-IF
               PERFORM UNTIL WS-END-OF-SCAN
                   READ SCRUB-FILE
                       AT END
                           SET WS-END-OF-SCAN TO TRUE
                       NOT AT END
                           PERFORM 3100-MASK-ONE-ROW
                           PERFORM 3200-WRITE-WORK-ROW
                   END-READ
               END-PERFORM
               CLOSE SCRUB-FILE
               IF WS-SCRUB-WORK-OPEN
                   CLOSE SCRUB-WORK-FILE
                   MOVE 'N' TO WS-SCRUB-WORK-OPEN-SWITCH
               END-IF
               IF WS-FILE-CHANGED AND NOT WS-SCRUB-FAILED
                   PERFORM 3900-COPY-BACK-SCRUBBED-FILE
               END-IF
           END-IF.

       3100-MASK-ONE-ROW.
      *    The row is moved into its own record layout, its key
      *    looked up, its values masked, and moved back at the
      *    length it was read.
           EVALUATE WS-SCRUB-LAYOUT
               WHEN 'E'
                   PERFORM 3110-MASK-EXCEPTION-ROW
               WHEN 'A'
                   PERFORM 3120-MASK-AUDIT-ROW
               WHEN 'C'
                   PERFORM 3130-MASK-CONTENT-ROW
               WHEN 'B'
                   PERFORM 3140-MASK-ABBREVIATION-ROW
               WHEN 'Q'
                   PERFORM 3150-MASK-REQUEST-ROW
               WHEN 'K'
                   PERFORM 3160-MASK-CAPTURE-ROW
               WHEN 'I'
                   PERFORM 3180-MASK-BEFORE-IMAGE-ROW
               WHEN 'M'
                   PERFORM 3190-MASK-MASTER-ROW
               WHEN 'X'
                   PERFORM 3170-MASK-EXTRACT-ROW
           END-EVALUATE
           IF WS-ERASE-KEY-FOUND
               SET WS-FILE-CHANGED TO TRUE
               PERFORM 7400-COUNT-MASKED-ROW
           END-IF.

       3110-MASK-EXCEPTION-ROW.
           MOVE SCRUB-RECORD(1:WS-SCRUB-LENGTH)
               TO TRUNC-EXCEPTION-RECORD
           MOVE TE-SOURCE-KEY   TO WS-ROW-KEY
           MOVE TE-COMPANY-CODE TO WS-ROW-COMPANY
           PERFORM 7100-FIND-ERASE-KEY
           IF WS-ERASE-KEY-FOUND
               MOVE TE-FIELD-VALUE TO WS-MASK-VALUE
               PERFORM 7200-MASK-VALUE
               MOVE WS-MASK-VALUE  TO TE-FIELD-VALUE
               MOVE TRUNC-EXCEPTION-RECORD
                   TO SCRUB-RECORD(1:WS-SCRUB-LENGTH)
           END-IF.

       3120-MASK-AUDIT-ROW.
           MOVE SCRUB-RECORD(1:WS-SCRUB-LENGTH)
               TO TRUNC-AUDIT-RECORD
           MOVE TA-SOURCE-KEY   TO WS-ROW-KEY
           MOVE TA-COMPANY-CODE TO WS-ROW-COMPANY
           PERFORM 7100-FIND-ERASE-KEY
           IF WS-ERASE-KEY-FOUND
               MOVE TA-SOURCE-VALUE TO WS-MASK-VALUE
               PERFORM 7200-MASK-VALUE
               MOVE WS-MASK-VALUE   TO TA-SOURCE-VALUE
               MOVE TA-TARGET-VALUE TO WS-MASK-VALUE
               PERFORM 7200-MASK-VALUE
               MOVE WS-MASK-VALUE   TO TA-TARGET-VALUE
               MOVE TRUNC-AUDIT-RECORD
                   TO SCRUB-RECORD(1:WS-SCRUB-LENGTH)
           END-IF.

       3130-MASK-CONTENT-ROW.
           MOVE SCRUB-RECORD(1:WS-SCRUB-LENGTH)
               TO CONTENT-EXCEPTION-RECORD
           MOVE CE-SOURCE-KEY   TO WS-ROW-KEY
           MOVE CE-COMPANY-CODE TO WS-ROW-COMPANY
           PERFORM 7100-FIND-ERASE-KEY
           IF WS-ERASE-KEY-FOUND
               MOVE CE-FIELD-VALUE TO WS-MASK-VALUE
               PERFORM 7200-MASK-VALUE
               MOVE WS-MASK-VALUE  TO CE-FIELD-VALUE
               MOVE CONTENT-EXCEPTION-RECORD
                   TO SCRUB-RECORD(1:WS-SCRUB-LENGTH)
           END-IF.

       3140-MASK-ABBREVIATION-ROW.
           MOVE SCRUB-RECORD(1:WS-SCRUB-LENGTH)
               TO ABBREV-AUDIT-RECORD
           MOVE AA-SOURCE-KEY   TO WS-ROW-KEY
           MOVE AA-COMPANY-CODE TO WS-ROW-COMPANY
           PERFORM 7100-FIND-ERASE-KEY
           IF WS-ERASE-KEY-FOUND
               MOVE AA-BEFORE-VALUE TO WS-MASK-VALUE
               PERFORM 7200-MASK-VALUE
               MOVE WS-MASK-VALUE   TO AA-BEFORE-VALUE
               MOVE AA-AFTER-VALUE  TO WS-MASK-VALUE
               PERFORM 7200-MASK-VALUE
               MOVE WS-MASK-VALUE   TO AA-AFTER-VALUE
               MOVE ABBREV-AUDIT-RECORD
                   TO SCRUB-RECORD(1:WS-SCRUB-LENGTH)
           END-IF.

       3150-MASK-REQUEST-ROW.
      *    Correction requests carry no company.
           MOVE SCRUB-RECORD(1:WS-SCRUB-LENGTH)
               TO CORR-REQUEST-RECORD
           MOVE CR-SOURCE-KEY TO WS-ROW-KEY
           MOVE SPACES        TO WS-ROW-COMPANY
           PERFORM 7100-FIND-ERASE-KEY
           IF WS-ERASE-KEY-FOUND
               MOVE CR-FIELD-VALUE TO WS-MASK-VALUE
               PERFORM 7200-MASK-VALUE
               MOVE WS-MASK-VALUE  TO CR-FIELD-VALUE
               MOVE CORR-REQUEST-RECORD
                   TO SCRUB-RECORD(1:WS-SCRUB-LENGTH)
           END-IF.

       3160-MASK-CAPTURE-ROW.
      *    Captured corrections carry no company.
           MOVE SCRUB-RECORD(1:WS-SCRUB-LENGTH)
               TO CORRECTION-CAPTURE-RECORD
           MOVE CC-CUST-KEY TO WS-ROW-KEY
           MOVE SPACES      TO WS-ROW-COMPANY
           PERFORM 7100-FIND-ERASE-KEY
           IF WS-ERASE-KEY-FOUND
               MOVE CC-CORRECTED-VALUE TO WS-MASK-VALUE
               PERFORM 7200-MASK-VALUE
               MOVE WS-MASK-VALUE      TO CC-CORRECTED-VALUE
               MOVE CORRECTION-CAPTURE-RECORD
                   TO SCRUB-RECORD(1:WS-SCRUB-LENGTH)
           END-IF.

       3170-MASK-EXTRACT-ROW.
      *    Change-feed extracts carry no company.
           MOVE SCRUB-RECORD(1:WS-SCRUB-LENGTH)
               TO CDC-EXTRACT-RECORD
           MOVE CX-CUST-KEY TO WS-ROW-KEY
           MOVE SPACES      TO WS-ROW-COMPANY
           PERFORM 7100-FIND-ERASE-KEY
           IF WS-ERASE-KEY-FOUND
               PERFORM VARYING WS-SUB FROM 1 BY 1 UNTIL WS-SUB > 5
                   MOVE CX-FIELD(WS-SUB) TO WS-MASK-VALUE
                   PERFORM 7200-MASK-VALUE
                   MOVE WS-MASK-VALUE    TO CX-FIELD(WS-SUB)
               END-PERFORM
               MOVE CDC-EXTRACT-RECORD
                   TO SCRUB-RECORD(1:WS-SCRUB-LENGTH)
           END-IF.

       3180-MASK-BEFORE-IMAGE-ROW.
      *    Both whole-record images are masked, so a later backout
      *    can never put an erased value back on file.
           MOVE SCRUB-RECORD(1:WS-SCRUB-LENGTH)
               TO BACKOUT-IMAGE-RECORD
           MOVE BI-CUST-KEY     TO WS-ROW-KEY
           MOVE BI-COMPANY-CODE TO WS-ROW-COMPANY
           PERFORM 7100-FIND-ERASE-KEY
           IF WS-ERASE-KEY-FOUND
               MOVE BI-BEFORE-IMAGE TO WS-IMAGE-ROW
               PERFORM 3185-MASK-ONE-IMAGE
               MOVE WS-IMAGE-ROW    TO BI-BEFORE-IMAGE
               MOVE BI-AFTER-IMAGE  TO WS-IMAGE-ROW
               PERFORM 3185-MASK-ONE-IMAGE
               MOVE WS-IMAGE-ROW    TO BI-AFTER-IMAGE
               MOVE BACKOUT-IMAGE-RECORD
                   TO SCRUB-RECORD(1:WS-SCRUB-LENGTH)
           END-IF.

       3185-MASK-ONE-IMAGE.
           PERFORM VARYING WS-SUB FROM 1 BY 1 UNTIL WS-SUB > 5
               EVALUATE TRUE
                   WHEN BI-MASTER-IMAGE
                       MOVE WS-IMAGE-MASTER-FIELD(WS-SUB)
                           TO WS-MASK-VALUE
                       PERFORM 7200-MASK-VALUE
                       MOVE WS-MASK-VALUE
                           TO WS-IMAGE-MASTER-FIELD(WS-SUB)
                   WHEN BI-SUSPENSE-IMAGE
                       MOVE WS-IMAGE-SUSPENSE-VALUE(WS-SUB)
                           TO WS-MASK-VALUE
                       PERFORM 7200-MASK-VALUE
                       MOVE WS-MASK-VALUE
                           TO WS-IMAGE-SUSPENSE-VALUE(WS-SUB)
               END-EVALUATE
           END-PERFORM.

       3190-MASK-MASTER-ROW.
      *    A whole master record, masked field for field as a master
      *    before image is.  The master carries no company.
           MOVE SPACES TO WS-IMAGE-ROW
           MOVE SCRUB-RECORD(1:WS-SCRUB-LENGTH) TO WS-IMAGE-ROW
           MOVE WS-IMAGE-MASTER-KEY TO WS-ROW-KEY
           MOVE SPACES              TO WS-ROW-COMPANY
           PERFORM 7100-FIND-ERASE-KEY
           IF WS-ERASE-KEY-FOUND
               PERFORM VARYING WS-SUB FROM 1 BY 1 UNTIL WS-SUB > 5
                   MOVE WS-IMAGE-MASTER-FIELD(WS-SUB)
                       TO WS-MASK-VALUE
                   PERFORM 7200-MASK-VALUE
                   MOVE WS-MASK-VALUE
                       TO WS-IMAGE-MASTER-FIELD(WS-SUB)
               END-PERFORM
               MOVE WS-IMAGE-ROW
                   TO SCRUB-RECORD(1:WS-SCRUB-LENGTH)
           END-IF.

       3200-WRITE-WORK-ROW.
      *    A row the work file will not take leaves the file as it
      *    was; nothing is copied back.
           WRITE SCRUB-WORK-RECORD FROM SCRUB-RECORD
           IF WS-SCRUB-WORK-STATUS NOT = "00"
               DISPLAY "Error: could not write ERASWORK, status "
                   WS-SCRUB-WORK-STATUS " - "
                   FUNCTION TRIM(WS-SCRUB-DSNAME)
                   " not erased, rerun required"
               MOVE 'F' TO WS-FILE-STATE(WS-FILE-SUB)
               SET WS-SCRUB-FAILED TO TRUE
               MOVE 8 TO RETURN-CODE
               SET WS-END-OF-SCAN TO TRUE
           END-IF.

       3500-SCRUB-CDC-EXTRACTS.
      *    Every subscriber's extract dataset, active or not - an
      *    inactive subscriber's last extract still holds values.
           MOVE WS-CDC-FILE-SUB TO WS-FILE-SUB
           MOVE 'N' TO WS-EOF-SWITCH
           OPEN INPUT SUBSCRIBER-FILE
           IF WS-SUBSCRIBER-STATUS NOT = "00"
               SET WS-END-OF-INPUT TO TRUE
           END-IF
           PERFORM UNTIL WS-END-OF-INPUT
               READ SUBSCRIBER-FILE
                   AT END
                       SET WS-END-OF-INPUT TO TRUE
                   NOT AT END
                       IF CS-EXTRACT-DSNAME NOT = SPACES
                           MOVE CS-EXTRACT-DSNAME TO WS-SCRUB-DSNAME
                           MOVE WS-CDC-FILE-SUB TO WS-FILE-SUB
                           PERFORM 3000-SCRUB-ONE-FILE
                       END-IF
               END-READ
           END-PERFORM
           IF WS-SUBSCRIBER-STATUS = "00" OR "10"
               CLOSE SUBSCRIBER-FILE
           END-IF.

       3900-COPY-BACK-SCRUBBED-FILE.
      *    The live file is only opened for output once the work
      *    file is open to copy from.
           MOVE 'N' TO WS-SCAN-EOF-SWITCH
           OPEN INPUT SCRUB-WORK-FILE
           IF WS-SCRUB-WORK-STATUS NOT = "00"
               DISPLAY "Error: could not reopen ERASWORK, status "
                   WS-SCRUB-WORK-STATUS " - "
                   FUNCTION TRIM(WS-SCRUB-DSNAME)
                   " not erased, rerun required"
               MOVE 'F' TO WS-FILE-STATE(WS-FILE-SUB)
               MOVE 8 TO RETURN-CODE
           ELSE
               OPEN OUTPUT SCRUB-FILE
               IF WS-SCRUB-STATUS = "00"
                   SET WS-SCRUB-FILE-OPEN TO TRUE
               ELSE
                   DISPLAY "Error: could not rewrite "
                       FUNCTION TRIM(WS-SCRUB-DSNAME) ", status "
                       WS-SCRUB-STATUS " - its masked copy is on"
                       " ERASWORK"
                   MOVE 'F' TO WS-FILE-STATE(WS-FILE-SUB)
                   SET WS-COPY-BACK-FAILED TO TRUE
                   MOVE 8 TO RETURN-CODE
                   SET WS-END-OF-SCAN TO TRUE
               END-IF
               PERFORM UNTIL WS-END-OF-SCAN
                   READ SCRUB-WORK-FILE
                       AT END
                           SET WS-END-OF-SCAN TO TRUE
                       NOT AT END
                           WRITE SCRUB-RECORD FROM SCRUB-WORK-RECORD
                           IF WS-SCRUB-STATUS NOT = "00"
                               PERFORM 3910-NOTE-PART-REWRITE
                           END-IF
                   END-READ
               END-PERFORM
               CLOSE SCRUB-WORK-FILE
               IF WS-SCRUB-FILE-OPEN
                   CLOSE SCRUB-FILE
                   MOVE 'N' TO WS-SCRUB-OPEN-SWITCH
               END-IF
           END-IF.

       3910-NOTE-PART-REWRITE.
      *    The live file now holds only part of its rows; the whole
      *    masked copy stays on ERASWORK and no later file is
      *    touched.
           DISPLAY "Error: rewrite of " FUNCTION TRIM(WS-SCRUB-DSNAME)
               " stopped, status " WS-SCRUB-STATUS " - restore it"
               " from ERASWORK before anything else runs"
           MOVE 'F' TO WS-FILE-STATE(WS-FILE-SUB)
           SET WS-COPY-BACK-FAILED TO TRUE
           MOVE 8 TO RETURN-CODE
           SET WS-END-OF-SCAN TO TRUE.

       3950-MARK-FILES-NOT-REACHED.
      *    Files after the one that stopped the run were never
      *    scrubbed; the certificate shows them for rerun.  The
      *    file loop leaves WS-FILE-SUB one past the file that
      *    failed, or on the extracts' slot.
           PERFORM VARYING WS-SUB FROM WS-FILE-SUB BY 1
                   UNTIL WS-SUB > WS-FILE-COUNT
               MOVE 'F' TO WS-FILE-STATE(WS-SUB)
           END-PERFORM.

       5000-APPEND-ERASURE-LOG.
      *    One 'E' row per key erased (or an 'R' row for a replay)
      *    and one 'F' row per file the request touched and that
      *    was scrubbed in full, each chained onto the one before.
      *    A file that failed has no row.  The log is only started
      *    afresh when the chain check found none - never over a
      *    log that merely failed to open for extend.
           IF WS-LOG-ABSENT
               OPEN OUTPUT ERASURE-LOG-FILE
           ELSE
               OPEN EXTEND ERASURE-LOG-FILE
           END-IF
           IF WS-ERASURE-LOG-STATUS NOT = "00"
               DISPLAY "Error: could not open erasure log, status "
                   WS-ERASURE-LOG-STATUS
                   " - erasures not logged, certificate not valid"
               MOVE 8 TO RETURN-CODE
           ELSE
               PERFORM VARYING WS-REQ-SUB FROM 1 BY 1
                       UNTIL WS-REQ-SUB > WS-REQUEST-COUNT
                   SET WS-REQ-IDX TO WS-REQ-SUB
                   IF WS-REQ-ACCEPTED(WS-REQ-IDX)
                       PERFORM 5100-LOG-ONE-REQUEST
                   END-IF
               END-PERFORM
               CLOSE ERASURE-LOG-FILE
           END-IF.

       5100-LOG-ONE-REQUEST.
           IF WS-REQ-ACTION(WS-REQ-IDX) = 'R'
               MOVE SPACES TO ERASURE-LOG-RECORD
               SET EL-REPLAY-RUN TO TRUE
               MOVE SPACES TO EL-CUST-KEY
               MOVE SPACES TO EL-COMPANY-CODE
               MOVE SPACES TO EL-FILE-NAME
               MOVE ZERO   TO EL-ROWS-MASKED
               PERFORM 5900-WRITE-LOG-ROW
           ELSE
               PERFORM VARYING WS-KEY-SUB FROM 1 BY 1
                       UNTIL WS-KEY-SUB > WS-ERASE-KEY-COUNT
                   SET WS-KEY-IDX TO WS-KEY-SUB
                   IF WS-EK-REQUEST(WS-KEY-IDX) = WS-REQ-SUB
                       MOVE SPACES TO ERASURE-LOG-RECORD
                       SET EL-KEY-ERASED TO TRUE
                       MOVE WS-EK-CUST-KEY(WS-KEY-IDX) TO EL-CUST-KEY
                       MOVE WS-EK-COMPANY(WS-KEY-IDX)
                           TO EL-COMPANY-CODE
                       MOVE SPACES TO EL-FILE-NAME
                       MOVE ZERO   TO EL-ROWS-MASKED
                       PERFORM 5900-WRITE-LOG-ROW
                   END-IF
               END-PERFORM
           END-IF
           PERFORM VARYING WS-FILE-SUB FROM 1 BY 1
                   UNTIL WS-FILE-SUB > WS-FILE-COUNT
               IF WS-REQ-ROWS(WS-REQ-IDX, WS-FILE-SUB) > ZERO
                  AND WS-FILE-STATE(WS-FILE-SUB) NOT = 'F'
                   MOVE SPACES TO ERASURE-LOG-RECORD
                   SET EL-FILE-COUNT TO TRUE
                   MOVE WS-REQ-CUST-KEY(WS-REQ-IDX) TO EL-CUST-KEY
                   MOVE WS-REQ-COMPANY(WS-REQ-IDX)  TO EL-COMPANY-CODE
                   MOVE WS-FILE-NAME(WS-FILE-SUB)   TO EL-FILE-NAME
                   MOVE WS-REQ-ROWS(WS-REQ-IDX, WS-FILE-SUB)
                       TO EL-ROWS-MASKED
                   PERFORM 5900-WRITE-LOG-ROW
               END-IF
           END-PERFORM.

       5900-WRITE-LOG-ROW.
      *    The caller sets the row type, key, company, file and
      *    count; the sequence, stamps and chain hash are set here.
           COMPUTE EL-LOG-SEQ = WS-LAST-LOG-SEQ + 1
           MOVE WS-RUN-DATE               TO EL-RUN-DATE
           MOVE WS-JOB-NAME               TO EL-JOB-NAME
           MOVE WS-REQ-REF(WS-REQ-IDX)    TO EL-REQUEST-REF
           PERFORM 7500-HASH-LOG-ROW
           MOVE WS-NEW-CHAIN-HASH TO EL-CHAIN-HASH
           WRITE ERASURE-LOG-RECORD
      *    A row that did not go down breaks the chain for every
      *    row after it - the run stops here, with the log as far
      *    as it got and no certificate.
           IF WS-ERASURE-LOG-STATUS NOT = "00"
               DISPLAY "Error: could not write erasure log row "
                   EL-LOG-SEQ ", status " WS-ERASURE-LOG-STATUS
                   " - run stopped, certificate not printed"
               MOVE 8 TO RETURN-CODE
               CLOSE ERASURE-LOG-FILE
               PERFORM 0950-CLOSE-FILES
               PERFORM 0960-DISPLAY-CONTROL-TOTALS
               GOBACK
           END-IF
           MOVE EL-LOG-SEQ        TO WS-LAST-LOG-SEQ
           MOVE EL-CHAIN-HASH     TO WS-LAST-CHAIN-HASH
           ADD 1 TO WS-LOG-ROWS-WRITTEN.

       6000-PRINT-CERTIFICATE.
           MOVE "RIGHT-TO-ERASURE CERTIFICATE" TO CERTIFICATE-LINE
           WRITE CERTIFICATE-LINE
           MOVE SPACES TO CERTIFICATE-LINE
           STRING "RUN " WS-RUN-DATE "  JOB " WS-JOB-NAME
               DELIMITED BY SIZE INTO CERTIFICATE-LINE
           WRITE CERTIFICATE-LINE
           IF NOT WS-LOG-INTACT
               MOVE SPACES TO CERTIFICATE-LINE
               STRING "** ERASURE LOG FAILS ITS CHAIN CHECK AT ROW "
                   WS-LOG-BREAK-SEQ " - NOTHING ERASED **"
                   DELIMITED BY SIZE INTO CERTIFICATE-LINE
               WRITE CERTIFICATE-LINE
           END-IF
           IF NOT WS-FILES-READY AND WS-LOG-INTACT
               MOVE "** FILES NOT AVAILABLE - NOTHING ERASED **"
                   TO CERTIFICATE-LINE
               WRITE CERTIFICATE-LINE
           END-IF
           PERFORM VARYING WS-REQ-SUB FROM 1 BY 1
                   UNTIL WS-REQ-SUB > WS-REQUEST-COUNT
               SET WS-REQ-IDX TO WS-REQ-SUB
               PERFORM 6100-PRINT-ONE-REQUEST
           END-PERFORM

           MOVE SPACES TO CERTIFICATE-LINE
           WRITE CERTIFICATE-LINE
           MOVE SPACES TO CERTIFICATE-LINE
           STRING "NOT TOUCHED - HOLD KEYS AND COUNTS ONLY: NEARLIM "
               "QUALSCOR CORROPEN TRUNHIST NEARSTAT BALCTL INBREG "
               "CUSTXREF"
               DELIMITED BY SIZE INTO CERTIFICATE-LINE
           WRITE CERTIFICATE-LINE
           MOVE SPACES TO CERTIFICATE-LINE
           STRING "ERASURE LOG: " WS-LOG-ROWS-WRITTEN
               " ROWS WRITTEN, NOW ENDS AT ROW " WS-LAST-LOG-SEQ
               " WITH CHAIN HASH " WS-LAST-CHAIN-HASH
               DELIMITED BY SIZE INTO CERTIFICATE-LINE
           WRITE CERTIFICATE-LINE.

       6100-PRINT-ONE-REQUEST.
           MOVE SPACES TO CERTIFICATE-LINE
           WRITE CERTIFICATE-LINE
           MOVE WS-REQ-REF(WS-REQ-IDX)      TO WQ-REF
           MOVE WS-REQ-ACTION(WS-REQ-IDX)   TO WQ-ACTION
           MOVE WS-REQ-CUST-KEY(WS-REQ-IDX) TO WQ-CUST-KEY
           MOVE WS-REQ-COMPANY(WS-REQ-IDX)  TO WQ-COMPANY
           MOVE WS-REQ-REASON(WS-REQ-IDX)   TO WQ-REASON
           EVALUATE TRUE
               WHEN WS-REQ-REFUSED(WS-REQ-IDX)
                   MOVE "REFUSED" TO WQ-STATE
               WHEN NOT WS-FILES-READY
                   MOVE "NOT RUN" TO WQ-STATE
               WHEN WS-REQ-ACTION(WS-REQ-IDX) = 'R'
                   MOVE "REPLAYED" TO WQ-STATE
               WHEN OTHER
                   MOVE "ERASED"  TO WQ-STATE
           END-EVALUATE
           WRITE CERTIFICATE-LINE FROM WS-REQUEST-LINE
           IF WS-REQ-ACCEPTED(WS-REQ-IDX) AND WS-FILES-READY
               PERFORM VARYING WS-KEY-SUB FROM 1 BY 1
                       UNTIL WS-KEY-SUB > WS-ERASE-KEY-COUNT
                   SET WS-KEY-IDX TO WS-KEY-SUB
                   IF WS-EK-REQUEST(WS-KEY-IDX) = WS-REQ-SUB
                       MOVE WS-EK-CUST-KEY(WS-KEY-IDX) TO WK-CUST-KEY
                       MOVE WS-EK-COMPANY(WS-KEY-IDX)  TO WK-COMPANY
                       WRITE CERTIFICATE-LINE FROM WS-KEY-LINE
                   END-IF
               END-PERFORM
               PERFORM VARYING WS-FILE-SUB FROM 1 BY 1
                       UNTIL WS-FILE-SUB > WS-FILE-COUNT
                   MOVE WS-FILE-NAME(WS-FILE-SUB) TO WC-FILE-NAME
                   MOVE WS-REQ-ROWS(WS-REQ-IDX, WS-FILE-SUB)
                       TO WC-ROWS
                   EVALUATE WS-FILE-STATE(WS-FILE-SUB)
                       WHEN 'N'
                           MOVE "FILE NOT ON DISK" TO WC-NOTE
                       WHEN 'F'
                           MOVE ZERO TO WC-ROWS
                           MOVE "** FAILED - RERUN REQUIRED **"
                               TO WC-NOTE
                       WHEN OTHER
                           MOVE SPACES TO WC-NOTE
                   END-EVALUATE
                   WRITE CERTIFICATE-LINE FROM WS-COUNT-LINE
               END-PERFORM
           END-IF.

       7100-FIND-ERASE-KEY.
      *    WS-ROW-KEY and WS-ROW-COMPANY describe the row; a blank
      *    company on either side matches any company.  The first
      *    matching entry's request is credited with the row.
           MOVE 'N' TO WS-KEY-FOUND-SWITCH
           MOVE ZERO TO WS-MATCH-REQUEST
           PERFORM VARYING WS-KEY-IDX FROM 1 BY 1
                   UNTIL WS-KEY-IDX > WS-ERASE-KEY-COUNT
                       OR WS-ERASE-KEY-FOUND
               IF WS-EK-CUST-KEY(WS-KEY-IDX) = WS-ROW-KEY
                   AND (WS-EK-COMPANY(WS-KEY-IDX) = SPACES
                        OR WS-ROW-COMPANY = SPACES
                        OR WS-EK-COMPANY(WS-KEY-IDX) = WS-ROW-COMPANY)
                   SET WS-ERASE-KEY-FOUND TO TRUE
                   MOVE WS-EK-REQUEST(WS-KEY-IDX) TO WS-MATCH-REQUEST
               END-IF
           END-PERFORM.

       7200-MASK-VALUE.
      *    Every character up to the last non-blank becomes '*', so
      *    the value's length is exactly what it was.  Masking a
      *    value already masked changes nothing.
           MOVE 'N' TO WS-NONBLANK-SWITCH
           PERFORM VARYING WS-MASK-LENGTH FROM 100 BY -1
                   UNTIL WS-MASK-LENGTH = ZERO OR WS-NONBLANK-FOUND
               IF WS-MASK-VALUE(WS-MASK-LENGTH:1) NOT = SPACE
                   SET WS-NONBLANK-FOUND TO TRUE
               END-IF
           END-PERFORM
      *    The loop steps one past the last non-blank before it
      *    stops.
           IF WS-NONBLANK-FOUND
               ADD 1 TO WS-MASK-LENGTH
               MOVE ALL '*' TO WS-MASK-VALUE(1:WS-MASK-LENGTH)
           END-IF.

       7300-CHECK-KEY-SEEN-EARLIER.
      *    The keyed files are browsed once per distinct key.
           MOVE 'N' TO WS-KEY-SEEN-SWITCH
           PERFORM VARYING WS-EARLIER-SUB FROM 1 BY 1
                   UNTIL WS-EARLIER-SUB >= WS-KEY-SUB
                       OR WS-KEY-SEEN-EARLIER
               IF WS-EK-CUST-KEY(WS-EARLIER-SUB)
                   = WS-EK-CUST-KEY(WS-KEY-SUB)
                   SET WS-KEY-SEEN-EARLIER TO TRUE
               END-IF
           END-PERFORM.

       7400-COUNT-MASKED-ROW.
           ADD 1 TO WS-REQ-ROWS(WS-MATCH-REQUEST, WS-FILE-SUB)
           ADD 1 TO WS-TOTAL-ROWS-MASKED.

       7500-HASH-LOG-ROW.
      *    The row's content, weighted by position, chained onto the
      *    previous row's hash: changing, adding or dropping any
      *    byte of any earlier row changes every hash after it.
           COMPUTE WS-HASH-WORK = WS-LAST-CHAIN-HASH * 31
           PERFORM VARYING WS-POS FROM 1 BY 1
                   UNTIL WS-POS > LENGTH OF EL-LOG-BODY
               COMPUTE WS-HASH-WORK = WS-HASH-WORK
                   + (FUNCTION ORD(EL-LOG-BODY(WS-POS:1)) - 1)
                   * WS-POS
           END-PERFORM
           DIVIDE WS-HASH-WORK BY WS-HASH-MODULUS
               GIVING WS-HASH-QUOTIENT
               REMAINDER WS-NEW-CHAIN-HASH.

       0950-CLOSE-FILES.
           IF WS-REQUEST-STATUS = "00" OR "10"
               CLOSE REQUEST-FILE
           END-IF
           IF WS-CUST-MASTER-STATUS = "00"
               CLOSE CUST-MASTER-FILE
           END-IF
           IF WS-XREF-OPEN
               CLOSE XREF-FILE
           END-IF
           IF WS-JOURNAL-STATUS = "00" OR "10"
               CLOSE JOURNAL-FILE
           END-IF
           IF WS-SUSPENSE-STATUS = "00" OR "10"
               CLOSE SUSPENSE-FILE
           END-IF
           CLOSE CERTIFICATE-FILE.

       0960-DISPLAY-CONTROL-TOTALS.
           DISPLAY "==================================================="
           DISPLAY "CUSTERAS CONTROL TOTALS - " WS-RUN-DATE
           DISPLAY "  REQUESTS READ     : " WS-REQUESTS-READ
           DISPLAY "  REQUESTS REFUSED  : " WS-REQUESTS-REFUSED
           DISPLAY "  KEYS ERASED       : " WS-ERASE-KEY-COUNT
           DISPLAY "  ROWS MASKED       : " WS-TOTAL-ROWS-MASKED
           DISPLAY "  LOG ROWS WRITTEN  : " WS-LOG-ROWS-WRITTEN
           DISPLAY "==================================================="
           IF WS-REQUESTS-REFUSED > ZERO
               AND RETURN-CODE < 4
               MOVE 4 TO RETURN-CODE
           END-IF.
