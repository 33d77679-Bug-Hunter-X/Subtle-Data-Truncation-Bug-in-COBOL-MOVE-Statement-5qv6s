       IDENTIFICATION DIVISION.
       PROGRAM-ID. CUSTENV.
      *****************************************************************
      *  Inbound customer file envelope checking module.
      *  The conversion, the bulk load, and maintenance used to
      *  process whatever dataset they were pointed at, so a short
      *  file, an empty file, or last night's file sent again
      *  looked exactly like a good one.  Upstream now wraps every
      *  file in a header and trailer (INBENV.CPY), and each of
      *  those jobs CALLs here once per file before it updates
      *  anything - see CUSTENVC.CPY for the calling convention.
      *
      *  The module reads the whole file and refuses it when the
      *  header or trailer is missing or out of place, the file is
      *  for another company, the record count or the CUST-KEY hash
      *  total disagrees with the trailer, or the file sequence
      *  number is not the one after the last file accepted from
      *  that source for that company and job - a repeat of an
      *  accepted file is called a duplicate.  A rerun of a file
      *  already accepted earlier the same night (a restart) is
      *  accepted again.  The refusal is for that file only; the
      *  caller carries on with its other companies.
      *
      *  Every verdict is appended to the INBREG register, which is
      *  also where the next file's expected sequence comes from,
      *  and to the INBRPT report operations return to the sender.
      *  A partitioned run appends to its own register and report
      *  instead, which TRUNPMRG later merges into the shared ones;
      *  the sequence check reads the shared register first and
      *  then the partition's, so every file accepted before the
      *  last merge still counts.  A file TRUNBKO backed out
      *  carries a later 'B' row on the register; its accepted row
      *  is passed over, so the corrected re-feed is taken as the
      *  next file rather than refused as a duplicate.
      *  A register that cannot be written refuses the file: a file
      *  accepted without a register row could be accepted again
      *  tomorrow.
      *****************************************************************
       ENVIRONMENT DIVISION.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
           SELECT KEYED-IN-FILE ASSIGN TO WS-ENV-DSNAME
               ORGANIZATION IS INDEXED
               ACCESS MODE IS DYNAMIC
               RECORD KEY IS KI-KEY
               FILE STATUS IS WS-KEYED-IN-STATUS.

           SELECT SEQ-IN-FILE ASSIGN TO WS-ENV-DSNAME
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-SEQ-IN-STATUS.

           SELECT REGISTER-FILE ASSIGN TO WS-REGISTER-DSNAME
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-REGISTER-STATUS.

           SELECT RETURN-REPORT-FILE ASSIGN TO WS-REPORT-DSNAME
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-RETURN-REPORT-STATUS.

       DATA DIVISION.
       FILE SECTION.
       FD  KEYED-IN-FILE.
       01  KI-RECORD.
           05  KI-KEY                   PIC X(10).
           05  FILLER                   PIC X(500).

      *    Long enough for a maintenance transaction, the longest of
      *    the sequential layouts.
       FD  SEQ-IN-FILE.
       01  SI-RECORD                    PIC X(516).

       FD  REGISTER-FILE.
           COPY INBREG.

       FD  RETURN-REPORT-FILE.
       01  RETURN-REPORT-LINE           PIC X(132).

       WORKING-STORAGE SECTION.
           COPY INBENV.

       01  WS-ENV-DSNAME                PIC X(44) VALUE SPACES.
       01  WS-REGISTER-DSNAME           PIC X(44) VALUE SPACES.
       01  WS-OWN-REGISTER-DSNAME       PIC X(44) VALUE SPACES.
       01  WS-REPORT-DSNAME             PIC X(44) VALUE SPACES.
       01  WS-KEYED-IN-STATUS           PIC X(2)  VALUE SPACES.
       01  WS-SEQ-IN-STATUS             PIC X(2)  VALUE SPACES.
       01  WS-REGISTER-STATUS           PIC X(2)  VALUE SPACES.
       01  WS-RETURN-REPORT-STATUS      PIC X(2)  VALUE SPACES.

       01  WS-IN-EOF-SWITCH             PIC X(1)  VALUE 'N'.
           88  WS-END-OF-IN-FILE                   VALUE 'Y'.
       01  WS-REG-EOF-SWITCH            PIC X(1)  VALUE 'N'.
           88  WS-END-OF-REGISTER                  VALUE 'Y'.
       01  WS-HEADER-SWITCH             PIC X(1)  VALUE 'N'.
           88  WS-HEADER-FOUND                     VALUE 'Y'.
       01  WS-TRAILER-SWITCH            PIC X(1)  VALUE 'N'.
           88  WS-TRAILER-FOUND                    VALUE 'Y'.
       01  WS-HEADER-VALID-SWITCH       PIC X(1)  VALUE 'Y'.
           88  WS-HEADER-VALID                     VALUE 'Y'.
       01  WS-TRAILER-VALID-SWITCH      PIC X(1)  VALUE 'Y'.
           88  WS-TRAILER-VALID                    VALUE 'Y'.
       01  WS-PRIOR-ACCEPTED-SWITCH     PIC X(1)  VALUE 'N'.
           88  WS-PRIOR-FILE-ACCEPTED              VALUE 'Y'.
       01  WS-DUPLICATE-SWITCH          PIC X(1)  VALUE 'N'.
           88  WS-FILE-IS-DUPLICATE                VALUE 'Y'.
       01  WS-RERUN-SWITCH              PIC X(1)  VALUE 'N'.
           88  WS-FILE-IS-RERUN                    VALUE 'Y'.
       01  WS-REGISTER-PASS             PIC X(1)  VALUE 'A'.
           88  WS-NOTING-BACKOUTS                  VALUE 'B'.
           88  WS-NOTING-ACCEPTED                  VALUE 'A'.
       01  WS-ROW-BACKED-OUT-SWITCH     PIC X(1)  VALUE 'N'.
           88  WS-ROW-BACKED-OUT                   VALUE 'Y'.

      *    The 'B' rows for this source, company, and job, with
      *    where each sits on the register (the shared register's
      *    rows first, then the partition's).
       01  WS-REGISTER-ROW              PIC 9(9) COMP VALUE ZERO.
       01  WS-BACKOUT-COUNT             PIC 9(4) COMP VALUE ZERO.
       01  WS-BACKOUT-LIMIT             PIC 9(4) COMP VALUE 100.
       01  WS-BACKOUT-SUB               PIC 9(4) COMP VALUE ZERO.
       01  WS-BACKOUT-TABLE.
           05  WS-BACKOUT-ENTRY OCCURS 100 TIMES.
               10  WS-BO-FILE-SEQUENCE  PIC 9(6).
               10  WS-BO-CREATION-DATE  PIC 9(8).
               10  WS-BO-CREATION-TIME  PIC 9(6).
               10  WS-BO-REGISTER-ROW   PIC 9(9) COMP.

      *    The envelope as found.
       01  WS-HDR-SOURCE-SYSTEM         PIC X(8)  VALUE SPACES.
       01  WS-HDR-COMPANY-CODE          PIC X(4)  VALUE SPACES.
       01  WS-HDR-CREATION-DATE         PIC 9(8)  VALUE ZERO.
       01  WS-HDR-CREATION-TIME         PIC 9(6)  VALUE ZERO.
       01  WS-HDR-FILE-SEQUENCE         PIC 9(6)  VALUE ZERO.
       01  WS-TRL-RECORD-COUNT          PIC 9(9)  VALUE ZERO.
       01  WS-TRL-KEY-HASH-TOTAL        PIC 9(15) VALUE ZERO.

      *    The file as counted.
       01  WS-RECORDS-IN-FILE           PIC 9(9)  VALUE ZERO.
       01  WS-FOUND-COUNT               PIC 9(9)  VALUE ZERO.
       01  WS-FOUND-HASH-TOTAL          PIC 9(15) VALUE ZERO.
       01  WS-MISPLACED-ENVELOPES       PIC 9(6)  VALUE ZERO.
       01  WS-RECORDS-AFTER-TRAILER     PIC 9(6)  VALUE ZERO.
       01  WS-HASH-KEY                  PIC X(10) VALUE SPACES.
       01  WS-POS                       PIC 9(4) COMP.

       01  WS-LAST-SEQUENCE             PIC 9(6)  VALUE ZERO.
       01  WS-EXPECTED-SEQUENCE         PIC 9(6)  VALUE ZERO.
       01  WS-DUP-RUN-DATE              PIC 9(8)  VALUE ZERO.
       01  WS-REFUSE-REASON             PIC X(40) VALUE SPACES.
       01  WS-VERDICT-TEXT              PIC X(8)  VALUE SPACES.

       01  WS-TOTALS-LINE.
           05  FILLER                   PIC X(2)  VALUE SPACES.
           05  WT-LABEL                 PIC X(9).
           05  FILLER                   PIC X(9)  VALUE "DECLARED ".
           05  WT-DECLARED              PIC Z(14)9.
           05  FILLER                   PIC X(8)  VALUE "  FOUND ".
           05  WT-FOUND                 PIC Z(14)9.

       LINKAGE SECTION.
       COPY CUSTENVC.

       PROCEDURE DIVISION USING CUSTENV-PARMS.
       0000-CHECK-ONE-FILE.
           PERFORM 0050-RESET-FOR-FILE
           MOVE IE-DSNAME TO WS-ENV-DSNAME
           IF IE-REGISTER-DSNAME = SPACES
               MOVE "INBREG" TO WS-OWN-REGISTER-DSNAME
           ELSE
               MOVE IE-REGISTER-DSNAME TO WS-OWN-REGISTER-DSNAME
           END-IF
           IF IE-REPORT-DSNAME = SPACES
               MOVE "INBRPT" TO WS-REPORT-DSNAME
           ELSE
               MOVE IE-REPORT-DSNAME TO WS-REPORT-DSNAME
           END-IF
           IF IE-KEYED-CUSTOMER-FILE
               PERFORM 0100-READ-KEYED-FILE
           ELSE
               PERFORM 0200-READ-SEQUENTIAL-FILE
           END-IF

           IF NOT IE-FILE-MISSING
               PERFORM 0300-CHECK-ENVELOPE
               IF IE-FILE-ACCEPTED
                   PERFORM 0400-CHECK-SEQUENCE
               END-IF
               PERFORM 0800-WRITE-REGISTER-ROW
               PERFORM 0850-WRITE-RETURN-REPORT
               IF IE-FILE-ACCEPTED
                   MOVE "ACCEPTED" TO WS-VERDICT-TEXT
               ELSE
                   MOVE "REFUSED"  TO WS-VERDICT-TEXT
               END-IF
               DISPLAY "Inbound file " FUNCTION TRIM(IE-DSNAME)
                   " from " WS-HDR-SOURCE-SYSTEM
                   " sequence " WS-HDR-FILE-SEQUENCE ": "
                   FUNCTION TRIM(WS-VERDICT-TEXT) " "
                   FUNCTION TRIM(IE-REASON)
           END-IF

           MOVE WS-HDR-SOURCE-SYSTEM TO IE-SOURCE-SYSTEM
           MOVE WS-HDR-FILE-SEQUENCE TO IE-FILE-SEQUENCE
           MOVE WS-FOUND-COUNT       TO IE-RECORD-COUNT
           GOBACK.

       0050-RESET-FOR-FILE.
           MOVE 'A'    TO IE-VERDICT
           MOVE SPACES TO IE-REASON
           MOVE 'N' TO WS-HEADER-SWITCH
           MOVE 'N' TO WS-TRAILER-SWITCH
           MOVE 'Y' TO WS-HEADER-VALID-SWITCH
           MOVE 'Y' TO WS-TRAILER-VALID-SWITCH
           MOVE 'N' TO WS-PRIOR-ACCEPTED-SWITCH
           MOVE 'N' TO WS-DUPLICATE-SWITCH
           MOVE 'N' TO WS-RERUN-SWITCH
           MOVE SPACES TO WS-HDR-SOURCE-SYSTEM
           MOVE SPACES TO WS-HDR-COMPANY-CODE
           MOVE ZERO TO WS-HDR-CREATION-DATE WS-HDR-CREATION-TIME
               WS-HDR-FILE-SEQUENCE WS-TRL-RECORD-COUNT
               WS-TRL-KEY-HASH-TOTAL WS-RECORDS-IN-FILE
               WS-FOUND-COUNT WS-FOUND-HASH-TOTAL
               WS-MISPLACED-ENVELOPES WS-RECORDS-AFTER-TRAILER
               WS-LAST-SEQUENCE.

       0100-READ-KEYED-FILE.
      *    On the keyed conversion input the envelope records are
      *    found by key; everything else is data.
           OPEN INPUT KEYED-IN-FILE
           IF WS-KEYED-IN-STATUS NOT = "00"
               MOVE 'M' TO IE-VERDICT
           ELSE
               SET EV-HEADER-RECORD TO TRUE
               MOVE EV-RECORD-ID TO KI-KEY
               READ KEYED-IN-FILE
                   INVALID KEY
                       CONTINUE
                   NOT INVALID KEY
                       ADD 1 TO WS-RECORDS-IN-FILE
                       MOVE KI-RECORD TO INBOUND-ENVELOPE-RECORD
                       PERFORM 0500-NOTE-HEADER
               END-READ

               SET EV-TRAILER-RECORD TO TRUE
               MOVE EV-RECORD-ID TO KI-KEY
               READ KEYED-IN-FILE
                   INVALID KEY
                       CONTINUE
                   NOT INVALID KEY
                       ADD 1 TO WS-RECORDS-IN-FILE
                       MOVE KI-RECORD TO INBOUND-ENVELOPE-RECORD
                       PERFORM 0550-NOTE-TRAILER
               END-READ

               MOVE 'N' TO WS-IN-EOF-SWITCH
               MOVE LOW-VALUES TO KI-KEY
               START KEYED-IN-FILE KEY IS NOT LESS THAN KI-KEY
                   INVALID KEY
                       SET WS-END-OF-IN-FILE TO TRUE
               END-START
               PERFORM UNTIL WS-END-OF-IN-FILE
                   READ KEYED-IN-FILE NEXT RECORD
                       AT END
                           SET WS-END-OF-IN-FILE TO TRUE
                       NOT AT END
                           MOVE KI-KEY TO EV-RECORD-ID
                           IF NOT EV-HEADER-RECORD
                               AND NOT EV-TRAILER-RECORD
                               ADD 1 TO WS-RECORDS-IN-FILE
                               MOVE KI-KEY TO WS-HASH-KEY
                               PERFORM 0600-ADD-TO-TOTALS
                           END-IF
                   END-READ
               END-PERFORM
               CLOSE KEYED-IN-FILE
           END-IF.

       0200-READ-SEQUENTIAL-FILE.
      *    On a sequential file the header must be the first record
      *    and the trailer the last.
           OPEN INPUT SEQ-IN-FILE
           IF WS-SEQ-IN-STATUS NOT = "00"
               MOVE 'M' TO IE-VERDICT
           ELSE
               MOVE 'N' TO WS-IN-EOF-SWITCH
               PERFORM UNTIL WS-END-OF-IN-FILE
                   READ SEQ-IN-FILE
                       AT END
                           SET WS-END-OF-IN-FILE TO TRUE
                       NOT AT END
                           ADD 1 TO WS-RECORDS-IN-FILE
                           PERFORM 0250-NOTE-SEQUENTIAL-RECORD
                   END-READ
               END-PERFORM
               CLOSE SEQ-IN-FILE
           END-IF.

       0250-NOTE-SEQUENTIAL-RECORD.
           MOVE SI-RECORD TO INBOUND-ENVELOPE-RECORD
           EVALUATE TRUE
               WHEN EV-HEADER-RECORD
                   IF WS-RECORDS-IN-FILE = 1
                       PERFORM 0500-NOTE-HEADER
                   ELSE
                       ADD 1 TO WS-MISPLACED-ENVELOPES
                   END-IF
               WHEN EV-TRAILER-RECORD
                   IF WS-TRAILER-FOUND
                       ADD 1 TO WS-MISPLACED-ENVELOPES
                   ELSE
                       PERFORM 0550-NOTE-TRAILER
                   END-IF
               WHEN OTHER
                   IF WS-TRAILER-FOUND
                       ADD 1 TO WS-RECORDS-AFTER-TRAILER
                   END-IF
                   IF IE-TRANSACTION-FILE
                       MOVE SI-RECORD(2:10) TO WS-HASH-KEY
                   ELSE
                       MOVE SI-RECORD(1:10) TO WS-HASH-KEY
                   END-IF
                   PERFORM 0600-ADD-TO-TOTALS
           END-EVALUATE.

       0300-CHECK-ENVELOPE.
      *    First failure found is the reason given - in the order a
      *    sender would want to fix them.
           MOVE SPACES TO WS-REFUSE-REASON
           EVALUATE TRUE
               WHEN WS-RECORDS-IN-FILE = ZERO
                   MOVE "EMPTY FILE - NO HEADER OR TRAILER"
                       TO WS-REFUSE-REASON
               WHEN NOT WS-HEADER-FOUND
                   MOVE "NO HEADER RECORD" TO WS-REFUSE-REASON
               WHEN NOT WS-TRAILER-FOUND
                   MOVE "NO TRAILER RECORD - FILE SHORT"
                       TO WS-REFUSE-REASON
               WHEN WS-MISPLACED-ENVELOPES > ZERO
                   MOVE "EXTRA OR MISPLACED HEADER/TRAILER"
                       TO WS-REFUSE-REASON
               WHEN WS-RECORDS-AFTER-TRAILER > ZERO
                   MOVE "DATA RECORDS FOLLOW THE TRAILER"
                       TO WS-REFUSE-REASON
               WHEN NOT WS-HEADER-VALID
                   MOVE "HEADER DATE/TIME/SEQUENCE NOT NUMERIC"
                       TO WS-REFUSE-REASON
               WHEN NOT WS-TRAILER-VALID
                   MOVE "TRAILER COUNT/HASH NOT NUMERIC"
                       TO WS-REFUSE-REASON
               WHEN IE-COMPANY-CODE NOT = SPACES
                   AND WS-HDR-COMPANY-CODE NOT = IE-COMPANY-CODE
                   STRING "FILE IS FOR COMPANY " WS-HDR-COMPANY-CODE
                       " NOT " IE-COMPANY-CODE
                       DELIMITED BY SIZE INTO WS-REFUSE-REASON
               WHEN WS-TRL-RECORD-COUNT NOT = WS-FOUND-COUNT
                   MOVE "RECORD COUNT DISAGREES WITH TRAILER"
                       TO WS-REFUSE-REASON
               WHEN WS-TRL-KEY-HASH-TOTAL NOT = WS-FOUND-HASH-TOTAL
                   MOVE "KEY HASH TOTAL DISAGREES WITH TRAILER"
                       TO WS-REFUSE-REASON
           END-EVALUATE
           IF WS-REFUSE-REASON NOT = SPACES
               MOVE 'R' TO IE-VERDICT
               MOVE WS-REFUSE-REASON TO IE-REASON
           END-IF.

       0400-CHECK-SEQUENCE.
      *    The register is append-only, so the last accepted row for
      *    this source, company, and job is the sequence to follow.
      *    A partition's own register holds only what it has
      *    registered since the last merge, so the shared register
      *    is read first and the partition's after it.  The first
      *    pass notes the backed-out rows, the second the accepted
      *    rows they do not cancel.
           MOVE ZERO TO WS-BACKOUT-COUNT
           SET WS-NOTING-BACKOUTS TO TRUE
           PERFORM 0405-READ-REGISTERS
           SET WS-NOTING-ACCEPTED TO TRUE
           PERFORM 0405-READ-REGISTERS

           EVALUATE TRUE
               WHEN WS-FILE-IS-RERUN
                   MOVE "RERUN OF FILE ACCEPTED EARLIER TONIGHT"
                       TO IE-REASON
               WHEN WS-FILE-IS-DUPLICATE
                   MOVE 'R' TO IE-VERDICT
                   STRING "DUPLICATE - ALREADY PROCESSED "
                       WS-DUP-RUN-DATE
                       DELIMITED BY SIZE INTO IE-REASON
               WHEN WS-PRIOR-FILE-ACCEPTED
                   IF WS-LAST-SEQUENCE = 999999
                       MOVE 1 TO WS-EXPECTED-SEQUENCE
                   ELSE
                       COMPUTE WS-EXPECTED-SEQUENCE =
                           WS-LAST-SEQUENCE + 1
                   END-IF
                   IF WS-HDR-FILE-SEQUENCE NOT = WS-EXPECTED-SEQUENCE
                       MOVE 'R' TO IE-VERDICT
                       STRING "OUT OF SEQUENCE - EXPECTED "
                           WS-EXPECTED-SEQUENCE
                           DELIMITED BY SIZE INTO IE-REASON
                   END-IF
               WHEN OTHER
                   MOVE "FIRST FILE REGISTERED FROM THIS SOURCE"
                       TO IE-REASON
           END-EVALUATE.

       0405-READ-REGISTERS.
           MOVE ZERO TO WS-REGISTER-ROW
           MOVE "INBREG" TO WS-REGISTER-DSNAME
           PERFORM 0410-READ-REGISTER
           IF WS-OWN-REGISTER-DSNAME NOT = "INBREG"
               MOVE WS-OWN-REGISTER-DSNAME TO WS-REGISTER-DSNAME
               PERFORM 0410-READ-REGISTER
           END-IF.

       0410-READ-REGISTER.
           MOVE 'N' TO WS-REG-EOF-SWITCH
           OPEN INPUT REGISTER-FILE
           IF WS-REGISTER-STATUS = "00"
               PERFORM UNTIL WS-END-OF-REGISTER
                   READ REGISTER-FILE
                       AT END
                           SET WS-END-OF-REGISTER TO TRUE
                       NOT AT END
                           ADD 1 TO WS-REGISTER-ROW
                           IF WS-NOTING-BACKOUTS
                               PERFORM 0440-NOTE-BACKOUT-ROW
                           ELSE
                               PERFORM 0450-NOTE-REGISTER-ROW
                           END-IF
                   END-READ
               END-PERFORM
               CLOSE REGISTER-FILE
           END-IF.

       0440-NOTE-BACKOUT-ROW.
           IF IR-FILE-BACKED-OUT
               AND IR-JOB-NAME      = IE-JOB-NAME
               AND IR-SOURCE-SYSTEM = WS-HDR-SOURCE-SYSTEM
               AND IR-COMPANY-CODE  = WS-HDR-COMPANY-CODE
               IF WS-BACKOUT-COUNT < WS-BACKOUT-LIMIT
                   ADD 1 TO WS-BACKOUT-COUNT
                   MOVE IR-FILE-SEQUENCE
                       TO WS-BO-FILE-SEQUENCE(WS-BACKOUT-COUNT)
                   MOVE IR-CREATION-DATE
                       TO WS-BO-CREATION-DATE(WS-BACKOUT-COUNT)
                   MOVE IR-CREATION-TIME
                       TO WS-BO-CREATION-TIME(WS-BACKOUT-COUNT)
                   MOVE WS-REGISTER-ROW
                       TO WS-BO-REGISTER-ROW(WS-BACKOUT-COUNT)
               ELSE
                   DISPLAY "Warning: more than " WS-BACKOUT-LIMIT
                       " backed-out files from "
                       WS-HDR-SOURCE-SYSTEM " - the rest still count"
                       " as accepted"
                   IF RETURN-CODE < 4
                       MOVE 4 TO RETURN-CODE
                   END-IF
               END-IF
           END-IF.

       0450-NOTE-REGISTER-ROW.
      *    An accepted row with a 'B' row for the same file further
      *    down the register was backed out and does not count.
           MOVE 'N' TO WS-ROW-BACKED-OUT-SWITCH
           IF IR-FILE-ACCEPTED
               PERFORM VARYING WS-BACKOUT-SUB FROM 1 BY 1
                       UNTIL WS-BACKOUT-SUB > WS-BACKOUT-COUNT
                   IF IR-FILE-SEQUENCE
                           = WS-BO-FILE-SEQUENCE(WS-BACKOUT-SUB)
                       AND IR-CREATION-DATE
                           = WS-BO-CREATION-DATE(WS-BACKOUT-SUB)
                       AND IR-CREATION-TIME
                           = WS-BO-CREATION-TIME(WS-BACKOUT-SUB)
                       AND WS-BO-REGISTER-ROW(WS-BACKOUT-SUB)
                           > WS-REGISTER-ROW
                       SET WS-ROW-BACKED-OUT TO TRUE
                   END-IF
               END-PERFORM
           END-IF
           IF IR-FILE-ACCEPTED
               AND NOT WS-ROW-BACKED-OUT
               AND IR-JOB-NAME      = IE-JOB-NAME
               AND IR-SOURCE-SYSTEM = WS-HDR-SOURCE-SYSTEM
               AND IR-COMPANY-CODE  = WS-HDR-COMPANY-CODE
               SET WS-PRIOR-FILE-ACCEPTED TO TRUE
               MOVE IR-FILE-SEQUENCE TO WS-LAST-SEQUENCE
               IF IR-FILE-SEQUENCE = WS-HDR-FILE-SEQUENCE
                   AND IR-CREATION-DATE = WS-HDR-CREATION-DATE
                   AND IR-CREATION-TIME = WS-HDR-CREATION-TIME
                   IF IR-RUN-DATE = IE-RUN-DATE
                       SET WS-FILE-IS-RERUN TO TRUE
                   ELSE
                       SET WS-FILE-IS-DUPLICATE TO TRUE
                       MOVE IR-RUN-DATE TO WS-DUP-RUN-DATE
                   END-IF
               END-IF
           END-IF.

       0500-NOTE-HEADER.
           SET WS-HEADER-FOUND TO TRUE
           MOVE EV-SOURCE-SYSTEM TO WS-HDR-SOURCE-SYSTEM
           MOVE EV-COMPANY-CODE  TO WS-HDR-COMPANY-CODE
           IF EV-CREATION-DATE IS NUMERIC
               AND EV-CREATION-TIME IS NUMERIC
               AND EV-FILE-SEQUENCE IS NUMERIC
               MOVE EV-CREATION-DATE TO WS-HDR-CREATION-DATE
               MOVE EV-CREATION-TIME TO WS-HDR-CREATION-TIME
               MOVE EV-FILE-SEQUENCE TO WS-HDR-FILE-SEQUENCE
           ELSE
               MOVE 'N' TO WS-HEADER-VALID-SWITCH
           END-IF.

       0550-NOTE-TRAILER.
           SET WS-TRAILER-FOUND TO TRUE
           IF EV-RECORD-COUNT IS NUMERIC
               AND EV-KEY-HASH-TOTAL IS NUMERIC
               MOVE EV-RECORD-COUNT   TO WS-TRL-RECORD-COUNT
               MOVE EV-KEY-HASH-TOTAL TO WS-TRL-KEY-HASH-TOTAL
           ELSE
               MOVE 'N' TO WS-TRAILER-VALID-SWITCH
           END-IF.

       0600-ADD-TO-TOTALS.
           ADD 1 TO WS-FOUND-COUNT
           PERFORM VARYING WS-POS FROM 1 BY 1 UNTIL WS-POS > 10
               COMPUTE WS-FOUND-HASH-TOTAL = WS-FOUND-HASH-TOTAL
                   + (FUNCTION ORD(WS-HASH-KEY(WS-POS:1)) - 1)
                   * WS-POS
           END-PERFORM.

       0800-WRITE-REGISTER-ROW.
           MOVE WS-OWN-REGISTER-DSNAME TO WS-REGISTER-DSNAME
           OPEN EXTEND REGISTER-FILE
           IF WS-REGISTER-STATUS NOT = "00"
               OPEN OUTPUT REGISTER-FILE
           END-IF
           IF WS-REGISTER-STATUS NOT = "00"
               DISPLAY "Error: could not open inbound register,"
                   " status " WS-REGISTER-STATUS
                   " - " FUNCTION TRIM(IE-DSNAME) " refused"
               MOVE 'R' TO IE-VERDICT
               MOVE "INBOUND REGISTER UNAVAILABLE" TO IE-REASON
           ELSE
               MOVE SPACES               TO INBOUND-REGISTER-RECORD
               MOVE IE-JOB-NAME          TO IR-JOB-NAME
               MOVE IE-RUN-DATE          TO IR-RUN-DATE
               IF WS-HEADER-FOUND
                   MOVE WS-HDR-COMPANY-CODE TO IR-COMPANY-CODE
               ELSE
                   MOVE IE-COMPANY-CODE     TO IR-COMPANY-CODE
               END-IF
               MOVE WS-HDR-SOURCE-SYSTEM TO IR-SOURCE-SYSTEM
               MOVE WS-HDR-CREATION-DATE TO IR-CREATION-DATE
               MOVE WS-HDR-CREATION-TIME TO IR-CREATION-TIME
               MOVE WS-HDR-FILE-SEQUENCE TO IR-FILE-SEQUENCE
               MOVE WS-TRL-RECORD-COUNT  TO IR-DECLARED-COUNT
               MOVE WS-FOUND-COUNT       TO IR-FOUND-COUNT
               MOVE WS-TRL-KEY-HASH-TOTAL TO IR-DECLARED-HASH
               MOVE WS-FOUND-HASH-TOTAL  TO IR-FOUND-HASH
               MOVE IE-VERDICT           TO IR-VERDICT
               MOVE IE-REASON            TO IR-REASON
               MOVE IE-DSNAME            TO IR-DSNAME
               WRITE INBOUND-REGISTER-RECORD
               IF WS-REGISTER-STATUS NOT = "00"
                   DISPLAY "Error: could not write inbound register,"
                       " status " WS-REGISTER-STATUS
                       " - " FUNCTION TRIM(IE-DSNAME) " refused"
                   MOVE 'R' TO IE-VERDICT
                   MOVE "INBOUND REGISTER UNAVAILABLE" TO IE-REASON
               END-IF
               CLOSE REGISTER-FILE
           END-IF.

       0850-WRITE-RETURN-REPORT.
      *    One block per file, worded for the sending system.
           OPEN EXTEND RETURN-REPORT-FILE
           IF WS-RETURN-REPORT-STATUS NOT = "00"
               OPEN OUTPUT RETURN-REPORT-FILE
           END-IF
           IF WS-RETURN-REPORT-STATUS = "00"
               MOVE SPACES TO RETURN-REPORT-LINE
               WRITE RETURN-REPORT-LINE
               MOVE SPACES TO RETURN-REPORT-LINE
               STRING "INBOUND FILE ACKNOWLEDGEMENT - RECEIVED "
                   IE-RUN-DATE " BY " IE-JOB-NAME
                   DELIMITED BY SIZE INTO RETURN-REPORT-LINE
               WRITE RETURN-REPORT-LINE
               MOVE SPACES TO RETURN-REPORT-LINE
               STRING "  SOURCE " WS-HDR-SOURCE-SYSTEM
                   "  COMPANY " WS-HDR-COMPANY-CODE
                   "  FILE SEQUENCE " WS-HDR-FILE-SEQUENCE
                   "  CREATED " WS-HDR-CREATION-DATE
                   " " WS-HDR-CREATION-TIME
                   DELIMITED BY SIZE INTO RETURN-REPORT-LINE
               WRITE RETURN-REPORT-LINE
               MOVE SPACES TO RETURN-REPORT-LINE
               STRING "  DATASET " IE-DSNAME
                   DELIMITED BY SIZE INTO RETURN-REPORT-LINE
               WRITE RETURN-REPORT-LINE
               MOVE "RECORDS"             TO WT-LABEL
               MOVE WS-TRL-RECORD-COUNT   TO WT-DECLARED
               MOVE WS-FOUND-COUNT        TO WT-FOUND
               WRITE RETURN-REPORT-LINE FROM WS-TOTALS-LINE
               MOVE "KEY HASH"            TO WT-LABEL
               MOVE WS-TRL-KEY-HASH-TOTAL TO WT-DECLARED
               MOVE WS-FOUND-HASH-TOTAL   TO WT-FOUND
               WRITE RETURN-REPORT-LINE FROM WS-TOTALS-LINE
               MOVE SPACES TO RETURN-REPORT-LINE
               IF IE-FILE-ACCEPTED
                   STRING "  VERDICT  ACCEPTED  " IE-REASON
                       DELIMITED BY SIZE INTO RETURN-REPORT-LINE
               ELSE
                   STRING "  VERDICT  REFUSED - " IE-REASON
                       "  PLEASE CORRECT AND RESEND"
                       DELIMITED BY SIZE INTO RETURN-REPORT-LINE
               END-IF
               WRITE RETURN-REPORT-LINE
               CLOSE RETURN-REPORT-FILE
           ELSE
               DISPLAY "Warning: could not open inbound return"
                   " report, status " WS-RETURN-REPORT-STATUS
           END-IF.
