       IDENTIFICATION DIVISION.
       PROGRAM-ID. CUSTCDC.
      *****************************************************************
      *  Customer-master change-data-capture feed.
      *  Downstream systems used to take a full copy of the customer
      *  master every night and diff it themselves.  This job reads
      *  the change journal (CUSTJRNL.CPY) every master writer keeps
      *  and gives each subscriber on the control file (CDCSUBS,
      *  CDCSUB.CPY) one extract (CDCEXT.CPY) of the keys added,
      *  changed, or deleted since its last successful pickup, each
      *  with the full record image and the change type.
      *
      *  Where each subscriber is up to is kept on the position file
      *  (CDCPOS.CPY).  A subscriber that acknowledges pickup (the
      *  CDCACK cards) only moves forward on its acknowledgement, so
      *  a night it missed is resent in the next extract; one that
      *  does not acknowledge moves forward when its extract closes
      *  cleanly.  Rerunning the job the same night rebuilds the
      *  same window.
      *
      *  Journal rows for one key net to a single extract row: the
      *  key's standing on today's master decides change versus add,
      *  and a key gone from the master is sent as a delete with the
      *  image it had when deleted.  A key both created and deleted
      *  inside the window was never seen by the subscriber and is
      *  not sent.  A key that arrived by a key change (CUSTRKEY) is
      *  new to the subscriber and is sent as an add, and the key
      *  it replaced as a delete; a merge sends the survivor's
      *  changed fields and the retired key's delete.  Rows another
      *  customer brought in by a merge (the absorbed band) were
      *  already sent under their own key and are not sent again.
      *  Runs last in the nightly stream, after every job
      *  that writes the master.  The CUSTCDCR report lists each
      *  subscriber's window and counts.
      *****************************************************************
       ENVIRONMENT DIVISION.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
           SELECT SUBSCRIBER-FILE ASSIGN TO "CDCSUBS"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-SUBSCRIBER-STATUS.

           SELECT ACK-FILE ASSIGN TO "CDCACK"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-ACK-STATUS.

           SELECT POSITION-FILE ASSIGN TO "CDCPOS"
               ORGANIZATION IS INDEXED
               ACCESS MODE IS RANDOM
               RECORD KEY IS CP-SUBSCRIBER-CODE
               FILE STATUS IS WS-POSITION-STATUS.

           SELECT CUST-MASTER-FILE ASSIGN TO "CUSTOUT"
               ORGANIZATION IS INDEXED
               ACCESS MODE IS RANDOM
               RECORD KEY IS CUST-MST-KEY
               FILE STATUS IS WS-CUST-MASTER-STATUS.

           SELECT JOURNAL-FILE ASSIGN TO "CUSTJRNL"
               ORGANIZATION IS INDEXED
               ACCESS MODE IS DYNAMIC
               RECORD KEY IS CJ-JOURNAL-KEY
               FILE STATUS IS WS-JOURNAL-STATUS.

           SELECT EXTRACT-FILE ASSIGN TO WS-EXTRACT-DSNAME
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-EXTRACT-STATUS.

           SELECT REPORT-FILE ASSIGN TO "CUSTCDCR"
               ORGANIZATION IS LINE SEQUENTIAL.

       DATA DIVISION.
       FILE SECTION.
       FD  SUBSCRIBER-FILE.
           COPY CDCSUB.

      *    One card per extract picked up: the subscriber and the
      *    extract date stamped on the rows it took.
       FD  ACK-FILE.
       01  CDC-ACK-RECORD.
           05  CK-SUBSCRIBER-CODE      PIC X(08).
           05  CK-EXTRACT-DATE         PIC 9(08).

       FD  POSITION-FILE.
           COPY CDCPOS.

       FD  CUST-MASTER-FILE.
           COPY CUSTREC REPLACING ==CUST-RECORD== BY ==CUST-MST-RECORD==
               ==CUST-FIELD-TABLE== BY ==CUST-MST-FIELD-TABLE==
               ==CUST-FIELD== BY ==CUST-MST-FIELD==
               ==CUST-KEY== BY ==CUST-MST-KEY==.

       FD  JOURNAL-FILE.
           COPY CUSTJRNL.

       FD  EXTRACT-FILE.
           COPY CDCEXT.

       FD  REPORT-FILE.
       01  REPORT-LINE                  PIC X(132).

       WORKING-STORAGE SECTION.
       01  WS-SUBSCRIBER-STATUS         PIC X(2)  VALUE SPACES.
       01  WS-ACK-STATUS                PIC X(2)  VALUE SPACES.
       01  WS-POSITION-STATUS           PIC X(2)  VALUE SPACES.
       01  WS-CUST-MASTER-STATUS        PIC X(2)  VALUE SPACES.
       01  WS-JOURNAL-STATUS            PIC X(2)  VALUE SPACES.
       01  WS-EXTRACT-STATUS            PIC X(2)  VALUE SPACES.

       01  WS-EXTRACT-DSNAME            PIC X(44) VALUE SPACES.

       01  WS-EOF-SWITCH                PIC X(1)  VALUE 'N'.
           88  WS-END-OF-INPUT                     VALUE 'Y'.
       01  WS-ACK-EOF-SWITCH            PIC X(1)  VALUE 'N'.
           88  WS-END-OF-ACKS                      VALUE 'Y'.
       01  WS-JRNL-EOF-SWITCH           PIC X(1)  VALUE 'N'.
           88  WS-END-OF-JOURNAL                   VALUE 'Y'.
       01  WS-SUBSCRIBER-OPEN-SWITCH    PIC X(1)  VALUE 'N'.
           88  WS-SUBSCRIBER-FILE-OPEN             VALUE 'Y'.
       01  WS-MASTER-OPEN-SWITCH        PIC X(1)  VALUE 'N'.
           88  WS-MASTER-FILE-OPEN                 VALUE 'Y'.
       01  WS-JOURNAL-OPEN-SWITCH       PIC X(1)  VALUE 'N'.
           88  WS-JOURNAL-FILE-OPEN                VALUE 'Y'.
       01  WS-POSITION-OPEN-SWITCH      PIC X(1)  VALUE 'N'.
           88  WS-POSITION-FILE-OPEN               VALUE 'Y'.
       01  WS-EXTRACT-OPEN-SWITCH       PIC X(1)  VALUE 'N'.
           88  WS-EXTRACT-FILE-OPEN                VALUE 'Y'.
       01  WS-POSITION-FOUND-SWITCH     PIC X(1)  VALUE 'N'.
           88  WS-POSITION-FOUND                   VALUE 'Y'.
       01  WS-KEY-HELD-SWITCH           PIC X(1)  VALUE 'N'.
           88  WS-KEY-HELD                         VALUE 'Y'.
       01  WS-ON-MASTER-SWITCH          PIC X(1)  VALUE 'N'.
           88  WS-ON-MASTER                        VALUE 'Y'.
       01  WS-WANTED-SWITCH             PIC X(1)  VALUE 'N'.
           88  WS-CHANGE-IS-WANTED                 VALUE 'Y'.

       01  WS-JOB-NAME                  PIC X(8)  VALUE 'CUSTCDC'.
       01  WS-RUN-DATE                  PIC 9(8).
       01  WS-SUB                       PIC 9(4) COMP.

      *    The current subscriber's window: journal rows dated after
      *    WINDOW-FROM, up to and including tonight.
       01  WS-WINDOW-FROM               PIC 9(8)  VALUE ZERO.
       01  WS-ACKED-THRU                PIC 9(8)  VALUE ZERO.

      *    What the window's journal rows did to the key in hand.
      *    The first row says whether the key existed before the
      *    window, the last whether it still exists; the image is
      *    each field's latest value - the before image of a delete
      *    row, since that is what the record held when it went.
       01  WS-HELD-KEY                  PIC X(10) VALUE SPACES.
       01  WS-KEY-FIRST-CODE            PIC X(1)  VALUE SPACE.
           88  WS-KEY-FIRST-CREATED      VALUES 'A', 'S', 'V', 'L',
                                                 'I'.
       01  WS-KEY-LAST-CODE             PIC X(1)  VALUE SPACE.
           88  WS-KEY-LAST-DELETED       VALUES 'D', 'X', 'K', 'W'.
       01  WS-KEY-ARRIVED-SWITCH        PIC X(1)  VALUE 'N'.
           88  WS-KEY-ARRIVED                      VALUE 'Y'.
       01  WS-KEY-LAST-DATE             PIC 9(8)  VALUE ZERO.
       01  WS-KEY-STATE.
           05  WS-KEY-ENTRY OCCURS 5 TIMES.
               10  WS-KEY-TOUCHED       PIC X(01).
               10  WS-KEY-VALUE         PIC X(100).
       01  WS-CHANGE-TYPE               PIC X(1)  VALUE SPACE.

      *    Per-subscriber counts, reset for each card.
       01  WS-SUB-ADDS                  PIC 9(6)  VALUE ZERO.
       01  WS-SUB-CHANGES               PIC 9(6)  VALUE ZERO.
       01  WS-SUB-DELETES               PIC 9(6)  VALUE ZERO.
       01  WS-SUB-FILTERED              PIC 9(6)  VALUE ZERO.
       01  WS-SUB-TRANSIENT             PIC 9(6)  VALUE ZERO.
       01  WS-SUB-UNRESOLVED            PIC 9(6)  VALUE ZERO.
       01  WS-SUB-WRITTEN               PIC 9(8)  VALUE ZERO.

       01  WS-SUBSCRIBERS-READ          PIC 9(6)  VALUE ZERO.
       01  WS-SUBSCRIBERS-FED           PIC 9(6)  VALUE ZERO.
       01  WS-SUBSCRIBERS-SKIPPED       PIC 9(6)  VALUE ZERO.
       01  WS-SUBSCRIBERS-FAILED        PIC 9(6)  VALUE ZERO.
       01  WS-ACKS-READ                 PIC 9(6)  VALUE ZERO.
       01  WS-ACKS-APPLIED              PIC 9(6)  VALUE ZERO.
       01  WS-ROWS-WRITTEN              PIC 9(8)  VALUE ZERO.

       01  WS-SUBSCRIBER-LINE.
           05  FILLER                   PIC X(2)  VALUE SPACES.
           05  WL-SUBSCRIBER            PIC X(8).
           05  FILLER                   PIC X(2)  VALUE SPACES.
           05  WL-WINDOW-FROM           PIC 9(8).
           05  FILLER                   PIC X(1)  VALUE '-'.
           05  WL-WINDOW-THRU           PIC 9(8).
           05  FILLER                   PIC X(2)  VALUE SPACES.
           05  WL-ADDS                  PIC Z(5)9.
           05  FILLER                   PIC X(2)  VALUE SPACES.
           05  WL-CHANGES               PIC Z(5)9.
           05  FILLER                   PIC X(2)  VALUE SPACES.
           05  WL-DELETES               PIC Z(5)9.
           05  FILLER                   PIC X(2)  VALUE SPACES.
           05  WL-FILTERED              PIC Z(5)9.
           05  FILLER                   PIC X(2)  VALUE SPACES.
           05  WL-WRITTEN               PIC Z(7)9.
           05  FILLER                   PIC X(2)  VALUE SPACES.
           05  WL-OUTCOME               PIC X(50).

       COPY RUNDATEC.

       PROCEDURE DIVISION.
       0000-MAIN.
           PERFORM 0005-GET-BUSINESS-DATE
           IF RD-DATE-REFUSED
               GOBACK
           END-IF
           PERFORM 0100-OPEN-FILES
           IF NOT WS-END-OF-INPUT
               PERFORM 0200-APPLY-ACKNOWLEDGEMENTS
           END-IF
           PERFORM 0300-READ-SUBSCRIBER
           PERFORM 0400-FEED-ONE-SUBSCRIBER UNTIL WS-END-OF-INPUT
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
           OPEN INPUT SUBSCRIBER-FILE
           IF WS-SUBSCRIBER-STATUS = "00"
               SET WS-SUBSCRIBER-FILE-OPEN TO TRUE
           ELSE
               DISPLAY "Warning: no change-feed subscribers,"
                   " status " WS-SUBSCRIBER-STATUS
               SET WS-END-OF-INPUT TO TRUE
               IF RETURN-CODE < 4
                   MOVE 4 TO RETURN-CODE
               END-IF
           END-IF

           OPEN INPUT CUST-MASTER-FILE
           IF WS-CUST-MASTER-STATUS = "00"
               SET WS-MASTER-FILE-OPEN TO TRUE
           ELSE
               DISPLAY "Error: could not open customer master,"
                   " status " WS-CUST-MASTER-STATUS
                   " - no extracts written"
               SET WS-END-OF-INPUT TO TRUE
               MOVE 8 TO RETURN-CODE
           END-IF

           OPEN INPUT JOURNAL-FILE
           IF WS-JOURNAL-STATUS = "00"
               SET WS-JOURNAL-FILE-OPEN TO TRUE
           ELSE
               DISPLAY "Error: could not open the change journal,"
                   " status " WS-JOURNAL-STATUS
                   " - no extracts written"
               SET WS-END-OF-INPUT TO TRUE
               MOVE 8 TO RETURN-CODE
           END-IF

      *    The position file is created on the first night; after
      *    that it must open, or no subscriber could be moved on.
           OPEN I-O POSITION-FILE
           IF WS-POSITION-STATUS NOT = "00"
               OPEN OUTPUT POSITION-FILE
               CLOSE POSITION-FILE
               OPEN I-O POSITION-FILE
           END-IF
           IF WS-POSITION-STATUS = "00"
               SET WS-POSITION-FILE-OPEN TO TRUE
           ELSE
               DISPLAY "Error: could not open change-feed positions,"
                   " status " WS-POSITION-STATUS
                   " - no extracts written"
               SET WS-END-OF-INPUT TO TRUE
               MOVE 8 TO RETURN-CODE
           END-IF

           OPEN OUTPUT REPORT-FILE
           MOVE "CUSTOMER CHANGE-DATA-CAPTURE FEED" TO REPORT-LINE
           WRITE REPORT-LINE
           MOVE SPACES TO REPORT-LINE
           STRING "RUN " WS-RUN-DATE
               "  (FROM THE CUSTJRNL CHANGE JOURNAL)"
               DELIMITED BY SIZE INTO REPORT-LINE
           WRITE REPORT-LINE
           MOVE SPACES TO REPORT-LINE
           WRITE REPORT-LINE
           MOVE SPACES TO REPORT-LINE
           STRING "  SUBSCR    WINDOW (AFTER-THRU)   "
               "  ADDS CHANGES DELETES FILTERD  WRITTEN  OUTCOME"
               DELIMITED BY SIZE INTO REPORT-LINE
           WRITE REPORT-LINE.

       0200-APPLY-ACKNOWLEDGEMENTS.
      *    Acknowledgements are optional - a night with none simply
      *    leaves every acknowledging subscriber where it was.
           OPEN INPUT ACK-FILE
           IF WS-ACK-STATUS NOT = "00"
               DISPLAY "No pickup acknowledgements to apply,"
                   " status " WS-ACK-STATUS
           ELSE
               MOVE 'N' TO WS-ACK-EOF-SWITCH
               PERFORM UNTIL WS-END-OF-ACKS
                   READ ACK-FILE
                       AT END
                           SET WS-END-OF-ACKS TO TRUE
                       NOT AT END
                           ADD 1 TO WS-ACKS-READ
                           PERFORM 0250-APPLY-ONE-ACK
                   END-READ
               END-PERFORM
               CLOSE ACK-FILE
           END-IF.

       0250-APPLY-ONE-ACK.
      *    Only an acknowledgement of the latest extract moves the
      *    subscriber on: one for an older extract proves nothing
      *    about what was sent since.
           MOVE CK-SUBSCRIBER-CODE TO CP-SUBSCRIBER-CODE
           READ POSITION-FILE
               INVALID KEY
                   DISPLAY "Warning: acknowledgement for unknown"
                       " subscriber " CK-SUBSCRIBER-CODE " - ignored"
                   IF RETURN-CODE < 4
                       MOVE 4 TO RETURN-CODE
                   END-IF
               NOT INVALID KEY
                   IF CK-EXTRACT-DATE = CP-SENT-RUN-DATE
                       MOVE CP-SENT-THRU-DATE TO CP-ACKED-THRU-DATE
                       REWRITE CDC-POSITION-RECORD
                           INVALID KEY
                               DISPLAY "Error: could not record"
                                   " acknowledgement for "
                                   CK-SUBSCRIBER-CODE " status "
                                   WS-POSITION-STATUS
                               MOVE 8 TO RETURN-CODE
                           NOT INVALID KEY
                               ADD 1 TO WS-ACKS-APPLIED
                       END-REWRITE
                   ELSE
                       DISPLAY "Warning: " CK-SUBSCRIBER-CODE
                           " acknowledged extract of "
                           CK-EXTRACT-DATE " but the latest sent is "
                           CP-SENT-RUN-DATE " - ignored"
                       IF RETURN-CODE < 4
                           MOVE 4 TO RETURN-CODE
                       END-IF
                   END-IF
           END-READ.

       0300-READ-SUBSCRIBER.
           IF NOT WS-END-OF-INPUT
               READ SUBSCRIBER-FILE
                   AT END SET WS-END-OF-INPUT TO TRUE
               END-READ
           END-IF.

       0400-FEED-ONE-SUBSCRIBER.
           ADD 1 TO WS-SUBSCRIBERS-READ
           MOVE ZERO TO WS-SUB-ADDS WS-SUB-CHANGES WS-SUB-DELETES
               WS-SUB-FILTERED WS-SUB-TRANSIENT WS-SUB-UNRESOLVED
               WS-SUB-WRITTEN
           MOVE SPACES TO WL-OUTCOME
           IF NOT CS-SUBSCRIBER-ACTIVE
               ADD 1 TO WS-SUBSCRIBERS-SKIPPED
               MOVE ZERO TO WS-WINDOW-FROM
               MOVE "INACTIVE - NOT FED" TO WL-OUTCOME
           ELSE
               PERFORM 0450-SET-WINDOW
               PERFORM 0500-OPEN-EXTRACT
               IF WS-EXTRACT-FILE-OPEN
                   PERFORM 0600-SCAN-JOURNAL
                   CLOSE EXTRACT-FILE
                   MOVE 'N' TO WS-EXTRACT-OPEN-SWITCH
      *            The position moves only once the extract is
      *            safely closed - a half-written extract must be
      *            rebuilt whole next time, not picked up from.
                   IF WS-EXTRACT-STATUS = "00"
                       PERFORM 0800-ADVANCE-POSITION
                   ELSE
                       DISPLAY "Error: could not close extract for "
                           CS-SUBSCRIBER-CODE " status "
                           WS-EXTRACT-STATUS
                           " - position not advanced"
                       MOVE 8 TO RETURN-CODE
                       ADD 1 TO WS-SUBSCRIBERS-FAILED
                       MOVE "EXTRACT CLOSE FAILED - RESEND NEXT RUN"
                           TO WL-OUTCOME
                   END-IF
               ELSE
                   ADD 1 TO WS-SUBSCRIBERS-FAILED
                   MOVE "EXTRACT NOT OPENED - RESEND NEXT RUN"
                       TO WL-OUTCOME
               END-IF
           END-IF
           PERFORM 0900-REPORT-SUBSCRIBER
           PERFORM 0300-READ-SUBSCRIBER.

       0450-SET-WINDOW.
      *    First night for the subscriber: start after its baseline.
      *    A rerun tonight: the same window the first run used.
      *    Otherwise: everything after the last acknowledged date,
      *    which is how a missed pickup is caught up.
           MOVE 'N' TO WS-POSITION-FOUND-SWITCH
           MOVE CS-SUBSCRIBER-CODE TO CP-SUBSCRIBER-CODE
           READ POSITION-FILE
               INVALID KEY
                   CONTINUE
               NOT INVALID KEY
                   SET WS-POSITION-FOUND TO TRUE
           END-READ
           EVALUATE TRUE
               WHEN NOT WS-POSITION-FOUND
                   IF CS-BASELINE-DATE IS NUMERIC
                       MOVE CS-BASELINE-DATE TO WS-WINDOW-FROM
                   ELSE
                       MOVE ZERO TO WS-WINDOW-FROM
                   END-IF
                   MOVE WS-WINDOW-FROM TO WS-ACKED-THRU
               WHEN CP-SENT-RUN-DATE = WS-RUN-DATE
                   MOVE CP-WINDOW-FROM-DATE TO WS-WINDOW-FROM
                   MOVE CP-ACKED-THRU-DATE  TO WS-ACKED-THRU
                   DISPLAY "Rerun for " CS-SUBSCRIBER-CODE
                       " - rebuilding tonight's window after "
                       WS-WINDOW-FROM
               WHEN OTHER
                   MOVE CP-ACKED-THRU-DATE TO WS-WINDOW-FROM
                   MOVE CP-ACKED-THRU-DATE TO WS-ACKED-THRU
                   IF CP-ACKED-THRU-DATE < CP-SENT-THRU-DATE
                       DISPLAY "Warning: " CS-SUBSCRIBER-CODE
                           " has not acknowledged the extract of "
                           CP-SENT-RUN-DATE " - resending from "
                           CP-ACKED-THRU-DATE
                       IF RETURN-CODE < 4
                           MOVE 4 TO RETURN-CODE
                       END-IF
                   END-IF
           END-EVALUATE.

       0500-OPEN-EXTRACT.
           MOVE CS-EXTRACT-DSNAME TO WS-EXTRACT-DSNAME
           IF WS-EXTRACT-DSNAME = SPACES
               DISPLAY "Error: no extract dataset named for "
                   CS-SUBSCRIBER-CODE " - subscriber not fed"
               MOVE 8 TO RETURN-CODE
           ELSE
               OPEN OUTPUT EXTRACT-FILE
               IF WS-EXTRACT-STATUS = "00"
                   SET WS-EXTRACT-FILE-OPEN TO TRUE
               ELSE
                   DISPLAY "Error: could not open extract "
                       FUNCTION TRIM(WS-EXTRACT-DSNAME)
                       " for " CS-SUBSCRIBER-CODE
                       " status " WS-EXTRACT-STATUS
                       " - subscriber not fed"
                   MOVE 8 TO RETURN-CODE
               END-IF
           END-IF.

       0600-SCAN-JOURNAL.
      *    The journal is keyed customer key first, so one forward
      *    pass meets every key's rows together, oldest first.
           MOVE 'N' TO WS-JRNL-EOF-SWITCH
           MOVE 'N' TO WS-KEY-HELD-SWITCH
           MOVE LOW-VALUES TO CJ-JOURNAL-KEY
           START JOURNAL-FILE KEY IS NOT LESS THAN CJ-JOURNAL-KEY
               INVALID KEY
                   SET WS-END-OF-JOURNAL TO TRUE
           END-START
           PERFORM UNTIL WS-END-OF-JOURNAL
               READ JOURNAL-FILE NEXT RECORD
                   AT END
                       SET WS-END-OF-JOURNAL TO TRUE
                   NOT AT END
                       PERFORM 0620-NOTE-JOURNAL-ROW
               END-READ
           END-PERFORM
           IF WS-KEY-HELD
               PERFORM 0700-DECIDE-KEY-CHANGE
           END-IF.

       0620-NOTE-JOURNAL-ROW.
           IF CJ-JOURNAL-DATE > WS-WINDOW-FROM
               AND CJ-JOURNAL-DATE <= WS-RUN-DATE
               AND NOT CJ-ABSORBED-ROW
               IF WS-KEY-HELD
                   AND CJ-CUST-KEY NOT = WS-HELD-KEY
                   PERFORM 0700-DECIDE-KEY-CHANGE
               END-IF
               IF NOT WS-KEY-HELD
                   SET WS-KEY-HELD TO TRUE
                   MOVE CJ-CUST-KEY   TO WS-HELD-KEY
                   MOVE CJ-TRANS-CODE TO WS-KEY-FIRST-CODE
                   MOVE 'N'           TO WS-KEY-ARRIVED-SWITCH
                   PERFORM VARYING WS-SUB FROM 1 BY 1 UNTIL WS-SUB > 5
                       MOVE 'N'    TO WS-KEY-TOUCHED(WS-SUB)
                       MOVE SPACES TO WS-KEY-VALUE(WS-SUB)
                   END-PERFORM
               END-IF
               IF CJ-KEY-ARRIVED-WRITE
                   SET WS-KEY-ARRIVED TO TRUE
               END-IF
               MOVE CJ-TRANS-CODE   TO WS-KEY-LAST-CODE
               MOVE CJ-JOURNAL-DATE TO WS-KEY-LAST-DATE
               IF CJ-FIELD-SUB >= 1 AND CJ-FIELD-SUB <= 5
                   MOVE CJ-FIELD-SUB TO WS-SUB
                   MOVE 'Y' TO WS-KEY-TOUCHED(WS-SUB)
                   IF CJ-DELETION-WRITE
                       MOVE CJ-BEFORE-VALUE TO WS-KEY-VALUE(WS-SUB)
                   ELSE
                       MOVE CJ-AFTER-VALUE  TO WS-KEY-VALUE(WS-SUB)
                   END-IF
               END-IF
           END-IF.

       0700-DECIDE-KEY-CHANGE.
           MOVE WS-HELD-KEY TO CUST-MST-KEY
           MOVE 'N' TO WS-ON-MASTER-SWITCH
           READ CUST-MASTER-FILE
               INVALID KEY
                   CONTINUE
               NOT INVALID KEY
                   SET WS-ON-MASTER TO TRUE
           END-READ

           MOVE SPACE TO WS-CHANGE-TYPE
           EVALUATE TRUE
      *        A key that arrived by key change inside the window
      *        is as new to the subscriber as one created there.
               WHEN WS-ON-MASTER
                   AND (WS-KEY-FIRST-CREATED OR WS-KEY-ARRIVED)
                   MOVE 'A' TO WS-CHANGE-TYPE
               WHEN WS-ON-MASTER
                   MOVE 'C' TO WS-CHANGE-TYPE
               WHEN WS-KEY-LAST-DELETED
                   AND (WS-KEY-FIRST-CREATED OR WS-KEY-ARRIVED)
                   ADD 1 TO WS-SUB-TRANSIENT
               WHEN WS-KEY-LAST-DELETED
                   MOVE 'D' TO WS-CHANGE-TYPE
      *        Created but not on this master: a conversion write to
      *        another company's output dataset.  The creation rows
      *        carry every field, so the image is complete.
               WHEN WS-KEY-FIRST-CREATED
                   MOVE 'A' TO WS-CHANGE-TYPE
               WHEN OTHER
                   ADD 1 TO WS-SUB-UNRESOLVED
                   DISPLAY "Warning: key " WS-HELD-KEY
                       " changed but is not on the customer master"
                       " - not sent to " CS-SUBSCRIBER-CODE
                   IF RETURN-CODE < 4
                       MOVE 4 TO RETURN-CODE
                   END-IF
           END-EVALUATE

      *    A change goes only to a subscriber that wants one of the
      *    fields it touched.
           IF WS-CHANGE-TYPE = 'C'
               MOVE 'N' TO WS-WANTED-SWITCH
               PERFORM VARYING WS-SUB FROM 1 BY 1 UNTIL WS-SUB > 5
                   IF WS-KEY-TOUCHED(WS-SUB) = 'Y'
                       AND CS-FIELD-WANTED(WS-SUB) = 'Y'
                       SET WS-CHANGE-IS-WANTED TO TRUE
                   END-IF
               END-PERFORM
               IF NOT WS-CHANGE-IS-WANTED
                   MOVE SPACE TO WS-CHANGE-TYPE
                   ADD 1 TO WS-SUB-FILTERED
               END-IF
           END-IF

           IF WS-CHANGE-TYPE NOT = SPACE
               PERFORM 0750-WRITE-EXTRACT-ROW
           END-IF
           MOVE 'N' TO WS-KEY-HELD-SWITCH.

       0750-WRITE-EXTRACT-ROW.
           MOVE SPACES              TO CDC-EXTRACT-RECORD
           MOVE CS-SUBSCRIBER-CODE  TO CX-SUBSCRIBER-CODE
           MOVE WS-RUN-DATE         TO CX-EXTRACT-DATE
           MOVE WS-CHANGE-TYPE      TO CX-CHANGE-TYPE
           MOVE WS-KEY-LAST-DATE    TO CX-CHANGE-DATE
           MOVE WS-HELD-KEY         TO CX-CUST-KEY
           PERFORM VARYING WS-SUB FROM 1 BY 1 UNTIL WS-SUB > 5
               MOVE WS-KEY-TOUCHED(WS-SUB) TO CX-FIELD-CHANGED(WS-SUB)
               IF WS-ON-MASTER
                   MOVE CUST-MST-FIELD(WS-SUB) TO CX-FIELD(WS-SUB)
               ELSE
                   MOVE WS-KEY-VALUE(WS-SUB)   TO CX-FIELD(WS-SUB)
               END-IF
           END-PERFORM
           WRITE CDC-EXTRACT-RECORD
           IF WS-EXTRACT-STATUS NOT = "00"
               DISPLAY "Error: could not write extract row for key "
                   WS-HELD-KEY " to " CS-SUBSCRIBER-CODE
                   " status " WS-EXTRACT-STATUS
               MOVE 8 TO RETURN-CODE
           ELSE
               ADD 1 TO WS-SUB-WRITTEN
               ADD 1 TO WS-ROWS-WRITTEN
               EVALUATE WS-CHANGE-TYPE
                   WHEN 'A'
                       ADD 1 TO WS-SUB-ADDS
                   WHEN 'C'
                       ADD 1 TO WS-SUB-CHANGES
                   WHEN 'D'
                       ADD 1 TO WS-SUB-DELETES
               END-EVALUATE
           END-IF.

       0800-ADVANCE-POSITION.
           MOVE CS-SUBSCRIBER-CODE TO CP-SUBSCRIBER-CODE
           MOVE WS-WINDOW-FROM     TO CP-WINDOW-FROM-DATE
           MOVE WS-RUN-DATE        TO CP-SENT-THRU-DATE
           MOVE WS-RUN-DATE        TO CP-SENT-RUN-DATE
           MOVE WS-SUB-WRITTEN     TO CP-SENT-ROWS
           IF CS-ACK-IS-REQUIRED
               MOVE WS-ACKED-THRU  TO CP-ACKED-THRU-DATE
               MOVE "SENT - AWAITING ACKNOWLEDGEMENT" TO WL-OUTCOME
           ELSE
               MOVE WS-RUN-DATE    TO CP-ACKED-THRU-DATE
               MOVE "SENT" TO WL-OUTCOME
           END-IF
           IF WS-POSITION-FOUND
               REWRITE CDC-POSITION-RECORD
           ELSE
               WRITE CDC-POSITION-RECORD
           END-IF
           IF WS-POSITION-STATUS = "00"
               ADD 1 TO WS-SUBSCRIBERS-FED
           ELSE
               DISPLAY "Error: could not save position for "
                   CS-SUBSCRIBER-CODE " status " WS-POSITION-STATUS
                   " - tonight's window will be resent"
               MOVE 8 TO RETURN-CODE
               ADD 1 TO WS-SUBSCRIBERS-FAILED
               MOVE "POSITION NOT SAVED - RESEND NEXT RUN"
                   TO WL-OUTCOME
           END-IF.

       0900-REPORT-SUBSCRIBER.
           MOVE CS-SUBSCRIBER-CODE TO WL-SUBSCRIBER
           MOVE WS-WINDOW-FROM     TO WL-WINDOW-FROM
           MOVE WS-RUN-DATE        TO WL-WINDOW-THRU
           MOVE WS-SUB-ADDS        TO WL-ADDS
           MOVE WS-SUB-CHANGES     TO WL-CHANGES
           MOVE WS-SUB-DELETES     TO WL-DELETES
           MOVE WS-SUB-FILTERED    TO WL-FILTERED
           MOVE WS-SUB-WRITTEN     TO WL-WRITTEN
           WRITE REPORT-LINE FROM WS-SUBSCRIBER-LINE
           IF WS-SUB-TRANSIENT > ZERO OR WS-SUB-UNRESOLVED > ZERO
               MOVE SPACES TO REPORT-LINE
               STRING "      ADDED AND DELETED IN WINDOW (NOT SENT): "
                   WS-SUB-TRANSIENT
                   "  NOT ON MASTER (NOT SENT): " WS-SUB-UNRESOLVED
                   DELIMITED BY SIZE INTO REPORT-LINE
               WRITE REPORT-LINE
           END-IF.

       0950-CLOSE-FILES.
           IF WS-SUBSCRIBER-FILE-OPEN
               CLOSE SUBSCRIBER-FILE
               MOVE 'N' TO WS-SUBSCRIBER-OPEN-SWITCH
           END-IF
           IF WS-MASTER-FILE-OPEN
               CLOSE CUST-MASTER-FILE
               MOVE 'N' TO WS-MASTER-OPEN-SWITCH
           END-IF
           IF WS-JOURNAL-FILE-OPEN
               CLOSE JOURNAL-FILE
               MOVE 'N' TO WS-JOURNAL-OPEN-SWITCH
           END-IF
           IF WS-POSITION-FILE-OPEN
               CLOSE POSITION-FILE
               MOVE 'N' TO WS-POSITION-OPEN-SWITCH
           END-IF
           CLOSE REPORT-FILE.

       0960-DISPLAY-CONTROL-TOTALS.
           DISPLAY "==================================================="
           DISPLAY "CUSTCDC CONTROL TOTALS - " WS-RUN-DATE
           DISPLAY "  ACKS READ         : " WS-ACKS-READ
           DISPLAY "  ACKS APPLIED      : " WS-ACKS-APPLIED
           DISPLAY "  SUBSCRIBERS READ  : " WS-SUBSCRIBERS-READ
           DISPLAY "  SUBSCRIBERS FED   : " WS-SUBSCRIBERS-FED
           DISPLAY "  SUBSCRIBERS SKIPPD: " WS-SUBSCRIBERS-SKIPPED
           DISPLAY "  SUBSCRIBERS FAILED: " WS-SUBSCRIBERS-FAILED
           DISPLAY "  EXTRACT ROWS      : " WS-ROWS-WRITTEN
           DISPLAY "==================================================".
