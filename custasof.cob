      *  Reads inquiry cards (ASOFCTL: a customer key and an as-of
      *  date) and, for each, reconstructs what that customer's
      *  master record said as of end of that day, from the change
      *  journal (CUSTJRNL.CPY) the maintenance, reposting,
      *  release, conversion, and bulk-reload jobs write on every
      *  master write.  The method is a
      *  reverse walk: start from the record as it stands on the
      *  master today, then undo every journal row dated AFTER the
      *  as-of date, newest first, by restoring its before image -
      *  the oldest state the journal can prove, and the report
      *  says so when the journal's earliest row postdates the
      *  request.
      *
      *  A key retired by a key change or merge (CUSTRKEY) is looked
      *  up on the key cross-reference (CUSTXREF.CPY) first.  After
      *  a key change the customer is rebuilt under the key its
      *  history now lives on.  After a merge the retired customer
      *  is rebuilt from its own rows in the survivor's absorbed
      *  band plus the retirement rows left on its old key, so it
      *  shows as it stood before the merge; the survivor's own
      *  rebuild skips the absorbed band.  The answer says which.
      *****************************************************************
       ENVIRONMENT DIVISION.
       INPUT-OUTPUT SECTION.
               RECORD KEY IS CJ-JOURNAL-KEY
               FILE STATUS IS WS-JOURNAL-STATUS.

           SELECT XREF-FILE ASSIGN TO "CUSTXREF"
               ORGANIZATION IS INDEXED
               ACCESS MODE IS RANDOM
               RECORD KEY IS XR-OLD-KEY
               FILE STATUS IS WS-XREF-STATUS.

           SELECT REPORT-FILE ASSIGN TO "CUSTASOR"
               ORGANIZATION IS LINE SEQUENTIAL.

       FD  JOURNAL-FILE.
           COPY CUSTJRNL.

       FD  XREF-FILE.
           COPY CUSTXREF.

       FD  REPORT-FILE.
       01  REPORT-LINE                  PIC X(132).

       01  WS-INQUIRY-STATUS            PIC X(2)  VALUE SPACES.
       01  WS-CUST-MASTER-STATUS        PIC X(2)  VALUE SPACES.
       01  WS-JOURNAL-STATUS            PIC X(2)  VALUE SPACES.
       01  WS-XREF-STATUS               PIC X(2)  VALUE SPACES.

       01  WS-EOF-SWITCH                PIC X(1)  VALUE 'N'.
           88  WS-END-OF-INPUT                     VALUE 'Y'.
           88  WS-RECORD-EXISTS                    VALUE 'Y'.
       01  WS-COVERAGE-SWITCH           PIC X(1)  VALUE 'Y'.
           88  WS-JOURNAL-COVERS-DATE              VALUE 'Y'.
      *    No cross-reference file yet just means no key has ever
      *    been retired.
       01  WS-XREF-OPEN-SWITCH          PIC X(1)  VALUE 'N'.
           88  WS-XREF-OPEN                        VALUE 'Y'.
       01  WS-RETIRED-SWITCH            PIC X(1)  VALUE 'N'.
           88  WS-KEY-RETIRED                      VALUE 'Y'.
       01  WS-BAND-SWITCH               PIC X(1)  VALUE 'N'.
           88  WS-SCAN-ABSORBED-BAND               VALUE 'Y'.

      *    The key whose master record starts the rebuild, and the
      *    key a journal scan is reading.
       01  WS-REBUILD-KEY               PIC X(10) VALUE SPACES.
       01  WS-SCAN-KEY                  PIC X(10) VALUE SPACES.

       01  WS-JOB-NAME                  PIC X(8)  VALUE 'CUSTASOF'.
       01  WS-RUN-DATE                  PIC 9(8).
           05  FILLER                   PIC X(3)  VALUE SPACES.
           05  WF-FIELD-VALUE           PIC X(78).

       COPY RUNDATEC.

       PROCEDURE DIVISION.
       0000-MAIN.
           PERFORM 0005-GET-BUSINESS-DATE
           IF RD-DATE-REFUSED
               GOBACK
           END-IF
           PERFORM 0100-OPEN-FILES
           PERFORM 0200-READ-INQUIRY
           PERFORM 0300-ANSWER-ONE-INQUIRY UNTIL WS-END-OF-INPUT
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

       0100-OPEN-FILES.
           OPEN INPUT INQUIRY-FILE
           IF WS-INQUIRY-STATUS NOT = "00"
               MOVE 8 TO RETURN-CODE
           END-IF

           OPEN INPUT XREF-FILE
           IF WS-XREF-STATUS = "00"
               SET WS-XREF-OPEN TO TRUE
           END-IF

           OPEN OUTPUT REPORT-FILE
           MOVE "CUSTOMER RECORD AS-OF INQUIRY" TO REPORT-LINE
           WRITE REPORT-LINE

       0300-ANSWER-ONE-INQUIRY.
           ADD 1 TO WS-INQUIRIES-READ
           PERFORM 0350-FOLLOW-KEY-XREF
           PERFORM 0400-START-FROM-TODAYS-MASTER
           PERFORM 0500-COLLECT-LATER-JOURNAL-ROWS
           PERFORM 0600-UNDO-NEWEST-FIRST
           ADD 1 TO WS-INQUIRIES-ANSWERED
           PERFORM 0200-READ-INQUIRY.

       0350-FOLLOW-KEY-XREF.
      *    A key changed away is rebuilt under the key it moved to.
      *    A key merged away still starts from its own (absent)
      *    master record - its rows are found in 0500.
           MOVE 'N' TO WS-RETIRED-SWITCH
           MOVE IQ-CUST-KEY TO WS-REBUILD-KEY
           IF WS-XREF-OPEN
               MOVE IQ-CUST-KEY TO XR-OLD-KEY
               READ XREF-FILE
                   INVALID KEY
                       CONTINUE
                   NOT INVALID KEY
                       SET WS-KEY-RETIRED TO TRUE
                       IF XR-KEY-CHANGED
                           MOVE XR-NEW-KEY TO WS-REBUILD-KEY
                       END-IF
               END-READ
           END-IF.

       0400-START-FROM-TODAYS-MASTER.
           MOVE 'N' TO WS-EXISTS-SWITCH
           PERFORM VARYING WS-SUB FROM 1 BY 1 UNTIL WS-SUB > 5
               MOVE SPACES TO WS-ASF-VALUE(WS-SUB)
           END-PERFORM
           MOVE WS-REBUILD-KEY TO CUST-MST-KEY
           READ CUST-MASTER-FILE
               INVALID KEY
                   CONTINUE
      *    after the as-of date - those are the writes to undo.
      *    A row on or before the as-of date also proves the
      *    journal reaches back far enough to cover the request.
      *    A merged-away key's history is its band under the
      *    survivor, older than the retirement rows on its own key,
      *    so the band is collected first.
           MOVE ZERO TO WS-UNDO-COUNT
           MOVE 'N'  TO WS-UNDO-OVERFLOW-SWITCH
           MOVE 'N'  TO WS-COVERAGE-SWITCH

           IF WS-KEY-RETIRED AND XR-KEY-MERGED
               AND XR-FIRST-ABSORBED-SEQ > ZERO
               MOVE XR-NEW-KEY TO WS-SCAN-KEY
               SET WS-SCAN-ABSORBED-BAND TO TRUE
               PERFORM 0510-SCAN-ONE-KEY
           END-IF
           MOVE WS-REBUILD-KEY TO WS-SCAN-KEY
           MOVE 'N' TO WS-BAND-SWITCH
           PERFORM 0510-SCAN-ONE-KEY

      *    No row on or before the as-of date: either the record
      *    had no activity that far back (fine) or journaling
      *    started later (the report flags it either way when
      *    something had to be undone).
           IF WS-UNDO-COUNT = ZERO
               SET WS-JOURNAL-COVERS-DATE TO TRUE
           END-IF.

       0510-SCAN-ONE-KEY.
      *    The absorbed band holds other customers' history merged
      *    into this key: a band scan keeps only the one merge's
      *    sequences, an ordinary scan skips the band altogether.
           MOVE 'N'         TO WS-JRNL-EOF-SWITCH
           MOVE SPACES      TO CJ-JOURNAL-KEY
           MOVE WS-SCAN-KEY TO CJ-CUST-KEY
           MOVE ZERO        TO CJ-JOURNAL-DATE
           MOVE ZERO        TO CJ-JOURNAL-SEQ
           START JOURNAL-FILE KEY IS NOT LESS THAN CJ-JOURNAL-KEY
                   AT END
                       SET WS-END-OF-JOURNAL TO TRUE
                   NOT AT END
                       IF CJ-CUST-KEY NOT = WS-SCAN-KEY
                           SET WS-END-OF-JOURNAL TO TRUE
                       ELSE
                           IF WS-SCAN-ABSORBED-BAND
                               IF CJ-JOURNAL-SEQ
                                      >= XR-FIRST-ABSORBED-SEQ
                                   AND CJ-JOURNAL-SEQ
                                      <= XR-LAST-ABSORBED-SEQ
                                   PERFORM 0550-NOTE-ONE-JOURNAL-ROW
                               END-IF
                           ELSE
                               IF NOT CJ-ABSORBED-ROW
                                   PERFORM 0550-NOTE-ONE-JOURNAL-ROW
                               END-IF
                           END-IF
                       END-IF
               END-READ
           END-PERFORM.

       0550-NOTE-ONE-JOURNAL-ROW.
           IF CJ-JOURNAL-DATE <= IQ-ASOF-DATE
                   WHEN 'A'
                   WHEN 'P'
                   WHEN 'S'
                   WHEN 'V'
                   WHEN 'L'
                   WHEN 'I'
      *                Creation-type writes: before them the
      *                record did not exist - except a posting
      *                ('P') into an EXISTING record, which only
                           MOVE 'N' TO WS-EXISTS-SWITCH
                       END-IF
                   WHEN 'D'
                   WHEN 'X'
                   WHEN 'K'
                   WHEN 'W'
                       SET WS-RECORD-EXISTS TO TRUE
                   WHEN OTHER
                       CONTINUE
           STRING "CUSTOMER " IQ-CUST-KEY " AS OF " IQ-ASOF-DATE
               DELIMITED BY SIZE INTO REPORT-LINE
           WRITE REPORT-LINE
           IF WS-KEY-RETIRED
               MOVE SPACES TO REPORT-LINE
               IF XR-KEY-CHANGED
                   STRING "  KEY " IQ-CUST-KEY " WAS CHANGED TO "
                       XR-NEW-KEY " ON " XR-EFFECTIVE-DATE
                       " - HISTORY IS NOW HELD UNDER " XR-NEW-KEY
                       DELIMITED BY SIZE INTO REPORT-LINE
               ELSE
                   STRING "  KEY " IQ-CUST-KEY " WAS MERGED INTO "
                       XR-NEW-KEY " ON " XR-EFFECTIVE-DATE
                       " - REBUILT FROM ITS ROWS ABSORBED BY "
                       XR-NEW-KEY
                       DELIMITED BY SIZE INTO REPORT-LINE
               END-IF
               WRITE REPORT-LINE
           END-IF

           EVALUATE TRUE
               WHEN WS-UNDO-OVERFLOW
           IF WS-JOURNAL-STATUS = "00" OR "10"
               CLOSE JOURNAL-FILE
           END-IF
           IF WS-XREF-OPEN
               CLOSE XREF-FILE
           END-IF
           CLOSE REPORT-FILE.

       0960-DISPLAY-CONTROL-TOTALS.
