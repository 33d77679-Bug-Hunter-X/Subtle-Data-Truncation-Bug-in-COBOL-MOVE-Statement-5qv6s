       IDENTIFICATION DIVISION.
       PROGRAM-ID. CUSTRKEY.
      *****************************************************************
      *  Customer key change and merge.
      *  When a customer was renumbered, or two CUST-KEYs turned out
      *  to be the same customer, maintenance could only delete one
      *  key and add the other - which orphaned everything else
      *  filed under the old key: its change journal, its trail
      *  rows, its quality score, its open correction items, and
      *  any suspense waiting on it.  This job applies key change
      *  and merge transactions (KEYTRAN.CPY) and moves ALL of it:
      *    - the customer master (CUSTOUT): a key change re-keys the
      *      record, a merge rewrites the survivor with the field
      *      values the transaction chose and deletes the old key;
      *    - the change journal (CUSTJRNL), the quality score
      *      (QUALSCOR), the open correction items (CORROPEN), and
      *      the suspense file (CUSTSUSP), re-keyed - or, where the
      *      surviving key already holds a score or an item for the
      *      same field, combined into it;
      *    - the trails (TRUNCEXC, TRUNCAUD, CONTEXC, ABBRAUD,
      *      NEARLIM), rewritten with the old key's rows re-keyed.
      *  Each transaction is one unit of work.  Everything is
      *  checked and every related keyed row found before anything
      *  moves; a write that then fails rolls back every keyed
      *  change the transaction had made, from before-images held
      *  for the purpose, so a customer is never left half moved.
      *  The trails are sequential, so they are re-keyed in one
      *  pass after the last transaction, from the cross-reference
      *  rows made tonight - a rerun the same night finishes a pass
      *  an earlier run did not.
      *
      *  Every retired key gets a row on the key cross-reference
      *  file (CUSTXREF.CPY) so the TRUNINQ and CUSTASOF inquiries
      *  still find its history, and the move is journaled ('K' on
      *  the old key, 'N' or 'M' on the new - see CUSTJRNL.CPY) so
      *  the CUSTCDC feed tells downstream.  The CUSTRREG register
      *  shows, per transaction and per file, the rows found under
      *  the old key and what became of them; its totals are the
      *  control row written to BALCTL, which TRUNBAL balances:
      *  rows found = rows re-keyed + combined + left where they
      *  were by a rejected transaction.
      *****************************************************************
       ENVIRONMENT DIVISION.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
           SELECT COMPANY-CONTROL-FILE ASSIGN TO "COMPCTL"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-COMPANY-CONTROL-STATUS.

           SELECT KEY-TRAN-FILE ASSIGN TO "KEYTRAN"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-KEY-TRAN-STATUS.

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

           SELECT QUALITY-SCORE-FILE ASSIGN TO "QUALSCOR"
               ORGANIZATION IS INDEXED
               ACCESS MODE IS RANDOM
               RECORD KEY IS QS-CUST-KEY
               FILE STATUS IS WS-QUALITY-SCORE-STATUS.

           SELECT OPEN-ITEM-FILE ASSIGN TO "CORROPEN"
               ORGANIZATION IS INDEXED
               ACCESS MODE IS DYNAMIC
               RECORD KEY IS OI-OPEN-ITEM-KEY
               FILE STATUS IS WS-OPEN-ITEM-STATUS.

           SELECT SUSPENSE-FILE ASSIGN TO "CUSTSUSP"
               ORGANIZATION IS INDEXED
               ACCESS MODE IS DYNAMIC
               RECORD KEY IS SU-SUSPENSE-KEY
               FILE STATUS IS WS-SUSPENSE-STATUS.

           SELECT XREF-FILE ASSIGN TO "CUSTXREF"
               ORGANIZATION IS INDEXED
               ACCESS MODE IS DYNAMIC
               RECORD KEY IS XR-OLD-KEY
               FILE STATUS IS WS-XREF-STATUS.

           SELECT TRUNC-EXCEPTION-FILE ASSIGN TO "TRUNCEXC"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-TRUNC-EXCEPTION-STATUS.

           SELECT EXC-WORK-FILE ASSIGN TO "TRUNEXCK"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-EXC-WORK-STATUS.

           SELECT TRUNC-AUDIT-FILE ASSIGN TO "TRUNCAUD"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-TRUNC-AUDIT-STATUS.

           SELECT AUD-WORK-FILE ASSIGN TO "TRUNAUDK"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-AUD-WORK-STATUS.

           SELECT CONTENT-EXCEPTION-FILE ASSIGN TO "CONTEXC"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-CONTENT-EXCEPTION-STATUS.

           SELECT CON-WORK-FILE ASSIGN TO "CONTEXCK"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-CON-WORK-STATUS.

           SELECT ABBREV-AUDIT-FILE ASSIGN TO "ABBRAUD"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-ABBREV-AUDIT-STATUS.

           SELECT ABB-WORK-FILE ASSIGN TO "ABBRAUDK"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-ABB-WORK-STATUS.

           SELECT NEAR-LIMIT-FILE ASSIGN TO "NEARLIM"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-NEAR-LIMIT-STATUS.

           SELECT NLM-WORK-FILE ASSIGN TO "NEARLIMK"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-NLM-WORK-STATUS.

           SELECT BALANCE-FILE ASSIGN TO "BALCTL"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-BALANCE-STATUS.

           SELECT REGISTER-FILE ASSIGN TO "CUSTRREG"
               ORGANIZATION IS LINE SEQUENTIAL.

       DATA DIVISION.
       FILE SECTION.
       FD  COMPANY-CONTROL-FILE.
           COPY RUNCTL.

       FD  KEY-TRAN-FILE.
           COPY KEYTRAN.

       FD  CUST-MASTER-FILE.
           COPY CUSTREC REPLACING ==CUST-RECORD== BY ==CUST-MST-RECORD==
               ==CUST-FIELD-TABLE== BY ==CUST-MST-FIELD-TABLE==
               ==CUST-FIELD== BY ==CUST-MST-FIELD==
               ==CUST-KEY== BY ==CUST-MST-KEY==.

       FD  JOURNAL-FILE.
           COPY CUSTJRNL.

       FD  QUALITY-SCORE-FILE.
           COPY QUALSCOR.

       FD  OPEN-ITEM-FILE.
           COPY CORROPEN.

       FD  SUSPENSE-FILE.
           COPY SUSPREC.

       FD  XREF-FILE.
           COPY CUSTXREF.

       FD  TRUNC-EXCEPTION-FILE.
           COPY TRUNCEXC.

       FD  EXC-WORK-FILE.
       01  EXC-WORK-RECORD             PIC X(153).

       FD  TRUNC-AUDIT-FILE.
           COPY TRUNCAUD.

       FD  AUD-WORK-FILE.
       01  AUD-WORK-RECORD             PIC X(249).

       FD  CONTENT-EXCEPTION-FILE.
           COPY CONTEXC.

       FD  CON-WORK-FILE.
       01  CON-WORK-RECORD             PIC X(158).

       FD  ABBREV-AUDIT-FILE.
           COPY ABBRAUD.

       FD  ABB-WORK-FILE.
       01  ABB-WORK-RECORD             PIC X(261).

       FD  NEAR-LIMIT-FILE.
           COPY NEARLIM.

       FD  NLM-WORK-FILE.
       01  NLM-WORK-RECORD             PIC X(56).

       FD  BALANCE-FILE.
           COPY BALCTL.

       FD  REGISTER-FILE.
       01  REGISTER-LINE               PIC X(132).

       WORKING-STORAGE SECTION.
       01  WS-COMPANY-CONTROL-STATUS    PIC X(2)  VALUE SPACES.
      *    Operating company this execution runs for, from the
      *    one-card company control file; stamped on the
      *    cross-reference rows and the control row.
       01  WS-COMPANY-CODE              PIC X(4)  VALUE SPACES.
       01  WS-KEY-TRAN-STATUS           PIC X(2)  VALUE SPACES.
       01  WS-CUST-MASTER-STATUS        PIC X(2)  VALUE SPACES.
       01  WS-JOURNAL-STATUS            PIC X(2)  VALUE SPACES.
       01  WS-QUALITY-SCORE-STATUS      PIC X(2)  VALUE SPACES.
       01  WS-OPEN-ITEM-STATUS          PIC X(2)  VALUE SPACES.
       01  WS-SUSPENSE-STATUS           PIC X(2)  VALUE SPACES.
       01  WS-XREF-STATUS               PIC X(2)  VALUE SPACES.
       01  WS-TRUNC-EXCEPTION-STATUS    PIC X(2)  VALUE SPACES.
       01  WS-TRUNC-AUDIT-STATUS        PIC X(2)  VALUE SPACES.
       01  WS-CONTENT-EXCEPTION-STATUS  PIC X(2)  VALUE SPACES.
       01  WS-EXC-WORK-STATUS           PIC X(2)  VALUE SPACES.
       01  WS-AUD-WORK-STATUS           PIC X(2)  VALUE SPACES.
       01  WS-CON-WORK-STATUS           PIC X(2)  VALUE SPACES.
       01  WS-ABBREV-AUDIT-STATUS       PIC X(2)  VALUE SPACES.
       01  WS-ABB-WORK-STATUS           PIC X(2)  VALUE SPACES.
       01  WS-NEAR-LIMIT-STATUS         PIC X(2)  VALUE SPACES.
       01  WS-NLM-WORK-STATUS           PIC X(2)  VALUE SPACES.
       01  WS-BALANCE-STATUS            PIC X(2)  VALUE SPACES.

       01  WS-EOF-SWITCH                PIC X(1)  VALUE 'N'.
           88  WS-END-OF-INPUT                     VALUE 'Y'.
       01  WS-SCAN-EOF-SWITCH           PIC X(1)  VALUE 'N'.
           88  WS-END-OF-SCAN                      VALUE 'Y'.
       01  WS-FILES-READY-SWITCH        PIC X(1)  VALUE 'Y'.
           88  WS-FILES-READY                      VALUE 'Y'.
       01  WS-TRAN-OK-SWITCH            PIC X(1)  VALUE 'Y'.
           88  WS-TRAN-OK                          VALUE 'Y'.
       01  WS-ROLLBACK-OK-SWITCH        PIC X(1)  VALUE 'Y'.
           88  WS-ROLLBACK-OK                      VALUE 'Y'.
       01  WS-WRITTEN-SWITCH            PIC X(1)  VALUE 'N'.
           88  WS-ROW-WRITTEN                      VALUE 'Y'.
       01  WS-RETIRED-FOUND-SWITCH      PIC X(1)  VALUE 'N'.
           88  WS-RETIRED-KEY-FOUND                VALUE 'Y'.
       01  WS-TRAIL-CHANGED-SWITCH      PIC X(1)  VALUE 'N'.
           88  WS-TRAIL-CHANGED                    VALUE 'Y'.
       01  WS-REKEY-FAILED-SWITCH       PIC X(1)  VALUE 'N'.
           88  WS-REKEY-FAILED                     VALUE 'Y'.
       01  WS-WORK-OPEN-SWITCH          PIC X(1)  VALUE 'N'.
           88  WS-WORK-FILE-OPEN                   VALUE 'Y'.
       01  WS-LIVE-OPEN-SWITCH          PIC X(1)  VALUE 'N'.
           88  WS-LIVE-FILE-OPEN                   VALUE 'Y'.
       01  WS-REJECT-REASON             PIC X(40) VALUE SPACES.

       01  WS-JOB-NAME                  PIC X(8)  VALUE 'CUSTRKEY'.
       01  WS-RUN-DATE                  PIC 9(8).
       01  WS-SUB                       PIC 9(4) COMP.
       01  WS-FILE-SUB                  PIC 9(4) COMP.
       01  WS-FIELD-DIGIT               PIC 9(1)  VALUE ZERO.
       01  WS-FAIL-FILE                 PIC X(8)  VALUE SPACES.
       01  WS-FAIL-STATUS               PIC X(2)  VALUE SPACES.

      *    The two customers' fields as read for the transaction,
      *    and the survivor's fields after a merge.
       01  WS-OLD-FIELDS.
           05  WS-OLD-VALUE OCCURS 5 TIMES
                                        PIC X(100).
       01  WS-SURVIVOR-FIELDS.
           05  WS-SURV-VALUE OCCURS 5 TIMES
                                        PIC X(100).
       01  WS-MERGED-FIELDS.
           05  WS-MRG-VALUE OCCURS 5 TIMES
                                        PIC X(100).

      *    Journal rows this job writes itself ('K', 'N', 'M').
       01  WS-JOURNAL-SEQ               PIC 9(6)  VALUE ZERO.
       01  WS-JOURNAL-SEQ-KEY           PIC X(10) VALUE SPACES.
       01  WS-JRNL-CUST-KEY             PIC X(10) VALUE SPACES.
       01  WS-JRNL-TRANS-CODE           PIC X(1)  VALUE SPACE.
       01  WS-SCAN-KEY                  PIC X(10) VALUE SPACES.
      *    A merge moves the old key's journal rows into the
      *    absorbed band, above every absorbed sequence the survivor
      *    already holds, so one merge's rows are one unbroken run
      *    of sequences the cross-reference row can point at.
       01  WS-ABSORBED-SEQ              PIC 9(6)  VALUE ZERO.
       01  WS-FIRST-ABSORBED-SEQ        PIC 9(6)  VALUE ZERO.
       01  WS-ABSORBED-BAND-START       PIC 9(6)  VALUE 900000.

      *    Saved copies of the row being moved, in the file's own
      *    layout, while the record area holds the target key's row.
       01  WS-SAVED-JOURNAL-ROW         PIC X(252).
       01  WS-SAVED-SUSPENSE-ROW        PIC X(574).
       01  WS-OLD-SCORE.
           05  WS-OSC-CUST-KEY          PIC X(10).
           05  WS-OSC-COMPANY-CODE      PIC X(04).
           05  WS-OSC-FIELD-ENTRY OCCURS 5 TIMES.
               10  WS-OSC-REJECTS       PIC 9(06).
               10  WS-OSC-ALLOWS        PIC 9(06).
           05  WS-OSC-TOTAL-SCORE       PIC 9(08).
           05  WS-OSC-PRIOR-SCORE       PIC 9(08).
           05  WS-OSC-LAST-RUN-DATE     PIC 9(08).
       01  WS-OLD-OPEN-ITEM.
           05  WS-OOI-SOURCE-KEY        PIC X(10).
           05  WS-OOI-FIELD-NAME        PIC X(15).
           05  WS-OOI-SYSTEM-CODE       PIC X(08).
           05  WS-OOI-JOB-NAME          PIC X(08).
           05  WS-OOI-FIRST-SENT-DATE   PIC 9(08).
           05  WS-OOI-LAST-SENT-DATE    PIC 9(08).
           05  WS-OOI-SEND-COUNT        PIC 9(04).
           05  WS-OOI-STATUS            PIC X(01).
               88  WS-OOI-OPEN                     VALUE 'O'.
           05  WS-OOI-CLOSED-DATE       PIC 9(08).

      *    Every keyed row related to the old key, found before
      *    anything moves.  Capacity is the limit of one unit of
      *    work: a transaction with more related rows than this is
      *    rejected with nothing moved.  'J' journal, 'O' open item,
      *    'S' suspense, 'X' a cross-reference row pointing at the
      *    old key.
       01  WS-MOVE-LIMIT                PIC 9(4) COMP VALUE 1000.
       01  WS-MOVE-TABLE.
           05  WS-MOVE-ENTRY OCCURS 1000 TIMES
                   INDEXED BY WS-MOV-IDX.
               10  WS-MOV-FILE          PIC X(01).
               10  WS-MOV-KEY           PIC X(32).
       01  WS-MOVE-COUNT                PIC 9(4) COMP VALUE ZERO.
       01  WS-MOVE-SUB                  PIC 9(4) COMP.

      *    Before-images of every keyed write the transaction has
      *    made, newest last, so a failure can be undone back to
      *    front: 'W' a row written (undo by deleting it), 'D' a
      *    row deleted (undo by writing it back), 'R' a row
      *    rewritten (undo by rewriting the before image).  Each
      *    moved row costs at most two entries and the master,
      *    score, and new journal rows a few more, so a transaction
      *    inside the move limit can never fill this table.
       01  WS-UNDO-TABLE.
           05  WS-UNDO-ENTRY OCCURS 2500 TIMES
                   INDEXED BY WS-UND-IDX.
               10  WS-UND-FILE          PIC X(01).
                   88  WS-UND-MASTER               VALUE 'C'.
                   88  WS-UND-JOURNAL              VALUE 'J'.
                   88  WS-UND-SCORE                VALUE 'Q'.
                   88  WS-UND-OPEN-ITEM            VALUE 'O'.
                   88  WS-UND-SUSPENSE             VALUE 'S'.
                   88  WS-UND-XREF                 VALUE 'X'.
               10  WS-UND-ACTION        PIC X(01).
                   88  WS-UND-WAS-WRITTEN          VALUE 'W'.
                   88  WS-UND-WAS-DELETED          VALUE 'D'.
                   88  WS-UND-WAS-REWRITTEN        VALUE 'R'.
               10  WS-UND-IMAGE         PIC X(574).
       01  WS-UNDO-COUNT                PIC 9(4) COMP VALUE ZERO.
       01  WS-UNDO-SUB                  PIC 9(4) COMP.
       01  WS-LOG-FILE                  PIC X(1)  VALUE SPACE.
       01  WS-LOG-ACTION                PIC X(1)  VALUE SPACE.
       01  WS-LOG-IMAGE                 PIC X(574) VALUE SPACES.

      *    Related-row counts per file: 1 CUSTOUT, 2 CUSTJRNL,
      *    3 QUALSCOR, 4 CORROPEN, 5 CUSTSUSP, then the trails
      *    6 TRUNCEXC, 7 TRUNCAUD, 8 CONTEXC, 9 ABBRAUD, 10 NEARLIM.
       01  WS-FILE-NAME-VALUES.
           05  FILLER                   PIC X(8)  VALUE 'CUSTOUT'.
           05  FILLER                   PIC X(8)  VALUE 'CUSTJRNL'.
           05  FILLER                   PIC X(8)  VALUE 'QUALSCOR'.
           05  FILLER                   PIC X(8)  VALUE 'CORROPEN'.
           05  FILLER                   PIC X(8)  VALUE 'CUSTSUSP'.
           05  FILLER                   PIC X(8)  VALUE 'TRUNCEXC'.
           05  FILLER                   PIC X(8)  VALUE 'TRUNCAUD'.
           05  FILLER                   PIC X(8)  VALUE 'CONTEXC'.
           05  FILLER                   PIC X(8)  VALUE 'ABBRAUD'.
           05  FILLER                   PIC X(8)  VALUE 'NEARLIM'.
       01  WS-FILE-NAME-TABLE REDEFINES WS-FILE-NAME-VALUES.
           05  WS-FILE-NAME OCCURS 10 TIMES
                                        PIC X(8).
       01  WS-TXN-COUNT-TABLE.
           05  WS-TXN-COUNT OCCURS 10 TIMES.
               10  WS-TXN-FOUND         PIC 9(6) COMP.
               10  WS-TXN-REKEYED       PIC 9(6) COMP.
               10  WS-TXN-COMBINED      PIC 9(6) COMP.
       01  WS-RUN-COUNT-TABLE.
           05  WS-RUN-COUNT OCCURS 10 TIMES.
               10  WS-RUN-FOUND         PIC 9(8) COMP.
               10  WS-RUN-REKEYED       PIC 9(8) COMP.
               10  WS-RUN-COMBINED      PIC 9(8) COMP.
               10  WS-RUN-LEFT          PIC 9(8) COMP.
       01  WS-TOTAL-FOUND               PIC 9(8)  VALUE ZERO.
       01  WS-TOTAL-MOVED               PIC 9(8)  VALUE ZERO.
       01  WS-TOTAL-LEFT                PIC 9(8)  VALUE ZERO.

      *    Keys retired tonight, from the cross-reference file, for
      *    the trail pass - loaded in old-key order.
       01  WS-RETIRED-LIMIT             PIC 9(4) COMP VALUE 500.
       01  WS-RETIRED-TABLE.
           05  WS-RETIRED-ENTRY OCCURS 500 TIMES
                   INDEXED BY WS-RET-IDX.
               10  WS-RET-OLD-KEY       PIC X(10).
               10  WS-RET-NEW-KEY       PIC X(10).
               10  WS-RET-TRAIL-ROWS OCCURS 5 TIMES
                                        PIC 9(6) COMP.
       01  WS-RETIRED-COUNT             PIC 9(4) COMP VALUE ZERO.
       01  WS-SEARCH-KEY                PIC X(10) VALUE SPACES.

       01  WS-TRANS-READ                PIC 9(6) COMP VALUE ZERO.
       01  WS-TRANS-APPLIED             PIC 9(6) COMP VALUE ZERO.
       01  WS-TRANS-REJECTED            PIC 9(6) COMP VALUE ZERO.
       01  WS-TRANS-ROLLED-BACK         PIC 9(6) COMP VALUE ZERO.

       01  WS-REGISTER-LINE.
           05  FILLER                   PIC X(2)  VALUE SPACES.
           05  WR-TRANS-CODE            PIC X(1).
           05  FILLER                   PIC X(2)  VALUE SPACES.
           05  WR-OLD-KEY               PIC X(10).
           05  FILLER                   PIC X(4)  VALUE ' -> '.
           05  WR-NEW-KEY               PIC X(10).
           05  FILLER                   PIC X(3)  VALUE SPACES.
           05  WR-DISPOSITION           PIC X(11).
           05  FILLER                   PIC X(2)  VALUE SPACES.
           05  WR-REASON                PIC X(40).

       01  WS-COUNT-LINE.
           05  FILLER                   PIC X(8)  VALUE SPACES.
           05  WC-FILE-NAME             PIC X(8).
           05  FILLER                   PIC X(3)  VALUE SPACES.
           05  WC-FOUND                 PIC ZZZ,ZZ9.
           05  FILLER                   PIC X(3)  VALUE SPACES.
           05  WC-REKEYED               PIC ZZZ,ZZ9.
           05  FILLER                   PIC X(3)  VALUE SPACES.
           05  WC-COMBINED              PIC ZZZ,ZZ9.
           05  FILLER                   PIC X(3)  VALUE SPACES.
           05  WC-LEFT                  PIC ZZZ,ZZ9.

       01  WS-TRAIL-LINE.
           05  FILLER                   PIC X(4)  VALUE SPACES.
           05  WT-OLD-KEY               PIC X(10).
           05  FILLER                   PIC X(4)  VALUE ' -> '.
           05  WT-NEW-KEY               PIC X(10).
           05  FILLER                   PIC X(3)  VALUE SPACES.
           05  WT-EXC-ROWS              PIC ZZZ,ZZ9.
           05  FILLER                   PIC X(3)  VALUE SPACES.
           05  WT-AUD-ROWS              PIC ZZZ,ZZ9.
           05  FILLER                   PIC X(3)  VALUE SPACES.
           05  WT-CON-ROWS              PIC ZZZ,ZZ9.
           05  FILLER                   PIC X(3)  VALUE SPACES.
           05  WT-ABB-ROWS              PIC ZZZ,ZZ9.
           05  FILLER                   PIC X(3)  VALUE SPACES.
           05  WT-NLM-ROWS              PIC ZZZ,ZZ9.

       COPY RUNDATEC.

       PROCEDURE DIVISION.
       0000-MAIN.
           PERFORM 0005-GET-BUSINESS-DATE
           IF RD-DATE-REFUSED
               GOBACK
           END-IF
           PERFORM 0040-READ-COMPANY-CARD
           PERFORM 0100-OPEN-FILES
           PERFORM 0200-READ-TRANSACTION
           PERFORM 0300-PROCESS-ONE-TRANSACTION UNTIL WS-END-OF-INPUT
           IF WS-FILES-READY
               PERFORM 5000-REKEY-THE-TRAILS
           END-IF
           PERFORM 0970-WRITE-REGISTER-TOTALS
           PERFORM 0950-CLOSE-FILES
           PERFORM 0960-DISPLAY-CONTROL-TOTALS
           IF WS-FILES-READY
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
      *    Same one-card company control file as maintenance
      *    (RUNCTL.CPY); only the company code is used.
           OPEN INPUT COMPANY-CONTROL-FILE
           IF WS-COMPANY-CONTROL-STATUS = "00"
               READ COMPANY-CONTROL-FILE
                   AT END
                       CONTINUE
                   NOT AT END
                       MOVE RC-COMPANY-CODE TO WS-COMPANY-CODE
               END-READ
               CLOSE COMPANY-CONTROL-FILE
           END-IF.

       0100-OPEN-FILES.
      *    A unit of work that spans six keyed files needs all six:
      *    the master must already exist, and any of the others
      *    that will not open refuses the whole run - moving a
      *    customer's master and journal without its suspense or
      *    open items is exactly the orphaning this job prevents.
           OPEN INPUT KEY-TRAN-FILE
           IF WS-KEY-TRAN-STATUS NOT = "00"
               DISPLAY "No key change transactions to apply,"
                   " status " WS-KEY-TRAN-STATUS
               SET WS-END-OF-INPUT TO TRUE
           END-IF

           OPEN I-O CUST-MASTER-FILE
           IF WS-CUST-MASTER-STATUS NOT = "00"
               DISPLAY "Error: could not open customer master,"
                   " status " WS-CUST-MASTER-STATUS
               MOVE 'N' TO WS-FILES-READY-SWITCH
           END-IF

           OPEN I-O JOURNAL-FILE
           IF WS-JOURNAL-STATUS NOT = "00"
               OPEN OUTPUT JOURNAL-FILE
               CLOSE JOURNAL-FILE
               OPEN I-O JOURNAL-FILE
           END-IF
           IF WS-JOURNAL-STATUS NOT = "00"
               DISPLAY "Error: could not open the change journal,"
                   " status " WS-JOURNAL-STATUS
               MOVE 'N' TO WS-FILES-READY-SWITCH
           END-IF

           OPEN I-O QUALITY-SCORE-FILE
           IF WS-QUALITY-SCORE-STATUS NOT = "00"
               OPEN OUTPUT QUALITY-SCORE-FILE
               CLOSE QUALITY-SCORE-FILE
               OPEN I-O QUALITY-SCORE-FILE
           END-IF
           IF WS-QUALITY-SCORE-STATUS NOT = "00"
               DISPLAY "Error: could not open quality scores,"
                   " status " WS-QUALITY-SCORE-STATUS
               MOVE 'N' TO WS-FILES-READY-SWITCH
           END-IF

           OPEN I-O OPEN-ITEM-FILE
           IF WS-OPEN-ITEM-STATUS NOT = "00"
               OPEN OUTPUT OPEN-ITEM-FILE
               CLOSE OPEN-ITEM-FILE
               OPEN I-O OPEN-ITEM-FILE
           END-IF
           IF WS-OPEN-ITEM-STATUS NOT = "00"
               DISPLAY "Error: could not open correction open items,"
                   " status " WS-OPEN-ITEM-STATUS
               MOVE 'N' TO WS-FILES-READY-SWITCH
           END-IF

           OPEN I-O SUSPENSE-FILE
           IF WS-SUSPENSE-STATUS NOT = "00"
               OPEN OUTPUT SUSPENSE-FILE
               CLOSE SUSPENSE-FILE
               OPEN I-O SUSPENSE-FILE
           END-IF
           IF WS-SUSPENSE-STATUS NOT = "00"
               DISPLAY "Error: could not open suspense file,"
                   " status " WS-SUSPENSE-STATUS
               MOVE 'N' TO WS-FILES-READY-SWITCH
           END-IF

           OPEN I-O XREF-FILE
           IF WS-XREF-STATUS NOT = "00"
               OPEN OUTPUT XREF-FILE
               CLOSE XREF-FILE
               OPEN I-O XREF-FILE
           END-IF
           IF WS-XREF-STATUS NOT = "00"
               DISPLAY "Error: could not open key cross-reference,"
                   " status " WS-XREF-STATUS
               MOVE 'N' TO WS-FILES-READY-SWITCH
           END-IF

           IF NOT WS-FILES-READY
               DISPLAY "Error: no key changes or merges applied"
               SET WS-END-OF-INPUT TO TRUE
               MOVE 8 TO RETURN-CODE
           END-IF

           OPEN OUTPUT REGISTER-FILE
           MOVE "CUSTOMER KEY CHANGE AND MERGE REGISTER"
               TO REGISTER-LINE
           WRITE REGISTER-LINE
           MOVE SPACES TO REGISTER-LINE
           STRING "RUN " WS-RUN-DATE "  COMPANY " WS-COMPANY-CODE
               DELIMITED BY SIZE INTO REGISTER-LINE
           WRITE REGISTER-LINE
           MOVE SPACES TO REGISTER-LINE
           WRITE REGISTER-LINE
           MOVE "        FILE         FOUND   RE-KEYED   COMBINED"
               TO REGISTER-LINE
           MOVE "       LEFT" TO REGISTER-LINE(50:11)
           WRITE REGISTER-LINE.

       0200-READ-TRANSACTION.
           IF NOT WS-END-OF-INPUT
               READ KEY-TRAN-FILE
                   AT END SET WS-END-OF-INPUT TO TRUE
               END-READ
           END-IF.

       0300-PROCESS-ONE-TRANSACTION.
           ADD 1 TO WS-TRANS-READ
           MOVE 'Y'    TO WS-TRAN-OK-SWITCH
           MOVE SPACES TO WS-REJECT-REASON
           MOVE ZERO   TO WS-MOVE-COUNT
           MOVE ZERO   TO WS-UNDO-COUNT
           PERFORM VARYING WS-FILE-SUB FROM 1 BY 1
                   UNTIL WS-FILE-SUB > 10
               MOVE ZERO TO WS-TXN-FOUND(WS-FILE-SUB)
               MOVE ZERO TO WS-TXN-REKEYED(WS-FILE-SUB)
               MOVE ZERO TO WS-TXN-COMBINED(WS-FILE-SUB)
           END-PERFORM

           PERFORM 1000-VALIDATE-TRANSACTION
           IF WS-TRAN-OK
               PERFORM 2000-COLLECT-RELATED-ROWS
           END-IF
           IF WS-TRAN-OK
               PERFORM 3000-APPLY-TRANSACTION
               IF NOT WS-TRAN-OK
                   PERFORM 4000-ROLL-BACK-TRANSACTION
               END-IF
           END-IF

           PERFORM 0400-WRITE-REGISTER-LINES
           PERFORM 0200-READ-TRANSACTION.

       0400-WRITE-REGISTER-LINES.
           MOVE KT-TRANS-CODE TO WR-TRANS-CODE
           MOVE KT-OLD-KEY    TO WR-OLD-KEY
           MOVE KT-NEW-KEY    TO WR-NEW-KEY
           IF WS-TRAN-OK
               ADD 1 TO WS-TRANS-APPLIED
               MOVE "APPLIED"     TO WR-DISPOSITION
           ELSE
               ADD 1 TO WS-TRANS-REJECTED
               IF WS-UNDO-COUNT > ZERO
                   MOVE "ROLLED BACK" TO WR-DISPOSITION
               ELSE
                   MOVE "REJECTED"    TO WR-DISPOSITION
               END-IF
           END-IF
           MOVE WS-REJECT-REASON TO WR-REASON
           WRITE REGISTER-LINE FROM WS-REGISTER-LINE

      *    A rejected or rolled-back transaction moved nothing:
      *    every row it found is counted as left where it was.
           PERFORM VARYING WS-FILE-SUB FROM 1 BY 1
                   UNTIL WS-FILE-SUB > 5
               IF NOT WS-TRAN-OK
                   MOVE ZERO TO WS-TXN-REKEYED(WS-FILE-SUB)
                   MOVE ZERO TO WS-TXN-COMBINED(WS-FILE-SUB)
               END-IF
               ADD WS-TXN-FOUND(WS-FILE-SUB)
                   TO WS-RUN-FOUND(WS-FILE-SUB)
               ADD WS-TXN-REKEYED(WS-FILE-SUB)
                   TO WS-RUN-REKEYED(WS-FILE-SUB)
               ADD WS-TXN-COMBINED(WS-FILE-SUB)
                   TO WS-RUN-COMBINED(WS-FILE-SUB)
               MOVE WS-FILE-NAME(WS-FILE-SUB)  TO WC-FILE-NAME
               MOVE WS-TXN-FOUND(WS-FILE-SUB)  TO WC-FOUND
               MOVE WS-TXN-REKEYED(WS-FILE-SUB) TO WC-REKEYED
               MOVE WS-TXN-COMBINED(WS-FILE-SUB) TO WC-COMBINED
               IF WS-TRAN-OK
                   MOVE ZERO TO WC-LEFT
               ELSE
                   ADD WS-TXN-FOUND(WS-FILE-SUB)
                       TO WS-RUN-LEFT(WS-FILE-SUB)
                   MOVE WS-TXN-FOUND(WS-FILE-SUB) TO WC-LEFT
               END-IF
               IF WS-TXN-FOUND(1) > ZERO
                   WRITE REGISTER-LINE FROM WS-COUNT-LINE
               END-IF
           END-PERFORM.

       1000-VALIDATE-TRANSACTION.
      *    Everything that can refuse a transaction is checked here,
      *    before a single row moves.
           EVALUATE TRUE
               WHEN NOT KT-KEY-CHANGE-TRANS AND NOT KT-MERGE-TRANS
                   MOVE 'N' TO WS-TRAN-OK-SWITCH
                   MOVE "INVALID TRANSACTION CODE" TO WS-REJECT-REASON
               WHEN KT-OLD-KEY = SPACES OR KT-NEW-KEY = SPACES
                   MOVE 'N' TO WS-TRAN-OK-SWITCH
                   MOVE "OLD OR NEW KEY MISSING" TO WS-REJECT-REASON
               WHEN KT-OLD-KEY = KT-NEW-KEY
                   MOVE 'N' TO WS-TRAN-OK-SWITCH
                   MOVE "OLD AND NEW KEY ARE THE SAME"
                       TO WS-REJECT-REASON
           END-EVALUATE
           IF WS-TRAN-OK AND KT-MERGE-TRANS
               PERFORM VARYING WS-SUB FROM 1 BY 1 UNTIL WS-SUB > 5
                   IF NOT KT-TAKE-OLD-VALUE(WS-SUB)
                       AND NOT KT-KEEP-NEW-VALUE(WS-SUB)
                       MOVE 'N' TO WS-TRAN-OK-SWITCH
                       MOVE "INVALID FIELD CHOICE - USE O OR N"
                           TO WS-REJECT-REASON
                   END-IF
               END-PERFORM
           END-IF
           IF WS-TRAN-OK
               PERFORM 1100-CHECK-CROSS-REFERENCE
           END-IF
           IF WS-TRAN-OK
               PERFORM 1200-CHECK-MASTER-KEYS
           END-IF
           IF WS-TRAN-OK AND KT-KEY-CHANGE-TRANS
               PERFORM 1300-CHECK-NEW-KEY-HISTORY
           END-IF.

       1100-CHECK-CROSS-REFERENCE.
      *    A retired key stays retired: it cannot be moved again,
      *    and nothing can be moved onto it - its history already
      *    lives somewhere else.
           MOVE KT-OLD-KEY TO XR-OLD-KEY
           READ XREF-FILE
               INVALID KEY
                   CONTINUE
               NOT INVALID KEY
                   MOVE 'N' TO WS-TRAN-OK-SWITCH
                   MOVE "OLD KEY ALREADY RETIRED ON CUSTXREF"
                       TO WS-REJECT-REASON
           END-READ
           IF WS-TRAN-OK
               MOVE KT-NEW-KEY TO XR-OLD-KEY
               READ XREF-FILE
                   INVALID KEY
                       CONTINUE
                   NOT INVALID KEY
                       MOVE 'N' TO WS-TRAN-OK-SWITCH
                       MOVE "NEW KEY IS A RETIRED KEY ON CUSTXREF"
                           TO WS-REJECT-REASON
               END-READ
           END-IF.

       1200-CHECK-MASTER-KEYS.
           MOVE KT-OLD-KEY TO CUST-MST-KEY
           READ CUST-MASTER-FILE
               INVALID KEY
                   MOVE 'N' TO WS-TRAN-OK-SWITCH
                   MOVE "OLD KEY NOT ON FILE" TO WS-REJECT-REASON
               NOT INVALID KEY
                   PERFORM VARYING WS-SUB FROM 1 BY 1
                           UNTIL WS-SUB > 5
                       MOVE CUST-MST-FIELD(WS-SUB)
                           TO WS-OLD-VALUE(WS-SUB)
                   END-PERFORM
           END-READ
           IF WS-TRAN-OK
               MOVE KT-NEW-KEY TO CUST-MST-KEY
               READ CUST-MASTER-FILE
                   INVALID KEY
                       IF KT-MERGE-TRANS
                           MOVE 'N' TO WS-TRAN-OK-SWITCH
                           MOVE "SURVIVING KEY NOT ON FILE"
                               TO WS-REJECT-REASON
                       END-IF
                   NOT INVALID KEY
                       IF KT-KEY-CHANGE-TRANS
                           MOVE 'N' TO WS-TRAN-OK-SWITCH
                           MOVE "NEW KEY ALREADY ON FILE - USE A MERGE"
                               TO WS-REJECT-REASON
                       ELSE
                           PERFORM VARYING WS-SUB FROM 1 BY 1
                                   UNTIL WS-SUB > 5
                               MOVE CUST-MST-FIELD(WS-SUB)
                                   TO WS-SURV-VALUE(WS-SUB)
                           END-PERFORM
                       END-IF
               END-READ
           END-IF.

       1300-CHECK-NEW-KEY-HISTORY.
      *    A key change carries the old key's journal rows over with
      *    their sequences unchanged, so the new key must have no
      *    journal history of its own - a key that was used before
      *    would mix two customers' histories under one key.
           MOVE KT-NEW-KEY TO WS-SCAN-KEY
           PERFORM 2050-START-JOURNAL-AT-KEY
           IF NOT WS-END-OF-SCAN
               READ JOURNAL-FILE NEXT RECORD
                   AT END
                       CONTINUE
                   NOT AT END
                       IF CJ-CUST-KEY = KT-NEW-KEY
                           MOVE 'N' TO WS-TRAN-OK-SWITCH
                           MOVE "NEW KEY HAS JOURNAL HISTORY"
                               TO WS-REJECT-REASON
                       END-IF
               END-READ
           END-IF.

       2000-COLLECT-RELATED-ROWS.
      *    Read-only pass: find every keyed row filed under the old
      *    key, so the transaction is refused whole if it cannot be
      *    moved whole.
           MOVE 1 TO WS-TXN-FOUND(1)
           PERFORM 2100-COLLECT-JOURNAL-ROWS
           IF WS-TRAN-OK AND KT-MERGE-TRANS
               PERFORM 2150-FIND-ABSORBED-HIGH-SEQ
           END-IF
           MOVE KT-OLD-KEY TO QS-CUST-KEY
           READ QUALITY-SCORE-FILE
               INVALID KEY
                   CONTINUE
               NOT INVALID KEY
                   MOVE 1 TO WS-TXN-FOUND(3)
           END-READ
           IF WS-TRAN-OK
               PERFORM 2200-COLLECT-OPEN-ITEMS
           END-IF
           IF WS-TRAN-OK
               PERFORM 2300-COLLECT-SUSPENSE-ROWS
           END-IF
           IF WS-TRAN-OK
               PERFORM 2400-COLLECT-XREF-POINTERS
           END-IF.

       2050-START-JOURNAL-AT-KEY.
           MOVE 'N' TO WS-SCAN-EOF-SWITCH
           MOVE LOW-VALUES  TO CJ-JOURNAL-KEY
           MOVE WS-SCAN-KEY TO CJ-CUST-KEY
           START JOURNAL-FILE KEY IS NOT LESS THAN CJ-JOURNAL-KEY
               INVALID KEY
                   SET WS-END-OF-SCAN TO TRUE
           END-START.

       2100-COLLECT-JOURNAL-ROWS.
           MOVE KT-OLD-KEY TO WS-SCAN-KEY
           PERFORM 2050-START-JOURNAL-AT-KEY
           PERFORM UNTIL WS-END-OF-SCAN OR NOT WS-TRAN-OK
               READ JOURNAL-FILE NEXT RECORD
                   AT END
                       SET WS-END-OF-SCAN TO TRUE
                   NOT AT END
                       IF CJ-CUST-KEY NOT = KT-OLD-KEY
                           SET WS-END-OF-SCAN TO TRUE
                       ELSE
                           ADD 1 TO WS-TXN-FOUND(2)
                           MOVE 'J' TO WS-LOG-FILE
                           MOVE CJ-JOURNAL-KEY TO WS-LOG-IMAGE
                           PERFORM 2900-ADD-MOVE-ENTRY
                       END-IF
               END-READ
           END-PERFORM.

       2150-FIND-ABSORBED-HIGH-SEQ.
      *    The survivor's highest absorbed sequence so far - this
      *    merge's rows go above it.
           MOVE WS-ABSORBED-BAND-START TO WS-ABSORBED-SEQ
           MOVE KT-NEW-KEY TO WS-SCAN-KEY
           PERFORM 2050-START-JOURNAL-AT-KEY
           PERFORM UNTIL WS-END-OF-SCAN
               READ JOURNAL-FILE NEXT RECORD
                   AT END
                       SET WS-END-OF-SCAN TO TRUE
                   NOT AT END
                       IF CJ-CUST-KEY NOT = KT-NEW-KEY
                           SET WS-END-OF-SCAN TO TRUE
                       ELSE
                           IF CJ-ABSORBED-ROW
                               AND CJ-JOURNAL-SEQ > WS-ABSORBED-SEQ
                               MOVE CJ-JOURNAL-SEQ TO WS-ABSORBED-SEQ
                           END-IF
                       END-IF
               END-READ
           END-PERFORM
           IF WS-ABSORBED-SEQ + WS-TXN-FOUND(2) > 999999
               MOVE 'N' TO WS-TRAN-OK-SWITCH
               MOVE "SURVIVOR'S ABSORBED JOURNAL BAND IS FULL"
                   TO WS-REJECT-REASON
           END-IF.

       2200-COLLECT-OPEN-ITEMS.
           MOVE 'N' TO WS-SCAN-EOF-SWITCH
           MOVE LOW-VALUES TO OI-OPEN-ITEM-KEY
           MOVE KT-OLD-KEY TO OI-SOURCE-KEY
           START OPEN-ITEM-FILE KEY IS NOT LESS THAN OI-OPEN-ITEM-KEY
               INVALID KEY
                   SET WS-END-OF-SCAN TO TRUE
           END-START
           PERFORM UNTIL WS-END-OF-SCAN OR NOT WS-TRAN-OK
               READ OPEN-ITEM-FILE NEXT RECORD
                   AT END
                       SET WS-END-OF-SCAN TO TRUE
                   NOT AT END
                       IF OI-SOURCE-KEY NOT = KT-OLD-KEY
                           SET WS-END-OF-SCAN TO TRUE
                       ELSE
                           ADD 1 TO WS-TXN-FOUND(4)
                           MOVE 'O' TO WS-LOG-FILE
                           MOVE OI-OPEN-ITEM-KEY TO WS-LOG-IMAGE
                           PERFORM 2900-ADD-MOVE-ENTRY
                       END-IF
               END-READ
           END-PERFORM.

       2300-COLLECT-SUSPENSE-ROWS.
           MOVE 'N' TO WS-SCAN-EOF-SWITCH
           MOVE KT-OLD-KEY TO SU-CUST-KEY
           MOVE ZERO       TO SU-SUSPEND-SEQ
           START SUSPENSE-FILE KEY IS NOT LESS THAN SU-SUSPENSE-KEY
               INVALID KEY
                   SET WS-END-OF-SCAN TO TRUE
           END-START
           PERFORM UNTIL WS-END-OF-SCAN OR NOT WS-TRAN-OK
               READ SUSPENSE-FILE NEXT RECORD
                   AT END
                       SET WS-END-OF-SCAN TO TRUE
                   NOT AT END
                       IF SU-CUST-KEY NOT = KT-OLD-KEY
                           SET WS-END-OF-SCAN TO TRUE
                       ELSE
                           ADD 1 TO WS-TXN-FOUND(5)
                           MOVE 'S' TO WS-LOG-FILE
                           MOVE SU-SUSPENSE-KEY TO WS-LOG-IMAGE
                           PERFORM 2900-ADD-MOVE-ENTRY
                       END-IF
               END-READ
           END-PERFORM.

       2400-COLLECT-XREF-POINTERS.
      *    Keys retired earlier into the key now being retired are
      *    re-pointed at its successor, so no lookup ever follows a
      *    chain.  The cross-reference is keyed on the retired key,
      *    so finding the rows that point here is a full pass - the
      *    file holds one small row per retirement ever made.
           MOVE 'N' TO WS-SCAN-EOF-SWITCH
           MOVE LOW-VALUES TO XR-OLD-KEY
           START XREF-FILE KEY IS NOT LESS THAN XR-OLD-KEY
               INVALID KEY
                   SET WS-END-OF-SCAN TO TRUE
           END-START
           PERFORM UNTIL WS-END-OF-SCAN OR NOT WS-TRAN-OK
               READ XREF-FILE NEXT RECORD
                   AT END
                       SET WS-END-OF-SCAN TO TRUE
                   NOT AT END
                       IF XR-NEW-KEY = KT-OLD-KEY
                           MOVE 'X' TO WS-LOG-FILE
                           MOVE XR-OLD-KEY TO WS-LOG-IMAGE
                           PERFORM 2900-ADD-MOVE-ENTRY
                       END-IF
               END-READ
           END-PERFORM.

       2900-ADD-MOVE-ENTRY.
      *    WS-LOG-FILE says which file, and the first bytes of
      *    WS-LOG-IMAGE hold the row's key.
           IF WS-MOVE-COUNT < WS-MOVE-LIMIT
               ADD 1 TO WS-MOVE-COUNT
               SET WS-MOV-IDX TO WS-MOVE-COUNT
               MOVE WS-LOG-FILE        TO WS-MOV-FILE(WS-MOV-IDX)
               MOVE WS-LOG-IMAGE(1:32) TO WS-MOV-KEY(WS-MOV-IDX)
           ELSE
               MOVE 'N' TO WS-TRAN-OK-SWITCH
               MOVE "OVER 1000 RELATED ROWS - NOTHING MOVED"
                   TO WS-REJECT-REASON
           END-IF.

       3000-APPLY-TRANSACTION.
      *    Each step runs only while every step before it worked;
      *    the first failure leaves the rest undone and the caller
      *    rolls back what was done.
           PERFORM 3100-MOVE-MASTER-RECORD
           IF WS-TRAN-OK
               PERFORM 3200-MOVE-JOURNAL-ROWS
           END-IF
           IF WS-TRAN-OK
               PERFORM 3300-JOURNAL-THE-KEY-MOVE
           END-IF
           IF WS-TRAN-OK AND WS-TXN-FOUND(3) > ZERO
               PERFORM 3400-MOVE-QUALITY-SCORE
           END-IF
           IF WS-TRAN-OK
               PERFORM 3500-MOVE-OPEN-ITEMS
           END-IF
           IF WS-TRAN-OK
               PERFORM 3600-MOVE-SUSPENSE-ROWS
           END-IF
           IF WS-TRAN-OK
               PERFORM 3700-UPDATE-CROSS-REFERENCE
           END-IF.

       3100-MOVE-MASTER-RECORD.
      *    Key change: the old key's record is written under the new
      *    key.  Merge: the survivor is rewritten with each field
      *    taken from whichever customer the transaction chose.
      *    Either way the old key's record then goes.
           IF KT-KEY-CHANGE-TRANS
               MOVE KT-NEW-KEY TO CUST-MST-KEY
               PERFORM VARYING WS-SUB FROM 1 BY 1 UNTIL WS-SUB > 5
                   MOVE WS-OLD-VALUE(WS-SUB) TO CUST-MST-FIELD(WS-SUB)
               END-PERFORM
               WRITE CUST-MST-RECORD
                   INVALID KEY
                       MOVE "CUSTOUT" TO WS-FAIL-FILE
                       MOVE WS-CUST-MASTER-STATUS TO WS-FAIL-STATUS
                       PERFORM 3900-FAIL-THE-TRANSACTION
                   NOT INVALID KEY
                       MOVE 'C' TO WS-LOG-FILE
                       MOVE 'W' TO WS-LOG-ACTION
                       MOVE CUST-MST-RECORD TO WS-LOG-IMAGE
                       PERFORM 8800-LOG-UNDO
                       ADD 1 TO WS-TXN-REKEYED(1)
               END-WRITE
           ELSE
               PERFORM VARYING WS-SUB FROM 1 BY 1 UNTIL WS-SUB > 5
                   IF KT-TAKE-OLD-VALUE(WS-SUB)
                       MOVE WS-OLD-VALUE(WS-SUB)
                           TO WS-MRG-VALUE(WS-SUB)
                   ELSE
                       MOVE WS-SURV-VALUE(WS-SUB)
                           TO WS-MRG-VALUE(WS-SUB)
                   END-IF
               END-PERFORM
               MOVE KT-NEW-KEY TO CUST-MST-KEY
               PERFORM VARYING WS-SUB FROM 1 BY 1 UNTIL WS-SUB > 5
                   MOVE WS-SURV-VALUE(WS-SUB) TO CUST-MST-FIELD(WS-SUB)
               END-PERFORM
               MOVE CUST-MST-RECORD TO WS-LOG-IMAGE
               PERFORM VARYING WS-SUB FROM 1 BY 1 UNTIL WS-SUB > 5
                   MOVE WS-MRG-VALUE(WS-SUB) TO CUST-MST-FIELD(WS-SUB)
               END-PERFORM
               REWRITE CUST-MST-RECORD
                   INVALID KEY
                       MOVE "CUSTOUT" TO WS-FAIL-FILE
                       MOVE WS-CUST-MASTER-STATUS TO WS-FAIL-STATUS
                       PERFORM 3900-FAIL-THE-TRANSACTION
                   NOT INVALID KEY
                       MOVE 'C' TO WS-LOG-FILE
                       MOVE 'R' TO WS-LOG-ACTION
                       PERFORM 8800-LOG-UNDO
                       ADD 1 TO WS-TXN-COMBINED(1)
               END-REWRITE
           END-IF

           IF WS-TRAN-OK
               MOVE KT-OLD-KEY TO CUST-MST-KEY
               PERFORM VARYING WS-SUB FROM 1 BY 1 UNTIL WS-SUB > 5
                   MOVE WS-OLD-VALUE(WS-SUB) TO CUST-MST-FIELD(WS-SUB)
               END-PERFORM
               DELETE CUST-MASTER-FILE RECORD
                   INVALID KEY
                       MOVE "CUSTOUT" TO WS-FAIL-FILE
                       MOVE WS-CUST-MASTER-STATUS TO WS-FAIL-STATUS
                       PERFORM 3900-FAIL-THE-TRANSACTION
                   NOT INVALID KEY
                       MOVE 'C' TO WS-LOG-FILE
                       MOVE 'D' TO WS-LOG-ACTION
                       MOVE CUST-MST-RECORD TO WS-LOG-IMAGE
                       PERFORM 8800-LOG-UNDO
               END-DELETE
           END-IF.

       3200-MOVE-JOURNAL-ROWS.
           MOVE ZERO TO WS-FIRST-ABSORBED-SEQ
           PERFORM VARYING WS-MOVE-SUB FROM 1 BY 1
                   UNTIL WS-MOVE-SUB > WS-MOVE-COUNT
                       OR NOT WS-TRAN-OK
               SET WS-MOV-IDX TO WS-MOVE-SUB
               IF WS-MOV-FILE(WS-MOV-IDX) = 'J'
                   PERFORM 3210-MOVE-ONE-JOURNAL-ROW
               END-IF
           END-PERFORM.

       3210-MOVE-ONE-JOURNAL-ROW.
      *    A key change keeps each row's sequence; a merge gives it
      *    the next sequence in the survivor's absorbed band.
           MOVE WS-MOV-KEY(WS-MOV-IDX) TO CJ-JOURNAL-KEY
           READ JOURNAL-FILE
               INVALID KEY
                   MOVE "CUSTJRNL" TO WS-FAIL-FILE
                   MOVE WS-JOURNAL-STATUS TO WS-FAIL-STATUS
                   PERFORM 3900-FAIL-THE-TRANSACTION
           END-READ
           IF WS-TRAN-OK
               MOVE CUST-JOURNAL-RECORD TO WS-SAVED-JOURNAL-ROW
               MOVE KT-NEW-KEY TO CJ-CUST-KEY
               IF KT-MERGE-TRANS
                   ADD 1 TO WS-ABSORBED-SEQ
                   MOVE WS-ABSORBED-SEQ TO CJ-JOURNAL-SEQ
                   IF WS-FIRST-ABSORBED-SEQ = ZERO
                       MOVE WS-ABSORBED-SEQ TO WS-FIRST-ABSORBED-SEQ
                   END-IF
               END-IF
               WRITE CUST-JOURNAL-RECORD
                   INVALID KEY
                       MOVE "CUSTJRNL" TO WS-FAIL-FILE
                       MOVE WS-JOURNAL-STATUS TO WS-FAIL-STATUS
                       PERFORM 3900-FAIL-THE-TRANSACTION
                   NOT INVALID KEY
                       MOVE 'J' TO WS-LOG-FILE
                       MOVE 'W' TO WS-LOG-ACTION
                       MOVE CUST-JOURNAL-RECORD TO WS-LOG-IMAGE
                       PERFORM 8800-LOG-UNDO
               END-WRITE
           END-IF
           IF WS-TRAN-OK
               MOVE WS-SAVED-JOURNAL-ROW TO CUST-JOURNAL-RECORD
               DELETE JOURNAL-FILE RECORD
                   INVALID KEY
                       MOVE "CUSTJRNL" TO WS-FAIL-FILE
                       MOVE WS-JOURNAL-STATUS TO WS-FAIL-STATUS
                       PERFORM 3900-FAIL-THE-TRANSACTION
                   NOT INVALID KEY
                       MOVE 'J' TO WS-LOG-FILE
                       MOVE 'D' TO WS-LOG-ACTION
                       MOVE CUST-JOURNAL-RECORD TO WS-LOG-IMAGE
                       PERFORM 8800-LOG-UNDO
                       ADD 1 TO WS-TXN-REKEYED(2)
               END-DELETE
           END-IF.

       3300-JOURNAL-THE-KEY-MOVE.
      *    The old key is journaled as retired - every field, blank
      *    after image.  A key change journals the arrival of the
      *    record under its new key; a merge journals only the
      *    survivor's fields the merge changed.
           MOVE KT-OLD-KEY TO WS-JRNL-CUST-KEY
           MOVE 'K'        TO WS-JRNL-TRANS-CODE
           PERFORM VARYING WS-SUB FROM 1 BY 1
                   UNTIL WS-SUB > 5 OR NOT WS-TRAN-OK
               MOVE WS-OLD-VALUE(WS-SUB) TO CJ-BEFORE-VALUE
               MOVE SPACES               TO CJ-AFTER-VALUE
               PERFORM 8900-WRITE-JOURNAL-ROW
           END-PERFORM

           MOVE KT-NEW-KEY TO WS-JRNL-CUST-KEY
           IF KT-KEY-CHANGE-TRANS
               MOVE 'N' TO WS-JRNL-TRANS-CODE
               PERFORM VARYING WS-SUB FROM 1 BY 1
                       UNTIL WS-SUB > 5 OR NOT WS-TRAN-OK
                   MOVE WS-OLD-VALUE(WS-SUB) TO CJ-BEFORE-VALUE
                   MOVE WS-OLD-VALUE(WS-SUB) TO CJ-AFTER-VALUE
                   PERFORM 8900-WRITE-JOURNAL-ROW
               END-PERFORM
           ELSE
               MOVE 'M' TO WS-JRNL-TRANS-CODE
               PERFORM VARYING WS-SUB FROM 1 BY 1
                       UNTIL WS-SUB > 5 OR NOT WS-TRAN-OK
                   IF WS-MRG-VALUE(WS-SUB) NOT = WS-SURV-VALUE(WS-SUB)
                       MOVE WS-SURV-VALUE(WS-SUB) TO CJ-BEFORE-VALUE
                       MOVE WS-MRG-VALUE(WS-SUB)  TO CJ-AFTER-VALUE
                       PERFORM 8900-WRITE-JOURNAL-ROW
                   END-IF
               END-PERFORM
           END-IF.

       3400-MOVE-QUALITY-SCORE.
      *    A score the new key does not have yet is re-keyed; one it
      *    already has takes the old key's counts on top - the next
      *    TRUNSCOR run recounts both from the re-keyed trails.
           MOVE KT-OLD-KEY TO QS-CUST-KEY
           READ QUALITY-SCORE-FILE
               INVALID KEY
                   MOVE "QUALSCOR" TO WS-FAIL-FILE
                   MOVE WS-QUALITY-SCORE-STATUS TO WS-FAIL-STATUS
                   PERFORM 3900-FAIL-THE-TRANSACTION
           END-READ
           IF WS-TRAN-OK
               MOVE QUALITY-SCORE-RECORD TO WS-OLD-SCORE
               MOVE KT-NEW-KEY TO QS-CUST-KEY
               READ QUALITY-SCORE-FILE
                   INVALID KEY
                       PERFORM 3410-REKEY-QUALITY-SCORE
                   NOT INVALID KEY
                       PERFORM 3420-COMBINE-QUALITY-SCORES
               END-READ
           END-IF
           IF WS-TRAN-OK
               MOVE WS-OLD-SCORE TO QUALITY-SCORE-RECORD
               DELETE QUALITY-SCORE-FILE RECORD
                   INVALID KEY
                       MOVE "QUALSCOR" TO WS-FAIL-FILE
                       MOVE WS-QUALITY-SCORE-STATUS TO WS-FAIL-STATUS
                       PERFORM 3900-FAIL-THE-TRANSACTION
                   NOT INVALID KEY
                       MOVE 'Q' TO WS-LOG-FILE
                       MOVE 'D' TO WS-LOG-ACTION
                       MOVE QUALITY-SCORE-RECORD TO WS-LOG-IMAGE
                       PERFORM 8800-LOG-UNDO
               END-DELETE
           END-IF.

       3410-REKEY-QUALITY-SCORE.
           MOVE WS-OLD-SCORE TO QUALITY-SCORE-RECORD
           MOVE KT-NEW-KEY   TO QS-CUST-KEY
           WRITE QUALITY-SCORE-RECORD
               INVALID KEY
                   MOVE "QUALSCOR" TO WS-FAIL-FILE
                   MOVE WS-QUALITY-SCORE-STATUS TO WS-FAIL-STATUS
                   PERFORM 3900-FAIL-THE-TRANSACTION
               NOT INVALID KEY
                   MOVE 'Q' TO WS-LOG-FILE
                   MOVE 'W' TO WS-LOG-ACTION
                   MOVE QUALITY-SCORE-RECORD TO WS-LOG-IMAGE
                   PERFORM 8800-LOG-UNDO
                   ADD 1 TO WS-TXN-REKEYED(3)
           END-WRITE.

       3420-COMBINE-QUALITY-SCORES.
           MOVE QUALITY-SCORE-RECORD TO WS-LOG-IMAGE
           PERFORM VARYING WS-SUB FROM 1 BY 1 UNTIL WS-SUB > 5
               ADD WS-OSC-REJECTS(WS-SUB) TO QS-FIELD-REJECTS(WS-SUB)
               ADD WS-OSC-ALLOWS(WS-SUB)  TO QS-FIELD-ALLOWS(WS-SUB)
           END-PERFORM
           ADD WS-OSC-TOTAL-SCORE TO QS-TOTAL-SCORE
           ADD WS-OSC-PRIOR-SCORE TO QS-PRIOR-SCORE
           IF WS-OSC-LAST-RUN-DATE > QS-LAST-RUN-DATE
               MOVE WS-OSC-LAST-RUN-DATE TO QS-LAST-RUN-DATE
           END-IF
           REWRITE QUALITY-SCORE-RECORD
               INVALID KEY
                   MOVE "QUALSCOR" TO WS-FAIL-FILE
                   MOVE WS-QUALITY-SCORE-STATUS TO WS-FAIL-STATUS
                   PERFORM 3900-FAIL-THE-TRANSACTION
               NOT INVALID KEY
                   MOVE 'Q' TO WS-LOG-FILE
                   MOVE 'R' TO WS-LOG-ACTION
                   PERFORM 8800-LOG-UNDO
                   ADD 1 TO WS-TXN-COMBINED(3)
           END-REWRITE.

       3500-MOVE-OPEN-ITEMS.
           PERFORM VARYING WS-MOVE-SUB FROM 1 BY 1
                   UNTIL WS-MOVE-SUB > WS-MOVE-COUNT
                       OR NOT WS-TRAN-OK
               SET WS-MOV-IDX TO WS-MOVE-SUB
               IF WS-MOV-FILE(WS-MOV-IDX) = 'O'
                   PERFORM 3510-MOVE-ONE-OPEN-ITEM
               END-IF
           END-PERFORM.

       3510-MOVE-ONE-OPEN-ITEM.
           MOVE WS-MOV-KEY(WS-MOV-IDX) TO OI-OPEN-ITEM-KEY
           READ OPEN-ITEM-FILE
               INVALID KEY
                   MOVE "CORROPEN" TO WS-FAIL-FILE
                   MOVE WS-OPEN-ITEM-STATUS TO WS-FAIL-STATUS
                   PERFORM 3900-FAIL-THE-TRANSACTION
           END-READ
           IF WS-TRAN-OK
               MOVE OPEN-ITEM-RECORD TO WS-OLD-OPEN-ITEM
               MOVE KT-NEW-KEY TO OI-SOURCE-KEY
               READ OPEN-ITEM-FILE
                   INVALID KEY
                       PERFORM 3520-REKEY-OPEN-ITEM
                   NOT INVALID KEY
                       PERFORM 3530-COMBINE-OPEN-ITEMS
               END-READ
           END-IF
           IF WS-TRAN-OK
               MOVE WS-OLD-OPEN-ITEM TO OPEN-ITEM-RECORD
               DELETE OPEN-ITEM-FILE RECORD
                   INVALID KEY
                       MOVE "CORROPEN" TO WS-FAIL-FILE
                       MOVE WS-OPEN-ITEM-STATUS TO WS-FAIL-STATUS
                       PERFORM 3900-FAIL-THE-TRANSACTION
                   NOT INVALID KEY
                       MOVE 'O' TO WS-LOG-FILE
                       MOVE 'D' TO WS-LOG-ACTION
                       MOVE OPEN-ITEM-RECORD TO WS-LOG-IMAGE
                       PERFORM 8800-LOG-UNDO
               END-DELETE
           END-IF.

       3520-REKEY-OPEN-ITEM.
           MOVE WS-OLD-OPEN-ITEM TO OPEN-ITEM-RECORD
           MOVE KT-NEW-KEY       TO OI-SOURCE-KEY
           WRITE OPEN-ITEM-RECORD
               INVALID KEY
                   MOVE "CORROPEN" TO WS-FAIL-FILE
                   MOVE WS-OPEN-ITEM-STATUS TO WS-FAIL-STATUS
                   PERFORM 3900-FAIL-THE-TRANSACTION
               NOT INVALID KEY
                   MOVE 'O' TO WS-LOG-FILE
                   MOVE 'W' TO WS-LOG-ACTION
                   MOVE OPEN-ITEM-RECORD TO WS-LOG-IMAGE
                   PERFORM 8800-LOG-UNDO
                   ADD 1 TO WS-TXN-REKEYED(4)
           END-WRITE.

       3530-COMBINE-OPEN-ITEMS.
      *    Both keys already had an item for this field.  An open
      *    item is the live episode and wins over a closed one; two
      *    episodes in the same state become one spanning both.
           MOVE OPEN-ITEM-RECORD TO WS-LOG-IMAGE
           EVALUATE TRUE
               WHEN WS-OOI-OPEN AND NOT OI-OPEN
                   MOVE WS-OOI-JOB-NAME         TO OI-JOB-NAME
                   MOVE WS-OOI-FIRST-SENT-DATE  TO OI-FIRST-SENT-DATE
                   MOVE WS-OOI-LAST-SENT-DATE   TO OI-LAST-SENT-DATE
                   MOVE WS-OOI-SEND-COUNT       TO OI-SEND-COUNT
                   MOVE WS-OOI-STATUS           TO OI-STATUS
                   MOVE WS-OOI-CLOSED-DATE      TO OI-CLOSED-DATE
               WHEN OI-OPEN AND NOT WS-OOI-OPEN
                   CONTINUE
               WHEN OTHER
                   IF WS-OOI-FIRST-SENT-DATE < OI-FIRST-SENT-DATE
                       MOVE WS-OOI-FIRST-SENT-DATE
                           TO OI-FIRST-SENT-DATE
                   END-IF
                   IF WS-OOI-LAST-SENT-DATE > OI-LAST-SENT-DATE
                       MOVE WS-OOI-LAST-SENT-DATE
                           TO OI-LAST-SENT-DATE
                   END-IF
                   ADD WS-OOI-SEND-COUNT TO OI-SEND-COUNT
                   IF WS-OOI-CLOSED-DATE > OI-CLOSED-DATE
                       MOVE WS-OOI-STATUS      TO OI-STATUS
                       MOVE WS-OOI-CLOSED-DATE TO OI-CLOSED-DATE
                   END-IF
           END-EVALUATE
           REWRITE OPEN-ITEM-RECORD
               INVALID KEY
                   MOVE "CORROPEN" TO WS-FAIL-FILE
                   MOVE WS-OPEN-ITEM-STATUS TO WS-FAIL-STATUS
                   PERFORM 3900-FAIL-THE-TRANSACTION
               NOT INVALID KEY
                   MOVE 'O' TO WS-LOG-FILE
                   MOVE 'R' TO WS-LOG-ACTION
                   PERFORM 8800-LOG-UNDO
                   ADD 1 TO WS-TXN-COMBINED(4)
           END-REWRITE.

       3600-MOVE-SUSPENSE-ROWS.
           PERFORM VARYING WS-MOVE-SUB FROM 1 BY 1
                   UNTIL WS-MOVE-SUB > WS-MOVE-COUNT
                       OR NOT WS-TRAN-OK
               SET WS-MOV-IDX TO WS-MOVE-SUB
               IF WS-MOV-FILE(WS-MOV-IDX) = 'S'
                   PERFORM 3610-MOVE-ONE-SUSPENSE-ROW
               END-IF
           END-PERFORM.

       3610-MOVE-ONE-SUSPENSE-ROW.
      *    The suspended copy keeps its sequence under the new key
      *    unless the new key already uses it - then it takes the
      *    next free one.
           MOVE WS-MOV-KEY(WS-MOV-IDX) TO SU-SUSPENSE-KEY
           READ SUSPENSE-FILE
               INVALID KEY
                   MOVE "CUSTSUSP" TO WS-FAIL-FILE
                   MOVE WS-SUSPENSE-STATUS TO WS-FAIL-STATUS
                   PERFORM 3900-FAIL-THE-TRANSACTION
           END-READ
           IF WS-TRAN-OK
               MOVE SUSPENSE-RECORD TO WS-SAVED-SUSPENSE-ROW
               MOVE KT-NEW-KEY TO SU-CUST-KEY
               MOVE 'N' TO WS-WRITTEN-SWITCH
               PERFORM UNTIL WS-ROW-WRITTEN OR NOT WS-TRAN-OK
                   WRITE SUSPENSE-RECORD
                       INVALID KEY
                           IF WS-SUSPENSE-STATUS = "22"
                               AND SU-SUSPEND-SEQ < 9999
                               ADD 1 TO SU-SUSPEND-SEQ
                           ELSE
                               MOVE "CUSTSUSP" TO WS-FAIL-FILE
                               MOVE WS-SUSPENSE-STATUS
                                   TO WS-FAIL-STATUS
                               PERFORM 3900-FAIL-THE-TRANSACTION
                           END-IF
                       NOT INVALID KEY
                           SET WS-ROW-WRITTEN TO TRUE
                           MOVE 'S' TO WS-LOG-FILE
                           MOVE 'W' TO WS-LOG-ACTION
                           MOVE SUSPENSE-RECORD TO WS-LOG-IMAGE
                           PERFORM 8800-LOG-UNDO
                   END-WRITE
               END-PERFORM
           END-IF
           IF WS-TRAN-OK
               MOVE WS-SAVED-SUSPENSE-ROW TO SUSPENSE-RECORD
               DELETE SUSPENSE-FILE RECORD
                   INVALID KEY
                       MOVE "CUSTSUSP" TO WS-FAIL-FILE
                       MOVE WS-SUSPENSE-STATUS TO WS-FAIL-STATUS
                       PERFORM 3900-FAIL-THE-TRANSACTION
                   NOT INVALID KEY
                       MOVE 'S' TO WS-LOG-FILE
                       MOVE 'D' TO WS-LOG-ACTION
                       MOVE SUSPENSE-RECORD TO WS-LOG-IMAGE
                       PERFORM 8800-LOG-UNDO
                       ADD 1 TO WS-TXN-REKEYED(5)
               END-DELETE
           END-IF.

       3700-UPDATE-CROSS-REFERENCE.
           PERFORM VARYING WS-MOVE-SUB FROM 1 BY 1
                   UNTIL WS-MOVE-SUB > WS-MOVE-COUNT
                       OR NOT WS-TRAN-OK
               SET WS-MOV-IDX TO WS-MOVE-SUB
               IF WS-MOV-FILE(WS-MOV-IDX) = 'X'
                   PERFORM 3710-REPOINT-ONE-XREF-ROW
               END-IF
           END-PERFORM

           IF WS-TRAN-OK
               MOVE SPACES            TO KEY-XREF-RECORD
               MOVE KT-OLD-KEY        TO XR-OLD-KEY
               MOVE KT-NEW-KEY        TO XR-NEW-KEY
               MOVE KT-TRANS-CODE     TO XR-CHANGE-TYPE
               MOVE WS-RUN-DATE       TO XR-EFFECTIVE-DATE
               MOVE WS-JOB-NAME       TO XR-JOB-NAME
               MOVE WS-COMPANY-CODE   TO XR-COMPANY-CODE
               MOVE ZERO              TO XR-REPOINTED-DATE
               IF KT-MERGE-TRANS AND WS-FIRST-ABSORBED-SEQ > ZERO
                   MOVE WS-FIRST-ABSORBED-SEQ TO XR-FIRST-ABSORBED-SEQ
                   MOVE WS-ABSORBED-SEQ       TO XR-LAST-ABSORBED-SEQ
               ELSE
                   MOVE ZERO TO XR-FIRST-ABSORBED-SEQ
                   MOVE ZERO TO XR-LAST-ABSORBED-SEQ
               END-IF
               WRITE KEY-XREF-RECORD
                   INVALID KEY
                       MOVE "CUSTXREF" TO WS-FAIL-FILE
                       MOVE WS-XREF-STATUS TO WS-FAIL-STATUS
                       PERFORM 3900-FAIL-THE-TRANSACTION
                   NOT INVALID KEY
                       MOVE 'X' TO WS-LOG-FILE
                       MOVE 'W' TO WS-LOG-ACTION
                       MOVE KEY-XREF-RECORD TO WS-LOG-IMAGE
                       PERFORM 8800-LOG-UNDO
               END-WRITE
           END-IF.

       3710-REPOINT-ONE-XREF-ROW.
           MOVE WS-MOV-KEY(WS-MOV-IDX) TO XR-OLD-KEY
           READ XREF-FILE
               INVALID KEY
                   MOVE "CUSTXREF" TO WS-FAIL-FILE
                   MOVE WS-XREF-STATUS TO WS-FAIL-STATUS
                   PERFORM 3900-FAIL-THE-TRANSACTION
           END-READ
           IF WS-TRAN-OK
               MOVE KEY-XREF-RECORD TO WS-LOG-IMAGE
               MOVE KT-NEW-KEY  TO XR-NEW-KEY
               MOVE WS-RUN-DATE TO XR-REPOINTED-DATE
      *        A merge has just moved this row's history into the
      *        survivor's absorbed band with everything else that
      *        was under the old key - the band is where it now is.
               IF KT-MERGE-TRANS
                   MOVE 'M' TO XR-CHANGE-TYPE
                   IF WS-FIRST-ABSORBED-SEQ > ZERO
                       MOVE WS-FIRST-ABSORBED-SEQ
                           TO XR-FIRST-ABSORBED-SEQ
                       MOVE WS-ABSORBED-SEQ TO XR-LAST-ABSORBED-SEQ
                   ELSE
                       MOVE ZERO TO XR-FIRST-ABSORBED-SEQ
                       MOVE ZERO TO XR-LAST-ABSORBED-SEQ
                   END-IF
               END-IF
               REWRITE KEY-XREF-RECORD
                   INVALID KEY
                       MOVE "CUSTXREF" TO WS-FAIL-FILE
                       MOVE WS-XREF-STATUS TO WS-FAIL-STATUS
                       PERFORM 3900-FAIL-THE-TRANSACTION
                   NOT INVALID KEY
                       MOVE 'X' TO WS-LOG-FILE
                       MOVE 'R' TO WS-LOG-ACTION
                       PERFORM 8800-LOG-UNDO
               END-REWRITE
           END-IF.

       3900-FAIL-THE-TRANSACTION.
           MOVE 'N' TO WS-TRAN-OK-SWITCH
           MOVE SPACES TO WS-REJECT-REASON
           STRING "I/O FAILED ON " WS-FAIL-FILE " STATUS "
               WS-FAIL-STATUS " - ROLLED BACK"
               DELIMITED BY SIZE INTO WS-REJECT-REASON
           DISPLAY "Error: " FUNCTION TRIM(WS-FAIL-FILE)
               " status " WS-FAIL-STATUS " moving key " KT-OLD-KEY
               " to " KT-NEW-KEY " - transaction rolled back"
           MOVE 8 TO RETURN-CODE.

       4000-ROLL-BACK-TRANSACTION.
      *    Undo every keyed write the transaction made, newest
      *    first, from the before-images.  A step of the undo that
      *    itself fails leaves the customer half moved - that is
      *    said loudly, with the keys, for a person to repair.
           ADD 1 TO WS-TRANS-ROLLED-BACK
           MOVE 'Y' TO WS-ROLLBACK-OK-SWITCH
           PERFORM VARYING WS-UNDO-SUB FROM WS-UNDO-COUNT BY -1
                   UNTIL WS-UNDO-SUB < 1
               SET WS-UND-IDX TO WS-UNDO-SUB
               EVALUATE TRUE
                   WHEN WS-UND-MASTER(WS-UND-IDX)
                       PERFORM 4110-UNDO-MASTER-ENTRY
                   WHEN WS-UND-JOURNAL(WS-UND-IDX)
                       PERFORM 4120-UNDO-JOURNAL-ENTRY
                   WHEN WS-UND-SCORE(WS-UND-IDX)
                       PERFORM 4130-UNDO-SCORE-ENTRY
                   WHEN WS-UND-OPEN-ITEM(WS-UND-IDX)
                       PERFORM 4140-UNDO-OPEN-ITEM-ENTRY
                   WHEN WS-UND-SUSPENSE(WS-UND-IDX)
                       PERFORM 4150-UNDO-SUSPENSE-ENTRY
                   WHEN WS-UND-XREF(WS-UND-IDX)
                       PERFORM 4160-UNDO-XREF-ENTRY
               END-EVALUATE
           END-PERFORM
           IF NOT WS-ROLLBACK-OK
               MOVE "ROLLBACK INCOMPLETE - REPAIR BY HAND"
                   TO WS-REJECT-REASON
               DISPLAY "Error: rollback of " KT-OLD-KEY " to "
                   KT-NEW-KEY " incomplete - files need repair"
           END-IF.

       4110-UNDO-MASTER-ENTRY.
           MOVE WS-UND-IMAGE(WS-UND-IDX) TO CUST-MST-RECORD
           EVALUATE TRUE
               WHEN WS-UND-WAS-WRITTEN(WS-UND-IDX)
                   DELETE CUST-MASTER-FILE RECORD
                       INVALID KEY PERFORM 4900-NOTE-UNDO-FAILURE
                   END-DELETE
               WHEN WS-UND-WAS-DELETED(WS-UND-IDX)
                   WRITE CUST-MST-RECORD
                       INVALID KEY PERFORM 4900-NOTE-UNDO-FAILURE
                   END-WRITE
               WHEN WS-UND-WAS-REWRITTEN(WS-UND-IDX)
                   REWRITE CUST-MST-RECORD
                       INVALID KEY PERFORM 4900-NOTE-UNDO-FAILURE
                   END-REWRITE
           END-EVALUATE.

       4120-UNDO-JOURNAL-ENTRY.
           MOVE WS-UND-IMAGE(WS-UND-IDX) TO CUST-JOURNAL-RECORD
           EVALUATE TRUE
               WHEN WS-UND-WAS-WRITTEN(WS-UND-IDX)
                   DELETE JOURNAL-FILE RECORD
                       INVALID KEY PERFORM 4900-NOTE-UNDO-FAILURE
                   END-DELETE
               WHEN WS-UND-WAS-DELETED(WS-UND-IDX)
                   WRITE CUST-JOURNAL-RECORD
                       INVALID KEY PERFORM 4900-NOTE-UNDO-FAILURE
                   END-WRITE
               WHEN WS-UND-WAS-REWRITTEN(WS-UND-IDX)
                   REWRITE CUST-JOURNAL-RECORD
                       INVALID KEY PERFORM 4900-NOTE-UNDO-FAILURE
                   END-REWRITE
           END-EVALUATE.

       4130-UNDO-SCORE-ENTRY.
           MOVE WS-UND-IMAGE(WS-UND-IDX) TO QUALITY-SCORE-RECORD
           EVALUATE TRUE
               WHEN WS-UND-WAS-WRITTEN(WS-UND-IDX)
                   DELETE QUALITY-SCORE-FILE RECORD
                       INVALID KEY PERFORM 4900-NOTE-UNDO-FAILURE
                   END-DELETE
               WHEN WS-UND-WAS-DELETED(WS-UND-IDX)
                   WRITE QUALITY-SCORE-RECORD
                       INVALID KEY PERFORM 4900-NOTE-UNDO-FAILURE
                   END-WRITE
               WHEN WS-UND-WAS-REWRITTEN(WS-UND-IDX)
                   REWRITE QUALITY-SCORE-RECORD
                       INVALID KEY PERFORM 4900-NOTE-UNDO-FAILURE
                   END-REWRITE
           END-EVALUATE.

       4140-UNDO-OPEN-ITEM-ENTRY.
           MOVE WS-UND-IMAGE(WS-UND-IDX) TO OPEN-ITEM-RECORD
           EVALUATE TRUE
               WHEN WS-UND-WAS-WRITTEN(WS-UND-IDX)
                   DELETE OPEN-ITEM-FILE RECORD
                       INVALID KEY PERFORM 4900-NOTE-UNDO-FAILURE
                   END-DELETE
               WHEN WS-UND-WAS-DELETED(WS-UND-IDX)
                   WRITE OPEN-ITEM-RECORD
                       INVALID KEY PERFORM 4900-NOTE-UNDO-FAILURE
                   END-WRITE
               WHEN WS-UND-WAS-REWRITTEN(WS-UND-IDX)
                   REWRITE OPEN-ITEM-RECORD
                       INVALID KEY PERFORM 4900-NOTE-UNDO-FAILURE
                   END-REWRITE
           END-EVALUATE.

       4150-UNDO-SUSPENSE-ENTRY.
           MOVE WS-UND-IMAGE(WS-UND-IDX) TO SUSPENSE-RECORD
           EVALUATE TRUE
               WHEN WS-UND-WAS-WRITTEN(WS-UND-IDX)
                   DELETE SUSPENSE-FILE RECORD
                       INVALID KEY PERFORM 4900-NOTE-UNDO-FAILURE
                   END-DELETE
               WHEN WS-UND-WAS-DELETED(WS-UND-IDX)
                   WRITE SUSPENSE-RECORD
                       INVALID KEY PERFORM 4900-NOTE-UNDO-FAILURE
                   END-WRITE
               WHEN WS-UND-WAS-REWRITTEN(WS-UND-IDX)
                   REWRITE SUSPENSE-RECORD
                       INVALID KEY PERFORM 4900-NOTE-UNDO-FAILURE
                   END-REWRITE
           END-EVALUATE.

       4160-UNDO-XREF-ENTRY.
           MOVE WS-UND-IMAGE(WS-UND-IDX) TO KEY-XREF-RECORD
           EVALUATE TRUE
               WHEN WS-UND-WAS-WRITTEN(WS-UND-IDX)
                   DELETE XREF-FILE RECORD
                       INVALID KEY PERFORM 4900-NOTE-UNDO-FAILURE
                   END-DELETE
               WHEN WS-UND-WAS-DELETED(WS-UND-IDX)
                   WRITE KEY-XREF-RECORD
                       INVALID KEY PERFORM 4900-NOTE-UNDO-FAILURE
                   END-WRITE
               WHEN WS-UND-WAS-REWRITTEN(WS-UND-IDX)
                   REWRITE KEY-XREF-RECORD
                       INVALID KEY PERFORM 4900-NOTE-UNDO-FAILURE
                   END-REWRITE
           END-EVALUATE.

       4900-NOTE-UNDO-FAILURE.
           MOVE 'N' TO WS-ROLLBACK-OK-SWITCH
           DISPLAY "Error: could not undo '"
               WS-UND-ACTION(WS-UND-IDX) "' on file '"
               WS-UND-FILE(WS-UND-IDX) "' for key "
               WS-UND-IMAGE(WS-UND-IDX)(1:10)
           MOVE 8 TO RETURN-CODE.

       5000-REKEY-THE-TRAILS.
      *    Every key retired tonight - by this run or an earlier run
      *    the same night - has its trail rows re-keyed here, so a
      *    rerun completes a trail pass that did not finish.  Each
      *    trail is copied to a work file with the rows re-keyed,
      *    and copied back over the live file only when something
      *    actually changed.
           PERFORM 5100-LOAD-TONIGHTS-RETIREMENTS
           IF WS-RETIRED-COUNT > ZERO
               PERFORM 5200-REKEY-EXCEPTIONS
               PERFORM 5300-REKEY-AUDITS
               PERFORM 5400-REKEY-CONTENT
               PERFORM 5600-REKEY-ABBREVIATIONS
               PERFORM 5700-REKEY-NEAR-LIMITS
               PERFORM 5800-WRITE-TRAIL-REGISTER
           END-IF.

       5100-LOAD-TONIGHTS-RETIREMENTS.
           MOVE ZERO TO WS-RETIRED-COUNT
           MOVE 'N' TO WS-SCAN-EOF-SWITCH
           MOVE LOW-VALUES TO XR-OLD-KEY
           START XREF-FILE KEY IS NOT LESS THAN XR-OLD-KEY
               INVALID KEY
                   SET WS-END-OF-SCAN TO TRUE
           END-START
           PERFORM UNTIL WS-END-OF-SCAN
               READ XREF-FILE NEXT RECORD
                   AT END
                       SET WS-END-OF-SCAN TO TRUE
                   NOT AT END
                       IF XR-EFFECTIVE-DATE = WS-RUN-DATE
                           PERFORM 5110-NOTE-ONE-RETIREMENT
                       END-IF
               END-READ
           END-PERFORM.

       5110-NOTE-ONE-RETIREMENT.
           IF WS-RETIRED-COUNT < WS-RETIRED-LIMIT
               ADD 1 TO WS-RETIRED-COUNT
               SET WS-RET-IDX TO WS-RETIRED-COUNT
               MOVE XR-OLD-KEY TO WS-RET-OLD-KEY(WS-RET-IDX)
               MOVE XR-NEW-KEY TO WS-RET-NEW-KEY(WS-RET-IDX)
               MOVE ZERO TO WS-RET-TRAIL-ROWS(WS-RET-IDX, 1)
               MOVE ZERO TO WS-RET-TRAIL-ROWS(WS-RET-IDX, 2)
               MOVE ZERO TO WS-RET-TRAIL-ROWS(WS-RET-IDX, 3)
               MOVE ZERO TO WS-RET-TRAIL-ROWS(WS-RET-IDX, 4)
               MOVE ZERO TO WS-RET-TRAIL-ROWS(WS-RET-IDX, 5)
           ELSE
               DISPLAY "Error: more than 500 keys retired tonight -"
                   " trail rows for " XR-OLD-KEY " not re-keyed"
               MOVE 8 TO RETURN-CODE
           END-IF.

       5200-REKEY-EXCEPTIONS.
           MOVE 'N' TO WS-TRAIL-CHANGED-SWITCH
           MOVE 'N' TO WS-REKEY-FAILED-SWITCH
           MOVE 'N' TO WS-SCAN-EOF-SWITCH
           OPEN INPUT TRUNC-EXCEPTION-FILE
           IF WS-TRUNC-EXCEPTION-STATUS = "00"
               OPEN OUTPUT EXC-WORK-FILE
               IF WS-EXC-WORK-STATUS = "00"
                   SET WS-WORK-FILE-OPEN TO TRUE
               ELSE
                   DISPLAY "Error: could not open TRUNEXCK, status "
                       WS-EXC-WORK-STATUS
                       " - TRUNCEXC rows not re-keyed"
                   MOVE 8 TO RETURN-CODE
                   SET WS-END-OF-SCAN TO TRUE
               END-IF
               PERFORM UNTIL WS-END-OF-SCAN
                   READ TRUNC-EXCEPTION-FILE
                       AT END
                           SET WS-END-OF-SCAN TO TRUE
                       NOT AT END
                           MOVE TE-SOURCE-KEY TO WS-SEARCH-KEY
                           PERFORM 5500-FIND-RETIRED-KEY
                           IF WS-RETIRED-KEY-FOUND
                               MOVE WS-RET-NEW-KEY(WS-RET-IDX)
                                   TO TE-SOURCE-KEY
                               ADD 1 TO
                                   WS-RET-TRAIL-ROWS(WS-RET-IDX, 1)
                               ADD 1 TO WS-RUN-FOUND(6)
                               ADD 1 TO WS-RUN-REKEYED(6)
                               SET WS-TRAIL-CHANGED TO TRUE
                           END-IF
                           WRITE EXC-WORK-RECORD
                               FROM TRUNC-EXCEPTION-RECORD
                           IF WS-EXC-WORK-STATUS NOT = "00"
                               DISPLAY "Error: could not write TRUNEXCK"
                                   ", status " WS-EXC-WORK-STATUS
                                   " - TRUNCEXC rows not re-keyed"
                               SET WS-REKEY-FAILED TO TRUE
                               SET WS-END-OF-SCAN TO TRUE
                           END-IF
                   END-READ
               END-PERFORM
               CLOSE TRUNC-EXCEPTION-FILE
               IF WS-WORK-FILE-OPEN
                   CLOSE EXC-WORK-FILE
                   MOVE 'N' TO WS-WORK-OPEN-SWITCH
               END-IF
               IF WS-TRAIL-CHANGED AND NOT WS-REKEY-FAILED
                   PERFORM 5210-COPY-BACK-EXCEPTIONS
               END-IF
               IF WS-REKEY-FAILED
                   MOVE 6 TO WS-FILE-SUB
                   MOVE 1 TO WS-SUB
                   PERFORM 5900-NOTE-TRAIL-NOT-REKEYED
               END-IF
           END-IF.

       5210-COPY-BACK-EXCEPTIONS.
      *    The live file is only opened for output once the work
      *    file is open to copy from.
           MOVE 'N' TO WS-SCAN-EOF-SWITCH
           OPEN INPUT EXC-WORK-FILE
           IF WS-EXC-WORK-STATUS NOT = "00"
               DISPLAY "Error: could not reopen TRUNEXCK, status "
                   WS-EXC-WORK-STATUS " - TRUNCEXC rows not re-keyed"
               SET WS-REKEY-FAILED TO TRUE
           ELSE
               OPEN OUTPUT TRUNC-EXCEPTION-FILE
               IF WS-TRUNC-EXCEPTION-STATUS = "00"
                   SET WS-LIVE-FILE-OPEN TO TRUE
               ELSE
                   DISPLAY "Error: could not rewrite TRUNCEXC, status "
                       WS-TRUNC-EXCEPTION-STATUS
                       " - TRUNCEXC rows not re-keyed"
                   SET WS-REKEY-FAILED TO TRUE
                   SET WS-END-OF-SCAN TO TRUE
               END-IF
               IF NOT WS-END-OF-SCAN
                   READ EXC-WORK-FILE
                       AT END SET WS-END-OF-SCAN TO TRUE
                   END-READ
               END-IF
               PERFORM UNTIL WS-END-OF-SCAN
                   WRITE TRUNC-EXCEPTION-RECORD FROM EXC-WORK-RECORD
                   IF WS-TRUNC-EXCEPTION-STATUS NOT = "00"
                       DISPLAY "Error: rewrite of TRUNCEXC stopped,"
                           " status " WS-TRUNC-EXCEPTION-STATUS
                           " - restore it from TRUNEXCK"
                       SET WS-REKEY-FAILED TO TRUE
                       SET WS-END-OF-SCAN TO TRUE
                   ELSE
                       READ EXC-WORK-FILE
                           AT END SET WS-END-OF-SCAN TO TRUE
                       END-READ
                   END-IF
               END-PERFORM
               CLOSE EXC-WORK-FILE
               IF WS-LIVE-FILE-OPEN
                   CLOSE TRUNC-EXCEPTION-FILE
                   MOVE 'N' TO WS-LIVE-OPEN-SWITCH
               END-IF
           END-IF.

       5300-REKEY-AUDITS.
           MOVE 'N' TO WS-TRAIL-CHANGED-SWITCH
           MOVE 'N' TO WS-REKEY-FAILED-SWITCH
           MOVE 'N' TO WS-SCAN-EOF-SWITCH
           OPEN INPUT TRUNC-AUDIT-FILE
           IF WS-TRUNC-AUDIT-STATUS = "00"
               OPEN OUTPUT AUD-WORK-FILE
               IF WS-AUD-WORK-STATUS = "00"
                   SET WS-WORK-FILE-OPEN TO TRUE
               ELSE
                   DISPLAY "Error: could not open TRUNAUDK, status "
                       WS-AUD-WORK-STATUS
                       " - TRUNCAUD rows not re-keyed"
                   MOVE 8 TO RETURN-CODE
                   SET WS-END-OF-SCAN TO TRUE
               END-IF
               PERFORM UNTIL WS-END-OF-SCAN
                   READ TRUNC-AUDIT-FILE
                       AT END
                           SET WS-END-OF-SCAN TO TRUE
                       NOT AT END
                           MOVE TA-SOURCE-KEY TO WS-SEARCH-KEY
                           PERFORM 5500-FIND-RETIRED-KEY
                           IF WS-RETIRED-KEY-FOUND
                               MOVE WS-RET-NEW-KEY(WS-RET-IDX)
                                   TO TA-SOURCE-KEY
                               ADD 1 TO
                                   WS-RET-TRAIL-ROWS(WS-RET-IDX, 2)
                               ADD 1 TO WS-RUN-FOUND(7)
                               ADD 1 TO WS-RUN-REKEYED(7)
                               SET WS-TRAIL-CHANGED TO TRUE
                           END-IF
                           WRITE AUD-WORK-RECORD
                               FROM TRUNC-AUDIT-RECORD
                           IF WS-AUD-WORK-STATUS NOT = "00"
                               DISPLAY "Error: could not write TRUNAUDK"
                                   ", status " WS-AUD-WORK-STATUS
                                   " - TRUNCAUD rows not re-keyed"
                               SET WS-REKEY-FAILED TO TRUE
                               SET WS-END-OF-SCAN TO TRUE
                           END-IF
                   END-READ
               END-PERFORM
               CLOSE TRUNC-AUDIT-FILE
               IF WS-WORK-FILE-OPEN
                   CLOSE AUD-WORK-FILE
                   MOVE 'N' TO WS-WORK-OPEN-SWITCH
               END-IF
               IF WS-TRAIL-CHANGED AND NOT WS-REKEY-FAILED
                   PERFORM 5310-COPY-BACK-AUDITS
               END-IF
               IF WS-REKEY-FAILED
                   MOVE 7 TO WS-FILE-SUB
                   MOVE 2 TO WS-SUB
                   PERFORM 5900-NOTE-TRAIL-NOT-REKEYED
               END-IF
           END-IF.

       5310-COPY-BACK-AUDITS.
      *    The live file is only opened for output once the work
      *    file is open to copy from.
           MOVE 'N' TO WS-SCAN-EOF-SWITCH
           OPEN INPUT AUD-WORK-FILE
           IF WS-AUD-WORK-STATUS NOT = "00"
               DISPLAY "Error: could not reopen TRUNAUDK, status "
                   WS-AUD-WORK-STATUS " - TRUNCAUD rows not re-keyed"
               SET WS-REKEY-FAILED TO TRUE
           ELSE
               OPEN OUTPUT TRUNC-AUDIT-FILE
               IF WS-TRUNC-AUDIT-STATUS = "00"
                   SET WS-LIVE-FILE-OPEN TO TRUE
               ELSE
                   DISPLAY "Error: could not rewrite TRUNCAUD, status "
                       WS-TRUNC-AUDIT-STATUS
                       " - TRUNCAUD rows not re-keyed"
                   SET WS-REKEY-FAILED TO TRUE
                   SET WS-END-OF-SCAN TO TRUE
               END-IF
               IF NOT WS-END-OF-SCAN
                   READ AUD-WORK-FILE
                       AT END SET WS-END-OF-SCAN TO TRUE
                   END-READ
               END-IF
               PERFORM UNTIL WS-END-OF-SCAN
                   WRITE TRUNC-AUDIT-RECORD FROM AUD-WORK-RECORD
                   IF WS-TRUNC-AUDIT-STATUS NOT = "00"
                       DISPLAY "Error: rewrite of TRUNCAUD stopped,"
                           " status " WS-TRUNC-AUDIT-STATUS
                           " - restore it from TRUNAUDK"
                       SET WS-REKEY-FAILED TO TRUE
                       SET WS-END-OF-SCAN TO TRUE
                   ELSE
                       READ AUD-WORK-FILE
                           AT END SET WS-END-OF-SCAN TO TRUE
                       END-READ
                   END-IF
               END-PERFORM
               CLOSE AUD-WORK-FILE
               IF WS-LIVE-FILE-OPEN
                   CLOSE TRUNC-AUDIT-FILE
                   MOVE 'N' TO WS-LIVE-OPEN-SWITCH
               END-IF
           END-IF.

       5400-REKEY-CONTENT.
           MOVE 'N' TO WS-TRAIL-CHANGED-SWITCH
           MOVE 'N' TO WS-REKEY-FAILED-SWITCH
           MOVE 'N' TO WS-SCAN-EOF-SWITCH
           OPEN INPUT CONTENT-EXCEPTION-FILE
           IF WS-CONTENT-EXCEPTION-STATUS = "00"
               OPEN OUTPUT CON-WORK-FILE
               IF WS-CON-WORK-STATUS = "00"
                   SET WS-WORK-FILE-OPEN TO TRUE
               ELSE
                   DISPLAY "Error: could not open CONTEXCK, status "
                       WS-CON-WORK-STATUS
                       " - CONTEXC rows not re-keyed"
                   MOVE 8 TO RETURN-CODE
                   SET WS-END-OF-SCAN TO TRUE
               END-IF
               PERFORM UNTIL WS-END-OF-SCAN
                   READ CONTENT-EXCEPTION-FILE
                       AT END
                           SET WS-END-OF-SCAN TO TRUE
                       NOT AT END
                           MOVE CE-SOURCE-KEY TO WS-SEARCH-KEY
                           PERFORM 5500-FIND-RETIRED-KEY
                           IF WS-RETIRED-KEY-FOUND
                               MOVE WS-RET-NEW-KEY(WS-RET-IDX)
                                   TO CE-SOURCE-KEY
                               ADD 1 TO
                                   WS-RET-TRAIL-ROWS(WS-RET-IDX, 3)
                               ADD 1 TO WS-RUN-FOUND(8)
                               ADD 1 TO WS-RUN-REKEYED(8)
                               SET WS-TRAIL-CHANGED TO TRUE
                           END-IF
                           WRITE CON-WORK-RECORD
                               FROM CONTENT-EXCEPTION-RECORD
                           IF WS-CON-WORK-STATUS NOT = "00"
                               DISPLAY "Error: could not write CONTEXCK"
                                   ", status " WS-CON-WORK-STATUS
                                   " - CONTEXC rows not re-keyed"
                               SET WS-REKEY-FAILED TO TRUE
                               SET WS-END-OF-SCAN TO TRUE
                           END-IF
                   END-READ
               END-PERFORM
               CLOSE CONTENT-EXCEPTION-FILE
               IF WS-WORK-FILE-OPEN
                   CLOSE CON-WORK-FILE
                   MOVE 'N' TO WS-WORK-OPEN-SWITCH
               END-IF
               IF WS-TRAIL-CHANGED AND NOT WS-REKEY-FAILED
                   PERFORM 5410-COPY-BACK-CONTENT
               END-IF
               IF WS-REKEY-FAILED
                   MOVE 8 TO WS-FILE-SUB
                   MOVE 3 TO WS-SUB
                   PERFORM 5900-NOTE-TRAIL-NOT-REKEYED
               END-IF
           END-IF.

       5410-COPY-BACK-CONTENT.
      *    The live file is only opened for output once the work
      *    file is open to copy from.
           MOVE 'N' TO WS-SCAN-EOF-SWITCH
           OPEN INPUT CON-WORK-FILE
           IF WS-CON-WORK-STATUS NOT = "00"
               DISPLAY "Error: could not reopen CONTEXCK, status "
                   WS-CON-WORK-STATUS " - CONTEXC rows not re-keyed"
               SET WS-REKEY-FAILED TO TRUE
           ELSE
               OPEN OUTPUT CONTENT-EXCEPTION-FILE
               IF WS-CONTENT-EXCEPTION-STATUS = "00"
                   SET WS-LIVE-FILE-OPEN TO TRUE
               ELSE
                   DISPLAY "Error: could not rewrite CONTEXC, status "
                       WS-CONTENT-EXCEPTION-STATUS
                       " - CONTEXC rows not re-keyed"
                   SET WS-REKEY-FAILED TO TRUE
                   SET WS-END-OF-SCAN TO TRUE
               END-IF
               IF NOT WS-END-OF-SCAN
                   READ CON-WORK-FILE
                       AT END SET WS-END-OF-SCAN TO TRUE
                   END-READ
               END-IF
               PERFORM UNTIL WS-END-OF-SCAN
                   WRITE CONTENT-EXCEPTION-RECORD FROM CON-WORK-RECORD
                   IF WS-CONTENT-EXCEPTION-STATUS NOT = "00"
                       DISPLAY "Error: rewrite of CONTEXC stopped,"
                           " status " WS-CONTENT-EXCEPTION-STATUS
                           " - restore it from CONTEXCK"
                       SET WS-REKEY-FAILED TO TRUE
                       SET WS-END-OF-SCAN TO TRUE
                   ELSE
                       READ CON-WORK-FILE
                           AT END SET WS-END-OF-SCAN TO TRUE
                       END-READ
                   END-IF
               END-PERFORM
               CLOSE CON-WORK-FILE
               IF WS-LIVE-FILE-OPEN
                   CLOSE CONTENT-EXCEPTION-FILE
                   MOVE 'N' TO WS-LIVE-OPEN-SWITCH
               END-IF
           END-IF.

       5500-FIND-RETIRED-KEY.
           MOVE 'N' TO WS-RETIRED-FOUND-SWITCH
           PERFORM VARYING WS-RET-IDX FROM 1 BY 1
                   UNTIL WS-RET-IDX > WS-RETIRED-COUNT
                       OR WS-RETIRED-KEY-FOUND
               IF WS-RET-OLD-KEY(WS-RET-IDX) = WS-SEARCH-KEY
                   SET WS-RETIRED-KEY-FOUND TO TRUE
               END-IF
           END-PERFORM
      *    The loop steps past the matching entry before it stops.
           IF WS-RETIRED-KEY-FOUND
               SET WS-RET-IDX DOWN BY 1
           END-IF.

       5600-REKEY-ABBREVIATIONS.
           MOVE 'N' TO WS-TRAIL-CHANGED-SWITCH
           MOVE 'N' TO WS-REKEY-FAILED-SWITCH
           MOVE 'N' TO WS-SCAN-EOF-SWITCH
           OPEN INPUT ABBREV-AUDIT-FILE
           IF WS-ABBREV-AUDIT-STATUS = "00"
               OPEN OUTPUT ABB-WORK-FILE
               IF WS-ABB-WORK-STATUS = "00"
                   SET WS-WORK-FILE-OPEN TO TRUE
               ELSE
                   DISPLAY "Error: could not open ABBRAUDK, status "
                       WS-ABB-WORK-STATUS
                       " - ABBRAUD rows not re-keyed"
                   MOVE 8 TO RETURN-CODE
                   SET WS-END-OF-SCAN TO TRUE
               END-IF
               PERFORM UNTIL WS-END-OF-SCAN
                   READ ABBREV-AUDIT-FILE
                       AT END
                           SET WS-END-OF-SCAN TO TRUE
                       NOT AT END
                           MOVE AA-SOURCE-KEY TO WS-SEARCH-KEY
                           PERFORM 5500-FIND-RETIRED-KEY
                           IF WS-RETIRED-KEY-FOUND
                               MOVE WS-RET-NEW-KEY(WS-RET-IDX)
                                   TO AA-SOURCE-KEY
                               ADD 1 TO
                                   WS-RET-TRAIL-ROWS(WS-RET-IDX, 4)
                               ADD 1 TO WS-RUN-FOUND(9)
                               ADD 1 TO WS-RUN-REKEYED(9)
                               SET WS-TRAIL-CHANGED TO TRUE
                           END-IF
                           WRITE ABB-WORK-RECORD
                               FROM ABBREV-AUDIT-RECORD
                           IF WS-ABB-WORK-STATUS NOT = "00"
                               DISPLAY "Error: could not write ABBRAUDK"
                                   ", status " WS-ABB-WORK-STATUS
                                   " - ABBRAUD rows not re-keyed"
                               SET WS-REKEY-FAILED TO TRUE
                               SET WS-END-OF-SCAN TO TRUE
                           END-IF
                   END-READ
               END-PERFORM
               CLOSE ABBREV-AUDIT-FILE
               IF WS-WORK-FILE-OPEN
                   CLOSE ABB-WORK-FILE
                   MOVE 'N' TO WS-WORK-OPEN-SWITCH
               END-IF
               IF WS-TRAIL-CHANGED AND NOT WS-REKEY-FAILED
                   PERFORM 5610-COPY-BACK-ABBREVIATIONS
               END-IF
               IF WS-REKEY-FAILED
                   MOVE 9 TO WS-FILE-SUB
                   MOVE 4 TO WS-SUB
                   PERFORM 5900-NOTE-TRAIL-NOT-REKEYED
               END-IF
           END-IF.

       5610-COPY-BACK-ABBREVIATIONS.
      *    The live file is only opened for output once the work
      *    file is open to copy from.
           MOVE 'N' TO WS-SCAN-EOF-SWITCH
           OPEN INPUT ABB-WORK-FILE
           IF WS-ABB-WORK-STATUS NOT = "00"
               DISPLAY "Error: could not reopen ABBRAUDK, status "
                   WS-ABB-WORK-STATUS " - ABBRAUD rows not re-keyed"
               SET WS-REKEY-FAILED TO TRUE
           ELSE
               OPEN OUTPUT ABBREV-AUDIT-FILE
               IF WS-ABBREV-AUDIT-STATUS = "00"
                   SET WS-LIVE-FILE-OPEN TO TRUE
               ELSE
                   DISPLAY "Error: could not rewrite ABBRAUD, status "
                       WS-ABBREV-AUDIT-STATUS
                       " - ABBRAUD rows not re-keyed"
                   SET WS-REKEY-FAILED TO TRUE
                   SET WS-END-OF-SCAN TO TRUE
               END-IF
               IF NOT WS-END-OF-SCAN
                   READ ABB-WORK-FILE
                       AT END SET WS-END-OF-SCAN TO TRUE
                   END-READ
               END-IF
               PERFORM UNTIL WS-END-OF-SCAN
                   WRITE ABBREV-AUDIT-RECORD FROM ABB-WORK-RECORD
                   IF WS-ABBREV-AUDIT-STATUS NOT = "00"
                       DISPLAY "Error: rewrite of ABBRAUD stopped,"
                           " status " WS-ABBREV-AUDIT-STATUS
                           " - restore it from ABBRAUDK"
                       SET WS-REKEY-FAILED TO TRUE
                       SET WS-END-OF-SCAN TO TRUE
                   ELSE
                       READ ABB-WORK-FILE
                           AT END SET WS-END-OF-SCAN TO TRUE
                       END-READ
                   END-IF
               END-PERFORM
               CLOSE ABB-WORK-FILE
               IF WS-LIVE-FILE-OPEN
                   CLOSE ABBREV-AUDIT-FILE
                   MOVE 'N' TO WS-LIVE-OPEN-SWITCH
               END-IF
           END-IF.

       5700-REKEY-NEAR-LIMITS.
           MOVE 'N' TO WS-TRAIL-CHANGED-SWITCH
           MOVE 'N' TO WS-REKEY-FAILED-SWITCH
           MOVE 'N' TO WS-SCAN-EOF-SWITCH
           OPEN INPUT NEAR-LIMIT-FILE
           IF WS-NEAR-LIMIT-STATUS = "00"
               OPEN OUTPUT NLM-WORK-FILE
               IF WS-NLM-WORK-STATUS = "00"
                   SET WS-WORK-FILE-OPEN TO TRUE
               ELSE
                   DISPLAY "Error: could not open NEARLIMK, status "
                       WS-NLM-WORK-STATUS
                       " - NEARLIM rows not re-keyed"
                   MOVE 8 TO RETURN-CODE
                   SET WS-END-OF-SCAN TO TRUE
               END-IF
               PERFORM UNTIL WS-END-OF-SCAN
                   READ NEAR-LIMIT-FILE
                       AT END
                           SET WS-END-OF-SCAN TO TRUE
                       NOT AT END
                           MOVE NL-SOURCE-KEY TO WS-SEARCH-KEY
                           PERFORM 5500-FIND-RETIRED-KEY
                           IF WS-RETIRED-KEY-FOUND
                               MOVE WS-RET-NEW-KEY(WS-RET-IDX)
                                   TO NL-SOURCE-KEY
                               ADD 1 TO
                                   WS-RET-TRAIL-ROWS(WS-RET-IDX, 5)
                               ADD 1 TO WS-RUN-FOUND(10)
                               ADD 1 TO WS-RUN-REKEYED(10)
                               SET WS-TRAIL-CHANGED TO TRUE
                           END-IF
                           WRITE NLM-WORK-RECORD
                               FROM NEAR-LIMIT-RECORD
                           IF WS-NLM-WORK-STATUS NOT = "00"
                               DISPLAY "Error: could not write NEARLIMK"
                                   ", status " WS-NLM-WORK-STATUS
                                   " - NEARLIM rows not re-keyed"
                               SET WS-REKEY-FAILED TO TRUE
                               SET WS-END-OF-SCAN TO TRUE
                           END-IF
                   END-READ
               END-PERFORM
               CLOSE NEAR-LIMIT-FILE
               IF WS-WORK-FILE-OPEN
                   CLOSE NLM-WORK-FILE
                   MOVE 'N' TO WS-WORK-OPEN-SWITCH
               END-IF
               IF WS-TRAIL-CHANGED AND NOT WS-REKEY-FAILED
                   PERFORM 5710-COPY-BACK-NEAR-LIMITS
               END-IF
               IF WS-REKEY-FAILED
                   MOVE 10 TO WS-FILE-SUB
                   MOVE 5 TO WS-SUB
                   PERFORM 5900-NOTE-TRAIL-NOT-REKEYED
               END-IF
           END-IF.

       5710-COPY-BACK-NEAR-LIMITS.
      *    The live file is only opened for output once the work
      *    file is open to copy from.
           MOVE 'N' TO WS-SCAN-EOF-SWITCH
           OPEN INPUT NLM-WORK-FILE
           IF WS-NLM-WORK-STATUS NOT = "00"
               DISPLAY "Error: could not reopen NEARLIMK, status "
                   WS-NLM-WORK-STATUS " - NEARLIM rows not re-keyed"
               SET WS-REKEY-FAILED TO TRUE
           ELSE
               OPEN OUTPUT NEAR-LIMIT-FILE
               IF WS-NEAR-LIMIT-STATUS = "00"
                   SET WS-LIVE-FILE-OPEN TO TRUE
               ELSE
                   DISPLAY "Error: could not rewrite NEARLIM, status "
                       WS-NEAR-LIMIT-STATUS
                       " - NEARLIM rows not re-keyed"
                   SET WS-REKEY-FAILED TO TRUE
                   SET WS-END-OF-SCAN TO TRUE
               END-IF
               IF NOT WS-END-OF-SCAN
                   READ NLM-WORK-FILE
                       AT END SET WS-END-OF-SCAN TO TRUE
                   END-READ
               END-IF
               PERFORM UNTIL WS-END-OF-SCAN
                   WRITE NEAR-LIMIT-RECORD FROM NLM-WORK-RECORD
                   IF WS-NEAR-LIMIT-STATUS NOT = "00"
                       DISPLAY "Error: rewrite of NEARLIM stopped,"
                           " status " WS-NEAR-LIMIT-STATUS
                           " - restore it from NEARLIMK"
                       SET WS-REKEY-FAILED TO TRUE
                       SET WS-END-OF-SCAN TO TRUE
                   ELSE
                       READ NLM-WORK-FILE
                           AT END SET WS-END-OF-SCAN TO TRUE
                       END-READ
                   END-IF
               END-PERFORM
               CLOSE NLM-WORK-FILE
               IF WS-LIVE-FILE-OPEN
                   CLOSE NEAR-LIMIT-FILE
                   MOVE 'N' TO WS-LIVE-OPEN-SWITCH
               END-IF
           END-IF.

       5800-WRITE-TRAIL-REGISTER.
           MOVE SPACES TO REGISTER-LINE
           WRITE REGISTER-LINE
           MOVE SPACES TO REGISTER-LINE
           STRING "TRAIL ROWS RE-KEYED FOR KEYS RETIRED ON "
               WS-RUN-DATE
               DELIMITED BY SIZE INTO REGISTER-LINE
           WRITE REGISTER-LINE
           MOVE "    OLD KEY        NEW KEY       TRUNCEXC   TRUNCAUD"
               TO REGISTER-LINE
           MOVE "CONTEXC    ABBRAUD    NEARLIM"
               TO REGISTER-LINE(52:29)
           WRITE REGISTER-LINE
           PERFORM VARYING WS-RET-IDX FROM 1 BY 1
                   UNTIL WS-RET-IDX > WS-RETIRED-COUNT
               MOVE WS-RET-OLD-KEY(WS-RET-IDX) TO WT-OLD-KEY
               MOVE WS-RET-NEW-KEY(WS-RET-IDX) TO WT-NEW-KEY
               MOVE WS-RET-TRAIL-ROWS(WS-RET-IDX, 1) TO WT-EXC-ROWS
               MOVE WS-RET-TRAIL-ROWS(WS-RET-IDX, 2) TO WT-AUD-ROWS
               MOVE WS-RET-TRAIL-ROWS(WS-RET-IDX, 3) TO WT-CON-ROWS
               MOVE WS-RET-TRAIL-ROWS(WS-RET-IDX, 4) TO WT-ABB-ROWS
               MOVE WS-RET-TRAIL-ROWS(WS-RET-IDX, 5) TO WT-NLM-ROWS
               WRITE REGISTER-LINE FROM WS-TRAIL-LINE
           END-PERFORM.

       5900-NOTE-TRAIL-NOT-REKEYED.
      *    WS-FILE-SUB names the trail's count slot and WS-SUB its
      *    column on the trail register.  A trail not re-keyed in
      *    full moved nothing: its rows are counted as left where
      *    they were, and a rerun re-keys them.
           MOVE 8 TO RETURN-CODE
           ADD WS-RUN-REKEYED(WS-FILE-SUB) TO WS-RUN-LEFT(WS-FILE-SUB)
           MOVE ZERO TO WS-RUN-REKEYED(WS-FILE-SUB)
           PERFORM VARYING WS-RET-IDX FROM 1 BY 1
                   UNTIL WS-RET-IDX > WS-RETIRED-COUNT
               MOVE ZERO TO WS-RET-TRAIL-ROWS(WS-RET-IDX, WS-SUB)
           END-PERFORM.

       8800-LOG-UNDO.
      *    WS-LOG-FILE, WS-LOG-ACTION and WS-LOG-IMAGE are set by
      *    the caller.
           ADD 1 TO WS-UNDO-COUNT
           SET WS-UND-IDX TO WS-UNDO-COUNT
           MOVE WS-LOG-FILE   TO WS-UND-FILE(WS-UND-IDX)
           MOVE WS-LOG-ACTION TO WS-UND-ACTION(WS-UND-IDX)
           MOVE WS-LOG-IMAGE  TO WS-UND-IMAGE(WS-UND-IDX).

       8900-WRITE-JOURNAL-ROW.
      *    The before and after images are already in place.  The
      *    sequence walks forward past rows an earlier run of the
      *    same day already claimed, as every journal writer does;
      *    any other failure fails the transaction, since a move
      *    the journal cannot show must not stand.
      *    Each customer key numbers its rows from 1 again, and
      *    the numbering stops short of the absorbed band.
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
           MOVE 'N' TO WS-WRITTEN-SWITCH
           PERFORM UNTIL WS-ROW-WRITTEN OR NOT WS-TRAN-OK
                   OR WS-JOURNAL-SEQ NOT < WS-ABSORBED-BAND-START
               ADD 1 TO WS-JOURNAL-SEQ
               MOVE WS-JOURNAL-SEQ TO CJ-JOURNAL-SEQ
               WRITE CUST-JOURNAL-RECORD
                   INVALID KEY
                       IF WS-JOURNAL-STATUS NOT = "22"
                           MOVE "CUSTJRNL" TO WS-FAIL-FILE
                           MOVE WS-JOURNAL-STATUS TO WS-FAIL-STATUS
                           PERFORM 3900-FAIL-THE-TRANSACTION
                       END-IF
                   NOT INVALID KEY
                       SET WS-ROW-WRITTEN TO TRUE
                       MOVE 'J' TO WS-LOG-FILE
                       MOVE 'W' TO WS-LOG-ACTION
                       MOVE CUST-JOURNAL-RECORD TO WS-LOG-IMAGE
                       PERFORM 8800-LOG-UNDO
               END-WRITE
           END-PERFORM
           IF NOT WS-ROW-WRITTEN AND WS-TRAN-OK
               DISPLAY "Error: journal sequence for key "
                   CJ-CUST-KEY " is exhausted"
               MOVE "CUSTJRNL" TO WS-FAIL-FILE
               MOVE WS-JOURNAL-STATUS TO WS-FAIL-STATUS
               PERFORM 3900-FAIL-THE-TRANSACTION
           END-IF.

       0970-WRITE-REGISTER-TOTALS.
      *    The run's totals per file - the same figures as the
      *    control row on BALCTL.
           MOVE ZERO TO WS-TOTAL-FOUND
           MOVE ZERO TO WS-TOTAL-MOVED
           MOVE ZERO TO WS-TOTAL-LEFT
           MOVE SPACES TO REGISTER-LINE
           WRITE REGISTER-LINE
           MOVE "RUN TOTALS" TO REGISTER-LINE
           WRITE REGISTER-LINE
           PERFORM VARYING WS-FILE-SUB FROM 1 BY 1
                   UNTIL WS-FILE-SUB > 10
               MOVE WS-FILE-NAME(WS-FILE-SUB)    TO WC-FILE-NAME
               MOVE WS-RUN-FOUND(WS-FILE-SUB)    TO WC-FOUND
               MOVE WS-RUN-REKEYED(WS-FILE-SUB)  TO WC-REKEYED
               MOVE WS-RUN-COMBINED(WS-FILE-SUB) TO WC-COMBINED
               MOVE WS-RUN-LEFT(WS-FILE-SUB)     TO WC-LEFT
               WRITE REGISTER-LINE FROM WS-COUNT-LINE
               ADD WS-RUN-FOUND(WS-FILE-SUB) TO WS-TOTAL-FOUND
               ADD WS-RUN-REKEYED(WS-FILE-SUB) TO WS-TOTAL-MOVED
               ADD WS-RUN-COMBINED(WS-FILE-SUB) TO WS-TOTAL-MOVED
               ADD WS-RUN-LEFT(WS-FILE-SUB) TO WS-TOTAL-LEFT
           END-PERFORM
           MOVE "TOTAL"        TO WC-FILE-NAME
           MOVE WS-TOTAL-FOUND TO WC-FOUND
           MOVE WS-TOTAL-MOVED TO WC-REKEYED
           MOVE ZERO           TO WC-COMBINED
           MOVE WS-TOTAL-LEFT  TO WC-LEFT
           WRITE REGISTER-LINE FROM WS-COUNT-LINE
           MOVE SPACES TO REGISTER-LINE
           STRING "BALCTL: RECORDS IN " WS-TOTAL-FOUND
               " = OUT (RE-KEYED + COMBINED) " WS-TOTAL-MOVED
               " + SUSPENDED (LEFT) " WS-TOTAL-LEFT
               DELIMITED BY SIZE INTO REGISTER-LINE
           WRITE REGISTER-LINE.

       0980-WRITE-BALANCE-RECORD.
      *    One machine-readable control row for tonight's balancing
      *    crossfoot - see BALCTL.CPY and the TRUNBAL step.  Rows
      *    moved are not new rejects, audits, or abbreviations, so
      *    those counts are zero and the trail legs are untouched;
      *    TRUNBAL ties this row within itself instead.
           OPEN EXTEND BALANCE-FILE
           IF WS-BALANCE-STATUS NOT = "00"
               OPEN OUTPUT BALANCE-FILE
           END-IF
           IF WS-BALANCE-STATUS NOT = "00"
               DISPLAY "Error: could not open balancing file,"
                   " status " WS-BALANCE-STATUS
                   " - control row not written"
           ELSE
               MOVE WS-JOB-NAME       TO BL-JOB-NAME
               MOVE WS-RUN-DATE       TO BL-RUN-DATE
               MOVE WS-COMPANY-CODE   TO BL-COMPANY-CODE
               MOVE WS-TOTAL-FOUND    TO BL-RECORDS-IN
               MOVE WS-TOTAL-MOVED    TO BL-RECORDS-OUT
               MOVE WS-TOTAL-LEFT     TO BL-RECORDS-SUSPENDED
               MOVE ZERO              TO BL-FIELDS-REJECTED
               MOVE ZERO              TO BL-CONTENT-REJECTED
               MOVE ZERO              TO BL-FIELDS-AUDITED
               MOVE ZERO              TO BL-FIELDS-ABBREVIATED
               WRITE BALANCE-CONTROL-RECORD
               CLOSE BALANCE-FILE
           END-IF.

       0950-CLOSE-FILES.
           IF WS-KEY-TRAN-STATUS = "00" OR "10"
               CLOSE KEY-TRAN-FILE
           END-IF
           IF WS-FILES-READY
               CLOSE CUST-MASTER-FILE
               CLOSE JOURNAL-FILE
               CLOSE QUALITY-SCORE-FILE
               CLOSE OPEN-ITEM-FILE
               CLOSE SUSPENSE-FILE
               CLOSE XREF-FILE
           END-IF
           CLOSE REGISTER-FILE.

       0960-DISPLAY-CONTROL-TOTALS.
           DISPLAY "==================================================="
           DISPLAY "CUSTRKEY CONTROL TOTALS - " WS-RUN-DATE
           DISPLAY "  TRANSACTIONS READ    : " WS-TRANS-READ
           DISPLAY "  TRANSACTIONS APPLIED : " WS-TRANS-APPLIED
           DISPLAY "  TRANSACTIONS REJECTED: " WS-TRANS-REJECTED
           DISPLAY "    OF WHICH ROLLED BACK: " WS-TRANS-ROLLED-BACK
           DISPLAY "  KEYS RETIRED TONIGHT : " WS-RETIRED-COUNT
           DISPLAY "  RELATED ROWS FOUND   : " WS-TOTAL-FOUND
           DISPLAY "  ROWS MOVED           : " WS-TOTAL-MOVED
           DISPLAY "  ROWS LEFT UNMOVED    : " WS-TOTAL-LEFT
           DISPLAY "==================================================="
           IF WS-TRANS-REJECTED > ZERO
               AND RETURN-CODE < 4
               MOVE 4 TO RETURN-CODE
           END-IF.
