       IDENTIFICATION DIVISION.
       PROGRAM-ID. BUSDMNT.
      *****************************************************************
      *  Business processing date maintenance.
      *  Operations' only way of moving the business date on the
      *  BUSDATE control file (BUSDATE.CPY) that every batch job
      *  reads through the RUNDATE module.  Driven by control cards
      *  (BUSDCARD), one action per card:
      *
      *    OPEN     open the card date, or the day after the last
      *             closed date when the card date is blank.  The
      *             very first open needs a card date.
      *    CLOSE    close the open date once the night has balanced.
      *             A card date, if given, must be the open date.
      *    ROLL     CLOSE and OPEN in one step - the normal card at
      *             the end of every cycle.  A card date, if given,
      *             is the date to open next.
      *    REOPEN   open an earlier, already closed night again for
      *             a rerun.  The card date is required.
      *    CLOCKON  run every job on the machine clock date.
      *    CLOCKOFF back to the business date.
      *
      *  A date can never be opened twice by mistake: OPEN refuses a
      *  date on or before the last closed date (that is what REOPEN
      *  is for), and nothing opens over a date still open.  Every
      *  card is listed on the BUSDREG register with the date and
      *  status before and after it.  A rejected card sets a return
      *  code of 8 so the cycle stops - every job refuses to run
      *  without an open date anyway.
      *****************************************************************
       ENVIRONMENT DIVISION.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
           SELECT CARD-FILE ASSIGN TO "BUSDCARD"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-CARD-STATUS.

           SELECT BUSINESS-DATE-FILE ASSIGN TO "BUSDATE"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-BUSINESS-DATE-STATUS.

           SELECT REGISTER-FILE ASSIGN TO "BUSDREG"
               ORGANIZATION IS LINE SEQUENTIAL.

       DATA DIVISION.
       FILE SECTION.
       FD  CARD-FILE.
       01  BUSDATE-CARD.
           05  BC-ACTION                PIC X(8).
               88  BC-OPEN-DATE                    VALUE 'OPEN'.
               88  BC-CLOSE-DATE                   VALUE 'CLOSE'.
               88  BC-ROLL-DATE                    VALUE 'ROLL'.
               88  BC-REOPEN-DATE                  VALUE 'REOPEN'.
               88  BC-CLOCK-ON                     VALUE 'CLOCKON'.
               88  BC-CLOCK-OFF                    VALUE 'CLOCKOFF'.
           05  FILLER                   PIC X(1).
           05  BC-DATE                  PIC X(8).
           05  FILLER                   PIC X(63).

       FD  BUSINESS-DATE-FILE.
       01  BUSINESS-DATE-LINE           PIC X(61).

       FD  REGISTER-FILE.
       01  REGISTER-LINE               PIC X(132).

       WORKING-STORAGE SECTION.
       01  WS-CARD-STATUS               PIC X(2)  VALUE SPACES.
       01  WS-BUSINESS-DATE-STATUS      PIC X(2)  VALUE SPACES.

       COPY BUSDATE.

       01  WS-EOF-SWITCH                PIC X(1)  VALUE 'N'.
           88  WS-END-OF-INPUT                     VALUE 'Y'.
       01  WS-CARD-OK-SWITCH            PIC X(1)  VALUE 'Y'.
           88  WS-CARD-OK                          VALUE 'Y'.
       01  WS-CONTROL-OK-SWITCH         PIC X(1)  VALUE 'Y'.
           88  WS-CONTROL-OK                       VALUE 'Y'.
       01  WS-REJECT-REASON             PIC X(40) VALUE SPACES.

       01  WS-CLOCK-STAMP               PIC X(21) VALUE SPACES.
       01  WS-CARD-DATE                 PIC 9(8)  VALUE ZERO.
       01  WS-OPEN-DATE                 PIC 9(8)  VALUE ZERO.
       01  WS-BEFORE-DATE               PIC 9(8)  VALUE ZERO.
       01  WS-BEFORE-STATUS             PIC X(1)  VALUE SPACE.
       01  WS-SAVED-CONTROL             PIC X(61) VALUE SPACES.

       01  WS-CARDS-READ                PIC 9(6) COMP VALUE ZERO.
       01  WS-CARDS-APPLIED             PIC 9(6) COMP VALUE ZERO.
       01  WS-CARDS-REJECTED            PIC 9(6) COMP VALUE ZERO.

       01  WS-REGISTER-LINE.
           05  FILLER                   PIC X(2)  VALUE SPACES.
           05  WR-ACTION                PIC X(8).
           05  FILLER                   PIC X(2)  VALUE SPACES.
           05  WR-CARD-DATE             PIC X(8).
           05  FILLER                   PIC X(2)  VALUE SPACES.
           05  WR-BEFORE-DATE           PIC 9(8).
           05  FILLER                   PIC X(1)  VALUE SPACE.
           05  WR-BEFORE-STATUS         PIC X(1).
           05  FILLER                   PIC X(4)  VALUE " -> ".
           05  WR-AFTER-DATE            PIC 9(8).
           05  FILLER                   PIC X(1)  VALUE SPACE.
           05  WR-AFTER-STATUS          PIC X(1).
           05  FILLER                   PIC X(2)  VALUE SPACES.
           05  WR-DISPOSITION           PIC X(8).
           05  FILLER                   PIC X(2)  VALUE SPACES.
           05  WR-REASON                PIC X(40).

       PROCEDURE DIVISION.
       0000-MAIN.
           MOVE FUNCTION CURRENT-DATE TO WS-CLOCK-STAMP
           PERFORM 0100-OPEN-FILES
           PERFORM 0200-READ-CARD
           PERFORM 0300-APPLY-ONE-CARD UNTIL WS-END-OF-INPUT
           IF WS-CONTROL-OK AND WS-CARDS-APPLIED > ZERO
               PERFORM 0900-REWRITE-CONTROL-RECORD
           END-IF
           PERFORM 0950-CLOSE-FILES
           PERFORM 0960-DISPLAY-CONTROL-TOTALS
           GOBACK.

       0100-OPEN-FILES.
           OPEN INPUT CARD-FILE
           IF WS-CARD-STATUS NOT = "00"
               DISPLAY "No business date cards to apply,"
                   " status " WS-CARD-STATUS
               SET WS-END-OF-INPUT TO TRUE
           END-IF

      *    The control record is read once and held here; it is
      *    written back whole after the last card.  A file that does
      *    not exist yet is the very first run: start closed with
      *    nothing ever closed, so the first card must be an OPEN
      *    with a date.
           OPEN INPUT BUSINESS-DATE-FILE
           EVALUATE WS-BUSINESS-DATE-STATUS
               WHEN "00"
                   READ BUSINESS-DATE-FILE INTO BUSINESS-DATE-RECORD
                       AT END
                           PERFORM 0150-INITIALIZE-CONTROL-RECORD
                   END-READ
                   CLOSE BUSINESS-DATE-FILE
               WHEN "35"
                   PERFORM 0150-INITIALIZE-CONTROL-RECORD
               WHEN OTHER
                   DISPLAY "Error: could not open business date"
                       " control file, status " WS-BUSINESS-DATE-STATUS
                       " - no cards applied"
                   MOVE 'N' TO WS-CONTROL-OK-SWITCH
                   SET WS-END-OF-INPUT TO TRUE
                   MOVE 8 TO RETURN-CODE
           END-EVALUATE

           OPEN OUTPUT REGISTER-FILE
           MOVE "BUSINESS DATE MAINTENANCE REGISTER" TO REGISTER-LINE
           WRITE REGISTER-LINE
           MOVE SPACES TO REGISTER-LINE
           WRITE REGISTER-LINE.

       0150-INITIALIZE-CONTROL-RECORD.
           MOVE SPACES TO BUSINESS-DATE-RECORD
           MOVE ZERO   TO BD-BUSINESS-DATE
           MOVE 'C'    TO BD-DATE-STATUS
           MOVE 'N'    TO BD-REOPENED-FLAG
           MOVE ZERO   TO BD-LAST-CLOSED-DATE
           MOVE 'N'    TO BD-CLOCK-FALLBACK
           MOVE ZERO   TO BD-CHANGED-DATE
           MOVE ZERO   TO BD-CHANGED-TIME.

       0200-READ-CARD.
           IF NOT WS-END-OF-INPUT
               READ CARD-FILE
                   AT END SET WS-END-OF-INPUT TO TRUE
               END-READ
           END-IF.

       0300-APPLY-ONE-CARD.
           ADD 1 TO WS-CARDS-READ
           MOVE 'Y' TO WS-CARD-OK-SWITCH
           MOVE SPACES TO WS-REJECT-REASON
           MOVE BD-BUSINESS-DATE TO WS-BEFORE-DATE
           MOVE BD-DATE-STATUS   TO WS-BEFORE-STATUS
           MOVE BUSINESS-DATE-RECORD TO WS-SAVED-CONTROL

           PERFORM 0350-EDIT-CARD-DATE
           IF WS-CARD-OK
               EVALUATE TRUE
                   WHEN BC-OPEN-DATE
                       PERFORM 0400-OPEN-DATE
                   WHEN BC-CLOSE-DATE
                       PERFORM 0500-CLOSE-DATE
                   WHEN BC-ROLL-DATE
                       PERFORM 0600-ROLL-DATE
                   WHEN BC-REOPEN-DATE
                       PERFORM 0700-REOPEN-DATE
                   WHEN BC-CLOCK-ON
                       MOVE 'Y' TO BD-CLOCK-FALLBACK
                   WHEN BC-CLOCK-OFF
                       MOVE 'N' TO BD-CLOCK-FALLBACK
                   WHEN OTHER
                       MOVE 'N' TO WS-CARD-OK-SWITCH
                       MOVE "INVALID ACTION" TO WS-REJECT-REASON
               END-EVALUATE
           END-IF

      *    A rejected card changes nothing - in particular a roll
      *    whose open half fails must not leave the close half done,
      *    or the next cycle would have no date at all.
           IF NOT WS-CARD-OK
               MOVE WS-SAVED-CONTROL TO BUSINESS-DATE-RECORD
           END-IF
           IF WS-CARD-OK
               MOVE BC-ACTION TO BD-LAST-ACTION
               MOVE WS-CLOCK-STAMP(1:8)  TO BD-CHANGED-DATE
               MOVE WS-CLOCK-STAMP(9:6)  TO BD-CHANGED-TIME
           END-IF
           PERFORM 0800-WRITE-REGISTER-LINE
           PERFORM 0200-READ-CARD.

       0350-EDIT-CARD-DATE.
           MOVE ZERO TO WS-CARD-DATE
           EVALUATE TRUE
               WHEN BC-DATE = SPACES
                   CONTINUE
               WHEN BC-DATE NOT NUMERIC
                   MOVE 'N' TO WS-CARD-OK-SWITCH
                   MOVE "CARD DATE NOT NUMERIC" TO WS-REJECT-REASON
               WHEN OTHER
                   MOVE BC-DATE TO WS-CARD-DATE
                   IF FUNCTION TEST-DATE-YYYYMMDD(WS-CARD-DATE)
                       NOT = ZERO
                       MOVE 'N' TO WS-CARD-OK-SWITCH
                       MOVE "CARD DATE NOT A REAL DATE"
                           TO WS-REJECT-REASON
                   END-IF
           END-EVALUATE.

       0400-OPEN-DATE.
           IF BD-DATE-OPEN
               MOVE 'N' TO WS-CARD-OK-SWITCH
               MOVE "A DATE IS STILL OPEN - CLOSE OR ROLL IT"
                   TO WS-REJECT-REASON
           END-IF

           IF WS-CARD-OK
               EVALUATE TRUE
                   WHEN WS-CARD-DATE NOT = ZERO
                       MOVE WS-CARD-DATE TO WS-OPEN-DATE
                   WHEN BD-LAST-CLOSED-DATE = ZERO
                       MOVE 'N' TO WS-CARD-OK-SWITCH
                       MOVE "FIRST OPEN NEEDS A CARD DATE"
                           TO WS-REJECT-REASON
                   WHEN OTHER
                       COMPUTE WS-OPEN-DATE = FUNCTION DATE-OF-INTEGER
                           (FUNCTION INTEGER-OF-DATE
                               (BD-LAST-CLOSED-DATE) + 1)
               END-EVALUATE
           END-IF

           IF WS-CARD-OK
               AND WS-OPEN-DATE NOT > BD-LAST-CLOSED-DATE
               MOVE 'N' TO WS-CARD-OK-SWITCH
               MOVE "DATE ALREADY CLOSED - USE REOPEN"
                   TO WS-REJECT-REASON
           END-IF

           IF WS-CARD-OK
               MOVE WS-OPEN-DATE TO BD-BUSINESS-DATE
               MOVE 'O' TO BD-DATE-STATUS
               MOVE 'N' TO BD-REOPENED-FLAG
           END-IF.

       0500-CLOSE-DATE.
           EVALUATE TRUE
               WHEN NOT BD-DATE-OPEN
                   MOVE 'N' TO WS-CARD-OK-SWITCH
                   MOVE "NO DATE IS OPEN" TO WS-REJECT-REASON
               WHEN BC-CLOSE-DATE AND WS-CARD-DATE NOT = ZERO
                AND WS-CARD-DATE NOT = BD-BUSINESS-DATE
                   MOVE 'N' TO WS-CARD-OK-SWITCH
                   MOVE "CARD DATE IS NOT THE OPEN DATE"
                       TO WS-REJECT-REASON
               WHEN OTHER
                   MOVE 'C' TO BD-DATE-STATUS
      *            Closing a reopened rerun night leaves the last
      *            closed date where it was.
                   IF BD-BUSINESS-DATE > BD-LAST-CLOSED-DATE
                       MOVE BD-BUSINESS-DATE TO BD-LAST-CLOSED-DATE
                   END-IF
                   MOVE 'N' TO BD-REOPENED-FLAG
           END-EVALUATE.

       0600-ROLL-DATE.
           PERFORM 0500-CLOSE-DATE
           IF WS-CARD-OK
               PERFORM 0400-OPEN-DATE
           END-IF.

       0700-REOPEN-DATE.
           EVALUATE TRUE
               WHEN BD-DATE-OPEN
                   MOVE 'N' TO WS-CARD-OK-SWITCH
                   MOVE "A DATE IS STILL OPEN - CLOSE IT FIRST"
                       TO WS-REJECT-REASON
               WHEN WS-CARD-DATE = ZERO
                   MOVE 'N' TO WS-CARD-OK-SWITCH
                   MOVE "REOPEN NEEDS A CARD DATE" TO WS-REJECT-REASON
               WHEN WS-CARD-DATE > BD-LAST-CLOSED-DATE
                   MOVE 'N' TO WS-CARD-OK-SWITCH
                   MOVE "DATE NEVER CLOSED - USE OPEN"
                       TO WS-REJECT-REASON
               WHEN OTHER
                   MOVE WS-CARD-DATE TO BD-BUSINESS-DATE
                   MOVE 'O' TO BD-DATE-STATUS
                   MOVE 'Y' TO BD-REOPENED-FLAG
           END-EVALUATE.

       0800-WRITE-REGISTER-LINE.
           MOVE BC-ACTION        TO WR-ACTION
           MOVE BC-DATE          TO WR-CARD-DATE
           MOVE WS-BEFORE-DATE   TO WR-BEFORE-DATE
           MOVE WS-BEFORE-STATUS TO WR-BEFORE-STATUS
           MOVE BD-BUSINESS-DATE TO WR-AFTER-DATE
           MOVE BD-DATE-STATUS   TO WR-AFTER-STATUS
           IF WS-CARD-OK
               ADD 1 TO WS-CARDS-APPLIED
               MOVE "APPLIED"  TO WR-DISPOSITION
           ELSE
               ADD 1 TO WS-CARDS-REJECTED
               MOVE "REJECTED" TO WR-DISPOSITION
           END-IF
           MOVE WS-REJECT-REASON TO WR-REASON
           WRITE REGISTER-LINE FROM WS-REGISTER-LINE.

       0900-REWRITE-CONTROL-RECORD.
           OPEN OUTPUT BUSINESS-DATE-FILE
           IF WS-BUSINESS-DATE-STATUS NOT = "00"
               DISPLAY "Error: could not rewrite business date"
                   " control file, status " WS-BUSINESS-DATE-STATUS
                   " - date left as it was"
               MOVE 8 TO RETURN-CODE
           ELSE
               WRITE BUSINESS-DATE-LINE FROM BUSINESS-DATE-RECORD
               CLOSE BUSINESS-DATE-FILE
           END-IF.

       0950-CLOSE-FILES.
           IF WS-CARD-STATUS = "00" OR "10"
               CLOSE CARD-FILE
           END-IF
           CLOSE REGISTER-FILE.

       0960-DISPLAY-CONTROL-TOTALS.
           DISPLAY "==================================================="
           DISPLAY "BUSDMNT CONTROL TOTALS"
           DISPLAY "  CARDS READ           : " WS-CARDS-READ
           DISPLAY "  CARDS APPLIED        : " WS-CARDS-APPLIED
           DISPLAY "  CARDS REJECTED       : " WS-CARDS-REJECTED
           DISPLAY "  BUSINESS DATE        : " BD-BUSINESS-DATE
               " STATUS " BD-DATE-STATUS
           DISPLAY "  LAST CLOSED DATE     : " BD-LAST-CLOSED-DATE
           DISPLAY "  CLOCK FALLBACK       : " BD-CLOCK-FALLBACK
           DISPLAY "==================================================="
           IF WS-CARDS-REJECTED > ZERO
               MOVE 8 TO RETURN-CODE
           END-IF.
