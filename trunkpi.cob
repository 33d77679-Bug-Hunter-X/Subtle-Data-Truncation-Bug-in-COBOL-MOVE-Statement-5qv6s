       IDENTIFICATION DIVISION.
       PROGRAM-ID. TRUNKPI.
      *****************************************************************
      *  Month-end KPI pack.
      *  The month's figures for management as comma-delimited
      *  extracts with headings, ready to open in a spreadsheet, in
      *  place of retyping them from TRUNTRND, NEARTRND, TRUNWRST,
      *  CORRAGER and TRUNBALR:
      *    KPICOMP  per company - records processed, rejects,
      *             truncations, content failures, near-limit
      *             values, records suspended, open correction items
      *             and their average age, nights run, nights in
      *             balance and the percentage that balanced;
      *    KPIFIELD per protected field - rejects, truncations,
      *             content failures, near-limit values, open
      *             correction items and their average age;
      *    KPICTLS  the control sheet - the extracts' totals tied
      *             back to the balancing file (BALCTL) for the
      *             month and the year to date.
      *  Every measure is one row: this month, last month, the
      *  change, and the year to date.  Open items are a balance,
      *  not a flow - they are counted as at each month end and
      *  carry no year-to-date figure.
      *
      *  Sources:
      *    BALCTL   the last control row per job, company and night
      *             (TRUNBAL's later-always-wins rule).  Each writing
      *             job's row gives its company's rejects, content
      *             failures and truncations; the conversion rows
      *             (BUGSOLV, TRUNCBLK) give records processed and
      *             suspended.  A night is in balance when TRUNBAL's
      *             legs all tie; a company's night balanced when the
      *             night did and its own BUGSOLV row ties.
      *    TRUNHIST the per-field rejects, truncations and content
      *             failures.
      *    NEARSTAT near-limit values, by field and by company.
      *    CORROPEN correction items open at each month end, aged
      *             from first sent; the company is the one the
      *             customer's quality score (QUALSCOR) carries.
      *  The control sheet ties each extract's rejects, content
      *  failures and truncations to the TRUNHUPD control rows, and
      *  the two extracts' near-limit and open-item totals to each
      *  other; anything that does not tie ends the job RC 4.
      *
      *  The month is the card's (KPIMON.CPY), or by default the
      *  month before the business date.
      *****************************************************************
       ENVIRONMENT DIVISION.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
           SELECT KPI-MONTH-FILE ASSIGN TO "KPIMON"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-KPI-MONTH-STATUS.

           SELECT BALANCE-FILE ASSIGN TO "BALCTL"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-BALANCE-STATUS.

           SELECT TRUNC-HISTORY-FILE ASSIGN TO "TRUNHIST"
               ORGANIZATION IS INDEXED
               ACCESS MODE IS SEQUENTIAL
               RECORD KEY IS TH-HISTORY-KEY
               FILE STATUS IS WS-TRUNC-HISTORY-STATUS.

           SELECT NEAR-STAT-FILE ASSIGN TO "NEARSTAT"
               ORGANIZATION IS INDEXED
               ACCESS MODE IS SEQUENTIAL
               RECORD KEY IS NS-STAT-KEY
               FILE STATUS IS WS-NEAR-STAT-STATUS.

           SELECT OPEN-ITEM-FILE ASSIGN TO "CORROPEN"
               ORGANIZATION IS INDEXED
               ACCESS MODE IS SEQUENTIAL
               RECORD KEY IS OI-OPEN-ITEM-KEY
               FILE STATUS IS WS-OPEN-ITEM-STATUS.

           SELECT QUALITY-SCORE-FILE ASSIGN TO "QUALSCOR"
               ORGANIZATION IS INDEXED
               ACCESS MODE IS RANDOM
               RECORD KEY IS QS-CUST-KEY
               FILE STATUS IS WS-QUALITY-SCORE-STATUS.

           SELECT COMPANY-SHEET-FILE ASSIGN TO "KPICOMP"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-COMPANY-SHEET-STATUS.

           SELECT FIELD-SHEET-FILE ASSIGN TO "KPIFIELD"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-FIELD-SHEET-STATUS.

           SELECT CONTROL-SHEET-FILE ASSIGN TO "KPICTLS"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-CONTROL-SHEET-STATUS.

           SELECT SORT-WORK-FILE ASSIGN TO "SORTWK".

       DATA DIVISION.
       FILE SECTION.
       FD  KPI-MONTH-FILE.
           COPY KPIMON.

       FD  BALANCE-FILE.
       01  BALANCE-LINE                PIC X(76).

       FD  TRUNC-HISTORY-FILE.
           COPY TRUNHIST.

       FD  NEAR-STAT-FILE.
           COPY NEARSTAT.

       FD  OPEN-ITEM-FILE.
           COPY CORROPEN.

       FD  QUALITY-SCORE-FILE.
           COPY QUALSCOR.

       FD  COMPANY-SHEET-FILE.
       01  COMPANY-SHEET-LINE          PIC X(132).

       FD  FIELD-SHEET-FILE.
       01  FIELD-SHEET-LINE            PIC X(132).

       FD  CONTROL-SHEET-FILE.
       01  CONTROL-SHEET-LINE          PIC X(132).

      *    One night's rows for one job and company sort together,
      *    latest first - the order the row was read off the
      *    append-only file is the order it was written.
       SD  SORT-WORK-FILE.
       01  SORT-CONTROL-RECORD.
           05  SB-RUN-DATE             PIC 9(08).
           05  SB-JOB-NAME             PIC X(08).
           05  SB-COMPANY-CODE         PIC X(04).
           05  SB-ROW-ORDER            PIC 9(09).
           05  SB-BALANCE-ROW          PIC X(76).

       WORKING-STORAGE SECTION.
       01  WS-KPI-MONTH-STATUS          PIC X(2)  VALUE SPACES.
       01  WS-BALANCE-STATUS            PIC X(2)  VALUE SPACES.
       01  WS-TRUNC-HISTORY-STATUS      PIC X(2)  VALUE SPACES.
       01  WS-NEAR-STAT-STATUS          PIC X(2)  VALUE SPACES.
       01  WS-OPEN-ITEM-STATUS          PIC X(2)  VALUE SPACES.
       01  WS-QUALITY-SCORE-STATUS      PIC X(2)  VALUE SPACES.
       01  WS-COMPANY-SHEET-STATUS      PIC X(2)  VALUE SPACES.
       01  WS-FIELD-SHEET-STATUS        PIC X(2)  VALUE SPACES.
       01  WS-CONTROL-SHEET-STATUS      PIC X(2)  VALUE SPACES.

       01  WS-EOF-SWITCH                PIC X(1)  VALUE 'N'.
           88  WS-END-OF-FILE                      VALUE 'Y'.
       01  WS-SORT-EOF-SWITCH           PIC X(1)  VALUE 'N'.
           88  WS-END-OF-SORT                      VALUE 'Y'.
       01  WS-FOUND-SWITCH              PIC X(1).
           88  WS-ENTRY-FOUND                      VALUE 'Y'.
       01  WS-MONTH-OK-SWITCH           PIC X(1)  VALUE 'Y'.
           88  WS-MONTH-OK                         VALUE 'Y'.
       01  WS-SCORES-OPEN-SWITCH        PIC X(1)  VALUE 'N'.
           88  WS-SCORES-OPEN                      VALUE 'Y'.
       01  WS-COMPANY-SHEET-OPEN-SWITCH PIC X(1)  VALUE 'N'.
           88  WS-COMPANY-SHEET-OPEN               VALUE 'Y'.
       01  WS-FIELD-SHEET-OPEN-SWITCH   PIC X(1)  VALUE 'N'.
           88  WS-FIELD-SHEET-OPEN                 VALUE 'Y'.
       01  WS-CONTROL-SHEET-OPEN-SWITCH PIC X(1)  VALUE 'N'.
           88  WS-CONTROL-SHEET-OPEN               VALUE 'Y'.
       01  WS-CPY-OVERFLOW-SWITCH       PIC X(1)  VALUE 'N'.
           88  WS-CPY-OVERFLOW                     VALUE 'Y'.
       01  WS-FLD-OVERFLOW-SWITCH       PIC X(1)  VALUE 'N'.
           88  WS-FLD-OVERFLOW                     VALUE 'Y'.

       01  WS-JOB-NAME                  PIC X(8)  VALUE 'TRUNKPI'.
       01  WS-RUN-DATE                  PIC 9(8)  VALUE ZERO.
       01  WS-RUN-DATE-PARTS REDEFINES WS-RUN-DATE.
           05  WS-RUN-YEAR              PIC 9(4).
           05  WS-RUN-MONTH             PIC 9(2).
           05  WS-RUN-DAY               PIC 9(2).

      *    The month reported and the month before it, YYYYMM.
       01  WS-REPORT-MONTH              PIC 9(6)  VALUE ZERO.
       01  WS-REPORT-MONTH-PARTS REDEFINES WS-REPORT-MONTH.
           05  WS-REPORT-YEAR           PIC 9(4).
           05  WS-REPORT-MM             PIC 9(2).
       01  WS-PRIOR-MONTH               PIC 9(6)  VALUE ZERO.
       01  WS-PRIOR-MONTH-PARTS REDEFINES WS-PRIOR-MONTH.
           05  WS-PRIOR-YEAR            PIC 9(4).
           05  WS-PRIOR-MM              PIC 9(2).

      *    Month-end dates the open items are counted as at:
      *    1 = the month reported, 2 = the month before.
       01  WS-MONTH-END-TABLE.
           05  WS-MONTH-END-ENTRY OCCURS 2 TIMES.
               10  WS-MONTH-END-DATE    PIC 9(8).
               10  WS-MONTH-END-INTEGER PIC 9(8) COMP.

       01  WS-ROW-DATE                  PIC 9(8)  VALUE ZERO.
       01  WS-ROW-DATE-X REDEFINES WS-ROW-DATE
                                        PIC X(8).
       01  WS-ROW-DATE-PARTS REDEFINES WS-ROW-DATE.
           05  WS-ROW-YEAR              PIC 9(4).
           05  WS-ROW-MONTH             PIC 9(2).
           05  WS-ROW-DAY               PIC 9(2).
       01  WS-ROW-PERIOD-KEY REDEFINES WS-ROW-DATE.
           05  WS-ROW-YYYYMM            PIC 9(6).
           05  FILLER                   PIC 9(2).
       01  WS-DAYS-IN-MONTH             PIC 9(2)  VALUE ZERO.
       01  WS-ROW-DATE-OK-SWITCH        PIC X(1)  VALUE 'N'.
           88  WS-ROW-DATE-OK                      VALUE 'Y'.
       01  WS-ROW-INTEGER               PIC 9(8)  COMP VALUE ZERO.
       01  WS-DAYS-OPEN                 PIC S9(8) COMP VALUE ZERO.

      *    Period buckets: 1 = this month, 2 = last month,
      *    3 = year to date.  A row of this month lands in both 1
      *    and 3; a row of last month lands in 3 as well unless
      *    last month was December.
       01  WS-PERIOD-FLAGS.
           05  WS-IN-PERIOD OCCURS 3 TIMES
                                        PIC X(1).
       01  WS-ROW-WINDOW-SWITCH         PIC X(1)  VALUE 'N'.
           88  WS-ROW-IN-WINDOW                    VALUE 'Y'.
       01  WS-PER-SUB                   PIC 9(4)  COMP VALUE ZERO.
       01  WS-CPY-SUB                   PIC 9(4)  COMP VALUE ZERO.
       01  WS-FLD-SUB                   PIC 9(4)  COMP VALUE ZERO.
       01  WS-NC-SUB                    PIC 9(4)  COMP VALUE ZERO.
       01  WS-KEY-COMPANY               PIC X(04) VALUE SPACES.
       01  WS-KEY-FIELD-NAME            PIC X(15) VALUE SPACES.

       COPY BALCTL.

       01  WS-COMPANY-KPIS.
           05  WS-CPY-ENTRY OCCURS 50 TIMES INDEXED BY WS-CPY-IDX.
               10  WS-CPY-CODE          PIC X(04).
               10  WS-CPY-PERIOD OCCURS 3 TIMES.
                   15  WS-CPY-PROCESSED PIC 9(9) COMP.
                   15  WS-CPY-REJECTS   PIC 9(9) COMP.
                   15  WS-CPY-TRUNCATIONS
                                        PIC 9(9) COMP.
                   15  WS-CPY-CONTENT   PIC 9(9) COMP.
                   15  WS-CPY-NEAR      PIC 9(9) COMP.
                   15  WS-CPY-SUSPENDED PIC 9(9) COMP.
                   15  WS-CPY-OPEN-ITEMS
                                        PIC 9(9) COMP.
                   15  WS-CPY-OPEN-DAYS PIC 9(9) COMP.
                   15  WS-CPY-NIGHTS    PIC 9(9) COMP.
                   15  WS-CPY-NIGHTS-BALANCED
                                        PIC 9(9) COMP.
       01  WS-COMPANY-ENTRY-COUNT       PIC 9(4)  VALUE ZERO.

       01  WS-FIELD-KPIS.
           05  WS-FLD-ENTRY OCCURS 50 TIMES INDEXED BY WS-FLD-IDX.
               10  WS-FLD-NAME          PIC X(15).
               10  WS-FLD-PERIOD OCCURS 3 TIMES.
                   15  WS-FLD-REJECTS   PIC 9(9) COMP.
                   15  WS-FLD-TRUNCATIONS
                                        PIC 9(9) COMP.
                   15  WS-FLD-CONTENT   PIC 9(9) COMP.
                   15  WS-FLD-NEAR      PIC 9(9) COMP.
                   15  WS-FLD-OPEN-ITEMS
                                        PIC 9(9) COMP.
                   15  WS-FLD-OPEN-DAYS PIC 9(9) COMP.
       01  WS-FIELD-ENTRY-COUNT         PIC 9(4)  VALUE ZERO.

      *    The night being taken off the sorted control rows - the
      *    same legs TRUNBAL crossfoots - and the companies whose
      *    conversion row it holds.
       01  WS-NIGHT-DATE                PIC 9(8)  VALUE ZERO.
       01  WS-NIGHT-PERIOD-FLAGS.
           05  WS-NIGHT-IN-PERIOD OCCURS 3 TIMES
                                        PIC X(1).
       01  WS-NIGHT-TOTALS.
           05  WS-NT-WRITER-REJECTS     PIC 9(9) COMP.
           05  WS-NT-WRITER-CONTENT     PIC 9(9) COMP.
           05  WS-NT-WRITER-AUDITS      PIC 9(9) COMP.
           05  WS-NT-WRITER-ABBREVS     PIC 9(9) COMP.
           05  WS-NT-HUPD-REJECTS       PIC 9(9) COMP.
           05  WS-NT-HUPD-CONTENT       PIC 9(9) COMP.
           05  WS-NT-HUPD-AUDITS        PIC 9(9) COMP.
           05  WS-NT-HUPD-ABBREVS       PIC 9(9) COMP.
           05  WS-NT-FBK-REJECTS        PIC 9(9) COMP.
           05  WS-NT-FBK-CONTENT        PIC 9(9) COMP.
           05  WS-NT-HUPD-SEEN-SW       PIC X(1).
               88  WS-NT-HUPD-SEEN                 VALUE 'Y'.
           05  WS-NT-FBK-SEEN-SW        PIC X(1).
               88  WS-NT-FBK-SEEN                  VALUE 'Y'.
           05  WS-NT-ROW-FAILED-SW      PIC X(1).
               88  WS-NT-ROW-FAILED                VALUE 'Y'.
       01  WS-NIGHT-BALANCED-SWITCH     PIC X(1)  VALUE 'N'.
           88  WS-NIGHT-BALANCED                   VALUE 'Y'.
       01  WS-NIGHT-COMPANIES.
           05  WS-NC-ENTRY OCCURS 50 TIMES.
               10  WS-NC-CPY-SUB        PIC 9(4) COMP.
               10  WS-NC-TIES           PIC X(1).
       01  WS-NC-COUNT                  PIC 9(4)  COMP VALUE ZERO.
       01  WS-ROW-TIES-SWITCH           PIC X(1)  VALUE 'N'.

      *    What the balancing file says for the month and the year,
      *    and what the two extracts add up to.
       01  WS-CONTROL-TOTALS.
           05  WS-CT-PERIOD OCCURS 3 TIMES.
               10  WS-CT-HUPD-REJECTS   PIC 9(9) COMP.
               10  WS-CT-HUPD-CONTENT   PIC 9(9) COMP.
               10  WS-CT-HUPD-AUDITS    PIC 9(9) COMP.
               10  WS-CT-NIGHTS         PIC 9(9) COMP.
               10  WS-CT-NIGHTS-BALANCED
                                        PIC 9(9) COMP.
               10  WS-CT-CPY-REJECTS    PIC 9(9) COMP.
               10  WS-CT-CPY-CONTENT    PIC 9(9) COMP.
               10  WS-CT-CPY-TRUNCATIONS
                                        PIC 9(9) COMP.
               10  WS-CT-CPY-NEAR       PIC 9(9) COMP.
               10  WS-CT-CPY-OPEN-ITEMS PIC 9(9) COMP.
               10  WS-CT-FLD-REJECTS    PIC 9(9) COMP.
               10  WS-CT-FLD-CONTENT    PIC 9(9) COMP.
               10  WS-CT-FLD-TRUNCATIONS
                                        PIC 9(9) COMP.
               10  WS-CT-FLD-NEAR       PIC 9(9) COMP.
               10  WS-CT-FLD-OPEN-ITEMS PIC 9(9) COMP.

       01  WS-CONTROL-ROWS-READ         PIC 9(9)  COMP VALUE ZERO.
       01  WS-CONTROL-ROWS-USED         PIC 9(9)  COMP VALUE ZERO.
       01  WS-CONTROL-ROWS-SUPERSEDED   PIC 9(9)  COMP VALUE ZERO.
       01  WS-HISTORY-ROWS-USED         PIC 9(9)  COMP VALUE ZERO.
       01  WS-NEAR-ROWS-USED            PIC 9(9)  COMP VALUE ZERO.
       01  WS-OPEN-ITEMS-READ           PIC 9(9)  COMP VALUE ZERO.
       01  WS-ITEMS-UNDATEABLE          PIC 9(9)  COMP VALUE ZERO.
       01  WS-ITEMS-UNASSIGNED          PIC 9(9)  COMP VALUE ZERO.
       01  WS-SHEET-ROWS-WRITTEN        PIC 9(9)  COMP VALUE ZERO.
       01  WS-CONTROLS-DIFFERING        PIC 9(4)  COMP VALUE ZERO.

      *    One measure row: the values for this month, last month
      *    and the year to date, and which of them is left blank.
      *    An average or a percentage is carried to one decimal.
       01  WS-MEASURE-NAME              PIC X(40) VALUE SPACES.
       01  WS-SHEET-KEY                 PIC X(15) VALUE SPACES.
       01  WS-SHEET-SWITCH              PIC X(1)  VALUE 'C'.
           88  WS-COMPANY-SHEET                    VALUE 'C'.
           88  WS-FIELD-SHEET                      VALUE 'F'.
       01  WS-DECIMAL-SWITCH            PIC X(1)  VALUE 'N'.
           88  WS-DECIMAL-MEASURE                  VALUE 'Y'.
       01  WS-BALANCE-MEASURE-SWITCH    PIC X(1)  VALUE 'N'.
           88  WS-BALANCE-MEASURE                  VALUE 'Y'.
       01  WS-MEASURE-VALUES.
           05  WS-MEASURE-ENTRY OCCURS 3 TIMES.
               10  WS-VAL               PIC S9(9)V9 COMP.
               10  WS-VAL-BLANK         PIC X(1).
       01  WS-RATIO-INPUTS.
           05  WS-RATIO-ENTRY OCCURS 3 TIMES.
               10  WS-RATIO-NUM         PIC 9(9) COMP.
               10  WS-RATIO-DEN         PIC 9(9) COMP.
       01  WS-RATIO-FACTOR              PIC 9(3)  COMP VALUE 1.
       01  WS-CHANGE                    PIC S9(9)V9 COMP VALUE ZERO.
       01  WS-CELLS.
           05  WS-CELL OCCURS 4 TIMES   PIC X(13).
       01  WS-CELL-SUB                  PIC 9(4)  COMP VALUE ZERO.
       01  WS-EDIT-COUNT                PIC -(9)9.
       01  WS-EDIT-DECIMAL              PIC -(9)9.9.
       01  WS-CSV-LINE                  PIC X(132) VALUE SPACES.

      *    One control-sheet row.
       01  WS-CTL-NAME                  PIC X(20) VALUE SPACES.
       01  WS-CTL-PERIOD-NAME           PIC X(12) VALUE SPACES.
       01  WS-CTL-LEFT-NAME             PIC X(30) VALUE SPACES.
       01  WS-CTL-RIGHT-NAME            PIC X(30) VALUE SPACES.
       01  WS-CTL-LEFT                  PIC 9(9)  COMP VALUE ZERO.
       01  WS-CTL-RIGHT                 PIC 9(9)  COMP VALUE ZERO.
       01  WS-CTL-RESULT                PIC X(7)  VALUE SPACES.

       COPY RUNDATEC.

       PROCEDURE DIVISION.
       0000-MAIN.
           PERFORM 0005-GET-BUSINESS-DATE
           IF RD-DATE-REFUSED
               GOBACK
           END-IF
           INITIALIZE WS-COMPANY-KPIS
           INITIALIZE WS-FIELD-KPIS
           INITIALIZE WS-CONTROL-TOTALS
           PERFORM 0100-READ-MONTH-CARD
           IF WS-MONTH-OK
               PERFORM 0150-SET-MONTH-ENDS
               SORT SORT-WORK-FILE
                   ON ASCENDING KEY SB-RUN-DATE SB-JOB-NAME
                       SB-COMPANY-CODE
                   ON DESCENDING KEY SB-ROW-ORDER
                   INPUT PROCEDURE IS 1000-SELECT-CONTROL-ROWS
                   OUTPUT PROCEDURE IS 2000-TAKE-CONTROL-ROWS
               PERFORM 3000-READ-HISTORY
               PERFORM 3200-READ-NEAR-STATS
               PERFORM 3400-READ-OPEN-ITEMS
               PERFORM 0900-OPEN-SHEETS
               IF WS-COMPANY-SHEET-OPEN
                   AND WS-FIELD-SHEET-OPEN
                   AND WS-CONTROL-SHEET-OPEN
                   PERFORM 4000-WRITE-COMPANY-SHEET
                   PERFORM 4200-WRITE-FIELD-SHEET
                   PERFORM 4400-WRITE-CONTROL-SHEET
               END-IF
               PERFORM 0950-CLOSE-FILES
           END-IF
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

       0100-READ-MONTH-CARD.
      *    No card is the month just closed.
           OPEN INPUT KPI-MONTH-FILE
           IF WS-KPI-MONTH-STATUS = "00"
               READ KPI-MONTH-FILE
                   AT END
                       CONTINUE
                   NOT AT END
                       IF KM-REPORT-MONTH IS NUMERIC
                           MOVE KM-REPORT-MONTH TO WS-REPORT-MONTH
                       ELSE
                           DISPLAY "Error: KPI month card '"
                               KM-REPORT-MONTH "' is not YYYYMM"
                               " - no pack written"
                           MOVE 'N' TO WS-MONTH-OK-SWITCH
                           MOVE 8 TO RETURN-CODE
                       END-IF
               END-READ
               CLOSE KPI-MONTH-FILE
           END-IF
           IF WS-MONTH-OK AND WS-REPORT-MONTH = ZERO
               IF WS-RUN-MONTH = 01
                   COMPUTE WS-REPORT-YEAR = WS-RUN-YEAR - 1
                   MOVE 12 TO WS-REPORT-MM
               ELSE
                   MOVE WS-RUN-YEAR TO WS-REPORT-YEAR
                   COMPUTE WS-REPORT-MM = WS-RUN-MONTH - 1
               END-IF
           END-IF
           IF WS-MONTH-OK
               AND (WS-REPORT-MM < 01 OR WS-REPORT-MM > 12
                    OR WS-REPORT-YEAR < 1900)
               DISPLAY "Error: KPI month " WS-REPORT-MONTH
                   " is not a calendar month - no pack written"
               MOVE 'N' TO WS-MONTH-OK-SWITCH
               MOVE 8 TO RETURN-CODE
           END-IF
           IF WS-MONTH-OK
               IF WS-REPORT-MM = 01
                   COMPUTE WS-PRIOR-YEAR = WS-REPORT-YEAR - 1
                   MOVE 12 TO WS-PRIOR-MM
               ELSE
                   MOVE WS-REPORT-YEAR TO WS-PRIOR-YEAR
                   COMPUTE WS-PRIOR-MM = WS-REPORT-MM - 1
               END-IF
               DISPLAY "KPI pack for month " WS-REPORT-MONTH
                   " against " WS-PRIOR-MONTH
           END-IF.

       0150-SET-MONTH-ENDS.
      *    The last day of each month, for counting open items as
      *    at the close of the month.
           MOVE WS-REPORT-MONTH TO WS-ROW-YYYYMM
           MOVE 01 TO WS-ROW-DAY
           PERFORM 0710-SET-DAYS-IN-MONTH
           MOVE WS-DAYS-IN-MONTH TO WS-ROW-DAY
           MOVE WS-ROW-DATE TO WS-MONTH-END-DATE(1)
           COMPUTE WS-MONTH-END-INTEGER(1) =
               FUNCTION INTEGER-OF-DATE(WS-ROW-DATE)
           MOVE WS-PRIOR-MONTH TO WS-ROW-YYYYMM
           MOVE 01 TO WS-ROW-DAY
           PERFORM 0710-SET-DAYS-IN-MONTH
           MOVE WS-DAYS-IN-MONTH TO WS-ROW-DAY
           MOVE WS-ROW-DATE TO WS-MONTH-END-DATE(2)
           COMPUTE WS-MONTH-END-INTEGER(2) =
               FUNCTION INTEGER-OF-DATE(WS-ROW-DATE).

       0600-SET-ROW-PERIODS.
      *    Buckets the date in WS-ROW-DATE.
           MOVE ALL 'N' TO WS-PERIOD-FLAGS
           MOVE 'N' TO WS-ROW-WINDOW-SWITCH
           IF WS-ROW-DATE-X IS NUMERIC
               IF WS-ROW-YYYYMM = WS-REPORT-MONTH
                   MOVE 'Y' TO WS-IN-PERIOD(1)
               END-IF
               IF WS-ROW-YYYYMM = WS-PRIOR-MONTH
                   MOVE 'Y' TO WS-IN-PERIOD(2)
               END-IF
               IF WS-ROW-YEAR = WS-REPORT-YEAR
                   AND WS-ROW-YYYYMM NOT > WS-REPORT-MONTH
                   MOVE 'Y' TO WS-IN-PERIOD(3)
               END-IF
               IF WS-PERIOD-FLAGS NOT = ALL 'N'
                   SET WS-ROW-IN-WINDOW TO TRUE
               END-IF
           END-IF.

       0700-CHECK-ROW-DATE.
      *    INTEGER-OF-DATE is undefined for a date that is not a
      *    real calendar day - validate month and day the way the
      *    housekeeping job does.
           MOVE 'N' TO WS-ROW-DATE-OK-SWITCH
           IF WS-ROW-DATE-X IS NUMERIC
               AND WS-ROW-DATE > 19000101
               PERFORM 0710-SET-DAYS-IN-MONTH
               IF WS-DAYS-IN-MONTH > ZERO
                   AND WS-ROW-DAY >= 1
                   AND WS-ROW-DAY <= WS-DAYS-IN-MONTH
                   SET WS-ROW-DATE-OK TO TRUE
               END-IF
           END-IF.

       0710-SET-DAYS-IN-MONTH.
           EVALUATE WS-ROW-MONTH
               WHEN 01 WHEN 03 WHEN 05 WHEN 07
               WHEN 08 WHEN 10 WHEN 12
                   MOVE 31 TO WS-DAYS-IN-MONTH
               WHEN 04 WHEN 06 WHEN 09 WHEN 11
                   MOVE 30 TO WS-DAYS-IN-MONTH
               WHEN 02
                   IF FUNCTION MOD(WS-ROW-YEAR 4) = ZERO
                       AND (FUNCTION MOD(WS-ROW-YEAR 100)
                           NOT = ZERO
                           OR FUNCTION MOD(WS-ROW-YEAR 400)
                               = ZERO)
                       MOVE 29 TO WS-DAYS-IN-MONTH
                   ELSE
                       MOVE 28 TO WS-DAYS-IN-MONTH
                   END-IF
               WHEN OTHER
                   MOVE ZERO TO WS-DAYS-IN-MONTH
           END-EVALUATE.

       0800-FIND-COMPANY.
      *    Leaves WS-CPY-SUB at WS-KEY-COMPANY's entry, adding it
      *    when new; not found only when the table is full.
           MOVE 'N' TO WS-FOUND-SWITCH
           PERFORM VARYING WS-CPY-IDX FROM 1 BY 1
                   UNTIL WS-CPY-IDX > WS-COMPANY-ENTRY-COUNT
                      OR WS-ENTRY-FOUND
               IF WS-CPY-CODE(WS-CPY-IDX) = WS-KEY-COMPANY
                   SET WS-CPY-SUB TO WS-CPY-IDX
                   MOVE 'Y' TO WS-FOUND-SWITCH
               END-IF
           END-PERFORM

           IF NOT WS-ENTRY-FOUND
               IF WS-COMPANY-ENTRY-COUNT < 50
                   ADD 1 TO WS-COMPANY-ENTRY-COUNT
                   MOVE WS-COMPANY-ENTRY-COUNT TO WS-CPY-SUB
                   MOVE WS-KEY-COMPANY TO WS-CPY-CODE(WS-CPY-SUB)
                   MOVE 'Y' TO WS-FOUND-SWITCH
               ELSE
                   IF NOT WS-CPY-OVERFLOW
                       DISPLAY "Warning: more than 50 companies -"
                           " company " WS-KEY-COMPANY
                           " and later ones not in the pack"
                       SET WS-CPY-OVERFLOW TO TRUE
                   END-IF
               END-IF
           END-IF.

       0850-FIND-FIELD.
           MOVE 'N' TO WS-FOUND-SWITCH
           PERFORM VARYING WS-FLD-IDX FROM 1 BY 1
                   UNTIL WS-FLD-IDX > WS-FIELD-ENTRY-COUNT
                      OR WS-ENTRY-FOUND
               IF WS-FLD-NAME(WS-FLD-IDX) = WS-KEY-FIELD-NAME
                   SET WS-FLD-SUB TO WS-FLD-IDX
                   MOVE 'Y' TO WS-FOUND-SWITCH
               END-IF
           END-PERFORM

           IF NOT WS-ENTRY-FOUND
               IF WS-FIELD-ENTRY-COUNT < 50
                   ADD 1 TO WS-FIELD-ENTRY-COUNT
                   MOVE WS-FIELD-ENTRY-COUNT TO WS-FLD-SUB
                   MOVE WS-KEY-FIELD-NAME TO WS-FLD-NAME(WS-FLD-SUB)
                   MOVE 'Y' TO WS-FOUND-SWITCH
               ELSE
                   IF NOT WS-FLD-OVERFLOW
                       DISPLAY "Warning: more than 50 fields -"
                           " field " WS-KEY-FIELD-NAME
                           " and later ones not in the pack"
                       SET WS-FLD-OVERFLOW TO TRUE
                   END-IF
               END-IF
           END-IF.

       1000-SELECT-CONTROL-ROWS.
      *    Only the rows of the year to date and last month go to
      *    the sort.
           MOVE 'N' TO WS-EOF-SWITCH
           OPEN INPUT BALANCE-FILE
           IF WS-BALANCE-STATUS NOT = "00"
               DISPLAY "Error: no balancing file, status "
                   WS-BALANCE-STATUS
                   " - the pack cannot be tied back"
               MOVE 8 TO RETURN-CODE
           ELSE
               PERFORM 1100-READ-CONTROL-ROW UNTIL WS-END-OF-FILE
               CLOSE BALANCE-FILE
           END-IF.

       1100-READ-CONTROL-ROW.
           READ BALANCE-FILE INTO BALANCE-CONTROL-RECORD
               AT END
                   SET WS-END-OF-FILE TO TRUE
               NOT AT END
                   ADD 1 TO WS-CONTROL-ROWS-READ
                   MOVE BL-RUN-DATE TO WS-ROW-DATE
                   PERFORM 0600-SET-ROW-PERIODS
                   IF WS-ROW-IN-WINDOW
                       MOVE BL-RUN-DATE     TO SB-RUN-DATE
                       MOVE BL-JOB-NAME     TO SB-JOB-NAME
                       MOVE BL-COMPANY-CODE TO SB-COMPANY-CODE
                       MOVE WS-CONTROL-ROWS-READ TO SB-ROW-ORDER
                       MOVE BALANCE-CONTROL-RECORD TO SB-BALANCE-ROW
                       RELEASE SORT-CONTROL-RECORD
                   END-IF
           END-READ.

       2000-TAKE-CONTROL-ROWS.
           MOVE 'N' TO WS-SORT-EOF-SWITCH
           PERFORM 2100-RETURN-CONTROL-ROW
           PERFORM 2200-TAKE-LATEST-ROW UNTIL WS-END-OF-SORT
           IF WS-NIGHT-DATE NOT = ZERO
               PERFORM 2500-CLOSE-NIGHT
           END-IF.

       2100-RETURN-CONTROL-ROW.
           RETURN SORT-WORK-FILE
               AT END SET WS-END-OF-SORT TO TRUE
           END-RETURN.

       2200-TAKE-LATEST-ROW.
      *    Later always wins: the first row of a job, company and
      *    night is the latest, and the rerun's totals are the live
      *    ones.
           MOVE SB-BALANCE-ROW TO BALANCE-CONTROL-RECORD
           IF BL-RUN-DATE NOT = WS-NIGHT-DATE
               IF WS-NIGHT-DATE NOT = ZERO
                   PERFORM 2500-CLOSE-NIGHT
               END-IF
               PERFORM 2150-OPEN-NIGHT
           END-IF
           PERFORM 2300-COUNT-CONTROL-ROW
           PERFORM 2100-RETURN-CONTROL-ROW
           PERFORM 2250-SKIP-SUPERSEDED-ROW
               UNTIL WS-END-OF-SORT
                   OR SB-RUN-DATE NOT = BL-RUN-DATE
                   OR SB-JOB-NAME NOT = BL-JOB-NAME
                   OR SB-COMPANY-CODE NOT = BL-COMPANY-CODE.

       2150-OPEN-NIGHT.
           MOVE BL-RUN-DATE TO WS-NIGHT-DATE
           INITIALIZE WS-NIGHT-TOTALS
           MOVE ZERO TO WS-NC-COUNT
           MOVE BL-RUN-DATE TO WS-ROW-DATE
           PERFORM 0600-SET-ROW-PERIODS
           MOVE WS-PERIOD-FLAGS TO WS-NIGHT-PERIOD-FLAGS.

       2250-SKIP-SUPERSEDED-ROW.
           ADD 1 TO WS-CONTROL-ROWS-SUPERSEDED
           PERFORM 2100-RETURN-CONTROL-ROW.

       2300-COUNT-CONTROL-ROW.
      *    The aggregator rows (TRUNHUPD, TRUNCFBK) carry what was
      *    consumed that night; every other row carries what its
      *    job wrote, for its company.
           ADD 1 TO WS-CONTROL-ROWS-USED
      *    Rows written before the abbreviation count existed end
      *    short of it - they shortened nothing.
           IF BL-FIELDS-ABBREVIATED IS NOT NUMERIC
               MOVE ZERO TO BL-FIELDS-ABBREVIATED
           END-IF
           EVALUATE BL-JOB-NAME
               WHEN 'TRUNHUPD'
                   SET WS-NT-HUPD-SEEN TO TRUE
                   MOVE BL-FIELDS-REJECTED    TO WS-NT-HUPD-REJECTS
                   MOVE BL-CONTENT-REJECTED   TO WS-NT-HUPD-CONTENT
                   MOVE BL-FIELDS-AUDITED     TO WS-NT-HUPD-AUDITS
                   MOVE BL-FIELDS-ABBREVIATED TO WS-NT-HUPD-ABBREVS
                   PERFORM VARYING WS-PER-SUB FROM 1 BY 1
                           UNTIL WS-PER-SUB > 3
                       IF WS-NIGHT-IN-PERIOD(WS-PER-SUB) = 'Y'
                           ADD BL-FIELDS-REJECTED
                               TO WS-CT-HUPD-REJECTS(WS-PER-SUB)
                           ADD BL-CONTENT-REJECTED
                               TO WS-CT-HUPD-CONTENT(WS-PER-SUB)
                           ADD BL-FIELDS-AUDITED
                               TO WS-CT-HUPD-AUDITS(WS-PER-SUB)
                       END-IF
                   END-PERFORM
               WHEN 'TRUNCFBK'
                   SET WS-NT-FBK-SEEN TO TRUE
                   MOVE BL-FIELDS-REJECTED    TO WS-NT-FBK-REJECTS
                   MOVE BL-CONTENT-REJECTED   TO WS-NT-FBK-CONTENT
               WHEN OTHER
                   ADD BL-FIELDS-REJECTED    TO WS-NT-WRITER-REJECTS
                   ADD BL-CONTENT-REJECTED   TO WS-NT-WRITER-CONTENT
                   ADD BL-FIELDS-AUDITED     TO WS-NT-WRITER-AUDITS
                   ADD BL-FIELDS-ABBREVIATED TO WS-NT-WRITER-ABBREVS
                   PERFORM 2350-COUNT-WRITER-ROW
           END-EVALUATE.

       2350-COUNT-WRITER-ROW.
      *    A conversion or key-change row that does not balance
      *    within itself fails the night, as it fails TRUNBAL.
           MOVE 'Y' TO WS-ROW-TIES-SWITCH
           IF BL-JOB-NAME = 'BUGSOLV' OR BL-JOB-NAME = 'CUSTRKEY'
               IF BL-RECORDS-IN NOT =
                       BL-RECORDS-OUT + BL-RECORDS-SUSPENDED
                   MOVE 'N' TO WS-ROW-TIES-SWITCH
                   SET WS-NT-ROW-FAILED TO TRUE
               END-IF
           END-IF
           MOVE BL-COMPANY-CODE TO WS-KEY-COMPANY
           PERFORM 0800-FIND-COMPANY
           IF WS-ENTRY-FOUND
               PERFORM VARYING WS-PER-SUB FROM 1 BY 1
                       UNTIL WS-PER-SUB > 3
                   IF WS-NIGHT-IN-PERIOD(WS-PER-SUB) = 'Y'
                       ADD BL-FIELDS-REJECTED
                           TO WS-CPY-REJECTS(WS-CPY-SUB, WS-PER-SUB)
                       ADD BL-CONTENT-REJECTED
                           TO WS-CPY-CONTENT(WS-CPY-SUB, WS-PER-SUB)
                       ADD BL-FIELDS-AUDITED
                           TO WS-CPY-TRUNCATIONS(WS-CPY-SUB,
                                                 WS-PER-SUB)
                       IF BL-JOB-NAME = 'BUGSOLV'
                           OR BL-JOB-NAME = 'TRUNCBLK'
                           ADD BL-RECORDS-IN
                               TO WS-CPY-PROCESSED(WS-CPY-SUB,
                                                   WS-PER-SUB)
                           ADD BL-RECORDS-SUSPENDED
                               TO WS-CPY-SUSPENDED(WS-CPY-SUB,
                                                   WS-PER-SUB)
                       END-IF
                   END-IF
               END-PERFORM
      *        The bulk load is exempt from record balancing, so
      *        only the daily conversion's nights are judged.
               IF BL-JOB-NAME = 'BUGSOLV' AND WS-NC-COUNT < 50
                   ADD 1 TO WS-NC-COUNT
                   MOVE WS-CPY-SUB TO WS-NC-CPY-SUB(WS-NC-COUNT)
                   MOVE WS-ROW-TIES-SWITCH TO WS-NC-TIES(WS-NC-COUNT)
               END-IF
           END-IF.

       2500-CLOSE-NIGHT.
      *    TRUNBAL's legs for the night, from its last rows.
           MOVE 'N' TO WS-NIGHT-BALANCED-SWITCH
           IF WS-NT-HUPD-SEEN AND WS-NT-FBK-SEEN
               AND NOT WS-NT-ROW-FAILED
               AND WS-NT-WRITER-REJECTS = WS-NT-HUPD-REJECTS
               AND WS-NT-WRITER-REJECTS = WS-NT-FBK-REJECTS
               AND WS-NT-WRITER-CONTENT = WS-NT-HUPD-CONTENT
               AND WS-NT-WRITER-CONTENT = WS-NT-FBK-CONTENT
               AND WS-NT-WRITER-AUDITS  = WS-NT-HUPD-AUDITS
               AND WS-NT-WRITER-ABBREVS = WS-NT-HUPD-ABBREVS
               SET WS-NIGHT-BALANCED TO TRUE
           END-IF
           PERFORM VARYING WS-PER-SUB FROM 1 BY 1
                   UNTIL WS-PER-SUB > 3
               IF WS-NIGHT-IN-PERIOD(WS-PER-SUB) = 'Y'
                   ADD 1 TO WS-CT-NIGHTS(WS-PER-SUB)
                   IF WS-NIGHT-BALANCED
                       ADD 1 TO WS-CT-NIGHTS-BALANCED(WS-PER-SUB)
                   END-IF
                   PERFORM VARYING WS-NC-SUB FROM 1 BY 1
                           UNTIL WS-NC-SUB > WS-NC-COUNT
                       MOVE WS-NC-CPY-SUB(WS-NC-SUB) TO WS-CPY-SUB
                       ADD 1 TO WS-CPY-NIGHTS(WS-CPY-SUB, WS-PER-SUB)
                       IF WS-NIGHT-BALANCED
                           AND WS-NC-TIES(WS-NC-SUB) = 'Y'
                           ADD 1 TO WS-CPY-NIGHTS-BALANCED(WS-CPY-SUB,
                                                           WS-PER-SUB)
                       END-IF
                   END-PERFORM
               END-IF
           END-PERFORM.

       3000-READ-HISTORY.
           MOVE 'N' TO WS-EOF-SWITCH
           OPEN INPUT TRUNC-HISTORY-FILE
           IF WS-TRUNC-HISTORY-STATUS NOT = "00"
               DISPLAY "Warning: could not open truncation history,"
                   " status " WS-TRUNC-HISTORY-STATUS
                   " - field rejects and truncations not in the pack"
               IF RETURN-CODE < 4
                   MOVE 4 TO RETURN-CODE
               END-IF
           ELSE
               PERFORM 3100-TAKE-HISTORY-ROW UNTIL WS-END-OF-FILE
               CLOSE TRUNC-HISTORY-FILE
           END-IF.

       3100-TAKE-HISTORY-ROW.
           READ TRUNC-HISTORY-FILE NEXT RECORD
               AT END
                   SET WS-END-OF-FILE TO TRUE
               NOT AT END
                   MOVE TH-RUN-DATE TO WS-ROW-DATE
                   PERFORM 0600-SET-ROW-PERIODS
                   IF WS-ROW-IN-WINDOW
                       PERFORM 3150-COUNT-HISTORY-ROW
                   END-IF
           END-READ.

       3150-COUNT-HISTORY-ROW.
           ADD 1 TO WS-HISTORY-ROWS-USED
      *    Rows written before content rejects were counted end
      *    short of the count.
           IF TH-CONTENT-COUNT IS NOT NUMERIC
               MOVE ZERO TO TH-CONTENT-COUNT
           END-IF
           MOVE TH-FIELD-NAME TO WS-KEY-FIELD-NAME
           PERFORM 0850-FIND-FIELD
           IF WS-ENTRY-FOUND
               PERFORM VARYING WS-PER-SUB FROM 1 BY 1
                       UNTIL WS-PER-SUB > 3
                   IF WS-IN-PERIOD(WS-PER-SUB) = 'Y'
                       ADD TH-REJECT-COUNT
                           TO WS-FLD-REJECTS(WS-FLD-SUB, WS-PER-SUB)
                       ADD TH-ALLOW-COUNT
                           TO WS-FLD-TRUNCATIONS(WS-FLD-SUB,
                                                 WS-PER-SUB)
                       ADD TH-CONTENT-COUNT
                           TO WS-FLD-CONTENT(WS-FLD-SUB, WS-PER-SUB)
                   END-IF
               END-PERFORM
           END-IF.

       3200-READ-NEAR-STATS.
           MOVE 'N' TO WS-EOF-SWITCH
           OPEN INPUT NEAR-STAT-FILE
           IF WS-NEAR-STAT-STATUS NOT = "00"
               DISPLAY "Warning: could not open near-limit"
                   " statistics, status " WS-NEAR-STAT-STATUS
                   " - near-limit values not in the pack"
               IF RETURN-CODE < 4
                   MOVE 4 TO RETURN-CODE
               END-IF
           ELSE
               PERFORM 3300-TAKE-NEAR-ROW UNTIL WS-END-OF-FILE
               CLOSE NEAR-STAT-FILE
           END-IF.

       3300-TAKE-NEAR-ROW.
           READ NEAR-STAT-FILE NEXT RECORD
               AT END
                   SET WS-END-OF-FILE TO TRUE
               NOT AT END
                   MOVE NS-RUN-DATE TO WS-ROW-DATE
                   PERFORM 0600-SET-ROW-PERIODS
                   IF WS-ROW-IN-WINDOW
                       ADD 1 TO WS-NEAR-ROWS-USED
                       PERFORM 3350-COUNT-NEAR-ROW
                   END-IF
           END-READ.

       3350-COUNT-NEAR-ROW.
           MOVE NS-COMPANY-CODE TO WS-KEY-COMPANY
           PERFORM 0800-FIND-COMPANY
           IF WS-ENTRY-FOUND
               PERFORM VARYING WS-PER-SUB FROM 1 BY 1
                       UNTIL WS-PER-SUB > 3
                   IF WS-IN-PERIOD(WS-PER-SUB) = 'Y'
                       ADD NS-NEAR-COUNT
                           TO WS-CPY-NEAR(WS-CPY-SUB, WS-PER-SUB)
                   END-IF
               END-PERFORM
           END-IF
           MOVE NS-FIELD-NAME TO WS-KEY-FIELD-NAME
           PERFORM 0850-FIND-FIELD
           IF WS-ENTRY-FOUND
               PERFORM VARYING WS-PER-SUB FROM 1 BY 1
                       UNTIL WS-PER-SUB > 3
                   IF WS-IN-PERIOD(WS-PER-SUB) = 'Y'
                       ADD NS-NEAR-COUNT
                           TO WS-FLD-NEAR(WS-FLD-SUB, WS-PER-SUB)
                   END-IF
               END-PERFORM
           END-IF.

       3400-READ-OPEN-ITEMS.
      *    The open-items file carries the source key, not the
      *    company; the customer's quality score row does.
           OPEN INPUT QUALITY-SCORE-FILE
           IF WS-QUALITY-SCORE-STATUS = "00"
               SET WS-SCORES-OPEN TO TRUE
           ELSE
               DISPLAY "Warning: could not open quality scores,"
                   " status " WS-QUALITY-SCORE-STATUS
                   " - open items not assigned to companies"
               IF RETURN-CODE < 4
                   MOVE 4 TO RETURN-CODE
               END-IF
           END-IF
           MOVE 'N' TO WS-EOF-SWITCH
           OPEN INPUT OPEN-ITEM-FILE
           IF WS-OPEN-ITEM-STATUS NOT = "00"
               DISPLAY "Warning: could not open the open-items file,"
                   " status " WS-OPEN-ITEM-STATUS
                   " - open correction items not in the pack"
               IF RETURN-CODE < 4
                   MOVE 4 TO RETURN-CODE
               END-IF
           ELSE
               PERFORM 3500-TAKE-OPEN-ITEM UNTIL WS-END-OF-FILE
               CLOSE OPEN-ITEM-FILE
           END-IF
           IF WS-SCORES-OPEN
               CLOSE QUALITY-SCORE-FILE
               MOVE 'N' TO WS-SCORES-OPEN-SWITCH
           END-IF
           IF WS-ITEMS-UNDATEABLE > ZERO
               DISPLAY "Warning: " WS-ITEMS-UNDATEABLE
                   " open item(s) with an unreadable first-sent date"
                   " - not counted"
               IF RETURN-CODE < 4
                   MOVE 4 TO RETURN-CODE
               END-IF
           END-IF.

       3500-TAKE-OPEN-ITEM.
           READ OPEN-ITEM-FILE NEXT RECORD
               AT END
                   SET WS-END-OF-FILE TO TRUE
               NOT AT END
                   ADD 1 TO WS-OPEN-ITEMS-READ
                   MOVE OI-FIRST-SENT-DATE TO WS-ROW-DATE
                   PERFORM 0700-CHECK-ROW-DATE
                   IF WS-ROW-DATE-OK
                       PERFORM 3550-COUNT-OPEN-ITEM
                   ELSE
                       ADD 1 TO WS-ITEMS-UNDATEABLE
                   END-IF
           END-READ.

       3550-COUNT-OPEN-ITEM.
      *    Open at a month end: sent by then, and still open or
      *    closed only after it.
           MOVE ALL 'N' TO WS-PERIOD-FLAGS
           PERFORM VARYING WS-PER-SUB FROM 1 BY 1
                   UNTIL WS-PER-SUB > 2
               IF OI-FIRST-SENT-DATE NOT > WS-MONTH-END-DATE(WS-PER-SUB)
                   AND (OI-OPEN
                        OR OI-CLOSED-DATE
                            > WS-MONTH-END-DATE(WS-PER-SUB))
                   MOVE 'Y' TO WS-IN-PERIOD(WS-PER-SUB)
               END-IF
           END-PERFORM
           IF WS-PERIOD-FLAGS NOT = ALL 'N'
               COMPUTE WS-ROW-INTEGER =
                   FUNCTION INTEGER-OF-DATE(WS-ROW-DATE)
               MOVE SPACES TO WS-KEY-COMPANY
               IF WS-SCORES-OPEN
                   MOVE OI-SOURCE-KEY TO QS-CUST-KEY
                   READ QUALITY-SCORE-FILE
                       INVALID KEY
                           ADD 1 TO WS-ITEMS-UNASSIGNED
                       NOT INVALID KEY
                           MOVE QS-COMPANY-CODE TO WS-KEY-COMPANY
                   END-READ
               ELSE
                   ADD 1 TO WS-ITEMS-UNASSIGNED
               END-IF
               PERFORM 0800-FIND-COMPANY
               IF WS-ENTRY-FOUND
                   PERFORM VARYING WS-PER-SUB FROM 1 BY 1
                           UNTIL WS-PER-SUB > 2
                       IF WS-IN-PERIOD(WS-PER-SUB) = 'Y'
                           COMPUTE WS-DAYS-OPEN =
                               WS-MONTH-END-INTEGER(WS-PER-SUB)
                               - WS-ROW-INTEGER
                           ADD 1 TO WS-CPY-OPEN-ITEMS(WS-CPY-SUB,
                                                      WS-PER-SUB)
                           ADD WS-DAYS-OPEN
                               TO WS-CPY-OPEN-DAYS(WS-CPY-SUB,
                                                   WS-PER-SUB)
                       END-IF
                   END-PERFORM
               END-IF
               MOVE OI-FIELD-NAME TO WS-KEY-FIELD-NAME
               PERFORM 0850-FIND-FIELD
               IF WS-ENTRY-FOUND
                   PERFORM VARYING WS-PER-SUB FROM 1 BY 1
                           UNTIL WS-PER-SUB > 2
                       IF WS-IN-PERIOD(WS-PER-SUB) = 'Y'
                           COMPUTE WS-DAYS-OPEN =
                               WS-MONTH-END-INTEGER(WS-PER-SUB)
                               - WS-ROW-INTEGER
                           ADD 1 TO WS-FLD-OPEN-ITEMS(WS-FLD-SUB,
                                                      WS-PER-SUB)
                           ADD WS-DAYS-OPEN
                               TO WS-FLD-OPEN-DAYS(WS-FLD-SUB,
                                                   WS-PER-SUB)
                       END-IF
                   END-PERFORM
               END-IF
           END-IF.

       4000-WRITE-COMPANY-SHEET.
           SET WS-COMPANY-SHEET TO TRUE
           MOVE SPACES TO WS-CSV-LINE
           STRING "MONTH,COMPANY,MEASURE,"
               "THIS MONTH,LAST MONTH,CHANGE,YEAR TO DATE"
               DELIMITED BY SIZE INTO WS-CSV-LINE
           WRITE COMPANY-SHEET-LINE FROM WS-CSV-LINE
           PERFORM VARYING WS-CPY-SUB FROM 1 BY 1
                   UNTIL WS-CPY-SUB > WS-COMPANY-ENTRY-COUNT
               PERFORM 4100-WRITE-ONE-COMPANY
           END-PERFORM.

       4100-WRITE-ONE-COMPANY.
      *    Rows with no company - the suspense release, and open
      *    items whose customer has no quality score - are shown
      *    as UNASSIGNED.
           IF WS-CPY-CODE(WS-CPY-SUB) = SPACES
               MOVE "UNASSIGNED" TO WS-SHEET-KEY
           ELSE
               MOVE WS-CPY-CODE(WS-CPY-SUB) TO WS-SHEET-KEY
           END-IF
           PERFORM VARYING WS-PER-SUB FROM 1 BY 1
                   UNTIL WS-PER-SUB > 3
               ADD WS-CPY-REJECTS(WS-CPY-SUB, WS-PER-SUB)
                   TO WS-CT-CPY-REJECTS(WS-PER-SUB)
               ADD WS-CPY-CONTENT(WS-CPY-SUB, WS-PER-SUB)
                   TO WS-CT-CPY-CONTENT(WS-PER-SUB)
               ADD WS-CPY-TRUNCATIONS(WS-CPY-SUB, WS-PER-SUB)
                   TO WS-CT-CPY-TRUNCATIONS(WS-PER-SUB)
               ADD WS-CPY-NEAR(WS-CPY-SUB, WS-PER-SUB)
                   TO WS-CT-CPY-NEAR(WS-PER-SUB)
               ADD WS-CPY-OPEN-ITEMS(WS-CPY-SUB, WS-PER-SUB)
                   TO WS-CT-CPY-OPEN-ITEMS(WS-PER-SUB)
           END-PERFORM

           MOVE "RECORDS PROCESSED" TO WS-MEASURE-NAME
           PERFORM VARYING WS-PER-SUB FROM 1 BY 1
                   UNTIL WS-PER-SUB > 3
               MOVE WS-CPY-PROCESSED(WS-CPY-SUB, WS-PER-SUB)
                   TO WS-VAL(WS-PER-SUB)
           END-PERFORM
           PERFORM 4800-WRITE-COUNT-ROW

           MOVE "REJECTS" TO WS-MEASURE-NAME
           PERFORM VARYING WS-PER-SUB FROM 1 BY 1
                   UNTIL WS-PER-SUB > 3
               MOVE WS-CPY-REJECTS(WS-CPY-SUB, WS-PER-SUB)
                   TO WS-VAL(WS-PER-SUB)
           END-PERFORM
           PERFORM 4800-WRITE-COUNT-ROW

           MOVE "TRUNCATIONS" TO WS-MEASURE-NAME
           PERFORM VARYING WS-PER-SUB FROM 1 BY 1
                   UNTIL WS-PER-SUB > 3
               MOVE WS-CPY-TRUNCATIONS(WS-CPY-SUB, WS-PER-SUB)
                   TO WS-VAL(WS-PER-SUB)
           END-PERFORM
           PERFORM 4800-WRITE-COUNT-ROW

           MOVE "CONTENT FAILURES" TO WS-MEASURE-NAME
           PERFORM VARYING WS-PER-SUB FROM 1 BY 1
                   UNTIL WS-PER-SUB > 3
               MOVE WS-CPY-CONTENT(WS-CPY-SUB, WS-PER-SUB)
                   TO WS-VAL(WS-PER-SUB)
           END-PERFORM
           PERFORM 4800-WRITE-COUNT-ROW

           MOVE "NEAR-LIMIT VALUES" TO WS-MEASURE-NAME
           PERFORM VARYING WS-PER-SUB FROM 1 BY 1
                   UNTIL WS-PER-SUB > 3
               MOVE WS-CPY-NEAR(WS-CPY-SUB, WS-PER-SUB)
                   TO WS-VAL(WS-PER-SUB)
           END-PERFORM
           PERFORM 4800-WRITE-COUNT-ROW

           MOVE "RECORDS SUSPENDED" TO WS-MEASURE-NAME
           PERFORM VARYING WS-PER-SUB FROM 1 BY 1
                   UNTIL WS-PER-SUB > 3
               MOVE WS-CPY-SUSPENDED(WS-CPY-SUB, WS-PER-SUB)
                   TO WS-VAL(WS-PER-SUB)
           END-PERFORM
           PERFORM 4800-WRITE-COUNT-ROW

           MOVE "OPEN CORRECTION ITEMS AT MONTH END"
               TO WS-MEASURE-NAME
           SET WS-BALANCE-MEASURE TO TRUE
           PERFORM VARYING WS-PER-SUB FROM 1 BY 1
                   UNTIL WS-PER-SUB > 3
               MOVE WS-CPY-OPEN-ITEMS(WS-CPY-SUB, WS-PER-SUB)
                   TO WS-VAL(WS-PER-SUB)
           END-PERFORM
           PERFORM 4800-WRITE-COUNT-ROW

           MOVE "AVERAGE AGE OF OPEN ITEMS (DAYS)" TO WS-MEASURE-NAME
           MOVE 1 TO WS-RATIO-FACTOR
           PERFORM VARYING WS-PER-SUB FROM 1 BY 1
                   UNTIL WS-PER-SUB > 3
               MOVE WS-CPY-OPEN-DAYS(WS-CPY-SUB, WS-PER-SUB)
                   TO WS-RATIO-NUM(WS-PER-SUB)
               MOVE WS-CPY-OPEN-ITEMS(WS-CPY-SUB, WS-PER-SUB)
                   TO WS-RATIO-DEN(WS-PER-SUB)
           END-PERFORM
           PERFORM 4850-WRITE-RATIO-ROW

           MOVE "NIGHTS RUN" TO WS-MEASURE-NAME
           PERFORM VARYING WS-PER-SUB FROM 1 BY 1
                   UNTIL WS-PER-SUB > 3
               MOVE WS-CPY-NIGHTS(WS-CPY-SUB, WS-PER-SUB)
                   TO WS-VAL(WS-PER-SUB)
           END-PERFORM
           PERFORM 4800-WRITE-COUNT-ROW

           MOVE "NIGHTS BALANCED" TO WS-MEASURE-NAME
           PERFORM VARYING WS-PER-SUB FROM 1 BY 1
                   UNTIL WS-PER-SUB > 3
               MOVE WS-CPY-NIGHTS-BALANCED(WS-CPY-SUB, WS-PER-SUB)
                   TO WS-VAL(WS-PER-SUB)
           END-PERFORM
           PERFORM 4800-WRITE-COUNT-ROW

           MOVE "PERCENT OF NIGHTS BALANCED" TO WS-MEASURE-NAME
           MOVE 100 TO WS-RATIO-FACTOR
           PERFORM VARYING WS-PER-SUB FROM 1 BY 1
                   UNTIL WS-PER-SUB > 3
               MOVE WS-CPY-NIGHTS-BALANCED(WS-CPY-SUB, WS-PER-SUB)
                   TO WS-RATIO-NUM(WS-PER-SUB)
               MOVE WS-CPY-NIGHTS(WS-CPY-SUB, WS-PER-SUB)
                   TO WS-RATIO-DEN(WS-PER-SUB)
           END-PERFORM
           PERFORM 4850-WRITE-RATIO-ROW.

       4200-WRITE-FIELD-SHEET.
           SET WS-FIELD-SHEET TO TRUE
           MOVE SPACES TO WS-CSV-LINE
           STRING "MONTH,FIELD,MEASURE,"
               "THIS MONTH,LAST MONTH,CHANGE,YEAR TO DATE"
               DELIMITED BY SIZE INTO WS-CSV-LINE
           WRITE FIELD-SHEET-LINE FROM WS-CSV-LINE
           PERFORM VARYING WS-FLD-SUB FROM 1 BY 1
                   UNTIL WS-FLD-SUB > WS-FIELD-ENTRY-COUNT
               PERFORM 4300-WRITE-ONE-FIELD
           END-PERFORM.

       4300-WRITE-ONE-FIELD.
           MOVE WS-FLD-NAME(WS-FLD-SUB) TO WS-SHEET-KEY
           PERFORM VARYING WS-PER-SUB FROM 1 BY 1
                   UNTIL WS-PER-SUB > 3
               ADD WS-FLD-REJECTS(WS-FLD-SUB, WS-PER-SUB)
                   TO WS-CT-FLD-REJECTS(WS-PER-SUB)
               ADD WS-FLD-CONTENT(WS-FLD-SUB, WS-PER-SUB)
                   TO WS-CT-FLD-CONTENT(WS-PER-SUB)
               ADD WS-FLD-TRUNCATIONS(WS-FLD-SUB, WS-PER-SUB)
                   TO WS-CT-FLD-TRUNCATIONS(WS-PER-SUB)
               ADD WS-FLD-NEAR(WS-FLD-SUB, WS-PER-SUB)
                   TO WS-CT-FLD-NEAR(WS-PER-SUB)
               ADD WS-FLD-OPEN-ITEMS(WS-FLD-SUB, WS-PER-SUB)
                   TO WS-CT-FLD-OPEN-ITEMS(WS-PER-SUB)
           END-PERFORM

           MOVE "REJECTS" TO WS-MEASURE-NAME
           PERFORM VARYING WS-PER-SUB FROM 1 BY 1
                   UNTIL WS-PER-SUB > 3
               MOVE WS-FLD-REJECTS(WS-FLD-SUB, WS-PER-SUB)
                   TO WS-VAL(WS-PER-SUB)
           END-PERFORM
           PERFORM 4800-WRITE-COUNT-ROW

           MOVE "TRUNCATIONS" TO WS-MEASURE-NAME
           PERFORM VARYING WS-PER-SUB FROM 1 BY 1
                   UNTIL WS-PER-SUB > 3
               MOVE WS-FLD-TRUNCATIONS(WS-FLD-SUB, WS-PER-SUB)
                   TO WS-VAL(WS-PER-SUB)
           END-PERFORM
           PERFORM 4800-WRITE-COUNT-ROW

           MOVE "CONTENT FAILURES" TO WS-MEASURE-NAME
           PERFORM VARYING WS-PER-SUB FROM 1 BY 1
                   UNTIL WS-PER-SUB > 3
               MOVE WS-FLD-CONTENT(WS-FLD-SUB, WS-PER-SUB)
                   TO WS-VAL(WS-PER-SUB)
           END-PERFORM
           PERFORM 4800-WRITE-COUNT-ROW

           MOVE "NEAR-LIMIT VALUES" TO WS-MEASURE-NAME
           PERFORM VARYING WS-PER-SUB FROM 1 BY 1
                   UNTIL WS-PER-SUB > 3
               MOVE WS-FLD-NEAR(WS-FLD-SUB, WS-PER-SUB)
                   TO WS-VAL(WS-PER-SUB)
           END-PERFORM
           PERFORM 4800-WRITE-COUNT-ROW

           MOVE "OPEN CORRECTION ITEMS AT MONTH END"
               TO WS-MEASURE-NAME
           SET WS-BALANCE-MEASURE TO TRUE
           PERFORM VARYING WS-PER-SUB FROM 1 BY 1
                   UNTIL WS-PER-SUB > 3
               MOVE WS-FLD-OPEN-ITEMS(WS-FLD-SUB, WS-PER-SUB)
                   TO WS-VAL(WS-PER-SUB)
           END-PERFORM
           PERFORM 4800-WRITE-COUNT-ROW

           MOVE "AVERAGE AGE OF OPEN ITEMS (DAYS)" TO WS-MEASURE-NAME
           MOVE 1 TO WS-RATIO-FACTOR
           PERFORM VARYING WS-PER-SUB FROM 1 BY 1
                   UNTIL WS-PER-SUB > 3
               MOVE WS-FLD-OPEN-DAYS(WS-FLD-SUB, WS-PER-SUB)
                   TO WS-RATIO-NUM(WS-PER-SUB)
               MOVE WS-FLD-OPEN-ITEMS(WS-FLD-SUB, WS-PER-SUB)
                   TO WS-RATIO-DEN(WS-PER-SUB)
           END-PERFORM
           PERFORM 4850-WRITE-RATIO-ROW.

       4400-WRITE-CONTROL-SHEET.
      *    The month, then the year to date; open items are a month
      *    end balance and are tied for the month only.
           MOVE SPACES TO WS-CSV-LINE
           STRING "MONTH,CONTROL,PERIOD,EXTRACT,EXTRACT COUNT,"
               "AGAINST,AGAINST COUNT,DIFFERENCE,RESULT"
               DELIMITED BY SIZE INTO WS-CSV-LINE
           WRITE CONTROL-SHEET-LINE FROM WS-CSV-LINE
           MOVE 1 TO WS-PER-SUB
           MOVE "THIS MONTH" TO WS-CTL-PERIOD-NAME
           PERFORM 4500-WRITE-PERIOD-CONTROLS
           MOVE "OPEN ITEMS" TO WS-CTL-NAME
           MOVE "COMPANY EXTRACT" TO WS-CTL-LEFT-NAME
           MOVE WS-CT-CPY-OPEN-ITEMS(1) TO WS-CTL-LEFT
           MOVE "FIELD EXTRACT" TO WS-CTL-RIGHT-NAME
           MOVE WS-CT-FLD-OPEN-ITEMS(1) TO WS-CTL-RIGHT
           PERFORM 4950-WRITE-CONTROL-ROW
           MOVE 3 TO WS-PER-SUB
           MOVE "YEAR TO DATE" TO WS-CTL-PERIOD-NAME
           PERFORM 4500-WRITE-PERIOD-CONTROLS.

       4500-WRITE-PERIOD-CONTROLS.
      *    What the writing jobs put on the company extract, and
      *    what the history master put on the field extract, must
      *    each equal what TRUNHUPD's control rows say it consumed.
           MOVE "REJECTS" TO WS-CTL-NAME
           MOVE "COMPANY EXTRACT" TO WS-CTL-LEFT-NAME
           MOVE WS-CT-CPY-REJECTS(WS-PER-SUB) TO WS-CTL-LEFT
           MOVE "BALCTL TRUNHUPD ROWS" TO WS-CTL-RIGHT-NAME
           MOVE WS-CT-HUPD-REJECTS(WS-PER-SUB) TO WS-CTL-RIGHT
           PERFORM 4950-WRITE-CONTROL-ROW
           MOVE "FIELD EXTRACT" TO WS-CTL-LEFT-NAME
           MOVE WS-CT-FLD-REJECTS(WS-PER-SUB) TO WS-CTL-LEFT
           PERFORM 4950-WRITE-CONTROL-ROW

           MOVE "CONTENT FAILURES" TO WS-CTL-NAME
           MOVE "COMPANY EXTRACT" TO WS-CTL-LEFT-NAME
           MOVE WS-CT-CPY-CONTENT(WS-PER-SUB) TO WS-CTL-LEFT
           MOVE WS-CT-HUPD-CONTENT(WS-PER-SUB) TO WS-CTL-RIGHT
           PERFORM 4950-WRITE-CONTROL-ROW
           MOVE "FIELD EXTRACT" TO WS-CTL-LEFT-NAME
           MOVE WS-CT-FLD-CONTENT(WS-PER-SUB) TO WS-CTL-LEFT
           PERFORM 4950-WRITE-CONTROL-ROW

           MOVE "TRUNCATIONS" TO WS-CTL-NAME
           MOVE "COMPANY EXTRACT" TO WS-CTL-LEFT-NAME
           MOVE WS-CT-CPY-TRUNCATIONS(WS-PER-SUB) TO WS-CTL-LEFT
           MOVE WS-CT-HUPD-AUDITS(WS-PER-SUB) TO WS-CTL-RIGHT
           PERFORM 4950-WRITE-CONTROL-ROW
           MOVE "FIELD EXTRACT" TO WS-CTL-LEFT-NAME
           MOVE WS-CT-FLD-TRUNCATIONS(WS-PER-SUB) TO WS-CTL-LEFT
           PERFORM 4950-WRITE-CONTROL-ROW

           MOVE "NEAR-LIMIT VALUES" TO WS-CTL-NAME
           MOVE "COMPANY EXTRACT" TO WS-CTL-LEFT-NAME
           MOVE WS-CT-CPY-NEAR(WS-PER-SUB) TO WS-CTL-LEFT
           MOVE "FIELD EXTRACT" TO WS-CTL-RIGHT-NAME
           MOVE WS-CT-FLD-NEAR(WS-PER-SUB) TO WS-CTL-RIGHT
           PERFORM 4950-WRITE-CONTROL-ROW

           MOVE "NIGHTS BALANCED" TO WS-CTL-NAME
           MOVE "BALCTL NIGHTS IN BALANCE" TO WS-CTL-LEFT-NAME
           MOVE WS-CT-NIGHTS-BALANCED(WS-PER-SUB) TO WS-CTL-LEFT
           MOVE "BALCTL NIGHTS RUN" TO WS-CTL-RIGHT-NAME
           MOVE WS-CT-NIGHTS(WS-PER-SUB) TO WS-CTL-RIGHT
           PERFORM 4950-WRITE-CONTROL-ROW.

       4800-WRITE-COUNT-ROW.
      *    A count; a balance (open items) carries no year-to-date
      *    figure.
           MOVE 'N' TO WS-DECIMAL-SWITCH
           MOVE 'N' TO WS-VAL-BLANK(1)
           MOVE 'N' TO WS-VAL-BLANK(2)
           MOVE 'N' TO WS-VAL-BLANK(3)
           IF WS-BALANCE-MEASURE
               MOVE 'Y' TO WS-VAL-BLANK(3)
               MOVE 'N' TO WS-BALANCE-MEASURE-SWITCH
           END-IF
           PERFORM 4900-WRITE-MEASURE-ROW.

       4850-WRITE-RATIO-ROW.
      *    An average or percentage; blank where there is nothing
      *    to divide by.
           MOVE 'Y' TO WS-DECIMAL-SWITCH
           PERFORM VARYING WS-PER-SUB FROM 1 BY 1
                   UNTIL WS-PER-SUB > 3
               IF WS-RATIO-DEN(WS-PER-SUB) = ZERO
                   MOVE ZERO TO WS-VAL(WS-PER-SUB)
                   MOVE 'Y' TO WS-VAL-BLANK(WS-PER-SUB)
               ELSE
                   COMPUTE WS-VAL(WS-PER-SUB) ROUNDED =
                       WS-RATIO-NUM(WS-PER-SUB) * WS-RATIO-FACTOR
                       / WS-RATIO-DEN(WS-PER-SUB)
                   MOVE 'N' TO WS-VAL-BLANK(WS-PER-SUB)
               END-IF
           END-PERFORM
           PERFORM 4900-WRITE-MEASURE-ROW.

       4900-WRITE-MEASURE-ROW.
      *    Cells: 1 this month, 2 last month, 3 year to date,
      *    4 the change from last month to this.
           MOVE SPACES TO WS-CELLS
           PERFORM VARYING WS-CELL-SUB FROM 1 BY 1
                   UNTIL WS-CELL-SUB > 3
               IF WS-VAL-BLANK(WS-CELL-SUB) = 'N'
                   MOVE WS-VAL(WS-CELL-SUB) TO WS-CHANGE
                   PERFORM 4910-EDIT-ONE-CELL
               END-IF
           END-PERFORM
           IF WS-VAL-BLANK(1) = 'N' AND WS-VAL-BLANK(2) = 'N'
               MOVE 4 TO WS-CELL-SUB
               COMPUTE WS-CHANGE = WS-VAL(1) - WS-VAL(2)
               PERFORM 4910-EDIT-ONE-CELL
           END-IF
           MOVE SPACES TO WS-CSV-LINE
           STRING WS-REPORT-MONTH ","
               FUNCTION TRIM(WS-SHEET-KEY) ","
               FUNCTION TRIM(WS-MEASURE-NAME) ","
               FUNCTION TRIM(WS-CELL(1)) ","
               FUNCTION TRIM(WS-CELL(2)) ","
               FUNCTION TRIM(WS-CELL(4)) ","
               FUNCTION TRIM(WS-CELL(3))
               DELIMITED BY SIZE INTO WS-CSV-LINE
           IF WS-COMPANY-SHEET
               WRITE COMPANY-SHEET-LINE FROM WS-CSV-LINE
           ELSE
               WRITE FIELD-SHEET-LINE FROM WS-CSV-LINE
           END-IF
           ADD 1 TO WS-SHEET-ROWS-WRITTEN.

       4910-EDIT-ONE-CELL.
           IF WS-DECIMAL-MEASURE
               MOVE WS-CHANGE TO WS-EDIT-DECIMAL
               MOVE WS-EDIT-DECIMAL TO WS-CELL(WS-CELL-SUB)
           ELSE
               MOVE WS-CHANGE TO WS-EDIT-COUNT
               MOVE WS-EDIT-COUNT TO WS-CELL(WS-CELL-SUB)
           END-IF.

       4950-WRITE-CONTROL-ROW.
           IF WS-CTL-LEFT = WS-CTL-RIGHT
               MOVE "TIES" TO WS-CTL-RESULT
           ELSE
               MOVE "DIFFERS" TO WS-CTL-RESULT
               ADD 1 TO WS-CONTROLS-DIFFERING
           END-IF
           MOVE SPACES TO WS-CELLS
           MOVE 'N' TO WS-DECIMAL-SWITCH
           MOVE 1 TO WS-CELL-SUB
           MOVE WS-CTL-LEFT TO WS-CHANGE
           PERFORM 4910-EDIT-ONE-CELL
           MOVE 2 TO WS-CELL-SUB
           MOVE WS-CTL-RIGHT TO WS-CHANGE
           PERFORM 4910-EDIT-ONE-CELL
           MOVE 4 TO WS-CELL-SUB
           COMPUTE WS-CHANGE = WS-CTL-LEFT - WS-CTL-RIGHT
           PERFORM 4910-EDIT-ONE-CELL
           MOVE SPACES TO WS-CSV-LINE
           STRING WS-REPORT-MONTH ","
               FUNCTION TRIM(WS-CTL-NAME) ","
               FUNCTION TRIM(WS-CTL-PERIOD-NAME) ","
               FUNCTION TRIM(WS-CTL-LEFT-NAME) ","
               FUNCTION TRIM(WS-CELL(1)) ","
               FUNCTION TRIM(WS-CTL-RIGHT-NAME) ","
               FUNCTION TRIM(WS-CELL(2)) ","
               FUNCTION TRIM(WS-CELL(4)) ","
               FUNCTION TRIM(WS-CTL-RESULT)
               DELIMITED BY SIZE INTO WS-CSV-LINE
           WRITE CONTROL-SHEET-LINE FROM WS-CSV-LINE.

       0900-OPEN-SHEETS.
      *    The three sheets are one pack - if any of them cannot be
      *    opened none is written, and the month is rerun whole.
           OPEN OUTPUT COMPANY-SHEET-FILE
           IF WS-COMPANY-SHEET-STATUS = "00"
               SET WS-COMPANY-SHEET-OPEN TO TRUE
           ELSE
               DISPLAY "Error: could not open KPICOMP, status "
                   WS-COMPANY-SHEET-STATUS " - no KPI pack written"
               MOVE 8 TO RETURN-CODE
           END-IF
           OPEN OUTPUT FIELD-SHEET-FILE
           IF WS-FIELD-SHEET-STATUS = "00"
               SET WS-FIELD-SHEET-OPEN TO TRUE
           ELSE
               DISPLAY "Error: could not open KPIFIELD, status "
                   WS-FIELD-SHEET-STATUS " - no KPI pack written"
               MOVE 8 TO RETURN-CODE
           END-IF
           OPEN OUTPUT CONTROL-SHEET-FILE
           IF WS-CONTROL-SHEET-STATUS = "00"
               SET WS-CONTROL-SHEET-OPEN TO TRUE
           ELSE
               DISPLAY "Error: could not open KPICTLS, status "
                   WS-CONTROL-SHEET-STATUS " - no KPI pack written"
               MOVE 8 TO RETURN-CODE
           END-IF.

       0950-CLOSE-FILES.
           IF WS-COMPANY-SHEET-OPEN
               CLOSE COMPANY-SHEET-FILE
               MOVE 'N' TO WS-COMPANY-SHEET-OPEN-SWITCH
           END-IF
           IF WS-FIELD-SHEET-OPEN
               CLOSE FIELD-SHEET-FILE
               MOVE 'N' TO WS-FIELD-SHEET-OPEN-SWITCH
           END-IF
           IF WS-CONTROL-SHEET-OPEN
               CLOSE CONTROL-SHEET-FILE
               MOVE 'N' TO WS-CONTROL-SHEET-OPEN-SWITCH
           END-IF.

       0960-DISPLAY-CONTROL-TOTALS.
           DISPLAY "==================================================="
           DISPLAY "TRUNKPI CONTROL TOTALS - " WS-RUN-DATE
           DISPLAY "  MONTH REPORTED       : " WS-REPORT-MONTH
           DISPLAY "  BALCTL ROWS READ     : " WS-CONTROL-ROWS-READ
           DISPLAY "  BALCTL ROWS USED     : " WS-CONTROL-ROWS-USED
           DISPLAY "  BALCTL ROWS REPLACED : "
               WS-CONTROL-ROWS-SUPERSEDED
           DISPLAY "  HISTORY ROWS USED    : " WS-HISTORY-ROWS-USED
           DISPLAY "  NEAR-LIMIT ROWS USED : " WS-NEAR-ROWS-USED
           DISPLAY "  OPEN ITEMS READ      : " WS-OPEN-ITEMS-READ
           DISPLAY "  ITEMS UNASSIGNED     : " WS-ITEMS-UNASSIGNED
           DISPLAY "  COMPANIES            : " WS-COMPANY-ENTRY-COUNT
           DISPLAY "  FIELDS               : " WS-FIELD-ENTRY-COUNT
           DISPLAY "  EXTRACT ROWS WRITTEN : " WS-SHEET-ROWS-WRITTEN
           DISPLAY "  CONTROLS NOT TIED    : " WS-CONTROLS-DIFFERING
           DISPLAY "==================================================="
           IF WS-CONTROLS-DIFFERING > ZERO
               DISPLAY "Warning: " WS-CONTROLS-DIFFERING
                   " control(s) on the KPI control sheet do not tie"
           END-IF
           IF (WS-CONTROLS-DIFFERING > ZERO OR WS-CPY-OVERFLOW
                   OR WS-FLD-OVERFLOW)
               AND RETURN-CODE < 4
               MOVE 4 TO RETURN-CODE
           END-IF.
