      *****************************************************************
      *  BKOIMG.CPY
      *  Run before-image record - one row for every record a
      *  conversion run (BUGSOLUTION, TRUNCBLK) adds to, overwrites
      *  on, or drops from a keyed file, appended to the shared
      *  before-image file (RUNBIMG).  The journal keeps field-level
      *  history for the inquiry and the change feed; this keeps
      *  whole records, so the TRUNBKO backout can put back exactly
      *  what one run took away:
      *    BI-IMAGE-FILE  'M' the customer master the run wrote,
      *                       named in BI-MASTER-DSNAME;
      *                   'S' the suspense file (CUSTSUSP);
      *                   'O' the open-items file (CORROPEN).
      *    BI-ACTION      'A' the run added the row - before image
      *                       blank;
      *                   'R' the run replaced the row - before and
      *                       after image both present;
      *                   'X' the run dropped the row - after image
      *                       blank.
      *  A reloaded master key the run left exactly as it was gets
      *  no row - there is nothing to put back.
      *
      *  The images carry the whole record in that file's own
      *  layout (CUSTREC, SUSPREC, CORROPEN), left-justified; the
      *  row key repeats the record key for the backout's sort.
      *  The file is append-only and the rows of one run sit in the
      *  order the run wrote them, so a same-day rerun's rows follow
      *  the first run's and the backout unwinds them newest first.
      *****************************************************************
       01  BACKOUT-IMAGE-RECORD.
           05  BI-RUN-ID.
               10  BI-JOB-NAME         PIC X(08).
               10  BI-RUN-DATE         PIC 9(08).
               10  BI-COMPANY-CODE     PIC X(04).
           05  BI-IMAGE-FILE           PIC X(01).
               88  BI-MASTER-IMAGE             VALUE 'M'.
               88  BI-SUSPENSE-IMAGE           VALUE 'S'.
               88  BI-OPEN-ITEM-IMAGE          VALUE 'O'.
           05  BI-ACTION               PIC X(01).
               88  BI-ROW-ADDED                VALUE 'A'.
               88  BI-ROW-REPLACED             VALUE 'R'.
               88  BI-ROW-DROPPED              VALUE 'X'.
           05  BI-MASTER-DSNAME        PIC X(44).
           05  BI-ROW-KEY              PIC X(25).
           05  BI-CUST-KEY REDEFINES BI-ROW-KEY
                                       PIC X(10).
           05  BI-BEFORE-IMAGE         PIC X(574).
           05  BI-AFTER-IMAGE          PIC X(574).
