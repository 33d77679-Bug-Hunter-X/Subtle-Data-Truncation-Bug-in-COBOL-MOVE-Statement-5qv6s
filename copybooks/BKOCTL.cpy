      *****************************************************************
      *  BKOCTL.CPY
      *  Backout control card, read by TRUNBKO - names the one run
      *  to be taken back out.  A run is the job, the business date
      *  it ran under, and the company it converted (blank for a
      *  single-company run); a same-day rerun of the job for the
      *  company is part of the same run and comes out with it.
      *  Only the conversion (BUGSOLV) and the bulk load (TRUNCBLK)
      *  keep the before images (BKOIMG.CPY) a backout needs.
      *****************************************************************
       01  BACKOUT-CONTROL-RECORD.
           05  BK-RUN-ID.
               10  BK-JOB-NAME         PIC X(08).
               10  BK-RUN-DATE         PIC 9(08).
               10  BK-COMPANY-CODE     PIC X(04).
