      *****************************************************************
      *  KPIMON.CPY
      *  Month-end KPI pack card, read by TRUNKPI.  Optional - with
      *  no card (or a zero month) the pack is for the calendar
      *  month before the business date, the month just closed.
      *    KM-REPORT-MONTH  the month reported, YYYYMM.  The pack
      *        compares it with the month before and carries a
      *        year-to-date column from January of the same year.
      *****************************************************************
       01  KPI-MONTH-RECORD.
           05  KM-REPORT-MONTH         PIC 9(06).
