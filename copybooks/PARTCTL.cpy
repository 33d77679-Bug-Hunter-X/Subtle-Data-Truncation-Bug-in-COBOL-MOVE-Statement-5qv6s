      *****************************************************************
      *  PARTCTL.CPY
      *  Partition card, read by BUGSOLUTION.  Optional - with no
      *  card, or a blank id, the conversion runs the companies
      *  whose run-control card (RUNCTL.CPY) carries no partition
      *  id, exactly as it always has.  With an id it runs only the
      *  companies carrying that id, and writes its trails to the
      *  partition's own datasets (PARTDSN.CPY), so one conversion
      *  per partition can run at the same time.  TRUNCBLK takes
      *  its partition from its company card instead.
      *****************************************************************
       01  PARTITION-CONTROL-RECORD.
           05  PC-PARTITION-ID         PIC X(02).
