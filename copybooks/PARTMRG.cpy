      *****************************************************************
      *  PARTMRG.CPY
      *  Partition merge card, read by TRUNPMRG.  Optional - with
      *  no card the merge takes the conversion's (BUGSOLV)
      *  partitions.  Name TRUNCBLK to merge a partitioned bulk
      *  load instead.  The partitions, and the companies in each,
      *  are always the ones on the run-control file (RUNCTL.CPY).
      *****************************************************************
       01  PARTITION-MERGE-RECORD.
           05  PM-JOB-NAME             PIC X(08).
