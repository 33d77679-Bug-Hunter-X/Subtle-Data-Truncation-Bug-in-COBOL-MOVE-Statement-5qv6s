      *****************************************************************
      *  PARTDSN.CPY
      *  Dataset names of the files a conversion writes as it goes.
      *  Unpartitioned, they are the shared files every job has
      *  always appended to.  A partitioned run (PARTCTL.CPY, or
      *  RC-PARTITION-ID on TRUNCBLK's company card) suffixes each
      *  name with '.' and the partition id - TRUNCEXC.01 - so
      *  partitions running side by side never contend for the
      *  shared append files; TRUNPMRG later merges each
      *  partition's datasets into the shared ones.  The change
      *  journal and the open-items file stay shared: they are
      *  keyed, and rows are updated in place, not appended.
      *  TRUNCBLK keeps no checkpoint log and never opens
      *  RESTCKPT.  INBREG and INBRPT are the inbound register and
      *  return report CUSTENV appends to for the job (passed in
      *  CUSTENVC.CPY).
      *****************************************************************
       01  PARTITION-DATASETS.
           05  PD-PARTITION-ID         PIC X(02) VALUE SPACES.
               88  PD-UNPARTITIONED            VALUE SPACES.
           05  PD-DATASET-NAMES.
               10  PD-TRUNCEXC-DSNAME  PIC X(44) VALUE "TRUNCEXC".
               10  PD-TRUNCAUD-DSNAME  PIC X(44) VALUE "TRUNCAUD".
               10  PD-CONTEXC-DSNAME   PIC X(44) VALUE "CONTEXC".
               10  PD-NEARLIM-DSNAME   PIC X(44) VALUE "NEARLIM".
               10  PD-ABBRAUD-DSNAME   PIC X(44) VALUE "ABBRAUD".
               10  PD-CUSTSUSP-DSNAME  PIC X(44) VALUE "CUSTSUSP".
               10  PD-RUNBIMG-DSNAME   PIC X(44) VALUE "RUNBIMG".
               10  PD-RESTCKPT-DSNAME  PIC X(44) VALUE "RESTCKPT".
               10  PD-BALCTL-DSNAME    PIC X(44) VALUE "BALCTL".
               10  PD-TRUNCALRT-DSNAME PIC X(44) VALUE "TRUNCALRT".
               10  PD-INBREG-DSNAME    PIC X(44) VALUE "INBREG".
               10  PD-INBRPT-DSNAME    PIC X(44) VALUE "INBRPT".
           05  PD-DATASET-TABLE REDEFINES PD-DATASET-NAMES.
               10  PD-DSNAME           PIC X(44) OCCURS 12 TIMES.
           05  PD-DATASET-COUNT        PIC 9(04) COMP VALUE 12.
           05  PD-SUB                  PIC 9(04) COMP VALUE ZERO.
