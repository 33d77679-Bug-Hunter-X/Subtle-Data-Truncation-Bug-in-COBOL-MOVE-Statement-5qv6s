               88  RC-DUP-FIRST-WINS           VALUES ' ', 'F'.
               88  RC-DUP-LAST-WINS            VALUE 'L'.
               88  RC-DUP-SUSPEND-BOTH         VALUE 'S'.
      *    The conversion partition the company runs in.  Companies
      *    sharing an id are converted by one BUGSOLUTION (or bulk
      *    loaded by TRUNCBLK) job, the partitions side by side,
      *    each writing its own trails (PARTDSN.CPY) until TRUNPMRG
      *    merges them.  A blank keeps the company in the one
      *    unpartitioned run, as every card before partitions did.
           05  RC-PARTITION-ID         PIC X(02).
