      *****************************************************************
      *  CUSTXREF.CPY
      *  Customer key cross-reference record - one row per retired
      *  CUST-KEY, carried on the keyed cross-reference file
      *  (CUSTXREF) and written by CUSTRKEY when a key change or
      *  merge moves a customer's rows to another key.  The
      *  inquiries (TRUNINQ online, CUSTASOF in batch) look a key up
      *  here first, so history asked for under a key that no longer
      *  exists is still found under the key it now lives on.
      *
      *  XR-NEW-KEY is always the key the history lives on TODAY:
      *  when a surviving key is itself re-keyed later, every row
      *  pointing at it is re-pointed, so a lookup never has to
      *  follow a chain.
      *
      *  On a merge the retired key's journal rows move under the
      *  survivor in the absorbed sequence band (see CUSTJRNL.CPY);
      *  XR-FIRST-ABSORBED-SEQ through XR-LAST-ABSORBED-SEQ are the
      *  sequences this merge used, so CUSTASOF can still rebuild
      *  the retired customer as it stood before the merge.  Both
      *  are zero on a key change, where the journal rows keep
      *  their own sequences.  When the key a row points at is
      *  later merged away in turn, the re-pointed row becomes a
      *  merge row spanning that later merge's band - which holds
      *  the intermediate key's history as well as this one's.
      *****************************************************************
       01  KEY-XREF-RECORD.
           05  XR-OLD-KEY              PIC X(10).
           05  XR-NEW-KEY              PIC X(10).
           05  XR-CHANGE-TYPE          PIC X(01).
               88  XR-KEY-CHANGED              VALUE 'K'.
               88  XR-KEY-MERGED               VALUE 'M'.
           05  XR-EFFECTIVE-DATE       PIC 9(08).
           05  XR-JOB-NAME             PIC X(08).
           05  XR-COMPANY-CODE         PIC X(04).
           05  XR-FIRST-ABSORBED-SEQ   PIC 9(06).
           05  XR-LAST-ABSORBED-SEQ    PIC 9(06).
           05  XR-REPOINTED-DATE       PIC 9(08).
