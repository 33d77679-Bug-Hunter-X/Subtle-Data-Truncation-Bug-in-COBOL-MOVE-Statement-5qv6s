      *  and job for each.  PF8/PF7 page forward and back; ENTER
      *  with a new key starts a fresh inquiry.
      *
      *  A key retired by a key change or merge (CUSTRKEY) has had
      *  its trail rows re-keyed to the key that replaced it, so
      *  the key is looked up on the key cross-reference
      *  (CUSTXREF.CPY, the same keyed file online) first, the
      *  history shown is the replacing key's, and the message
      *  line says so.
      *
      *  LIMITATION: this shop has no CICS translator installed, so
      *  the EXEC CICS statements below are hand-desk-checked against
      *  the same paragraph/COMMAREA pattern used throughout this

       COPY TRUNINQ.

       COPY CUSTXREF.

       01  WS-RESP                     PIC S9(8) COMP.
       01  WS-LINE-SUB                 PIC 9(4)  COMP.
       01  WS-SORT-SUB                 PIC 9(4)  COMP.
       01  WS-OLDEST-SUB               PIC 9(4)  COMP.
       01  WS-AUD-BROWSE-KEY           PIC X(33) VALUE SPACES.
       01  WS-EXC-BROWSE-KEY           PIC X(25) VALUE SPACES.
       01  WS-KEYED-CUST-KEY           PIC X(10) VALUE SPACES.
       01  WS-RETIRED-SWITCH           PIC X(1)  VALUE 'N'.
           88  WS-KEY-RETIRED                    VALUE 'Y'.

      *    The whole history for the keyed account is gathered once
      *    per inquiry and carried in the COMMAREA, so paging is a
           END-IF

           MOVE TQKEYI TO WS-CA-CUST-KEY
           PERFORM 1100-FOLLOW-KEY-XREF
           MOVE ZERO   TO WS-CA-LINE-COUNT
           MOVE 'N'    TO WS-CA-OVERFLOW-FLAG
           PERFORM 2000-GATHER-AUDIT-ROWS
           SET WS-CA-MODE-SHOWING TO TRUE
           MOVE 1 TO WS-CA-PAGE-NO

      *    An overflow warning outranks the retired-key notice -
      *    the analyst must know the history is incomplete.
           EVALUATE TRUE
               WHEN WS-CA-OVERFLOWED
                   MOVE 'HISTORY CUT AT 50 LINES - OLDEST NOT SHOWN'
                       TO TQMSGO
               WHEN WS-KEY-RETIRED
                   MOVE SPACES TO TQMSGO
                   IF XR-KEY-MERGED
                       STRING 'KEY ' WS-KEYED-CUST-KEY
                           ' MERGED INTO ' XR-NEW-KEY
                           ' ON ' XR-EFFECTIVE-DATE
                           ' - SHOWING ' XR-NEW-KEY
                           DELIMITED BY SIZE INTO TQMSGO
                   ELSE
                       STRING 'KEY ' WS-KEYED-CUST-KEY
                           ' CHANGED TO ' XR-NEW-KEY
                           ' ON ' XR-EFFECTIVE-DATE
                           ' - SHOWING ' XR-NEW-KEY
                           DELIMITED BY SIZE INTO TQMSGO
                   END-IF
               WHEN WS-CA-LINE-COUNT = ZERO
                   MOVE 'NO TRUNCATION HISTORY ON FILE FOR THIS ACCOUNT'
                       TO TQMSGO
               WHEN OTHER
                   MOVE 'NEWEST FIRST - PF8 FOR OLDER, PF3 TO EXIT'
                       TO TQMSGO
           END-EVALUATE
           PERFORM 6000-SEND-CURRENT-PAGE.

       1100-FOLLOW-KEY-XREF.
      *    NOTFND is the everyday answer - the key was never
      *    retired - and any other response is treated the same
      *    way, so a cross-reference outage never stops an inquiry.
           MOVE 'N'            TO WS-RETIRED-SWITCH
           MOVE WS-CA-CUST-KEY TO WS-KEYED-CUST-KEY
           EXEC CICS READ
               FILE('CUSTXREF')
               INTO(KEY-XREF-RECORD)
               RIDFLD(WS-KEYED-CUST-KEY)
               RESP(WS-RESP)
           END-EXEC
           IF WS-RESP = DFHRESP(NORMAL)
               SET WS-KEY-RETIRED TO TRUE
               MOVE XR-NEW-KEY TO WS-CA-CUST-KEY
           END-IF.

       2000-GATHER-AUDIT-ROWS.
      *    TRUNCAUD online is keyed TA-SOURCE-KEY + TA-RUN-DATE +
      *    TA-FIELD-NAME, so a GTEQ browse from key + low values
