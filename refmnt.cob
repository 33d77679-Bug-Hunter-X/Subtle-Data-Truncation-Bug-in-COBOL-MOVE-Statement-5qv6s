      *****************************************************************
      *  Reference-data maintenance.
      *  Applies add / change / delete transactions (REFTRAN.CPY)
      *  against the keyed code reference file (CODEREF.CPY), the
      *  keyed field reference file (FLDREF.CPY), and the keyed
      *  abbreviation dictionary (ABBREF.CPY) that every
      *  validating job loads at startup, so a legitimate new
      *  customer-type code or a field-length change is live the
      *  same day ops keys it - no copybook edit, no recompile of
      *  the conversion and maintenance jobs, no days of rejects
      *  while a compile works through change control.  Every
      *  file's key carries the effective date, so a change can be
      *  keyed ahead of its go-live day and sits inert until then.
      *
      *  Every transaction is edited before it is applied - an
      *  impossible effective date or a mode the validators do not
               RECORD KEY IS FR-REFERENCE-KEY
               FILE STATUS IS WS-FIELD-REFERENCE-STATUS.

           SELECT ABBREV-REFERENCE-FILE ASSIGN TO "ABBREF"
               ORGANIZATION IS INDEXED
               ACCESS MODE IS RANDOM
               RECORD KEY IS AB-REFERENCE-KEY
               FILE STATUS IS WS-ABBREV-REFERENCE-STATUS.

           SELECT REGISTER-FILE ASSIGN TO "REFMNREG"
               ORGANIZATION IS LINE SEQUENTIAL.

       FD  FIELD-REFERENCE-FILE.
           COPY FLDREF.

       FD  ABBREV-REFERENCE-FILE.
           COPY ABBREF.

       FD  REGISTER-FILE.
       01  REGISTER-LINE               PIC X(132).

       01  WS-REF-TRAN-STATUS           PIC X(2)  VALUE SPACES.
       01  WS-CODE-REFERENCE-STATUS     PIC X(2)  VALUE SPACES.
       01  WS-FIELD-REFERENCE-STATUS    PIC X(2)  VALUE SPACES.
       01  WS-ABBREV-REFERENCE-STATUS   PIC X(2)  VALUE SPACES.

       01  WS-EOF-SWITCH                PIC X(1)  VALUE 'N'.
           88  WS-END-OF-INPUT                     VALUE 'Y'.
           05  FILLER                   PIC X(2)  VALUE SPACES.
           05  WR-REASON                PIC X(40).

       COPY RUNDATEC.

       PROCEDURE DIVISION.
       0000-MAIN.
           PERFORM 0005-GET-BUSINESS-DATE
           IF RD-DATE-REFUSED
               GOBACK
           END-IF
           PERFORM 0100-OPEN-FILES
           PERFORM 0200-READ-TRANSACTION
           PERFORM 0300-APPLY-ONE-TRANSACTION UNTIL WS-END-OF-INPUT
           PERFORM 0960-DISPLAY-CONTROL-TOTALS
           GOBACK.

       0005-GET-BUSINESS-DATE.
      *    The run date is the business date from the control file,
      *    not the clock (RUNDATEC.CPY) - a closed date refuses the
      *    run before anything is opened.
           MOVE WS-JOB-NAME TO RD-JOB-NAME
           MOVE 'U' TO RD-ACCESS
           CALL 'RUNDATE' USING RUNDATE-PARMS
           EVALUATE TRUE
               WHEN RD-DATE-REFUSED
                   DISPLAY "Error: " FUNCTION TRIM(RD-MESSAGE)
                       " - " FUNCTION TRIM(RD-JOB-NAME) " not run"
                   MOVE 8 TO RETURN-CODE
               WHEN RD-CLOCK-DATE-USED
                   DISPLAY "Warning: " FUNCTION TRIM(RD-MESSAGE)
                   MOVE 4 TO RETURN-CODE
           END-EVALUATE
           MOVE RD-RUN-DATE TO WS-RUN-DATE.

       0100-OPEN-FILES.
           OPEN INPUT REF-TRAN-FILE
           IF WS-REF-TRAN-STATUS NOT = "00"
               MOVE 8 TO RETURN-CODE
           END-IF

           OPEN I-O ABBREV-REFERENCE-FILE
           IF WS-ABBREV-REFERENCE-STATUS NOT = "00"
               OPEN OUTPUT ABBREV-REFERENCE-FILE
               CLOSE ABBREV-REFERENCE-FILE
               OPEN I-O ABBREV-REFERENCE-FILE
           END-IF
           IF WS-ABBREV-REFERENCE-STATUS NOT = "00"
               DISPLAY "Error: could not open abbreviation reference"
                   " file, status " WS-ABBREV-REFERENCE-STATUS
                   " - no transactions applied"
               SET WS-END-OF-INPUT TO TRUE
               MOVE 8 TO RETURN-CODE
           END-IF

           OPEN OUTPUT REGISTER-FILE
           MOVE "REFERENCE-DATA MAINTENANCE TRANSACTION REGISTER"
               TO REGISTER-LINE
               EVALUATE TRUE
                   WHEN RT-CODE-TABLE-TRANS
                       PERFORM 1000-APPLY-TO-CODE-FILE
                   WHEN RT-ABBREV-TABLE-TRANS
                       PERFORM 3000-APPLY-TO-ABBREV-FILE
                   WHEN OTHER
                       PERFORM 2000-APPLY-TO-FIELD-FILE
               END-EVALUATE
       0400-WRITE-REGISTER-LINE.
           MOVE RT-TRANS-CODE TO WR-TRANS-CODE
           MOVE RT-TABLE-TYPE TO WR-TABLE-TYPE
           EVALUATE TRUE
               WHEN RT-CODE-TABLE-TRANS
                   MOVE SPACES TO WR-KEY-DETAIL
                   STRING RT-TABLE-NAME " " RT-CODE-VALUE(1:19)
                       DELIMITED BY SIZE INTO WR-KEY-DETAIL
               WHEN RT-ABBREV-TABLE-TRANS
                   MOVE SPACES TO WR-KEY-DETAIL
                   STRING RT-FIELD-NAME(1:8) " " RT-LONG-TERM(1:19)
                       DELIMITED BY SIZE INTO WR-KEY-DETAIL
               WHEN OTHER
                   MOVE RT-FIELD-NAME TO WR-KEY-DETAIL
           END-EVALUATE
           MOVE RT-EFFECTIVE-DATE TO WR-EFFECTIVE-DATE
           IF WS-TRAN-OK
               ADD 1 TO WS-TRANS-APPLIED
           IF WS-TRAN-OK
               AND NOT RT-CODE-TABLE-TRANS
               AND NOT RT-FIELD-TABLE-TRANS
               AND NOT RT-ABBREV-TABLE-TRANS
               MOVE 'N' TO WS-TRAN-OK-SWITCH
               MOVE "INVALID TABLE TYPE" TO WS-REJECT-REASON
           END-IF
           END-IF

           IF WS-TRAN-OK
               EVALUATE TRUE
                   WHEN RT-CODE-TABLE-TRANS
                       PERFORM 0520-EDIT-CODE-TRANSACTION
                   WHEN RT-ABBREV-TABLE-TRANS
                       PERFORM 0560-EDIT-ABBREV-TRANSACTION
                   WHEN OTHER
                       PERFORM 0540-EDIT-FIELD-TRANSACTION
               END-EVALUATE
           END-IF.

       0520-EDIT-CODE-TRANSACTION.
               MOVE "TABLE NAME AND CODE VALUE REQUIRED"
                   TO WS-REJECT-REASON
           END-IF
           PERFORM 0530-EDIT-EXPIRY-DATE.

       0530-EDIT-EXPIRY-DATE.
      *    A zero expiry means open-ended; anything else must be a
      *    real date after the effective date or the retire rule in
      *    the startup loads misfires.
                       TO WS-REJECT-REASON
           END-EVALUATE.

       0560-EDIT-ABBREV-TRANSACTION.
      *    The dictionary only ever shortens: a short form as long as
      *    its term would loop the validators' substitution for
      *    nothing.  A blank field name is allowed - it applies the
      *    term to every protected field.
           EVALUATE TRUE
               WHEN RT-LONG-TERM = SPACES OR RT-SHORT-TERM = SPACES
                   MOVE 'N' TO WS-TRAN-OK-SWITCH
                   MOVE "LONG TERM AND SHORT TERM REQUIRED"
                       TO WS-REJECT-REASON
               WHEN RT-LONG-TERM(1:1) = SPACE
                   OR RT-SHORT-TERM(1:1) = SPACE
                   MOVE 'N' TO WS-TRAN-OK-SWITCH
                   MOVE "TERMS MUST NOT START WITH A SPACE"
                       TO WS-REJECT-REASON
               WHEN FUNCTION LENGTH(FUNCTION TRIM(RT-SHORT-TERM))
                   NOT < FUNCTION LENGTH(FUNCTION TRIM(RT-LONG-TERM))
                   MOVE 'N' TO WS-TRAN-OK-SWITCH
                   MOVE "SHORT TERM MUST BE SHORTER THAN LONG TERM"
                       TO WS-REJECT-REASON
           END-EVALUATE
           PERFORM 0530-EDIT-EXPIRY-DATE.

       1000-APPLY-TO-CODE-FILE.
           MOVE RT-TABLE-NAME     TO CF-TABLE-NAME
           MOVE RT-CODE-VALUE     TO CF-CODE-VALUE
           MOVE RT-CODE-TABLE TO FR-CODE-TABLE
           MOVE RT-REJECT-DISP TO FR-REJECT-DISP.

       3000-APPLY-TO-ABBREV-FILE.
           MOVE RT-FIELD-NAME     TO AB-FIELD-NAME
           MOVE RT-LONG-TERM      TO AB-LONG-TERM
           MOVE RT-EFFECTIVE-DATE TO AB-EFFECTIVE-DATE
           EVALUATE TRUE
               WHEN RT-ADD-TRANS
                   MOVE RT-SHORT-TERM  TO AB-SHORT-TERM
                   MOVE RT-EXPIRY-DATE TO AB-EXPIRY-DATE
                   WRITE ABBREV-REFERENCE-RECORD
                       INVALID KEY
                           MOVE 'N' TO WS-TRAN-OK-SWITCH
                           MOVE "TERM ALREADY ON FILE FOR THAT DATE"
                               TO WS-REJECT-REASON
                   END-WRITE
               WHEN RT-CHANGE-TRANS
                   READ ABBREV-REFERENCE-FILE
                       INVALID KEY
                           MOVE 'N' TO WS-TRAN-OK-SWITCH
                           MOVE "TERM NOT ON FILE FOR THAT DATE"
                               TO WS-REJECT-REASON
                   END-READ
                   IF WS-TRAN-OK
                       MOVE RT-SHORT-TERM  TO AB-SHORT-TERM
                       MOVE RT-EXPIRY-DATE TO AB-EXPIRY-DATE
                       REWRITE ABBREV-REFERENCE-RECORD
                           INVALID KEY
                               MOVE 'N' TO WS-TRAN-OK-SWITCH
                               MOVE "REWRITE FAILED - SEE FILE STATUS"
                                   TO WS-REJECT-REASON
                               DISPLAY "Error: rewrite failed for term "
                                   RT-LONG-TERM " status "
                                   WS-ABBREV-REFERENCE-STATUS
                       END-REWRITE
                   END-IF
               WHEN RT-DELETE-TRANS
                   DELETE ABBREV-REFERENCE-FILE
                       INVALID KEY
                           MOVE 'N' TO WS-TRAN-OK-SWITCH
                           MOVE "TERM NOT ON FILE FOR THAT DATE"
                               TO WS-REJECT-REASON
                   END-DELETE
           END-EVALUATE.

       5000-EDIT-ONE-DATE.
      *    CCYYMMDD and a real calendar day - the same edit the
      *    conversion's 'D' content rule applies.  WS-EDIT-DATE-X
           IF WS-FIELD-REFERENCE-STATUS = "00"
               CLOSE FIELD-REFERENCE-FILE
           END-IF
           IF WS-ABBREV-REFERENCE-STATUS = "00"
               CLOSE ABBREV-REFERENCE-FILE
           END-IF
           CLOSE REGISTER-FILE.

       0960-DISPLAY-CONTROL-TOTALS.
