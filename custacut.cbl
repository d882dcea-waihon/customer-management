      * dropped from the index. Run the cutover AFTER
      * CUSTRECON so the reconciliation window is still in
      * the current file when it is tallied.
      *
      * Ends with return code 8 when the parameter is bad,
      * the cutover is refused or fails, or the index
      * cannot be rewritten, so CUSTNITE stops the stream.
      ***************************************************
       ENVIRONMENT DIVISION.
       INPUT-OUTPUT SECTION.
       77  BAD-PARAMETER-SW                    PIC X(01) VALUE "N".
           88  BAD-PARAMETER                   VALUE "Y".
       77  PRUNE-STOP-SW                       PIC X(01).
       77  CUTOVER-FAILED-SW                   PIC X(01) VALUE "N".
           88  CUTOVER-FAILED                  VALUE "Y".

       77  AUDIT-EOF-SW                        PIC X(01) VALUE "N".
           88  AUDIT-EOF                       VALUE "Y".
           IF BAD-PARAMETER
              DISPLAY "Usage: custacut [keep-days]"
              DISPLAY "keep-days must be 1 to 400 (default 30)."
              MOVE 8 TO RETURN-CODE
              STOP RUN
           END-IF.
           MOVE FUNCTION CURRENT-DATE(1:8) TO TODAY-DATE.
           DISPLAY "Audit records cut over:  " CUTOVER-COUNT.
           DISPLAY "Archives now online:     " ARCHIVE-DATE-COUNT.
           DISPLAY "Archives pruned:         " PRUNED-COUNT.
           IF CUTOVER-FAILED
              MOVE 8 TO RETURN-CODE
           ELSE
              MOVE ZEROES TO RETURN-CODE
           END-IF.
           STOP RUN.

      * A keep count below one would prune every archive,
                 DISPLAY "custaudit.dat is not in the current "
                    "audit format - run custacnv first; "
                    "cutover not done."
                 MOVE "Y" TO CUTOVER-FAILED-SW
              WHEN FILE-SIZE-IN-BYTES > ZEROES
                 AND FUNCTION MOD(FILE-SIZE-IN-BYTES, 608) = ZEROES
                 DISPLAY "custaudit.dat has an ambiguous size - "
                    "verify its format manually; cutover "
                    "not done."
                 MOVE "Y" TO CUTOVER-FAILED-SW
              WHEN OTHER
                 PERFORM CHECK-ARCHIVE-NOT-THERE
           END-EVALUATE.
           IF RETURN-STATUS NOT = 0
              DISPLAY "Error renaming audit file to "
                 ARCHIVE-FILENAME
              MOVE "Y" TO CUTOVER-FAILED-SW
           ELSE
              PERFORM CREATE-EMPTY-AUDIT-FILE
              PERFORM ADD-TODAY-TO-INDEX

       REWRITE-ARCHIVE-INDEX.
           OPEN OUTPUT INDEX-FILE.
           IF INDEX-FILE-STATUS = "00"
              MOVE 1 TO ARCHIVE-DATE-SUB
              PERFORM WRITE-INDEX-ENTRY
                 UNTIL ARCHIVE-DATE-SUB > ARCHIVE-DATE-COUNT
              CLOSE INDEX-FILE
           ELSE
              DISPLAY "Error opening custaudit.idx - status "
                 INDEX-FILE-STATUS
              MOVE "Y" TO CUTOVER-FAILED-SW
           END-IF.

       WRITE-INDEX-ENTRY.
           MOVE ARCHIVE-DATE (ARCHIVE-DATE-SUB) TO INDEX-DATE.
