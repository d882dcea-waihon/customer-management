      * "inactivate" audit record and prints a manifest of
      * what it did on custdorm.lst, the way CUSTARCH
      * prints custarch.lst, so the sweep can be reviewed.
      *
      * A file that will not open, or a rewrite or audit
      * write that fails, is displayed with its file status
      * and ends the run with return code 8 so CUSTNITE
      * stops the stream; nothing is swept when a file
      * will not open. A bad cutoff date also ends with 8.
      ***************************************************
       ENVIRONMENT DIVISION.
       INPUT-OUTPUT SECTION.
       77  MANIFEST-LINE                       PIC X(100).
       77  TRAIL-REACHES-SW                    PIC X(01).
           88  TRAIL-REACHES-CUTOFF            VALUE "Y".
       77  FILE-ERROR-SW                       PIC X(01) VALUE "N".
           88  FILE-ERROR                      VALUE "Y".
       77  FILE-ERROR-NAME                     PIC X(40).
       77  FILE-ERROR-STATUS                   PIC X(02).

      * Last activity date per customer number, built in one
      * pass over the audit trail and one over the note file
           PERFORM GET-PARAMETERS.
           IF CUTOFF-DATE IS NUMERIC
              PERFORM OPENING-PROCEDURE
              IF NOT FILE-ERROR
                 PERFORM BUILD-LAST-ACTIVITY-TABLE
              END-IF
              IF NOT FILE-ERROR
                 PERFORM SWEEP-DORMANT-CUSTOMERS
                 PERFORM CLOSING-PROCEDURE
              ELSE
                 DISPLAY "CUSTDORM stopped - nothing swept."
              END-IF
           ELSE
              DISPLAY "Usage: custdorm <cutoff-date-YYYYMMDD>"
              MOVE "Y" TO FILE-ERROR-SW
           END-IF.
           IF FILE-ERROR
              MOVE 8 TO RETURN-CODE
           ELSE
              MOVE ZEROES TO RETURN-CODE
           END-IF.
           STOP RUN.

           PERFORM CHECK-NOTE-FILE-EXIST.
           PERFORM CHECK-AUDIT-FILE-EXIST.
           OPEN I-O CUSTOMER-FILE.
           IF CUSTOMER-FILE-STATUS NOT = "00"
              MOVE "customer.dat" TO FILE-ERROR-NAME
              MOVE CUSTOMER-FILE-STATUS TO FILE-ERROR-STATUS
              PERFORM REPORT-FILE-ERROR
           END-IF.
           OPEN INPUT NOTE-FILE.
           IF NOTE-FILE-STATUS NOT = "00"
              MOVE "custnote.dat" TO FILE-ERROR-NAME
              MOVE NOTE-FILE-STATUS TO FILE-ERROR-STATUS
              PERFORM REPORT-FILE-ERROR
           END-IF.
      * AUDIT-FILE is opened by BUILD-LAST-ACTIVITY-TABLE:
      * first INPUT for the activity pass, then EXTEND for
      * the "inactivate" records the sweep writes.
           OPEN OUTPUT MANIFEST-FILE.
           PERFORM PRINT-MANIFEST-HEADING.

       REPORT-FILE-ERROR.
           DISPLAY "Error on " FILE-ERROR-NAME
              " - file status " FILE-ERROR-STATUS.
           MOVE "Y" TO FILE-ERROR-SW.

       CHECK-CUSTOMER-FILE-EXIST.
           MOVE "customer.dat" TO INPUT-FILE.
           MOVE ZEROES TO RETURN-CODE.
           MOVE "custaudit.dat" TO AUDIT-FILE-NAME.
           PERFORM SCAN-ONE-AUDIT-FILE.
           PERFORM SCAN-NOTE-FILE.
           MOVE "custaudit.dat" TO AUDIT-FILE-NAME.
           OPEN EXTEND AUDIT-FILE.
           IF AUDIT-FILE-STATUS NOT = "00"
              MOVE AUDIT-FILE-NAME TO FILE-ERROR-NAME
              MOVE AUDIT-FILE-STATUS TO FILE-ERROR-STATUS
              PERFORM REPORT-FILE-ERROR
           END-IF.

       LOAD-ARCHIVE-INDEX.
           MOVE ZEROES TO ARCHIVE-DATE-COUNT.
      * the record just swept. A record held by an operator
      * fails the REWRITE with file status 51; it is skipped
      * and reported rather than retried, the next sweep
      * will pick it up. Status 02 is a good rewrite that
      * left a duplicate name or postcode alternate key.
       INACTIVATE-THIS-CUSTOMER.
           MOVE CUSTOMER-RECORD TO AUDIT-BEFORE-RECORD.
           MOVE "I" TO CUSTOMER-STATUS.
           END-REWRITE.
           EVALUATE TRUE
              WHEN CUSTOMER-FILE-STATUS = "00"
              WHEN CUSTOMER-FILE-STATUS = "02"
                 MOVE CUSTOMER-RECORD TO AUDIT-AFTER-RECORD
                 PERFORM WRITE-AUDIT-RECORD
                 PERFORM PRINT-MANIFEST-LINE
                 MOVE "rewrite failed - not swept"
                    TO SKIP-REASON
                 PERFORM PRINT-MANIFEST-EXCEPTION
                 MOVE "customer.dat" TO FILE-ERROR-NAME
                 MOVE CUSTOMER-FILE-STATUS TO FILE-ERROR-STATUS
                 PERFORM REPORT-FILE-ERROR
           END-EVALUATE.

      ****************************************************
                                     TO AUDIT-TIMESTAMP.
           MOVE "CUSTDORM"           TO AUDIT-OPERATOR.
           WRITE AUDIT-RECORD.
           IF AUDIT-FILE-STATUS NOT = "00"
              MOVE AUDIT-FILE-NAME TO FILE-ERROR-NAME
              MOVE AUDIT-FILE-STATUS TO FILE-ERROR-STATUS
              PERFORM REPORT-FILE-ERROR
           END-IF.

      ****************************************************
      * Manifest of what was swept
