      * Run with parameters on the command line, the way
      * CUSTRPT takes its selection parameters:
      *    custmchg <field> <match-value> <new-value>
      *             DRYRUN|<operator-id>
      *    custmchg APPROVED <request-number>
      * field is NAME, ADDRESS1, ADDRESS2, CITY, STATE,
      * POSTCODE, EMAIL or PHONE.
      *
      * before it is let loose. Either way the run prints
      * custmchg.lst listing every record it changed or
      * would change.
      *
      * A live run names the operator asking for it. A
      * supervisor's run is applied at once and audited
      * under their ID. Anyone else's is sized like a dry
      * run and sent to APPROVAL-FILE as a "masschange"
      * request; once a supervisor approves it in CUSTMGMT
      * it is applied by the APPROVED form, which writes an
      * "approved" audit record under the supervisor and
      * the "masschange" record under the requester for
      * every customer changed, and stamps the request
      * applied so it cannot run twice.
      ***************************************************
       ENVIRONMENT DIVISION.
       INPUT-OUTPUT SECTION.

           COPY "CUSTFC.CBL".

           COPY "OPERFC.CBL".

           COPY "APPRFC.CBL".

           COPY "CTLFC.CBL".

           SELECT AUDIT-FILE
              ASSIGN TO "custaudit.dat"
              ORGANIZATION IS SEQUENTIAL.
           LABEL RECORDS ARE STANDARD.
           COPY "CUSTREC.CBL".

       FD  OPERATOR-FILE
           LABEL RECORDS ARE STANDARD.
           COPY "OPERREC.CBL".

       FD  APPROVAL-FILE
           LABEL RECORDS ARE STANDARD.
           COPY "APPRREC.CBL".

       FD  CONTROL-FILE
           LABEL RECORDS ARE STANDARD.
           COPY "CTLREC.CBL".

       FD  AUDIT-FILE
           LABEL RECORDS ARE STANDARD.
           COPY "AUDITREC.CBL".
       WORKING-STORAGE SECTION.

       77  CUSTOMER-FILE-STATUS                PIC X(02).
       77  OPERATOR-FILE-STATUS                PIC X(02).
       77  APPROVAL-FILE-STATUS                PIC X(02).
       77  CONTROL-FILE-STATUS                 PIC X(02).

       77  ARG-COUNT                           PIC 9(02).
       77  ARG-INDEX                           PIC 9(02).
       77  CHANGE-FIELD                        PIC X(08).
       77  MATCH-VALUE                         PIC X(50).
       77  NEW-VALUE                           PIC X(50).
       77  RUN-PARAMETER                       PIC X(08).
       77  DRY-RUN-SW                          PIC X(01) VALUE "N".
           88  DRY-RUN                         VALUE "Y".

      ****************************************************
      * Supervisor approval of live runs
      ****************************************************
       77  RUN-MODE                            PIC X(01) VALUE "D".
           88  DRY-RUN-MODE                    VALUE "D".
           88  SUPERVISOR-RUN                  VALUE "S".
           88  REQUEST-RUN                     VALUE "Q".
           88  APPROVED-RUN                    VALUE "A".
       77  RUN-OPERATOR                        PIC X(08).
       77  APPROVED-BY                         PIC X(08).
       77  REQUEST-NUMBER                      PIC 9(05).
       77  REQUEST-REFUSED-SW                  PIC X(01) VALUE "N".
           88  REQUEST-REFUSED                 VALUE "Y".
       77  REQUEST-QUEUED-SW                   PIC X(01) VALUE "N".
           88  REQUEST-QUEUED                  VALUE "Y".
       77  AUDIT-ACTION-NAME                   PIC X(10).
       77  AUDIT-OPERATOR-ID                   PIC X(08).
       77  CHANGE-BEFORE-IMAGE                 PIC X(286).
       77  CONTROL-FOUND                       PIC X(01).
       77  APPROVAL-SCAN-DONE-SW               PIC X(01).
       77  NEW-APPROVAL-NUMBER                 PIC 9(05).
       77  HIGHEST-APPROVAL-NUMBER             PIC 9(05).

       77  TODAY-DATE                          PIC X(08).
       77  CUSTOMER-EOF-SW                     PIC X(01) VALUE "N".
           88  CUSTOMER-EOF                    VALUE "Y".
              DISPLAY "Usage: custmchg NAME|ADDRESS1|ADDRESS2|"
                 "CITY|STATE|POSTCODE|EMAIL|PHONE"
              DISPLAY "                <match-value> <new-value>"
                 " DRYRUN|<operator-id>"
              DISPLAY "       custmchg APPROVED <request-number>"
           ELSE
              PERFORM OPENING-PROCEDURE
              IF REQUEST-REFUSED
                 MOVE 8 TO RETURN-CODE
              ELSE
                 PERFORM MAIN-PROCESS
              END-IF
              PERFORM CLOSING-PROCEDURE
           END-IF.
           STOP RUN.

       GET-PARAMETERS.
           MOVE SPACES TO CHANGE-FIELD.
           MOVE SPACES TO MATCH-VALUE.
           MOVE SPACES TO NEW-VALUE.
           MOVE SPACES TO RUN-PARAMETER.
           ACCEPT ARG-COUNT FROM ARGUMENT-NUMBER.
           IF ARG-COUNT >= 1
              MOVE 1 TO ARG-INDEX
              DISPLAY ARG-INDEX UPON ARGUMENT-NUMBER
              ACCEPT CHANGE-FIELD FROM ARGUMENT-VALUE
           END-IF.
           INSPECT CHANGE-FIELD
              CONVERTING LOWER-ALPHA
              TO         UPPER-ALPHA.
           IF CHANGE-FIELD = "APPROVED"
              PERFORM GET-APPROVED-PARAMETERS
           ELSE
              PERFORM GET-CHANGE-PARAMETERS
           END-IF.

      * The field, values and requester of an approved run
      * come from the request itself (see OPEN-APPROVED-
      * REQUEST); only its number is on the command line.
       GET-APPROVED-PARAMETERS.
           MOVE "A" TO RUN-MODE.
           MOVE ZEROES TO REQUEST-NUMBER.
           IF ARG-COUNT NOT = 2
              MOVE "Y" TO BAD-PARAMETER-SW
           ELSE
              MOVE 2 TO ARG-INDEX
              DISPLAY ARG-INDEX UPON ARGUMENT-NUMBER
              MOVE SPACES TO ARG-VALUE
              ACCEPT ARG-VALUE FROM ARGUMENT-VALUE
              IF ARG-VALUE NOT = SPACES
                 AND FUNCTION NUMVAL(ARG-VALUE) >= 1
                 AND FUNCTION NUMVAL(ARG-VALUE) <= 99999
                 MOVE FUNCTION NUMVAL(ARG-VALUE) TO REQUEST-NUMBER
              ELSE
                 MOVE "Y" TO BAD-PARAMETER-SW
              END-IF
           END-IF.

      * A new postcode that is not five numeric digits
      * would be refused one keystroke at a time in Change
      * mode, so it is refused here too before anything is
      * scanned. A live run must say who is asking for it,
      * so the fourth parameter is DRYRUN or an operator ID.
       GET-CHANGE-PARAMETERS.
           IF ARG-COUNT < 4
              MOVE "Y" TO BAD-PARAMETER-SW
           ELSE
              MOVE 2 TO ARG-INDEX
              DISPLAY ARG-INDEX UPON ARGUMENT-NUMBER
              ACCEPT MATCH-VALUE FROM ARGUMENT-VALUE
              MOVE 3 TO ARG-INDEX
              DISPLAY ARG-INDEX UPON ARGUMENT-NUMBER
              ACCEPT NEW-VALUE FROM ARGUMENT-VALUE
              MOVE 4 TO ARG-INDEX
              DISPLAY ARG-INDEX UPON ARGUMENT-NUMBER
              ACCEPT RUN-PARAMETER FROM ARGUMENT-VALUE
           END-IF.
           INSPECT RUN-PARAMETER
              CONVERTING LOWER-ALPHA
              TO         UPPER-ALPHA.
           IF RUN-PARAMETER = "DRYRUN"
              MOVE "Y" TO DRY-RUN-SW
              MOVE "D" TO RUN-MODE
           ELSE
              MOVE "Q" TO RUN-MODE
              MOVE RUN-PARAMETER TO RUN-OPERATOR
              IF RUN-PARAMETER = SPACES
                 MOVE "Y" TO BAD-PARAMETER-SW
              END-IF
           END-IF.
           PERFORM CHECK-CHANGE-PARAMETERS.

       CHECK-CHANGE-PARAMETERS.
           IF CHANGE-FIELD NOT = "NAME"
              AND CHANGE-FIELD NOT = "ADDRESS1"
              AND CHANGE-FIELD NOT = "ADDRESS2"
              MOVE "Y" TO BAD-PARAMETER-SW
           END-IF.

      * A request run and a dry run only read CUSTOMER-FILE;
      * the customer file is opened for update only once it
      * is known the run will apply its change.
       OPENING-PROCEDURE.
           MOVE FUNCTION CURRENT-DATE(1:8) TO TODAY-DATE.
           PERFORM CHECK-CUSTOMER-FILE-EXIST.
           PERFORM CHECK-AUDIT-FILE-EXIST.
           IF NOT DRY-RUN-MODE
              PERFORM CHECK-APPROVAL-FILES-EXIST
              OPEN I-O APPROVAL-FILE
           END-IF.
           IF REQUEST-RUN
              PERFORM CHECK-RUN-OPERATOR
           END-IF.
           IF APPROVED-RUN
              PERFORM OPEN-APPROVED-REQUEST
           END-IF.
           IF DRY-RUN-MODE OR REQUEST-RUN OR REQUEST-REFUSED
              MOVE "Y" TO DRY-RUN-SW
              OPEN INPUT CUSTOMER-FILE
           ELSE
              OPEN I-O CUSTOMER-FILE
           OPEN OUTPUT REPORT-FILE.
           PERFORM PRINT-REPORT-HEADING.

      * A supervisor's own run goes ahead at once; anyone
      * else's is counted like a dry run and queued for
      * approval when the scan is done.
       CHECK-RUN-OPERATOR.
           OPEN INPUT OPERATOR-FILE.
           MOVE RUN-OPERATOR TO OPERATOR-ID.
           READ OPERATOR-FILE RECORD
              INVALID KEY
                 DISPLAY "Operator " RUN-OPERATOR
                    " is not on file - nothing done."
                 MOVE "Y" TO REQUEST-REFUSED-SW
              NOT INVALID KEY
                 IF OPERATOR-IS-SUPERVISOR
                    MOVE "S" TO RUN-MODE
                 END-IF
           END-READ.
           CLOSE OPERATOR-FILE.

      * The request must be an approved mass change that
      * has not been applied yet and was approved by
      * someone other than the operator who asked for it.
      * It stays locked until the run stamps it applied.
       OPEN-APPROVED-REQUEST.
           MOVE REQUEST-NUMBER TO APPROVAL-NUMBER.
           READ APPROVAL-FILE RECORD WITH LOCK
              INVALID KEY
                 DISPLAY "Request " REQUEST-NUMBER
                    " is not on file or is in use."
                 MOVE "Y" TO REQUEST-REFUSED-SW
           END-READ.
           IF NOT REQUEST-REFUSED
              EVALUATE TRUE
                 WHEN APPROVAL-ACTION NOT = "masschange"
                    DISPLAY "Request " REQUEST-NUMBER
                       " is not a mass change."
                    MOVE "Y" TO REQUEST-REFUSED-SW
                 WHEN NOT APPROVAL-APPROVED
                    DISPLAY "Request " REQUEST-NUMBER
                       " has not been approved."
                    MOVE "Y" TO REQUEST-REFUSED-SW
                 WHEN APPROVAL-APPLIED-AT NOT = SPACES
                    DISPLAY "Request " REQUEST-NUMBER
                       " has already been applied."
                    MOVE "Y" TO REQUEST-REFUSED-SW
                 WHEN APPROVAL-DECIDED-BY = APPROVAL-REQUESTED-BY
                    DISPLAY "Request " REQUEST-NUMBER
                       " was approved by its own requester."
                    MOVE "Y" TO REQUEST-REFUSED-SW
              END-EVALUATE
           END-IF.
           IF REQUEST-REFUSED
              DISPLAY "Nothing changed."
              MOVE SPACES TO CHANGE-FIELD
           ELSE
              MOVE APPROVAL-CHANGE-FIELD TO CHANGE-FIELD
              MOVE APPROVAL-MATCH-VALUE  TO MATCH-VALUE
              MOVE APPROVAL-NEW-VALUE    TO NEW-VALUE
              MOVE APPROVAL-REQUESTED-BY TO RUN-OPERATOR
              MOVE APPROVAL-DECIDED-BY   TO APPROVED-BY
           END-IF.

       CHECK-CUSTOMER-FILE-EXIST.
           MOVE "customer.dat" TO INPUT-FILE.
           MOVE ZEROES TO RETURN-CODE.
              CLOSE AUDIT-FILE
           END-IF.

       CHECK-APPROVAL-FILES-EXIST.
           MOVE "custappr.dat" TO INPUT-FILE.
           MOVE ZEROES TO RETURN-CODE.
           CALL "CBL_CHECK_FILE_EXIST"
              USING INPUT-FILE
                    FILE-INFO
              RETURNING RETURN-STATUS.
           IF RETURN-STATUS NOT = 0
              OPEN OUTPUT APPROVAL-FILE
              CLOSE APPROVAL-FILE
           END-IF.
           MOVE "custctl.dat" TO INPUT-FILE.
           MOVE ZEROES TO RETURN-CODE.
           CALL "CBL_CHECK_FILE_EXIST"
              USING INPUT-FILE
                    FILE-INFO
              RETURNING RETURN-STATUS.
           IF RETURN-STATUS NOT = 0
              OPEN OUTPUT CONTROL-FILE
              CLOSE CONTROL-FILE
           END-IF.
           MOVE "custoper.dat" TO INPUT-FILE.
           MOVE ZEROES TO RETURN-CODE.
           CALL "CBL_CHECK_FILE_EXIST"
              USING INPUT-FILE
                    FILE-INFO
              RETURNING RETURN-STATUS.
           IF RETURN-STATUS NOT = 0
              OPEN OUTPUT OPERATOR-FILE
              CLOSE OPERATOR-FILE
           END-IF.

       CLOSING-PROCEDURE.
           IF REQUEST-RUN AND NOT REQUEST-REFUSED
              PERFORM QUEUE-MASS-CHANGE-REQUEST
           END-IF.
           IF APPROVED-RUN AND NOT REQUEST-REFUSED
              PERFORM STAMP-REQUEST-APPLIED
           END-IF.
           PERFORM PRINT-REPORT-TRAILER.
           CLOSE CUSTOMER-FILE.
           IF NOT DRY-RUN
              CLOSE AUDIT-FILE
           END-IF.
           IF NOT DRY-RUN-MODE
              CLOSE APPROVAL-FILE
           END-IF.
           CLOSE REPORT-FILE.
           DISPLAY "CUSTMCHG complete.".
           IF DRY-RUN-MODE
              DISPLAY "DRY RUN - nothing was changed."
           END-IF.
           IF REQUEST-QUEUED
              DISPLAY "Sent for supervisor approval as request "
                 APPROVAL-NUMBER "."
           END-IF.
           DISPLAY "Records scanned:  " SCANNED-COUNT.
           DISPLAY "Records matched:  " MATCHED-COUNT.
           DISPLAY "Records changed:  " CHANGED-COUNT.
      * the scan carries on from the record just changed.
      * A record held by an operator fails with file
      * status 51 and is skipped and reported; re-run the
      * job to catch it. An approved request writes the
      * supervisor's "approved" record (image unchanged)
      * ahead of the requester's "masschange" record.
       CHANGE-THIS-CUSTOMER.
           MOVE CUSTOMER-RECORD TO CHANGE-BEFORE-IMAGE.
           PERFORM APPLY-NEW-VALUE.
           REWRITE CUSTOMER-RECORD
              INVALID KEY
           END-REWRITE.
           EVALUATE TRUE
              WHEN CUSTOMER-FILE-STATUS = "00"
                 IF APPROVED-RUN
                    MOVE CHANGE-BEFORE-IMAGE TO AUDIT-BEFORE-RECORD
                    MOVE CHANGE-BEFORE-IMAGE TO AUDIT-AFTER-RECORD
                    MOVE "approved"   TO AUDIT-ACTION-NAME
                    MOVE APPROVED-BY  TO AUDIT-OPERATOR-ID
                    PERFORM WRITE-AUDIT-RECORD
                 END-IF
                 MOVE CHANGE-BEFORE-IMAGE TO AUDIT-BEFORE-RECORD
                 MOVE CUSTOMER-RECORD TO AUDIT-AFTER-RECORD
                 MOVE "masschange"    TO AUDIT-ACTION-NAME
                 MOVE RUN-OPERATOR    TO AUDIT-OPERATOR-ID
                 PERFORM WRITE-AUDIT-RECORD
                 ADD 1 TO CHANGED-COUNT
                 PERFORM PRINT-CHANGED-LINE
      ****************************************************
       WRITE-AUDIT-RECORD.
           MOVE CUSTOMER-NUMBER      TO AUDIT-CUSTOMER-NUMBER.
           MOVE AUDIT-ACTION-NAME    TO AUDIT-ACTION.
           MOVE FUNCTION CURRENT-DATE
                                     TO AUDIT-TIMESTAMP.
           MOVE AUDIT-OPERATOR-ID    TO AUDIT-OPERATOR.
           WRITE AUDIT-RECORD.

      ****************************************************
      * Approval request routines
      *
      * A request carries the field and values, the number
      * of records it matched when it was asked for, and
      * the requesting operator; its number comes from the
      * "APPRNO" record on CONTROL-FILE, shared with the
      * delete and merge requests CUSTMGMT queues. A run
      * that matched nothing is not queued.
      ****************************************************
       QUEUE-MASS-CHANGE-REQUEST.
           IF MATCHED-COUNT = ZEROES
              DISPLAY "No records matched - no request made."
           ELSE
              OPEN I-O CONTROL-FILE
              PERFORM ASSIGN-NEXT-APPROVAL-NUMBER
              CLOSE CONTROL-FILE
              INITIALIZE APPROVAL-RECORD
              MOVE NEW-APPROVAL-NUMBER   TO APPROVAL-NUMBER
              MOVE "masschange"          TO APPROVAL-ACTION
              MOVE "P"                   TO APPROVAL-STATUS
              MOVE RUN-OPERATOR          TO APPROVAL-REQUESTED-BY
              MOVE FUNCTION CURRENT-DATE TO APPROVAL-REQUESTED-AT
              MOVE CHANGE-FIELD          TO APPROVAL-CHANGE-FIELD
              MOVE MATCH-VALUE           TO APPROVAL-MATCH-VALUE
              MOVE NEW-VALUE             TO APPROVAL-NEW-VALUE
              MOVE MATCHED-COUNT         TO APPROVAL-MATCHED-COUNT
              PERFORM WRITE-APPROVAL-RECORD
           END-IF.

       WRITE-APPROVAL-RECORD.
           IF APPROVAL-NUMBER = ZEROES
              DISPLAY "Approval request numbers are exhausted - "
                 "no request made."
              MOVE 8 TO RETURN-CODE
           ELSE
              WRITE APPROVAL-RECORD
                 INVALID KEY
                    DISPLAY "Error writing Approval request"
                    MOVE 8 TO RETURN-CODE
                 NOT INVALID KEY
                    MOVE "Y" TO REQUEST-QUEUED-SW
              END-WRITE
           END-IF.

       ASSIGN-NEXT-APPROVAL-NUMBER.
           PERFORM READ-APPROVAL-CONTROL-LOCKED.
           PERFORM READ-APPROVAL-CONTROL-LOCKED
              UNTIL CONTROL-FILE-STATUS NOT = "51".
           IF CONTROL-FOUND = "N"
              PERFORM SEED-APPROVAL-CONTROL
           END-IF.
           MOVE CONTROL-NEXT-NUMBER TO NEW-APPROVAL-NUMBER.
           IF NEW-APPROVAL-NUMBER = 99999
              MOVE ZEROES TO CONTROL-NEXT-NUMBER
           ELSE
              IF NEW-APPROVAL-NUMBER > ZEROES
                 ADD 1 TO CONTROL-NEXT-NUMBER
              END-IF
           END-IF.
           REWRITE CONTROL-RECORD
              INVALID KEY
                 DISPLAY "Error rewriting Control record"
           END-REWRITE.

       READ-APPROVAL-CONTROL-LOCKED.
           MOVE "APPRNO" TO CONTROL-ID.
           READ CONTROL-FILE RECORD WITH LOCK
              INVALID KEY
                 MOVE "N" TO CONTROL-FOUND
              NOT INVALID KEY
                 MOVE "Y" TO CONTROL-FOUND
           END-READ.

       SEED-APPROVAL-CONTROL.
           MOVE ZEROES TO HIGHEST-APPROVAL-NUMBER.
           MOVE ZEROES TO APPROVAL-NUMBER.
           START APPROVAL-FILE KEY IS NOT LESS THAN APPROVAL-NUMBER
              INVALID KEY
                 MOVE "Y" TO APPROVAL-SCAN-DONE-SW
              NOT INVALID KEY
                 MOVE "N" TO APPROVAL-SCAN-DONE-SW
           END-START.
           PERFORM SCAN-NEXT-FOR-HIGHEST-APPROVAL
              UNTIL APPROVAL-SCAN-DONE-SW = "Y".
           MOVE "APPRNO" TO CONTROL-ID.
           IF HIGHEST-APPROVAL-NUMBER = 99999
              MOVE ZEROES TO CONTROL-NEXT-NUMBER
           ELSE
              COMPUTE CONTROL-NEXT-NUMBER =
                 HIGHEST-APPROVAL-NUMBER + 1
           END-IF.
           WRITE CONTROL-RECORD
              INVALID KEY
                 CONTINUE
           END-WRITE.

       SCAN-NEXT-FOR-HIGHEST-APPROVAL.
           READ APPROVAL-FILE NEXT RECORD
              AT END
                 MOVE "Y" TO APPROVAL-SCAN-DONE-SW
              NOT AT END
                 MOVE APPROVAL-NUMBER TO HIGHEST-APPROVAL-NUMBER
           END-READ.

      * The request is stamped applied even if some records
      * were skipped as in use, so it cannot be run a second
      * time; the skipped customers are on the report for
      * Change mode.
       STAMP-REQUEST-APPLIED.
           MOVE FUNCTION CURRENT-DATE TO APPROVAL-APPLIED-AT.
           MOVE CHANGED-COUNT         TO APPROVAL-CHANGED-COUNT.
           REWRITE APPROVAL-RECORD
              INVALID KEY
                 DISPLAY "Error rewriting Approval request "
                    APPROVAL-NUMBER
                 MOVE 8 TO RETURN-CODE
           END-REWRITE.

      ****************************************************
      * The change report
      ****************************************************
       PRINT-REPORT-HEADING.
           MOVE SPACES TO REPORT-LINE.
           EVALUATE TRUE
              WHEN REQUEST-RUN
                 STRING "CUSTMCHG Mass Change Request - "
                                            DELIMITED BY SIZE
                        TODAY-DATE          DELIMITED BY SIZE
                        "  Requested by: "  DELIMITED BY SIZE
                        RUN-OPERATOR        DELIMITED BY SIZE
                        INTO REPORT-LINE
              WHEN APPROVED-RUN
                 STRING "CUSTMCHG Approved Request "
                                            DELIMITED BY SIZE
                        APPROVAL-NUMBER     DELIMITED BY SIZE
                        " - "               DELIMITED BY SIZE
                        TODAY-DATE          DELIMITED BY SIZE
                        INTO REPORT-LINE
              WHEN DRY-RUN
                 STRING "CUSTMCHG DRY RUN - " DELIMITED BY SIZE
                        TODAY-DATE            DELIMITED BY SIZE
                        INTO REPORT-LINE
              WHEN OTHER
                 STRING "CUSTMCHG Mass Change - " DELIMITED BY SIZE
                        TODAY-DATE                DELIMITED BY SIZE
                        "  Operator: "            DELIMITED BY SIZE
                        RUN-OPERATOR              DELIMITED BY SIZE
                        INTO REPORT-LINE
           END-EVALUATE.
           WRITE REPORT-RECORD FROM REPORT-LINE.
           IF APPROVED-RUN
              MOVE SPACES TO REPORT-LINE
              STRING "Requested by: "    DELIMITED BY SIZE
                     RUN-OPERATOR        DELIMITED BY SIZE
                     "  Approved by: "   DELIMITED BY SIZE
                     APPROVED-BY         DELIMITED BY SIZE
                     INTO REPORT-LINE
              WRITE REPORT-RECORD FROM REPORT-LINE
           END-IF.
           MOVE SPACES TO REPORT-LINE.
           STRING "Field: "    DELIMITED BY SIZE
                  CHANGE-FIELD DELIMITED BY SIZE
           MOVE ALL "-" TO REPORT-LINE.
           WRITE REPORT-RECORD FROM REPORT-LINE.
           MOVE SPACES TO REPORT-LINE.
           EVALUATE TRUE
              WHEN REQUEST-REFUSED
                 STRING "*** Run refused - see console, nothing "
                                         DELIMITED BY SIZE
                        "changed"        DELIMITED BY SIZE
                        INTO REPORT-LINE
              WHEN REQUEST-QUEUED
                 STRING "Records matched: " DELIMITED BY SIZE
                        MATCHED-COUNT       DELIMITED BY SIZE
                        " - sent for supervisor approval as "
                                            DELIMITED BY SIZE
                        "request "          DELIMITED BY SIZE
                        APPROVAL-NUMBER     DELIMITED BY SIZE
                        INTO REPORT-LINE
              WHEN DRY-RUN
                 STRING "Records matched: " DELIMITED BY SIZE
                        MATCHED-COUNT       DELIMITED BY SIZE
                        " - DRY RUN, nothing changed"
                                            DELIMITED BY SIZE
                        INTO REPORT-LINE
              WHEN OTHER
                 STRING "Records matched: " DELIMITED BY SIZE
                        MATCHED-COUNT       DELIMITED BY SIZE
                        "  changed: "       DELIMITED BY SIZE
                        CHANGED-COUNT       DELIMITED BY SIZE
                        "  skipped: "       DELIMITED BY SIZE
                        SKIPPED-COUNT       DELIMITED BY SIZE
                        INTO REPORT-LINE
           END-EVALUATE.
           WRITE REPORT-RECORD FROM REPORT-LINE.
           IF APPROVED-RUN AND NOT REQUEST-REFUSED
              MOVE SPACES TO REPORT-LINE
              STRING "Records matched when requested: "
                                            DELIMITED BY SIZE
                     APPROVAL-MATCHED-COUNT DELIMITED BY SIZE
                     INTO REPORT-LINE
              WRITE REPORT-RECORD FROM REPORT-LINE
           END-IF.
