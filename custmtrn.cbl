       IDENTIFICATION DIVISION.
       PROGRAM-ID. CUSTMTRN.
      ****************************************************
      * Inbound maintenance transactions - the partner of
      * the CUSTDLTA outbound delta. Run with the
      * transaction file name on the command line:
      *    custmtrn [transaction-file-name]
      * The file name defaults to custmtrn.dat.
      *
      * Branch offices and the web sign-up form send one
      * transaction per row instead of whole
      * CUSTOMER-RECORD images, so "change this customer's
      * phone only" or "close customer 01234" no longer
      * has to be rekeyed in CUSTMGMT. Each row is:
      *    column   1      action code
      *                      A add        C change
      *                      I inactivate X close
      *                      D delete
      *    columns  2-9    sending source (branch or
      *                    system ID)
      *    columns 10-14   customer number
      * and then, for A, the rest of a CUSTOMER-RECORD
      * image (name through status, the CUSTXFER flat
      * layout from column 15); a zero or blank customer
      * number on an add draws the next number from the
      * CONTROL-FILE pool the way CUSTXFER does. For C, up
      * to four field-name/new-value pairs follow, each an
      * 8-character name (NAME, ADDRESS1, ADDRESS2, CITY,
      * STATE, POSTCODE, EMAIL or PHONE, as CUSTMCHG takes
      * them) and a 50-character value. Fields not named
      * are left as they are.
      *
      * Every row gets the edits CUSTMGMT's entry form
      * makes - required fields, a five-digit postcode, an
      * @ in the email and a digit in the phone number -
      * and a new or changed address is checked against
      * custpost.ref. There is no operator to override a
      * postcode warning, so a mismatch is rejected, as
      * CUSTXFER rejects it. Each applied row writes one
      * audit record (add, change, inactivate or close)
      * with the sending source as AUDIT-OPERATOR. A delete
      * is not applied here: like a delete keyed by an
      * operator who is not a supervisor, it goes to
      * APPROVAL-FILE with the sending source as the
      * requester and the record as it stands, for a
      * supervisor to approve in CUSTMGMT. Rejected rows
      * change nothing; custmtrn.lst lists every one with
      * its reason, and the totals.
      ***************************************************
       ENVIRONMENT DIVISION.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.

           COPY "CUSTFC.CBL".

           COPY "CTLFC.CBL".

           COPY "APPRFC.CBL".

           SELECT POSTREF-FILE
              ASSIGN TO "custpost.ref"
              ORGANIZATION IS LINE SEQUENTIAL
              FILE STATUS IS POSTREF-FILE-STATUS.

           SELECT AUDIT-FILE
              ASSIGN TO "custaudit.dat"
              ORGANIZATION IS SEQUENTIAL.

           SELECT TRANS-FILE
              ASSIGN TO TRANS-FILENAME
              ORGANIZATION IS LINE SEQUENTIAL
              FILE STATUS IS TRANS-FILE-STATUS.

           SELECT REPORT-FILE
              ASSIGN TO "custmtrn.lst"
              ORGANIZATION IS LINE SEQUENTIAL.

       DATA DIVISION.
       FILE SECTION.

       FD  CUSTOMER-FILE
           LABEL RECORDS ARE STANDARD.
           COPY "CUSTREC.CBL".

       FD  CONTROL-FILE
           LABEL RECORDS ARE STANDARD.
           COPY "CTLREC.CBL".

       FD  APPROVAL-FILE
           LABEL RECORDS ARE STANDARD.
           COPY "APPRREC.CBL".

       FD  POSTREF-FILE
           LABEL RECORDS ARE OMITTED.
           COPY "POSTREC.CBL".

       FD  AUDIT-FILE
           LABEL RECORDS ARE STANDARD.
           COPY "AUDITREC.CBL".

      * One layout per kind of row over the same buffer.
       FD  TRANS-FILE
           LABEL RECORDS ARE OMITTED.
       01  TRANS-RECORD.
           05  TRANS-ACTION                    PIC X(01).
           05  TRANS-SOURCE                    PIC X(08).
           05  TRANS-CUSTOMER-NUMBER           PIC X(05).
           05  TRANS-DETAIL                    PIC X(281).
       01  TRANS-ADD-RECORD.
           05  FILLER                          PIC X(09).
           05  TRANS-ADD-IMAGE                 PIC X(286).
       01  TRANS-CHANGE-RECORD.
           05  FILLER                          PIC X(14).
           05  TRANS-CHANGE-PAIR OCCURS 4 TIMES.
               10  TRANS-CHANGE-FIELD          PIC X(08).
               10  TRANS-CHANGE-VALUE          PIC X(50).
           05  FILLER                          PIC X(49).

       FD  REPORT-FILE
           LABEL RECORDS ARE OMITTED.
       01  REPORT-RECORD                       PIC X(100).

       WORKING-STORAGE SECTION.

       77  CUSTOMER-FILE-STATUS                PIC X(02).
       77  TRANS-FILE-STATUS                   PIC X(02).
       77  TRANS-FILENAME                      PIC X(40).
       77  ARG-COUNT                           PIC 9(02).
       77  ARG-INDEX                           PIC 9(02).

       77  TODAY-DATE                          PIC X(08).
       77  TRANS-EOF-SW                        PIC X(01) VALUE "N".
           88  TRANS-EOF                       VALUE "Y".
       77  RECORD-FOUND                        PIC X(01).
       77  REJECT-REASON                       PIC X(40).
       77  TRANS-AUDIT-ACTION                  PIC X(10).
       77  CHANGE-FIELD                        PIC X(08).
       77  PAIR-SUB                            PIC 9(01).
       77  PAIR-COUNT                          PIC 9(01).
       77  GEO-CHANGED-SW                      PIC X(01).
       77  EMAIL-AT-COUNT                      PIC 9(02).
       77  PHONE-DIGIT-COUNT                   PIC 9(02).

       77  INPUT-COUNT                         PIC 9(07) VALUE 0.
       77  ADD-COUNT                           PIC 9(07) VALUE 0.
       77  CHANGE-COUNT                        PIC 9(07) VALUE 0.
       77  INACTIVATE-COUNT                    PIC 9(07) VALUE 0.
       77  CLOSE-COUNT                         PIC 9(07) VALUE 0.
       77  QUEUED-COUNT                        PIC 9(07) VALUE 0.
       77  REJECT-COUNT                        PIC 9(07) VALUE 0.
       77  REPORT-LINE                         PIC X(100).

      * The record as it stood before the transaction, for
      * the audit record's before image.
           COPY "CUSTREC.CBL" REPLACING
               ==CUSTOMER-RECORD==    BY ==SAVE-CUSTOMER-RECORD==
               ==CUSTOMER-NUMBER==    BY ==SAVE-CUSTOMER-NUMBER==
               ==CUSTOMER-NAME==      BY ==SAVE-CUSTOMER-NAME==
               ==CUSTOMER-ADDRESS-1== BY ==SAVE-CUSTOMER-ADDRESS-1==
               ==CUSTOMER-ADDRESS-2== BY ==SAVE-CUSTOMER-ADDRESS-2==
               ==CUSTOMER-CITY==      BY ==SAVE-CUSTOMER-CITY==
               ==CUSTOMER-STATE==     BY ==SAVE-CUSTOMER-STATE==
               ==CUSTOMER-POSTCODE==  BY ==SAVE-CUSTOMER-POSTCODE==
               ==CUSTOMER-EMAIL==     BY ==SAVE-CUSTOMER-EMAIL==
               ==CUSTOMER-PHONE==     BY ==SAVE-CUSTOMER-PHONE==
               ==CUSTOMER-STATUS==    BY ==SAVE-CUSTOMER-STATUS==
               ==CUSTOMER-ACTIVE==    BY ==SAVE-CUSTOMER-ACTIVE==
               ==CUSTOMER-INACTIVE==  BY ==SAVE-CUSTOMER-INACTIVE==
               ==CUSTOMER-CLOSED==    BY ==SAVE-CUSTOMER-CLOSED==.

      ****************************************************
      * Automatic customer-number assignment, as in
      * CUSTXFER and CUSTMGMT Add mode.
      ****************************************************
       77  CONTROL-FILE-STATUS                 PIC X(02).
       77  CONTROL-FOUND                       PIC X(01).
       77  ASSIGNED-NUMBER                     PIC 9(05).
       77  HIGHEST-USED-NUMBER                 PIC 9(05).
       77  SEED-SCAN-DONE-SW                   PIC X(01).

      ****************************************************
      * Delete requests for supervisor approval, as in
      * CUSTMGMT.
      ****************************************************
       77  APPROVAL-FILE-STATUS                PIC X(02).
       77  APPROVAL-SCAN-DONE-SW               PIC X(01).
       77  PENDING-FOUND                       PIC X(01).
       77  PENDING-APPROVAL-NUMBER             PIC 9(05).
       77  NEW-APPROVAL-NUMBER                 PIC 9(05).
       77  HIGHEST-APPROVAL-NUMBER             PIC 9(05).

      ****************************************************
      * Postcode reference validation, as in CUSTXFER
      ****************************************************
       77  POSTREF-FILE-STATUS                 PIC X(02).
       77  POSTREF-EOF-SW                      PIC X(01).
           88  POSTREF-EOF                     VALUE "Y".
       77  POSTREF-FULL-SW                     PIC X(01).
       77  POSTREF-COUNT                       PIC 9(04) VALUE 0.
       77  POSTREF-SUB                         PIC 9(04).
       77  GEO-VALID-SW                        PIC X(01).
       77  POSTCODE-KNOWN-SW                   PIC X(01).
       77  GEO-POSTCODE                        PIC X(05).
       77  GEO-CITY                            PIC X(30).
       77  GEO-STATE                           PIC X(30).
       01  POSTREF-TABLE.
           05  POSTREF-ENTRY OCCURS 2000 TIMES.
               10  POST-TBL-POSTCODE           PIC X(05).
               10  POST-TBL-CITY               PIC X(30).
               10  POST-TBL-STATE              PIC X(30).

       77  UPPER-ALPHA                         PIC X(26) VALUE
           "ABCDEFGHIJKLMNOPQRSTUVWXYZ".
       77  LOWER-ALPHA                         PIC X(26) VALUE
           "abcdefghijklmnopqrstuvwxyz".

      * CBL_CHECK_FILE_EXIST
       01  FILE-INFO.
           05  FILE-SIZE-IN-BYTES              PIC 9(18) COMP.
           05  MOD-DD                          PIC 9(02) COMP.
           05  MOD-MO                          PIC 9(02) COMP.
           05  MOD-YYYY                        PIC 9(04) COMP.
           05  MOD-HH                          PIC 9(02) COMP.
           05  MOD-MM                          PIC 9(02) COMP.
           05  MOD-SS                          PIC 9(02) COMP.
           05  FILLER                          PIC 9(02) COMP.
       77  INPUT-FILE                          PIC X(20).
       77  RETURN-STATUS                       PIC 9(03).

       PROCEDURE DIVISION.
       PROGRAM-BEGIN.
           PERFORM GET-PARAMETERS.
           PERFORM OPENING-PROCEDURE.
           IF TRANS-FILE-STATUS = "00"
              PERFORM MAIN-PROCESS
              PERFORM CLOSING-PROCEDURE
           ELSE
              DISPLAY "*** Cannot open transaction file "
                 TRANS-FILENAME " - status "
                 TRANS-FILE-STATUS " ***"
              CLOSE CUSTOMER-FILE
              CLOSE CONTROL-FILE
              CLOSE APPROVAL-FILE
              CLOSE AUDIT-FILE
              CLOSE REPORT-FILE
              MOVE 8 TO RETURN-CODE
           END-IF.
           STOP RUN.

       GET-PARAMETERS.
           MOVE SPACES TO TRANS-FILENAME.
           ACCEPT ARG-COUNT FROM ARGUMENT-NUMBER.
           IF ARG-COUNT >= 1
              MOVE 1 TO ARG-INDEX
              DISPLAY ARG-INDEX UPON ARGUMENT-NUMBER
              ACCEPT TRANS-FILENAME FROM ARGUMENT-VALUE
           END-IF.
           IF TRANS-FILENAME = SPACES
              MOVE "custmtrn.dat" TO TRANS-FILENAME
           END-IF.

      ****************************************************
      * Open/close routines
      ****************************************************
       OPENING-PROCEDURE.
           MOVE FUNCTION CURRENT-DATE(1:8) TO TODAY-DATE.
           PERFORM CHECK-CUSTOMER-FILE-EXIST.
           PERFORM CHECK-AUDIT-FILE-EXIST.
           PERFORM CHECK-CONTROL-FILE-EXIST.
           PERFORM CHECK-APPROVAL-FILE-EXIST.
           OPEN I-O CUSTOMER-FILE.
           OPEN I-O CONTROL-FILE.
           OPEN I-O APPROVAL-FILE.
           OPEN EXTEND AUDIT-FILE.
           OPEN OUTPUT REPORT-FILE.
           PERFORM PRINT-REPORT-HEADING.
           OPEN INPUT TRANS-FILE.
           IF TRANS-FILE-STATUS = "00"
              PERFORM ENSURE-CONTROL-RECORD
              PERFORM LOAD-POSTREF-TABLE
              IF POSTREF-COUNT = ZEROES
                 DISPLAY "Postcode reference data not loaded"
                    " - geographic checks are off."
              END-IF
           END-IF.

       CHECK-CUSTOMER-FILE-EXIST.
           MOVE "customer.dat" TO INPUT-FILE.
           MOVE ZEROES TO RETURN-CODE.
           CALL "CBL_CHECK_FILE_EXIST"
              USING INPUT-FILE
                    FILE-INFO
              RETURNING RETURN-STATUS.
           IF RETURN-STATUS NOT = 0
              OPEN OUTPUT CUSTOMER-FILE
              CLOSE CUSTOMER-FILE
           END-IF.

       CHECK-AUDIT-FILE-EXIST.
           MOVE "custaudit.dat" TO INPUT-FILE.
           MOVE ZEROES TO RETURN-CODE.
           CALL "CBL_CHECK_FILE_EXIST"
              USING INPUT-FILE
                    FILE-INFO
              RETURNING RETURN-STATUS.
           IF RETURN-STATUS NOT = 0
              OPEN OUTPUT AUDIT-FILE
              CLOSE AUDIT-FILE
           END-IF.

       CHECK-CONTROL-FILE-EXIST.
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

       CHECK-APPROVAL-FILE-EXIST.
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

       CLOSING-PROCEDURE.
           PERFORM PRINT-REPORT-TRAILER.
           CLOSE TRANS-FILE.
           CLOSE CUSTOMER-FILE.
           CLOSE CONTROL-FILE.
           CLOSE APPROVAL-FILE.
           CLOSE AUDIT-FILE.
           CLOSE REPORT-FILE.
           DISPLAY " ".
           DISPLAY "CUSTMTRN complete - " TRANS-FILENAME.
           DISPLAY "Transactions read:   " INPUT-COUNT.
           DISPLAY "Customers added:     " ADD-COUNT.
           DISPLAY "Customers changed:   " CHANGE-COUNT.
           DISPLAY "Inactivated:         " INACTIVATE-COUNT.
           DISPLAY "Closed:              " CLOSE-COUNT.
           DISPLAY "Deletes queued:      " QUEUED-COUNT.
           DISPLAY "Rejected:            " REJECT-COUNT.
           IF REJECT-COUNT > ZEROES
              DISPLAY "See custmtrn.lst for the rejected rows."
           END-IF.

      ****************************************************
      * Transaction routines
      ****************************************************
       MAIN-PROCESS.
           PERFORM READ-TRANS-RECORD.
           PERFORM PROCESS-TRANSACTION
              UNTIL TRANS-EOF.

       READ-TRANS-RECORD.
           READ TRANS-FILE NEXT RECORD
              AT END
                 MOVE "Y" TO TRANS-EOF-SW
           END-READ.

       PROCESS-TRANSACTION.
           ADD 1 TO INPUT-COUNT.
           MOVE SPACES TO REJECT-REASON.
           INSPECT TRANS-ACTION
              CONVERTING LOWER-ALPHA
              TO         UPPER-ALPHA.
           EVALUATE TRUE
              WHEN TRANS-ACTION NOT = "A" AND NOT = "C"
                 AND NOT = "I" AND NOT = "X" AND NOT = "D"
                 MOVE "Unknown action code" TO REJECT-REASON
              WHEN TRANS-SOURCE = SPACES
                 MOVE "Sending source missing" TO REJECT-REASON
              WHEN TRANS-ACTION = "A"
                 PERFORM ADD-TRANSACTION
              WHEN TRANS-CUSTOMER-NUMBER NOT NUMERIC
                 OR TRANS-CUSTOMER-NUMBER = "00000"
                 MOVE "Customer number missing or not numeric"
                    TO REJECT-REASON
              WHEN TRANS-ACTION = "C"
                 PERFORM CHANGE-TRANSACTION
              WHEN TRANS-ACTION = "I"
                 PERFORM INACTIVATE-TRANSACTION
              WHEN TRANS-ACTION = "X"
                 PERFORM CLOSE-TRANSACTION
              WHEN TRANS-ACTION = "D"
                 PERFORM DELETE-TRANSACTION
           END-EVALUATE.
           IF REJECT-REASON NOT = SPACES
              PERFORM REJECT-TRANSACTION
           END-IF.
           PERFORM READ-TRANS-RECORD.

      * The edits and the geographic check run before a
      * number is drawn from the pool, so a row that is
      * going to be rejected never burns a customer number.
       ADD-TRANSACTION.
           PERFORM LOAD-ADD-IMAGE.
           EVALUATE TRUE
              WHEN CUSTOMER-NUMBER NOT NUMERIC
                 MOVE "Customer number not numeric"
                    TO REJECT-REASON
              WHEN NOT CUSTOMER-ACTIVE
                 AND NOT CUSTOMER-INACTIVE
                 AND NOT CUSTOMER-CLOSED
                 MOVE "Status must be A, I or C" TO REJECT-REASON
              WHEN OTHER
                 PERFORM CHECK-CUSTOMER-FIELDS
           END-EVALUATE.
           IF REJECT-REASON = SPACES
              PERFORM CHECK-TRANS-GEOGRAPHY
           END-IF.
           IF REJECT-REASON = SPACES
              AND CUSTOMER-NUMBER = ZEROES
              PERFORM ASSIGN-NEXT-CUSTOMER-NUMBER
              PERFORM LOAD-ADD-IMAGE
              MOVE ASSIGNED-NUMBER TO CUSTOMER-NUMBER
              IF ASSIGNED-NUMBER = ZEROES
                 MOVE "Number pool exhausted" TO REJECT-REASON
              END-IF
           END-IF.
           IF REJECT-REASON = SPACES
              WRITE CUSTOMER-RECORD
                 INVALID KEY
                    MOVE "Customer already on file"
                       TO REJECT-REASON
                 NOT INVALID KEY
                    ADD 1 TO ADD-COUNT
                    INITIALIZE AUDIT-BEFORE-RECORD
                    MOVE CUSTOMER-RECORD TO AUDIT-AFTER-RECORD
                    MOVE "add" TO TRANS-AUDIT-ACTION
                    PERFORM WRITE-TRANS-AUDIT-RECORD
              END-WRITE
           END-IF.

       LOAD-ADD-IMAGE.
           MOVE TRANS-ADD-IMAGE TO CUSTOMER-RECORD.
           IF TRANS-CUSTOMER-NUMBER = SPACES
              MOVE ZEROES TO CUSTOMER-NUMBER
           END-IF.
           INSPECT CUSTOMER-STATUS
              CONVERTING LOWER-ALPHA
              TO         UPPER-ALPHA.
           IF CUSTOMER-STATUS = SPACES
              MOVE "A" TO CUSTOMER-STATUS
           END-IF.

      * The whole record is re-edited after the named fields
      * are applied, so blanking a required field is caught
      * the same as keying a bad one. The address is only
      * re-checked against custpost.ref when the row touched
      * it, so an old address that predates the reference
      * file does not block a phone change.
       CHANGE-TRANSACTION.
           PERFORM READ-CUSTOMER-LOCKED.
           IF RECORD-FOUND = "Y"
              MOVE CUSTOMER-RECORD TO SAVE-CUSTOMER-RECORD
              PERFORM APPLY-CHANGE-PAIRS
              IF REJECT-REASON = SPACES
                 AND PAIR-COUNT = ZEROES
                 MOVE "No fields named to change"
                    TO REJECT-REASON
              END-IF
              IF REJECT-REASON = SPACES
                 PERFORM CHECK-CUSTOMER-FIELDS
              END-IF
              IF REJECT-REASON = SPACES
                 AND GEO-CHANGED-SW = "Y"
                 PERFORM CHECK-TRANS-GEOGRAPHY
              END-IF
              IF REJECT-REASON = SPACES
                 MOVE "change" TO TRANS-AUDIT-ACTION
                 PERFORM REWRITE-FOR-TRANSACTION
                 IF REJECT-REASON = SPACES
                    ADD 1 TO CHANGE-COUNT
                 END-IF
              END-IF
              UNLOCK CUSTOMER-FILE
           END-IF.

       APPLY-CHANGE-PAIRS.
           MOVE ZEROES TO PAIR-COUNT.
           MOVE "N" TO GEO-CHANGED-SW.
           MOVE 1 TO PAIR-SUB.
           PERFORM APPLY-ONE-CHANGE-PAIR
              UNTIL PAIR-SUB > 4.

       APPLY-ONE-CHANGE-PAIR.
           MOVE TRANS-CHANGE-FIELD (PAIR-SUB) TO CHANGE-FIELD.
           INSPECT CHANGE-FIELD
              CONVERTING LOWER-ALPHA
              TO         UPPER-ALPHA.
           IF CHANGE-FIELD NOT = SPACES
              ADD 1 TO PAIR-COUNT
              EVALUATE CHANGE-FIELD
                 WHEN "NAME"
                    MOVE TRANS-CHANGE-VALUE (PAIR-SUB)
                       TO CUSTOMER-NAME
                 WHEN "ADDRESS1"
                    MOVE TRANS-CHANGE-VALUE (PAIR-SUB)
                       TO CUSTOMER-ADDRESS-1
                 WHEN "ADDRESS2"
                    MOVE TRANS-CHANGE-VALUE (PAIR-SUB)
                       TO CUSTOMER-ADDRESS-2
                 WHEN "CITY"
                    MOVE TRANS-CHANGE-VALUE (PAIR-SUB)
                       TO CUSTOMER-CITY
                    MOVE "Y" TO GEO-CHANGED-SW
                 WHEN "STATE"
                    MOVE TRANS-CHANGE-VALUE (PAIR-SUB)
                       TO CUSTOMER-STATE
                    MOVE "Y" TO GEO-CHANGED-SW
                 WHEN "POSTCODE"
                    MOVE TRANS-CHANGE-VALUE (PAIR-SUB)(1:5)
                       TO CUSTOMER-POSTCODE
                    MOVE "Y" TO GEO-CHANGED-SW
                 WHEN "EMAIL"
                    MOVE TRANS-CHANGE-VALUE (PAIR-SUB)
                       TO CUSTOMER-EMAIL
                 WHEN "PHONE"
                    MOVE TRANS-CHANGE-VALUE (PAIR-SUB)(1:15)
                       TO CUSTOMER-PHONE
                 WHEN OTHER
                    IF REJECT-REASON = SPACES
                       STRING "Unknown field name " DELIMITED BY SIZE
                              CHANGE-FIELD DELIMITED BY SIZE
                              INTO REJECT-REASON
                    END-IF
              END-EVALUATE
           END-IF.
           ADD 1 TO PAIR-SUB.

       INACTIVATE-TRANSACTION.
           PERFORM READ-CUSTOMER-LOCKED.
           IF RECORD-FOUND = "Y"
              IF CUSTOMER-INACTIVE OR CUSTOMER-CLOSED
                 MOVE "Customer already inactive or closed"
                    TO REJECT-REASON
              ELSE
                 MOVE CUSTOMER-RECORD TO SAVE-CUSTOMER-RECORD
                 MOVE "I" TO CUSTOMER-STATUS
                 MOVE "inactivate" TO TRANS-AUDIT-ACTION
                 PERFORM REWRITE-FOR-TRANSACTION
                 IF REJECT-REASON = SPACES
                    ADD 1 TO INACTIVATE-COUNT
                 END-IF
              END-IF
              UNLOCK CUSTOMER-FILE
           END-IF.

       CLOSE-TRANSACTION.
           PERFORM READ-CUSTOMER-LOCKED.
           IF RECORD-FOUND = "Y"
              IF CUSTOMER-CLOSED
                 MOVE "Customer already closed" TO REJECT-REASON
              ELSE
                 MOVE CUSTOMER-RECORD TO SAVE-CUSTOMER-RECORD
                 MOVE "C" TO CUSTOMER-STATUS
                 MOVE "close" TO TRANS-AUDIT-ACTION
                 PERFORM REWRITE-FOR-TRANSACTION
                 IF REJECT-REASON = SPACES
                    ADD 1 TO CLOSE-COUNT
                 END-IF
              END-IF
              UNLOCK CUSTOMER-FILE
           END-IF.

      * The record is read under lock, so a delete request
      * is only queued for a customer that is on file and
      * not being worked on, and carries the image the
      * supervisor will see. A customer may have only one
      * request waiting at a time.
       DELETE-TRANSACTION.
           PERFORM READ-CUSTOMER-LOCKED.
           IF RECORD-FOUND = "Y"
              PERFORM FIND-PENDING-REQUEST
              IF PENDING-FOUND = "Y"
                 STRING "Delete already pending - request "
                           DELIMITED BY SIZE
                        PENDING-APPROVAL-NUMBER
                           DELIMITED BY SIZE
                        INTO REJECT-REASON
              ELSE
                 PERFORM QUEUE-DELETE-REQUEST
              END-IF
              UNLOCK CUSTOMER-FILE
           END-IF.

       QUEUE-DELETE-REQUEST.
           PERFORM ASSIGN-NEXT-APPROVAL-NUMBER.
           INITIALIZE APPROVAL-RECORD.
           MOVE NEW-APPROVAL-NUMBER     TO APPROVAL-NUMBER.
           MOVE "delete"                TO APPROVAL-ACTION.
           MOVE "P"                     TO APPROVAL-STATUS.
           MOVE CUSTOMER-NUMBER         TO APPROVAL-CUSTOMER-NUMBER.
           MOVE TRANS-SOURCE            TO APPROVAL-REQUESTED-BY.
           MOVE FUNCTION CURRENT-DATE   TO APPROVAL-REQUESTED-AT.
           MOVE CUSTOMER-RECORD         TO APPROVAL-BEFORE-RECORD.
           IF APPROVAL-NUMBER = ZEROES
              MOVE "Approval request numbers exhausted"
                 TO REJECT-REASON
           ELSE
              WRITE APPROVAL-RECORD
                 INVALID KEY
                    MOVE "Approval request write failed"
                       TO REJECT-REASON
                 NOT INVALID KEY
                    ADD 1 TO QUEUED-COUNT
              END-WRITE
           END-IF.

       FIND-PENDING-REQUEST.
           MOVE "N" TO PENDING-FOUND.
           PERFORM START-APPROVAL-SCAN.
           PERFORM CHECK-NEXT-PENDING
              UNTIL APPROVAL-SCAN-DONE-SW = "Y".

       CHECK-NEXT-PENDING.
           READ APPROVAL-FILE NEXT RECORD
              AT END
                 MOVE "Y" TO APPROVAL-SCAN-DONE-SW
              NOT AT END
                 IF APPROVAL-PENDING
                    AND (APPROVAL-CUSTOMER-NUMBER = CUSTOMER-NUMBER
                    OR   APPROVAL-SURVIVOR-NUMBER = CUSTOMER-NUMBER)
                    MOVE "Y" TO PENDING-FOUND
                    MOVE APPROVAL-NUMBER TO PENDING-APPROVAL-NUMBER
                    MOVE "Y" TO APPROVAL-SCAN-DONE-SW
                 END-IF
           END-READ.

       START-APPROVAL-SCAN.
           MOVE ZEROES TO APPROVAL-NUMBER.
           START APPROVAL-FILE KEY IS NOT LESS THAN APPROVAL-NUMBER
              INVALID KEY
                 MOVE "Y" TO APPROVAL-SCAN-DONE-SW
              NOT INVALID KEY
                 MOVE "N" TO APPROVAL-SCAN-DONE-SW
           END-START.

      * The record is locked for the length of the
      * transaction, as CUSTMGMT locks it in Change mode; a
      * record an operator is holding is rejected rather
      * than waited on - resend the row to catch it.
       READ-CUSTOMER-LOCKED.
           MOVE TRANS-CUSTOMER-NUMBER TO CUSTOMER-NUMBER.
           MOVE "Y" TO RECORD-FOUND.
           READ CUSTOMER-FILE RECORD WITH LOCK
              INVALID KEY
                 MOVE "N" TO RECORD-FOUND
           END-READ.
           EVALUATE TRUE
              WHEN CUSTOMER-FILE-STATUS = "51"
                 MOVE "N" TO RECORD-FOUND
                 MOVE "Customer in use by another user"
                    TO REJECT-REASON
              WHEN RECORD-FOUND = "N"
                 MOVE "Customer not on file" TO REJECT-REASON
              WHEN CUSTOMER-FILE-STATUS(1:1) NOT = "0"
                 MOVE "N" TO RECORD-FOUND
                 STRING "Read error - file status "
                           DELIMITED BY SIZE
                        CUSTOMER-FILE-STATUS DELIMITED BY SIZE
                        INTO REJECT-REASON
           END-EVALUATE.

       REWRITE-FOR-TRANSACTION.
           REWRITE CUSTOMER-RECORD
              INVALID KEY
                 MOVE "Rewrite failed" TO REJECT-REASON
              NOT INVALID KEY
                 MOVE SAVE-CUSTOMER-RECORD TO AUDIT-BEFORE-RECORD
                 MOVE CUSTOMER-RECORD TO AUDIT-AFTER-RECORD
                 PERFORM WRITE-TRANS-AUDIT-RECORD
           END-REWRITE.

      ****************************************************
      * The entry-form edits from CUSTMGMT, giving the first
      * failure as the reject reason.
      ****************************************************
       CHECK-CUSTOMER-FIELDS.
           MOVE 0 TO EMAIL-AT-COUNT.
           INSPECT CUSTOMER-EMAIL TALLYING EMAIL-AT-COUNT
              FOR ALL "@".
           MOVE 0 TO PHONE-DIGIT-COUNT.
           INSPECT CUSTOMER-PHONE TALLYING PHONE-DIGIT-COUNT
              FOR ALL "0" "1" "2" "3" "4" "5" "6" "7" "8" "9".
           EVALUATE TRUE
              WHEN CUSTOMER-NAME = SPACES
                 MOVE "Customer Name must be entered."
                    TO REJECT-REASON
              WHEN CUSTOMER-ADDRESS-1 = SPACES
                 MOVE "Address 1 must be entered."
                    TO REJECT-REASON
              WHEN CUSTOMER-CITY = SPACES
                 MOVE "City must be entered."
                    TO REJECT-REASON
              WHEN CUSTOMER-STATE = SPACES
                 MOVE "State must be entered."
                    TO REJECT-REASON
              WHEN CUSTOMER-POSTCODE = SPACES
                 MOVE "Postcode must be entered."
                    TO REJECT-REASON
              WHEN CUSTOMER-POSTCODE NOT NUMERIC
                 MOVE "Postcode must be 5 numeric digits."
                    TO REJECT-REASON
              WHEN CUSTOMER-EMAIL = SPACES
                 MOVE "Email must be entered."
                    TO REJECT-REASON
              WHEN EMAIL-AT-COUNT = ZEROES
                 MOVE "Email must contain an @."
                    TO REJECT-REASON
              WHEN CUSTOMER-PHONE = SPACES
                 MOVE "Phone Number must be entered."
                    TO REJECT-REASON
              WHEN PHONE-DIGIT-COUNT = ZEROES
                 MOVE "Phone Number must contain a digit."
                    TO REJECT-REASON
           END-EVALUATE.

       CHECK-TRANS-GEOGRAPHY.
           IF POSTREF-COUNT > ZEROES
              MOVE CUSTOMER-POSTCODE TO GEO-POSTCODE
              MOVE CUSTOMER-CITY     TO GEO-CITY
              MOVE CUSTOMER-STATE    TO GEO-STATE
              PERFORM CHECK-GEO-COMBINATION
              IF GEO-VALID-SW = "N"
                 IF POSTCODE-KNOWN-SW = "Y"
                    MOVE "Postcode/city/state mismatch"
                       TO REJECT-REASON
                 ELSE
                    MOVE "Postcode not on reference file"
                       TO REJECT-REASON
                 END-IF
              END-IF
           END-IF.

      * Case-insensitive check of GEO-POSTCODE/CITY/STATE
      * against the reference table.
       CHECK-GEO-COMBINATION.
           MOVE "N" TO GEO-VALID-SW.
           MOVE "N" TO POSTCODE-KNOWN-SW.
           INSPECT GEO-CITY
              CONVERTING LOWER-ALPHA TO UPPER-ALPHA.
           INSPECT GEO-STATE
              CONVERTING LOWER-ALPHA TO UPPER-ALPHA.
           MOVE 1 TO POSTREF-SUB.
           PERFORM MATCH-GEO-ENTRY
              UNTIL GEO-VALID-SW = "Y"
              OR    POSTREF-SUB > POSTREF-COUNT.

       MATCH-GEO-ENTRY.
           IF POST-TBL-POSTCODE (POSTREF-SUB) = GEO-POSTCODE
              MOVE "Y" TO POSTCODE-KNOWN-SW
              IF POST-TBL-CITY (POSTREF-SUB) = GEO-CITY
                 AND POST-TBL-STATE (POSTREF-SUB) = GEO-STATE
                 MOVE "Y" TO GEO-VALID-SW
              END-IF
           END-IF.
           ADD 1 TO POSTREF-SUB.

       LOAD-POSTREF-TABLE.
           MOVE ZEROES TO POSTREF-COUNT.
           MOVE "N" TO POSTREF-FULL-SW.
           OPEN INPUT POSTREF-FILE.
           IF POSTREF-FILE-STATUS = "00"
              MOVE "N" TO POSTREF-EOF-SW
              PERFORM READ-POSTREF-ENTRY
                 UNTIL POSTREF-EOF
              CLOSE POSTREF-FILE
           END-IF.
           IF POSTREF-FULL-SW = "Y"
              DISPLAY "Warning: custpost.ref has more than 2000"
                 " entries - the extra lines were not loaded."
           END-IF.

       READ-POSTREF-ENTRY.
           READ POSTREF-FILE
              AT END
                 MOVE "Y" TO POSTREF-EOF-SW
              NOT AT END
                 IF POSTREF-COUNT >= 2000
                    MOVE "Y" TO POSTREF-FULL-SW
                 ELSE
                    ADD 1 TO POSTREF-COUNT
                    MOVE POSTREF-POSTCODE
                       TO POST-TBL-POSTCODE (POSTREF-COUNT)
                    MOVE POSTREF-CITY
                       TO POST-TBL-CITY (POSTREF-COUNT)
                    MOVE POSTREF-STATE
                       TO POST-TBL-STATE (POSTREF-COUNT)
                    INSPECT POST-TBL-CITY (POSTREF-COUNT)
                       CONVERTING LOWER-ALPHA TO UPPER-ALPHA
                    INSPECT POST-TBL-STATE (POSTREF-COUNT)
                       CONVERTING LOWER-ALPHA TO UPPER-ALPHA
                 END-IF
           END-READ.

      ****************************************************
      * Audit trail routines
      ****************************************************
      * The sending source is stamped as the operator, so
      * CUSTHIST and CUSTOACT show which branch or system
      * made each change.
       WRITE-TRANS-AUDIT-RECORD.
           MOVE CUSTOMER-NUMBER      TO AUDIT-CUSTOMER-NUMBER.
           MOVE TRANS-AUDIT-ACTION   TO AUDIT-ACTION.
           MOVE FUNCTION CURRENT-DATE
                                     TO AUDIT-TIMESTAMP.
           MOVE TRANS-SOURCE         TO AUDIT-OPERATOR.
           WRITE AUDIT-RECORD.

      ****************************************************
      * Automatic number assignment, as in CUSTXFER. Takes
      * the control record under lock, skips past any
      * numbers already on file, and rewrites the bumped
      * counter (which releases the lock). ASSIGNED-NUMBER
      * comes back as zero only when the pool is exhausted.
      ****************************************************
       ASSIGN-NEXT-CUSTOMER-NUMBER.
           PERFORM READ-CONTROL-RECORD-LOCKED.
           PERFORM RETRY-CONTROL-RECORD-LOCKED
              UNTIL CONTROL-FILE-STATUS NOT = "51".
           IF CONTROL-FOUND = "N"
              PERFORM SEED-CONTROL-RECORD
           END-IF.
           MOVE CONTROL-NEXT-NUMBER TO ASSIGNED-NUMBER.
           PERFORM CHECK-ASSIGNED-NUMBER-FREE.
           PERFORM BUMP-ASSIGNED-NUMBER
              UNTIL RECORD-FOUND = "N".
           IF ASSIGNED-NUMBER = ZEROES
              MOVE ZEROES TO CONTROL-NEXT-NUMBER
           ELSE
              COMPUTE CONTROL-NEXT-NUMBER = ASSIGNED-NUMBER + 1
           END-IF.
           REWRITE CONTROL-RECORD
              INVALID KEY
                 DISPLAY "Error rewriting Control record"
           END-REWRITE.

       READ-CONTROL-RECORD-LOCKED.
           MOVE "CUSTNO" TO CONTROL-ID.
           READ CONTROL-FILE RECORD WITH LOCK
              INVALID KEY
                 MOVE "N" TO CONTROL-FOUND
              NOT INVALID KEY
                 MOVE "Y" TO CONTROL-FOUND
           END-READ.

       RETRY-CONTROL-RECORD-LOCKED.
           DISPLAY "Number pool in use by another user - "
              "retrying.".
           PERFORM READ-CONTROL-RECORD-LOCKED.

       CHECK-ASSIGNED-NUMBER-FREE.
           MOVE "N" TO RECORD-FOUND.
           IF ASSIGNED-NUMBER > ZEROES
              MOVE ASSIGNED-NUMBER TO CUSTOMER-NUMBER
              READ CUSTOMER-FILE RECORD
                 INVALID KEY
                    MOVE "N" TO RECORD-FOUND
                 NOT INVALID KEY
                    MOVE "Y" TO RECORD-FOUND
              END-READ
           END-IF.

       BUMP-ASSIGNED-NUMBER.
           IF ASSIGNED-NUMBER = 99999
              MOVE ZEROES TO ASSIGNED-NUMBER
           ELSE
              ADD 1 TO ASSIGNED-NUMBER
           END-IF.
           PERFORM CHECK-ASSIGNED-NUMBER-FREE.

      * A missing control record is seeded from the
      * highest customer number already on file.
       SEED-CONTROL-RECORD.
           MOVE ZEROES TO HIGHEST-USED-NUMBER.
           MOVE ZEROES TO CUSTOMER-NUMBER.
           START CUSTOMER-FILE KEY IS NOT LESS THAN CUSTOMER-NUMBER
              INVALID KEY
                 MOVE "Y" TO SEED-SCAN-DONE-SW
              NOT INVALID KEY
                 MOVE "N" TO SEED-SCAN-DONE-SW
           END-START.
           PERFORM SCAN-NEXT-FOR-HIGHEST
              UNTIL SEED-SCAN-DONE-SW = "Y".
           MOVE "CUSTNO" TO CONTROL-ID.
           COMPUTE CONTROL-NEXT-NUMBER = HIGHEST-USED-NUMBER + 1.
           WRITE CONTROL-RECORD
              INVALID KEY
                 CONTINUE
           END-WRITE.

       SCAN-NEXT-FOR-HIGHEST.
           READ CUSTOMER-FILE NEXT RECORD
              AT END
                 MOVE "Y" TO SEED-SCAN-DONE-SW
              NOT AT END
                 MOVE CUSTOMER-NUMBER TO HIGHEST-USED-NUMBER
           END-READ.

       ENSURE-CONTROL-RECORD.
           MOVE "CUSTNO" TO CONTROL-ID.
           READ CONTROL-FILE RECORD
              INVALID KEY
                 PERFORM SEED-CONTROL-RECORD
           END-READ.

      ****************************************************
      * Approval request numbers come from the "APPRNO"
      * control record, shared with CUSTMGMT and CUSTMCHG.
      ****************************************************
       ASSIGN-NEXT-APPROVAL-NUMBER.
           PERFORM READ-APPROVAL-CONTROL-LOCKED.
           PERFORM RETRY-APPROVAL-CONTROL-LOCKED
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

       RETRY-APPROVAL-CONTROL-LOCKED.
           DISPLAY "Request numbers in use by another user - "
              "retrying.".
           PERFORM READ-APPROVAL-CONTROL-LOCKED.

       SEED-APPROVAL-CONTROL.
           MOVE ZEROES TO HIGHEST-APPROVAL-NUMBER.
           PERFORM START-APPROVAL-SCAN.
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

      ****************************************************
      * The edit report
      ****************************************************
       PRINT-REPORT-HEADING.
           MOVE SPACES TO REPORT-LINE.
           STRING "CUSTMTRN Maintenance Transactions - "
                     DELIMITED BY SIZE
                  TODAY-DATE DELIMITED BY SIZE
                  " - " DELIMITED BY SIZE
                  TRANS-FILENAME DELIMITED BY SPACE
                  INTO REPORT-LINE.
           WRITE REPORT-RECORD FROM REPORT-LINE.
           MOVE "Rejected transactions:" TO REPORT-LINE.
           WRITE REPORT-RECORD FROM REPORT-LINE.
           MOVE "Row      Act Source   Cust   Reason"
              TO REPORT-LINE.
           WRITE REPORT-RECORD FROM REPORT-LINE.
           MOVE ALL "-" TO REPORT-LINE.
           WRITE REPORT-RECORD FROM REPORT-LINE.

       REJECT-TRANSACTION.
           ADD 1 TO REJECT-COUNT.
           MOVE SPACES TO REPORT-LINE.
           STRING INPUT-COUNT DELIMITED BY SIZE
                  "  " DELIMITED BY SIZE
                  TRANS-ACTION DELIMITED BY SIZE
                  "   " DELIMITED BY SIZE
                  TRANS-SOURCE DELIMITED BY SIZE
                  " " DELIMITED BY SIZE
                  TRANS-CUSTOMER-NUMBER DELIMITED BY SIZE
                  "  " DELIMITED BY SIZE
                  REJECT-REASON DELIMITED BY SIZE
                  INTO REPORT-LINE.
           WRITE REPORT-RECORD FROM REPORT-LINE.

       PRINT-REPORT-TRAILER.
           IF REJECT-COUNT = ZEROES
              MOVE "   (none)" TO REPORT-LINE
              WRITE REPORT-RECORD FROM REPORT-LINE
           END-IF.
           MOVE ALL "-" TO REPORT-LINE.
           WRITE REPORT-RECORD FROM REPORT-LINE.
           MOVE SPACES TO REPORT-LINE.
           STRING "Read: " DELIMITED BY SIZE
                  INPUT-COUNT DELIMITED BY SIZE
                  "  Rejected: " DELIMITED BY SIZE
                  REJECT-COUNT DELIMITED BY SIZE
                  INTO REPORT-LINE.
           WRITE REPORT-RECORD FROM REPORT-LINE.
           MOVE SPACES TO REPORT-LINE.
           STRING "Added: " DELIMITED BY SIZE
                  ADD-COUNT DELIMITED BY SIZE
                  "  Changed: " DELIMITED BY SIZE
                  CHANGE-COUNT DELIMITED BY SIZE
                  "  Inactivated: " DELIMITED BY SIZE
                  INACTIVATE-COUNT DELIMITED BY SIZE
                  "  Closed: " DELIMITED BY SIZE
                  CLOSE-COUNT DELIMITED BY SIZE
                  "  Deletes queued: " DELIMITED BY SIZE
                  QUEUED-COUNT DELIMITED BY SIZE
                  INTO REPORT-LINE.
           WRITE REPORT-RECORD FROM REPORT-LINE.
