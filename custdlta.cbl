      * CUSTXFER EXPORT. Run with parameters on the
      * command line:
      *    custdlta <flat-file-name> [from-date] [to-date]
      * Dates are YYYYMMDD and both default to today. The
      * nightly stream passes its run date for both, so a
      * run or restart after midnight still extracts the
      * business day's changes.
      *
      * Reads the audit trail (the current custaudit.dat
      * plus the dated archives listed in custaudit.idx)
      * archives as deletes; everything else is an update.
      * The record image written is the customer's state as
      * of its last audit entry in the window.
      *
      * Billing wants invoices addressed where the customer
      * asked for them, so the address fields written are
      * the customer's billing address in effect on the
      * to-date from custaddr.dat, or the address on
      * CUSTOMER-RECORD when there is none. A billing move
      * keyed ahead of time makes no audit entry on the day
      * it takes effect, so a customer whose billing entry
      * becomes effective inside the window is written as
      * an update even with no other activity.
      *
      * After the action code come the customer's contact
      * preferences from custpref.dat - post, phone, email
      * (Y allowed, N opted out) and do-not-contact (Y) -
      * so billing can stop paper statements and dunning
      * calls to customers who have opted out. A customer
      * with no preference record goes out as YYYN. The
      * number of records carrying an opt-out is shown in
      * the summary.
      *
      * A file that will not open, or a delta record that
      * will not write, is displayed with its file status
      * and ends the run with return code 8 so CUSTNITE
      * stops the stream; so does a bad parameter.
      ***************************************************
       ENVIRONMENT DIVISION.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.

           COPY "CUSTFC.CBL".

           COPY "ADDRFC.CBL".

           COPY "PREFFC.CBL".

           SELECT AUDIT-FILE
              ASSIGN TO AUDIT-FILE-NAME
              ORGANIZATION IS SEQUENTIAL

           SELECT DELTA-FILE
              ASSIGN TO DELTA-FILENAME
              ORGANIZATION IS LINE SEQUENTIAL
              FILE STATUS IS DELTA-FILE-STATUS.

       DATA DIVISION.
       FILE SECTION.

       FD  CUSTOMER-FILE
           LABEL RECORDS ARE STANDARD.
           COPY "CUSTREC.CBL".

       FD  ADDRESS-FILE
           LABEL RECORDS ARE STANDARD.
           COPY "ADDRREC.CBL".

       FD  PREFERENCE-FILE
           LABEL RECORDS ARE STANDARD.
           COPY "PREFREC.CBL".

       FD  AUDIT-FILE
           LABEL RECORDS ARE STANDARD.
           COPY "AUDITREC.CBL".
               ==CUSTOMER-CLOSED==
                   BY ==DELTA-CUST-CLOSED==.
           03  DELTA-ACTION                    PIC X(01).
           03  DELTA-PREFERENCES.
               05  DELTA-POST-ALLOWED          PIC X(01).
               05  DELTA-PHONE-ALLOWED         PIC X(01).
               05  DELTA-EMAIL-ALLOWED         PIC X(01).
               05  DELTA-DO-NOT-CONTACT        PIC X(01).

       WORKING-STORAGE SECTION.

       77  AUDIT-FILE-NAME                     PIC X(40).
       77  INDEX-FILE-STATUS                   PIC X(02).
       77  DELTA-FILENAME                      PIC X(40).
       77  DELTA-FILE-STATUS                   PIC X(02).
       77  FILE-ERROR-SW                       PIC X(01) VALUE "N".
           88  FILE-ERROR                      VALUE "Y".
       77  FILE-ERROR-NAME                     PIC X(40).
       77  FILE-ERROR-STATUS                   PIC X(02).

       77  ARG-COUNT                           PIC 9(02).
       77  ARG-INDEX                           PIC 9(02).

       77  DELTA-SUB                           PIC 9(06).

      ****************************************************
      * Billing address in effect on the to-date
      ****************************************************
       77  CUSTOMER-FILE-STATUS                PIC X(02).
       77  ADDRESS-FILE-STATUS                 PIC X(02).
       77  ADDRESS-SCAN-DONE-SW                PIC X(01).
       77  ADDRESS-LOOKUP-TYPE                 PIC X(01).
       77  ADDRESS-LOOKUP-DATE                 PIC X(08).
       77  ADDRESS-IN-EFFECT-SW                PIC X(01).
           88  ADDRESS-IN-EFFECT               VALUE "Y".
       77  BILLING-MOVE-COUNT                  PIC 9(07) VALUE 0.
       77  PREFERENCE-FILE-STATUS              PIC X(02).
       77  OPTED-OUT-COUNT                     PIC 9(07) VALUE 0.
       01  EFFECTIVE-ADDRESS.
           05  EFFECTIVE-LINE-1                PIC X(50).
           05  EFFECTIVE-LINE-2                PIC X(50).
           05  EFFECTIVE-CITY                  PIC X(30).
           05  EFFECTIVE-STATE                 PIC X(30).
           05  EFFECTIVE-POSTCODE              PIC X(05).

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

      * One slot per possible customer number. The first
      * and last in-window audit actions decide the output
      * action code; the image is the customer's state as
           IF BAD-PARAMETER OR DELTA-FILENAME = SPACES
              DISPLAY "Usage: custdlta <flat-file-name> "
                 "[from-YYYYMMDD] [to-YYYYMMDD]"
              MOVE "Y" TO FILE-ERROR-SW
           ELSE
              PERFORM OPEN-ADDRESS-FILES
              IF NOT FILE-ERROR
                 PERFORM BUILD-DELTA-TABLE
                 PERFORM POST-BILLING-MOVES
                 PERFORM WRITE-DELTA-FILE
                 CLOSE CUSTOMER-FILE
                 CLOSE ADDRESS-FILE
                 CLOSE PREFERENCE-FILE
                 PERFORM DISPLAY-SUMMARY
              ELSE
                 DISPLAY "CUSTDLTA stopped - no delta written."
              END-IF
           END-IF.
           IF FILE-ERROR
              MOVE 8 TO RETURN-CODE
           ELSE
              MOVE ZEROES TO RETURN-CODE
           END-IF.
           STOP RUN.

              END-IF
           END-IF.

       OPEN-ADDRESS-FILES.
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
           MOVE "custaddr.dat" TO INPUT-FILE.
           MOVE ZEROES TO RETURN-CODE.
           CALL "CBL_CHECK_FILE_EXIST"
              USING INPUT-FILE
                    FILE-INFO
              RETURNING RETURN-STATUS.
           IF RETURN-STATUS NOT = 0
              OPEN OUTPUT ADDRESS-FILE
              CLOSE ADDRESS-FILE
           END-IF.
           MOVE "custpref.dat" TO INPUT-FILE.
           MOVE ZEROES TO RETURN-CODE.
           CALL "CBL_CHECK_FILE_EXIST"
              USING INPUT-FILE
                    FILE-INFO
              RETURNING RETURN-STATUS.
           IF RETURN-STATUS NOT = 0
              OPEN OUTPUT PREFERENCE-FILE
              CLOSE PREFERENCE-FILE
           END-IF.
           OPEN INPUT CUSTOMER-FILE.
           IF CUSTOMER-FILE-STATUS NOT = "00"
              MOVE "customer.dat" TO FILE-ERROR-NAME
              MOVE CUSTOMER-FILE-STATUS TO FILE-ERROR-STATUS
              PERFORM REPORT-FILE-ERROR
           END-IF.
           OPEN INPUT ADDRESS-FILE.
           IF ADDRESS-FILE-STATUS NOT = "00"
              MOVE "custaddr.dat" TO FILE-ERROR-NAME
              MOVE ADDRESS-FILE-STATUS TO FILE-ERROR-STATUS
              PERFORM REPORT-FILE-ERROR
           END-IF.
           OPEN INPUT PREFERENCE-FILE.
           IF PREFERENCE-FILE-STATUS NOT = "00"
              MOVE "custpref.dat" TO FILE-ERROR-NAME
              MOVE PREFERENCE-FILE-STATUS TO FILE-ERROR-STATUS
              PERFORM REPORT-FILE-ERROR
           END-IF.

       REPORT-FILE-ERROR.
           DISPLAY "Error on " FILE-ERROR-NAME
              " - file status " FILE-ERROR-STATUS.
           MOVE "Y" TO FILE-ERROR-SW.

      ****************************************************
      * Pass over the audit trail: dated archives first
      * (skipping those that cannot hold in-window
                 TO DELTA-LAST-IMAGE (DELTA-SUB)
           END-IF.

      ****************************************************
      * Billing entries that take effect inside the window
      * for customers with no audit activity in it: the
      * customer goes out as an update carrying the current
      * record, so billing hears about a move keyed weeks
      * ahead on the day it happens.
      ****************************************************
       POST-BILLING-MOVES.
           MOVE LOW-VALUES TO ADDRESS-KEY.
           START ADDRESS-FILE KEY IS NOT LESS THAN ADDRESS-KEY
              INVALID KEY
                 MOVE "Y" TO ADDRESS-SCAN-DONE-SW
              NOT INVALID KEY
                 MOVE "N" TO ADDRESS-SCAN-DONE-SW
           END-START.
           PERFORM CHECK-NEXT-BILLING-MOVE
              UNTIL ADDRESS-SCAN-DONE-SW = "Y".

       CHECK-NEXT-BILLING-MOVE.
           READ ADDRESS-FILE NEXT RECORD
              AT END
                 MOVE "Y" TO ADDRESS-SCAN-DONE-SW
              NOT AT END
                 IF ADDRESS-BILLING
                    AND ADDRESS-CUSTOMER-NUMBER > ZEROES
                    AND ADDRESS-EFFECTIVE-DATE >= FROM-DATE
                    AND ADDRESS-EFFECTIVE-DATE <= TO-DATE
                    MOVE ADDRESS-CUSTOMER-NUMBER TO DELTA-SUB
                    IF DELTA-FIRST-ACTION (DELTA-SUB) = SPACES
                       PERFORM POST-ONE-BILLING-MOVE
                    END-IF
                 END-IF
           END-READ.

       POST-ONE-BILLING-MOVE.
           MOVE ADDRESS-CUSTOMER-NUMBER TO CUSTOMER-NUMBER.
           READ CUSTOMER-FILE RECORD
              INVALID KEY
                 CONTINUE
              NOT INVALID KEY
                 MOVE "address" TO DELTA-FIRST-ACTION (DELTA-SUB)
                 MOVE "address" TO DELTA-LAST-ACTION (DELTA-SUB)
                 MOVE CUSTOMER-RECORD
                    TO DELTA-LAST-IMAGE (DELTA-SUB)
                 ADD 1 TO BILLING-MOVE-COUNT
           END-READ.

      ****************************************************
      * One output record per customer that changed.
      ****************************************************
       WRITE-DELTA-FILE.
           OPEN OUTPUT DELTA-FILE.
           IF DELTA-FILE-STATUS = "00"
              MOVE 1 TO DELTA-SUB
              PERFORM WRITE-ONE-DELTA
                 UNTIL DELTA-SUB > 99999
                 OR    FILE-ERROR
              CLOSE DELTA-FILE
           ELSE
              MOVE DELTA-FILENAME TO FILE-ERROR-NAME
              MOVE DELTA-FILE-STATUS TO FILE-ERROR-STATUS
              PERFORM REPORT-FILE-ERROR
           END-IF.

       WRITE-ONE-DELTA.
           IF DELTA-FIRST-ACTION (DELTA-SUB) NOT = SPACES
              MOVE DELTA-LAST-IMAGE (DELTA-SUB)
                 TO DELTA-CUSTOMER-RECORD
              PERFORM SET-DELTA-ACTION
              IF DELTA-ACTION NOT = "D"
                 PERFORM APPLY-BILLING-ADDRESS
              END-IF
              PERFORM APPLY-CONTACT-PREFERENCES
              WRITE DELTA-RECORD
              IF DELTA-FILE-STATUS = "00"
                 ADD 1 TO WRITTEN-COUNT
              ELSE
                 MOVE DELTA-FILENAME TO FILE-ERROR-NAME
                 MOVE DELTA-FILE-STATUS TO FILE-ERROR-STATUS
                 PERFORM REPORT-FILE-ERROR
              END-IF
           END-IF.
           ADD 1 TO DELTA-SUB.

                 ADD 1 TO CHANGE-COUNT
           END-EVALUATE.

      * A deleted customer goes out exactly as it was last
      * seen; anyone else carries the billing address in
      * effect on the to-date, if there is one.
       APPLY-BILLING-ADDRESS.
           MOVE DELTA-NUMBER TO CUSTOMER-NUMBER.
           MOVE "B"     TO ADDRESS-LOOKUP-TYPE.
           MOVE TO-DATE TO ADDRESS-LOOKUP-DATE.
           PERFORM FIND-ADDRESS-IN-EFFECT.
           IF ADDRESS-IN-EFFECT
              MOVE EFFECTIVE-LINE-1   TO DELTA-ADDRESS-1
              MOVE EFFECTIVE-LINE-2   TO DELTA-ADDRESS-2
              MOVE EFFECTIVE-CITY     TO DELTA-CITY
              MOVE EFFECTIVE-STATE    TO DELTA-STATE
              MOVE EFFECTIVE-POSTCODE TO DELTA-POSTCODE
           END-IF.

       APPLY-CONTACT-PREFERENCES.
           MOVE "YYYN" TO DELTA-PREFERENCES.
           MOVE DELTA-NUMBER TO PREFERENCE-CUSTOMER-NUMBER.
           READ PREFERENCE-FILE RECORD
              INVALID KEY
                 CONTINUE
              NOT INVALID KEY
                 MOVE PREFERENCE-FLAGS TO DELTA-PREFERENCES
           END-READ.
           IF DELTA-PREFERENCES NOT = "YYYN"
              ADD 1 TO OPTED-OUT-COUNT
           END-IF.

      * Leaves the customer's ADDRESS-LOOKUP-TYPE address in
      * effect on ADDRESS-LOOKUP-DATE - the last entry
      * dated on or before it - in EFFECTIVE-ADDRESS, and
      * sets ADDRESS-IN-EFFECT-SW to say whether there was
      * one.
       FIND-ADDRESS-IN-EFFECT.
           MOVE "N" TO ADDRESS-IN-EFFECT-SW.
           MOVE CUSTOMER-NUMBER     TO ADDRESS-CUSTOMER-NUMBER.
           MOVE ADDRESS-LOOKUP-TYPE TO ADDRESS-TYPE.
           MOVE LOW-VALUES          TO ADDRESS-EFFECTIVE-DATE.
           START ADDRESS-FILE KEY IS NOT LESS THAN ADDRESS-KEY
              INVALID KEY
                 MOVE "Y" TO ADDRESS-SCAN-DONE-SW
              NOT INVALID KEY
                 MOVE "N" TO ADDRESS-SCAN-DONE-SW
           END-START.
           PERFORM READ-NEXT-ADDRESS-IN-EFFECT
              UNTIL ADDRESS-SCAN-DONE-SW = "Y".

       READ-NEXT-ADDRESS-IN-EFFECT.
           READ ADDRESS-FILE NEXT RECORD
              AT END
                 MOVE "Y" TO ADDRESS-SCAN-DONE-SW
              NOT AT END
                 IF ADDRESS-CUSTOMER-NUMBER = CUSTOMER-NUMBER
                    AND ADDRESS-TYPE = ADDRESS-LOOKUP-TYPE
                    AND ADDRESS-EFFECTIVE-DATE
                        NOT > ADDRESS-LOOKUP-DATE
                    MOVE "Y" TO ADDRESS-IN-EFFECT-SW
                    MOVE ADDRESS-LINE-1   TO EFFECTIVE-LINE-1
                    MOVE ADDRESS-LINE-2   TO EFFECTIVE-LINE-2
                    MOVE ADDRESS-CITY     TO EFFECTIVE-CITY
                    MOVE ADDRESS-STATE    TO EFFECTIVE-STATE
                    MOVE ADDRESS-POSTCODE TO EFFECTIVE-POSTCODE
                 ELSE
                    MOVE "Y" TO ADDRESS-SCAN-DONE-SW
                 END-IF
           END-READ.

       DISPLAY-SUMMARY.
           DISPLAY " ".
           DISPLAY "CUSTDLTA complete - window " FROM-DATE
           DISPLAY "  Adds:              " ADD-COUNT.
           DISPLAY "  Updates:           " CHANGE-COUNT.
           DISPLAY "  Deletes:           " DELETE-COUNT.
           DISPLAY "  Billing moves:     " BILLING-MOVE-COUNT.
           DISPLAY "  With opt-outs:     " OPTED-OUT-COUNT.
