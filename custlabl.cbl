       PROGRAM-ID. CUSTLABL.
      ****************************************************
      * Mailing-label extract in postcode presort order
      * (req. 020). Run with an optional run date:
      *    custlabl [run-date-YYYYMMDD]
      * The run date defaults to today.
      *
      * Writes one fixed-column label record per ACTIVE
      * customer to custlabl.dat, in ascending postcode
      * order, for the mail house's merge run. Each label
      * carries the customer's mailing address in effect
      * on the run date from custaddr.dat, or the address
      * on CUSTOMER-RECORD when the customer has no mailing
      * entry in effect. Because the mailing postcode can
      * differ from CUSTOMER-POSTCODE, the labels are
      * sorted on the postcode actually printed (then
      * customer number) rather than read through the
      * postcode alternate key. After the last label a
      * trailer follows: one line per postcode with the
      * label count for that presort bundle, then the
      * grand total. Trailer lines carry "*" in column 1
      * so the merge can strip them; the mail house checks
      * the bundle counts against the physical trays.
      *
      * Customers who have opted out of post, or asked not
      * to be contacted at all, on custpref.dat get no
      * label. They are counted on a last "*" trailer line
      * and on the console so marketing can see how many
      * were left out.
      ***************************************************
       ENVIRONMENT DIVISION.
       INPUT-OUTPUT SECTION.

           COPY "CUSTFC.CBL".

           COPY "ADDRFC.CBL".

           COPY "PREFFC.CBL".

           SELECT LABEL-FILE
              ASSIGN TO "custlabl.dat"
              ORGANIZATION IS LINE SEQUENTIAL.

           SELECT SORT-FILE
              ASSIGN TO "custlabl.srt".

       DATA DIVISION.
       FILE SECTION.

           LABEL RECORDS ARE STANDARD.
           COPY "CUSTREC.CBL".

       FD  ADDRESS-FILE
           LABEL RECORDS ARE STANDARD.
           COPY "ADDRREC.CBL".

       FD  PREFERENCE-FILE
           LABEL RECORDS ARE STANDARD.
           COPY "PREFREC.CBL".

       FD  LABEL-FILE
           LABEL RECORDS ARE OMITTED.
       01  LABEL-RECORD                        PIC X(215).

       SD  SORT-FILE.
       01  SORT-RECORD.
           05  SORT-POSTCODE                   PIC X(05).
           05  SORT-CUSTOMER-NUMBER            PIC 9(05).
           05  SORT-LABEL                      PIC X(215).

       WORKING-STORAGE SECTION.

       77  CUSTOMER-FILE-STATUS                PIC X(02).
       77  CUSTOMER-EOF-SW                     PIC X(01) VALUE "N".
           88  CUSTOMER-EOF                    VALUE "Y".
       77  SORT-EOF-SW                         PIC X(01) VALUE "N".
           88  SORT-EOF                        VALUE "Y".

       77  RUN-DATE                            PIC X(08).
       77  ARG-COUNT                           PIC 9(02).
       77  ARG-INDEX                           PIC 9(02).
       77  ARG-VALUE                           PIC X(40).
       77  BAD-PARAMETER-SW                    PIC X(01) VALUE "N".
           88  BAD-PARAMETER                   VALUE "Y".

      ****************************************************
      * Mailing address in effect on the run date
      ****************************************************
       77  ADDRESS-FILE-STATUS                 PIC X(02).
       77  ADDRESS-SCAN-DONE-SW                PIC X(01).
       77  ADDRESS-LOOKUP-TYPE                 PIC X(01).
       77  ADDRESS-LOOKUP-DATE                 PIC X(08).
       77  ADDRESS-IN-EFFECT-SW                PIC X(01).
           88  ADDRESS-IN-EFFECT               VALUE "Y".
       77  DATED-ADDRESS-COUNT                 PIC 9(07) VALUE 0.
       01  EFFECTIVE-ADDRESS.
           05  EFFECTIVE-LINE-1                PIC X(50).
           05  EFFECTIVE-LINE-2                PIC X(50).
           05  EFFECTIVE-CITY                  PIC X(30).
           05  EFFECTIVE-STATE                 PIC X(30).
           05  EFFECTIVE-POSTCODE              PIC X(05).

      ****************************************************
      * Post opt-outs
      ****************************************************
       77  PREFERENCE-FILE-STATUS              PIC X(02).
       77  POST-SUPPRESSED-SW                  PIC X(01).
           88  POST-SUPPRESSED                 VALUE "Y".
       77  SUPPRESSED-COUNT                    PIC 9(07) VALUE 0.

       77  LABEL-COUNT                         PIC 9(07) VALUE 0.
       77  LABEL-COUNT-EDIT                    PIC ZZZ,ZZZ,ZZ9.

       PROCEDURE DIVISION.
       PROGRAM-BEGIN.
           PERFORM GET-PARAMETERS.
           IF BAD-PARAMETER
              DISPLAY "Usage: custlabl [run-date-YYYYMMDD]"
           ELSE
              PERFORM OPENING-PROCEDURE
              PERFORM MAIN-PROCESS
              PERFORM CLOSING-PROCEDURE
           END-IF.
           STOP RUN.

       GET-PARAMETERS.
           MOVE FUNCTION CURRENT-DATE(1:8) TO RUN-DATE.
           ACCEPT ARG-COUNT FROM ARGUMENT-NUMBER.
           IF ARG-COUNT >= 1
              MOVE 1 TO ARG-INDEX
              DISPLAY ARG-INDEX UPON ARGUMENT-NUMBER
              MOVE SPACES TO ARG-VALUE
              ACCEPT ARG-VALUE FROM ARGUMENT-VALUE
              IF ARG-VALUE(1:8) IS NUMERIC
                 MOVE ARG-VALUE(1:8) TO RUN-DATE
              ELSE
                 MOVE "Y" TO BAD-PARAMETER-SW
              END-IF
           END-IF.

       OPENING-PROCEDURE.
           PERFORM CHECK-CUSTOMER-FILE-EXIST.
           PERFORM CHECK-ADDRESS-FILE-EXIST.
           PERFORM CHECK-PREFERENCE-FILE-EXIST.
           OPEN INPUT CUSTOMER-FILE.
           OPEN INPUT ADDRESS-FILE.
           OPEN INPUT PREFERENCE-FILE.
           OPEN OUTPUT LABEL-FILE.

       CHECK-CUSTOMER-FILE-EXIST.
              CLOSE CUSTOMER-FILE
           END-IF.

       CHECK-ADDRESS-FILE-EXIST.
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

       CHECK-PREFERENCE-FILE-EXIST.
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

      ****************************************************
      * The input side builds each active customer's label
      * with the mailing address in effect and releases it
      * keyed on the postcode that will be printed; the
      * output side writes the labels back in postcode
      * order and counts the presort bundles.
      ****************************************************
       MAIN-PROCESS.
           SORT SORT-FILE
              ON ASCENDING KEY SORT-POSTCODE
                               SORT-CUSTOMER-NUMBER
              INPUT PROCEDURE IS SELECT-LABEL-CUSTOMERS
              OUTPUT PROCEDURE IS WRITE-SORTED-LABELS.

       SELECT-LABEL-CUSTOMERS.
           MOVE ZEROES TO CUSTOMER-NUMBER.
           START CUSTOMER-FILE
              KEY IS NOT LESS THAN CUSTOMER-NUMBER
              INVALID KEY
                 MOVE "Y" TO CUSTOMER-EOF-SW
              NOT INVALID KEY
                 MOVE "N" TO CUSTOMER-EOF-SW
           END-START.
           PERFORM READ-NEXT-CUSTOMER
              UNTIL CUSTOMER-EOF.

       READ-NEXT-CUSTOMER.
           READ CUSTOMER-FILE NEXT RECORD
              AT END
                 MOVE "Y" TO CUSTOMER-EOF-SW
              NOT AT END
                 IF CUSTOMER-ACTIVE
                    PERFORM CHECK-POST-PREFERENCE
                    IF POST-SUPPRESSED
                       ADD 1 TO SUPPRESSED-COUNT
                    ELSE
                       PERFORM RELEASE-LABEL-RECORD
                    END-IF
                 END-IF
           END-READ.

      * No preference record means post is allowed.
       CHECK-POST-PREFERENCE.
           MOVE "N" TO POST-SUPPRESSED-SW.
           MOVE CUSTOMER-NUMBER TO PREFERENCE-CUSTOMER-NUMBER.
           READ PREFERENCE-FILE RECORD
              INVALID KEY
                 CONTINUE
              NOT INVALID KEY
                 IF PREFERENCE-POST-OPTED-OUT
                    OR PREFERENCE-NO-CONTACT
                    MOVE "Y" TO POST-SUPPRESSED-SW
                 END-IF
           END-READ.

       RELEASE-LABEL-RECORD.
           MOVE SPACES TO LABEL-DETAIL.
           MOVE CUSTOMER-NAME      TO LABEL-NAME.
           MOVE CUSTOMER-ADDRESS-1 TO LABEL-ADDRESS-1.
           MOVE CUSTOMER-CITY      TO LABEL-CITY.
           MOVE CUSTOMER-STATE     TO LABEL-STATE.
           MOVE CUSTOMER-POSTCODE  TO LABEL-POSTCODE.
           MOVE "M"      TO ADDRESS-LOOKUP-TYPE.
           MOVE RUN-DATE TO ADDRESS-LOOKUP-DATE.
           PERFORM FIND-ADDRESS-IN-EFFECT.
           IF ADDRESS-IN-EFFECT
              ADD 1 TO DATED-ADDRESS-COUNT
              MOVE EFFECTIVE-LINE-1   TO LABEL-ADDRESS-1
              MOVE EFFECTIVE-LINE-2   TO LABEL-ADDRESS-2
              MOVE EFFECTIVE-CITY     TO LABEL-CITY
              MOVE EFFECTIVE-STATE    TO LABEL-STATE
              MOVE EFFECTIVE-POSTCODE TO LABEL-POSTCODE
           END-IF.
           MOVE LABEL-POSTCODE  TO SORT-POSTCODE.
           MOVE CUSTOMER-NUMBER TO SORT-CUSTOMER-NUMBER.
           MOVE LABEL-DETAIL    TO SORT-LABEL.
           RELEASE SORT-RECORD.

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

       WRITE-SORTED-LABELS.
           PERFORM RETURN-SORTED-LABEL
              UNTIL SORT-EOF.

       RETURN-SORTED-LABEL.
           RETURN SORT-FILE
              AT END
                 MOVE "Y" TO SORT-EOF-SW
              NOT AT END
                 WRITE LABEL-RECORD FROM SORT-LABEL
                 ADD 1 TO LABEL-COUNT
                 PERFORM TALLY-BUNDLE-COUNT
           END-RETURN.

      * The records arrive sorted, so the current postcode
      * either continues the newest bundle or opens a new
       TALLY-BUNDLE-COUNT.
           IF BUNDLE-ENTRIES > ZEROES
              AND BUNDLE-POSTCODE (BUNDLE-ENTRIES)
                 = SORT-POSTCODE
              ADD 1 TO BUNDLE-COUNT (BUNDLE-ENTRIES)
           ELSE
              IF BUNDLE-ENTRIES < 1000
                 ADD 1 TO BUNDLE-ENTRIES
                 MOVE SORT-POSTCODE
                    TO BUNDLE-POSTCODE (BUNDLE-ENTRIES)
                 MOVE 1 TO BUNDLE-COUNT (BUNDLE-ENTRIES)
              ELSE
       CLOSING-PROCEDURE.
           PERFORM WRITE-LABEL-TRAILER.
           CLOSE CUSTOMER-FILE.
           CLOSE ADDRESS-FILE.
           CLOSE PREFERENCE-FILE.
           CLOSE LABEL-FILE.
           DISPLAY "CUSTLABL complete - mailing addresses as of "
              RUN-DATE.
           DISPLAY "Labels written:     " LABEL-COUNT.
           DISPLAY "Presort bundles:    " BUNDLE-ENTRIES.
           DISPLAY "Dated addresses:    " DATED-ADDRESS-COUNT.
           DISPLAY "Suppressed (post):  " SUPPRESSED-COUNT.

       WRITE-LABEL-TRAILER.
           MOVE 1 TO BUNDLE-SUB.
                  LABEL-COUNT-EDIT  DELIMITED BY SIZE
                  INTO TRAILER-TEXT.
           WRITE LABEL-RECORD FROM TRAILER-LINE.
           MOVE "*" TO TRAILER-FLAG.
           MOVE SPACES TO TRAILER-TEXT.
           MOVE SUPPRESSED-COUNT TO LABEL-COUNT-EDIT.
           STRING " Suppressed - opted out of post: "
                     DELIMITED BY SIZE
                  LABEL-COUNT-EDIT  DELIMITED BY SIZE
                  INTO TRAILER-TEXT.
           WRITE LABEL-RECORD FROM TRAILER-LINE.

       WRITE-ONE-BUNDLE-LINE.
           MOVE "*" TO TRAILER-FLAG.
