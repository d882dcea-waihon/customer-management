      * done in CUSTMGMT Customer Notes. A follow-up whose
      * customer is no longer on file is still printed,
      * flagged, so the diary entry is not silently lost.
      *
      * A customer who has opted out of phone calls, or
      * asked not to be contacted at all, on custpref.dat
      * is held back from the call list. Their due
      * follow-ups are listed after it in a separate "held
      * back" section for the team to deal with another
      * way, and are counted in the trailer and on the
      * console.
      *
      * A file that will not open, or a report line that
      * will not write, is displayed with its file status
      * and ends the run with return code 8 so CUSTNITE
      * stops the stream; so does a bad parameter.
      ***************************************************
       ENVIRONMENT DIVISION.
       INPUT-OUTPUT SECTION.

           COPY "DIARFC.CBL".

           COPY "PREFFC.CBL".

           SELECT REPORT-FILE
              ASSIGN TO "custdiar.lst"
              ORGANIZATION IS LINE SEQUENTIAL
              FILE STATUS IS REPORT-FILE-STATUS.

       DATA DIVISION.
       FILE SECTION.
           LABEL RECORDS ARE STANDARD.
           COPY "DIARREC.CBL".

       FD  PREFERENCE-FILE
           LABEL RECORDS ARE STANDARD.
           COPY "PREFREC.CBL".

       FD  REPORT-FILE
           LABEL RECORDS ARE OMITTED.
       01  REPORT-RECORD                       PIC X(100).
       77  CUSTOMER-FILE-STATUS                PIC X(02).
       77  NOTE-FILE-STATUS                    PIC X(02).
       77  DIARY-FILE-STATUS                   PIC X(02).
       77  PREFERENCE-FILE-STATUS              PIC X(02).
       77  REPORT-FILE-STATUS                  PIC X(02).
       77  FILE-ERROR-SW                       PIC X(01) VALUE "N".
           88  FILE-ERROR                      VALUE "Y".
       77  FILE-ERROR-NAME                     PIC X(40).
       77  FILE-ERROR-STATUS                   PIC X(02).

       77  ARG-COUNT                           PIC 9(02).
       77  ARG-INDEX                           PIC 9(02).
       77  LAST-NOTE-TEXT                      PIC X(70).
       77  RECORD-FOUND                        PIC X(01).

      * The diary is read twice: once for the call list,
      * then again for the held-back section if there is
      * anything to put in it.
       77  HELD-BACK-PASS-SW                   PIC X(01) VALUE "N".
           88  HELD-BACK-PASS                  VALUE "Y".
       77  PHONE-SUPPRESSED-SW                 PIC X(01).
           88  PHONE-SUPPRESSED                VALUE "Y".
       77  HELD-BACK-COUNT                     PIC 9(07) VALUE 0.

       77  QUEUE-COUNT                         PIC 9(07) VALUE 0.
       77  OVERDUE-COUNT                       PIC 9(07) VALUE 0.
       77  REPORT-LINE                         PIC X(100).
           PERFORM GET-PARAMETERS.
           IF BAD-PARAMETER
              DISPLAY "Usage: custdiar [date-YYYYMMDD]"
              MOVE "Y" TO FILE-ERROR-SW
           ELSE
              PERFORM OPENING-PROCEDURE
              IF NOT FILE-ERROR
                 PERFORM MAIN-PROCESS
                 PERFORM CLOSING-PROCEDURE
              ELSE
                 DISPLAY "CUSTDIAR stopped - no work queue printed."
              END-IF
           END-IF.
           IF FILE-ERROR
              MOVE 8 TO RETURN-CODE
           ELSE
              MOVE ZEROES TO RETURN-CODE
           END-IF.
           STOP RUN.

           PERFORM CHECK-CUSTOMER-FILE-EXIST.
           PERFORM CHECK-DIARY-FILE-EXIST.
           PERFORM CHECK-NOTE-FILE-EXIST.
           PERFORM CHECK-PREFERENCE-FILE-EXIST.
           OPEN INPUT CUSTOMER-FILE.
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
           OPEN INPUT DIARY-FILE.
           IF DIARY-FILE-STATUS NOT = "00"
              MOVE "custdiar.dat" TO FILE-ERROR-NAME
              MOVE DIARY-FILE-STATUS TO FILE-ERROR-STATUS
              PERFORM REPORT-FILE-ERROR
           END-IF.
           OPEN INPUT PREFERENCE-FILE.
           IF PREFERENCE-FILE-STATUS NOT = "00"
              MOVE "custpref.dat" TO FILE-ERROR-NAME
              MOVE PREFERENCE-FILE-STATUS TO FILE-ERROR-STATUS
              PERFORM REPORT-FILE-ERROR
           END-IF.
           OPEN OUTPUT REPORT-FILE.
           IF REPORT-FILE-STATUS NOT = "00"
              MOVE "custdiar.lst" TO FILE-ERROR-NAME
              MOVE REPORT-FILE-STATUS TO FILE-ERROR-STATUS
              PERFORM REPORT-FILE-ERROR
           ELSE
              PERFORM PRINT-QUEUE-HEADING
           END-IF.

       REPORT-FILE-ERROR.
           DISPLAY "Error on " FILE-ERROR-NAME
              " - file status " FILE-ERROR-STATUS.
           MOVE "Y" TO FILE-ERROR-SW.

      * Performed after every report WRITE. Only the first
      * failure is displayed; the run still ends with 8.
       CHECK-REPORT-WRITE.
           IF REPORT-FILE-STATUS NOT = "00"
              AND NOT FILE-ERROR
              MOVE "custdiar.lst" TO FILE-ERROR-NAME
              MOVE REPORT-FILE-STATUS TO FILE-ERROR-STATUS
              PERFORM REPORT-FILE-ERROR
           END-IF.

       CHECK-CUSTOMER-FILE-EXIST.
           MOVE "customer.dat" TO INPUT-FILE.
              CLOSE NOTE-FILE
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

       CLOSING-PROCEDURE.
           PERFORM PRINT-QUEUE-TRAILER.
           CLOSE CUSTOMER-FILE.
           CLOSE NOTE-FILE.
           CLOSE DIARY-FILE.
           CLOSE PREFERENCE-FILE.
           CLOSE REPORT-FILE.
           DISPLAY "CUSTDIAR complete - " QUEUE-DATE.
           DISPLAY "Follow-ups on the queue: " QUEUE-COUNT.
           DISPLAY "  of which overdue:      " OVERDUE-COUNT.
           DISPLAY "Held back (no phone):    " HELD-BACK-COUNT.

       MAIN-PROCESS.
           PERFORM SCAN-DIARY-FILE.
           IF HELD-BACK-COUNT > ZEROES
              PERFORM PRINT-HELD-BACK-HEADING
              MOVE "Y" TO HELD-BACK-PASS-SW
              PERFORM SCAN-DIARY-FILE
           END-IF.

       SCAN-DIARY-FILE.
           MOVE ZEROES TO DIARY-KEY.
           START DIARY-FILE KEY IS NOT LESS THAN DIARY-KEY
              INVALID KEY
              NOT AT END
                 IF DIARY-OPEN
                    AND DIARY-FOLLOWUP-DATE <= QUEUE-DATE
                    PERFORM CHECK-PHONE-PREFERENCE
                    PERFORM SELECT-DIARY-ENTRY
                 END-IF
           END-READ.

       SELECT-DIARY-ENTRY.
           IF HELD-BACK-PASS
              IF PHONE-SUPPRESSED
                 PERFORM PRINT-HELD-BACK-ENTRY
              END-IF
           ELSE
              IF PHONE-SUPPRESSED
                 ADD 1 TO HELD-BACK-COUNT
              ELSE
                 PERFORM PRINT-QUEUE-ENTRY
              END-IF
           END-IF.

      * No preference record means the customer may be
      * phoned.
       CHECK-PHONE-PREFERENCE.
           MOVE "N" TO PHONE-SUPPRESSED-SW.
           MOVE DIARY-CUSTOMER-NUMBER TO PREFERENCE-CUSTOMER-NUMBER.
           READ PREFERENCE-FILE RECORD
              INVALID KEY
                 CONTINUE
              NOT INVALID KEY
                 IF PREFERENCE-PHONE-OPTED-OUT
                    OR PREFERENCE-NO-CONTACT
                    MOVE "Y" TO PHONE-SUPPRESSED-SW
                 END-IF
           END-READ.

           PERFORM PRINT-LATEST-NOTE-LINE.
           MOVE SPACES TO REPORT-RECORD.
           WRITE REPORT-RECORD.
           PERFORM CHECK-REPORT-WRITE.

       READ-DIARY-CUSTOMER.
           MOVE DIARY-CUSTOMER-NUMBER TO CUSTOMER-NUMBER.
                     INTO REPORT-LINE
           END-IF.
           WRITE REPORT-RECORD FROM REPORT-LINE.
           PERFORM CHECK-REPORT-WRITE.

       PRINT-CUSTOMER-LINE.
           MOVE SPACES TO REPORT-LINE.
                 TO REPORT-LINE
           END-IF.
           WRITE REPORT-RECORD FROM REPORT-LINE.
           PERFORM CHECK-REPORT-WRITE.

       PRINT-LATEST-NOTE-LINE.
           PERFORM FIND-LATEST-NOTE.
                     LAST-NOTE-TEXT             DELIMITED BY SIZE
                     INTO REPORT-LINE
              WRITE REPORT-RECORD FROM REPORT-LINE
              PERFORM CHECK-REPORT-WRITE
           END-IF.

      * The FIND-LATEST-NOTE pattern from CUSTMGMT: walk the
                 END-IF
           END-READ.

      * Held back: the diary line and the reason it is not
      * on the call list, with no phone number printed.
       PRINT-HELD-BACK-ENTRY.
           PERFORM PRINT-DIARY-LINE.
           MOVE SPACES TO REPORT-LINE.
           IF PREFERENCE-NO-CONTACT
              STRING "   do not contact - keyed " DELIMITED BY SIZE
                     PREFERENCE-DATE            DELIMITED BY SIZE
                     INTO REPORT-LINE
           ELSE
              STRING "   opted out of phone - keyed "
                        DELIMITED BY SIZE
                     PREFERENCE-DATE            DELIMITED BY SIZE
                     INTO REPORT-LINE
           END-IF.
           WRITE REPORT-RECORD FROM REPORT-LINE.
           PERFORM CHECK-REPORT-WRITE.
           MOVE SPACES TO REPORT-RECORD.
           WRITE REPORT-RECORD.
           PERFORM CHECK-REPORT-WRITE.

      ****************************************************
      * Heading and trailer
      ****************************************************
                  QUEUE-DATE DELIMITED BY SIZE
                  INTO REPORT-LINE.
           WRITE REPORT-RECORD FROM REPORT-LINE.
           PERFORM CHECK-REPORT-WRITE.
           MOVE ALL "-" TO REPORT-LINE.
           WRITE REPORT-RECORD FROM REPORT-LINE.
           PERFORM CHECK-REPORT-WRITE.
           MOVE SPACES TO REPORT-RECORD.
           WRITE REPORT-RECORD.
           PERFORM CHECK-REPORT-WRITE.

       PRINT-QUEUE-TRAILER.
           MOVE ALL "-" TO REPORT-LINE.
           WRITE REPORT-RECORD FROM REPORT-LINE.
           PERFORM CHECK-REPORT-WRITE.
           MOVE SPACES TO REPORT-LINE.
           STRING "Follow-ups on the queue: " DELIMITED BY SIZE
                  QUEUE-COUNT DELIMITED BY SIZE
                  " overdue)" DELIMITED BY SIZE
                  INTO REPORT-LINE.
           WRITE REPORT-RECORD FROM REPORT-LINE.
           PERFORM CHECK-REPORT-WRITE.
           MOVE SPACES TO REPORT-LINE.
           STRING "Held back - opted out of phone: "
                     DELIMITED BY SIZE
                  HELD-BACK-COUNT DELIMITED BY SIZE
                  INTO REPORT-LINE.
           WRITE REPORT-RECORD FROM REPORT-LINE.
           PERFORM CHECK-REPORT-WRITE.

       PRINT-HELD-BACK-HEADING.
           MOVE ALL "-" TO REPORT-LINE.
           WRITE REPORT-RECORD FROM REPORT-LINE.
           PERFORM CHECK-REPORT-WRITE.
           MOVE "Held back - do not phone (see contact preferences)"
              TO REPORT-LINE.
           WRITE REPORT-RECORD FROM REPORT-LINE.
           PERFORM CHECK-REPORT-WRITE.
           MOVE ALL "-" TO REPORT-LINE.
           WRITE REPORT-RECORD FROM REPORT-LINE.
           PERFORM CHECK-REPORT-WRITE.
           MOVE SPACES TO REPORT-RECORD.
           WRITE REPORT-RECORD.
           PERFORM CHECK-REPORT-WRITE.
