      * erasure request; the customer's name, address,
      * email and phone live on in the AUDIT-BEFORE/AFTER
      * images across custaudit.dat and the dated archives
      * in custaudit.idx, in their custnote.dat notes,
      * custdiar.dat follow-ups, custaddr.dat dated
      * addresses and the custappr.dat approval requests
      * that carry their record image, and in any dated
      * custarch.YYYYMMDD.dat archive. This job overwrites
      * the personal fields in every one of those places
      * with "*ERASED*" while keeping the record skeletons

           COPY "DIARFC.CBL".

           COPY "ADDRFC.CBL".

           COPY "APPRFC.CBL".

           SELECT AUDIT-FILE
              ASSIGN TO AUDIT-FILE-NAME
              ORGANIZATION IS SEQUENTIAL
           LABEL RECORDS ARE STANDARD.
           COPY "DIARREC.CBL".

       FD  ADDRESS-FILE
           LABEL RECORDS ARE STANDARD.
           COPY "ADDRREC.CBL".

       FD  APPROVAL-FILE
           LABEL RECORDS ARE STANDARD.
           COPY "APPRREC.CBL".

       FD  AUDIT-FILE
           LABEL RECORDS ARE STANDARD.
           COPY "AUDITREC.CBL".
       77  CUSTOMER-FILE-STATUS                PIC X(02).
       77  NOTE-FILE-STATUS                    PIC X(02).
       77  DIARY-FILE-STATUS                   PIC X(02).
       77  ADDRESS-FILE-STATUS                 PIC X(02).
       77  APPROVAL-FILE-STATUS                PIC X(02).
       77  AUDIT-FILE-STATUS                   PIC X(02).
       77  AUDIT-FILE-NAME                     PIC X(40).
       77  INDEX-FILE-STATUS                   PIC X(02).
           88  NOTE-EOF                        VALUE "Y".
       77  DIARY-EOF-SW                        PIC X(01).
           88  DIARY-EOF                       VALUE "Y".
       77  ADDRESS-EOF-SW                      PIC X(01).
           88  ADDRESS-EOF                     VALUE "Y".
       77  APPROVAL-EOF-SW                     PIC X(01).
           88  APPROVAL-EOF                    VALUE "Y".
       77  APPROVAL-TOUCHED-SW                 PIC X(01).
       77  AUDIT-EOF-SW                        PIC X(01).
           88  AUDIT-EOF                       VALUE "Y".
       77  INDEX-EOF-SW                        PIC X(01) VALUE "N".

       77  NOTE-REDACT-COUNT                   PIC 9(05) VALUE 0.
       77  DIARY-REDACT-COUNT                  PIC 9(05) VALUE 0.
       77  ADDRESS-REDACT-COUNT                PIC 9(05) VALUE 0.
       77  APPROVAL-REDACT-COUNT               PIC 9(05) VALUE 0.
       77  FILE-REDACT-COUNT                   PIC 9(05).
       77  AUDIT-REDACT-COUNT                  PIC 9(07) VALUE 0.
       77  ARCH-REDACT-COUNT                   PIC 9(07) VALUE 0.
              ELSE
                 PERFORM REDACT-NOTE-FILE
                 PERFORM REDACT-DIARY-FILE
                 PERFORM REDACT-ADDRESS-FILE
                 PERFORM REDACT-APPROVAL-FILE
                 PERFORM REDACT-AUDIT-TRAIL
                 PERFORM REDACT-PURGE-ARCHIVES
              END-IF
           DISPLAY "Files touched:          " FILES-TOUCHED-COUNT.
           DISPLAY "Notes redacted:         " NOTE-REDACT-COUNT.
           DISPLAY "Diary entries redacted: " DIARY-REDACT-COUNT.
           DISPLAY "Addresses redacted:     " ADDRESS-REDACT-COUNT.
           DISPLAY "Approvals redacted:     " APPROVAL-REDACT-COUNT.
           DISPLAY "Audit images redacted:  " AUDIT-REDACT-COUNT.
           DISPLAY "Archive rows redacted:  " ARCH-REDACT-COUNT.

                 END-IF
           END-READ.

      ****************************************************
      * Dated addresses: the lines, city and state become
      * "*ERASED*" and the postcode zeroes; the key (type
      * and effective date) and the operator stamp stay.
      ****************************************************
       REDACT-ADDRESS-FILE.
           MOVE "custaddr.dat" TO INPUT-FILE.
           MOVE ZEROES TO RETURN-CODE.
           CALL "CBL_CHECK_FILE_EXIST"
              USING INPUT-FILE
                    FILE-INFO
              RETURNING RETURN-STATUS.
           IF RETURN-STATUS = 0
              OPEN I-O ADDRESS-FILE
              MOVE ERASE-NUMBER TO ADDRESS-CUSTOMER-NUMBER
              MOVE LOW-VALUES TO ADDRESS-TYPE
              MOVE LOW-VALUES TO ADDRESS-EFFECTIVE-DATE
              START ADDRESS-FILE KEY IS NOT LESS THAN ADDRESS-KEY
                 INVALID KEY
                    MOVE "Y" TO ADDRESS-EOF-SW
                 NOT INVALID KEY
                    MOVE "N" TO ADDRESS-EOF-SW
              END-START
              PERFORM REDACT-NEXT-ADDRESS
                 UNTIL ADDRESS-EOF
              CLOSE ADDRESS-FILE
              IF ADDRESS-REDACT-COUNT > ZEROES
                 ADD 1 TO FILES-TOUCHED-COUNT
                 MOVE SPACES TO REPORT-LINE
                 STRING "custaddr.dat" DELIMITED BY SIZE
                        "  addresses redacted: " DELIMITED BY SIZE
                        ADDRESS-REDACT-COUNT DELIMITED BY SIZE
                        INTO REPORT-LINE
                 WRITE REPORT-RECORD FROM REPORT-LINE
              END-IF
           END-IF.

       REDACT-NEXT-ADDRESS.
           READ ADDRESS-FILE NEXT RECORD
              AT END
                 MOVE "Y" TO ADDRESS-EOF-SW
              NOT AT END
                 IF ADDRESS-CUSTOMER-NUMBER = ERASE-NUMBER
                    MOVE "*ERASED*" TO ADDRESS-LINE-1
                    MOVE "*ERASED*" TO ADDRESS-LINE-2
                    MOVE "*ERASED*" TO ADDRESS-CITY
                    MOVE "*ERASED*" TO ADDRESS-STATE
                    MOVE ZEROES TO ADDRESS-POSTCODE
                    REWRITE ADDRESS-RECORD
                       INVALID KEY
                          DISPLAY "Error rewriting Address record"
                       NOT INVALID KEY
                          ADD 1 TO ADDRESS-REDACT-COUNT
                    END-REWRITE
                 ELSE
                    MOVE "Y" TO ADDRESS-EOF-SW
                 END-IF
           END-READ.

      ****************************************************
      * Approval requests: the queue is keyed by request
      * number, so the whole file is walked. A request
      * names the customer either as the record to go or,
      * for a merge, as the survivor; whichever image is
      * theirs has its personal fields overwritten. The
      * request number, action, status and operator and
      * time stamps stay. The survivor image has no field
      * names of its own, so it is redacted through the
      * customer record area, free once CHECK-LIVE-RECORD
      * has closed the customer file.
      ****************************************************
       REDACT-APPROVAL-FILE.
           MOVE "custappr.dat" TO INPUT-FILE.
           MOVE ZEROES TO RETURN-CODE.
           CALL "CBL_CHECK_FILE_EXIST"
              USING INPUT-FILE
                    FILE-INFO
              RETURNING RETURN-STATUS.
           IF RETURN-STATUS = 0
              OPEN I-O APPROVAL-FILE
              MOVE ZEROES TO APPROVAL-NUMBER
              START APPROVAL-FILE
                 KEY IS NOT LESS THAN APPROVAL-NUMBER
                 INVALID KEY
                    MOVE "Y" TO APPROVAL-EOF-SW
                 NOT INVALID KEY
                    MOVE "N" TO APPROVAL-EOF-SW
              END-START
              PERFORM REDACT-NEXT-APPROVAL
                 UNTIL APPROVAL-EOF
              CLOSE APPROVAL-FILE
              IF APPROVAL-REDACT-COUNT > ZEROES
                 ADD 1 TO FILES-TOUCHED-COUNT
                 MOVE SPACES TO REPORT-LINE
                 STRING "custappr.dat" DELIMITED BY SIZE
                        "  requests redacted:  " DELIMITED BY SIZE
                        APPROVAL-REDACT-COUNT DELIMITED BY SIZE
                        INTO REPORT-LINE
                 WRITE REPORT-RECORD FROM REPORT-LINE
              END-IF
           END-IF.

       REDACT-NEXT-APPROVAL.
           READ APPROVAL-FILE NEXT RECORD
              AT END
                 MOVE "Y" TO APPROVAL-EOF-SW
              NOT AT END
                 PERFORM REDACT-THIS-APPROVAL
           END-READ.

       REDACT-THIS-APPROVAL.
           MOVE "N" TO APPROVAL-TOUCHED-SW.
           IF APPROVAL-CUSTOMER-NUMBER = ERASE-NUMBER
              AND APPROVAL-BEFORE-NAME NOT = SPACES
              MOVE "*ERASED*" TO APPROVAL-BEFORE-NAME
              MOVE "*ERASED*" TO APPROVAL-BEFORE-ADDRESS-1
              MOVE "*ERASED*" TO APPROVAL-BEFORE-ADDRESS-2
              MOVE "*ERASED*" TO APPROVAL-BEFORE-CITY
              MOVE "*ERASED*" TO APPROVAL-BEFORE-STATE
              MOVE "00000"    TO APPROVAL-BEFORE-POSTCODE
              MOVE "*ERASED*" TO APPROVAL-BEFORE-EMAIL
              MOVE "*ERASED*" TO APPROVAL-BEFORE-PHONE
              MOVE "Y" TO APPROVAL-TOUCHED-SW
           END-IF.
           IF APPROVAL-SURVIVOR-NUMBER = ERASE-NUMBER
              AND APPROVAL-SURVIVOR-BEFORE NOT = SPACES
              MOVE APPROVAL-SURVIVOR-BEFORE TO CUSTOMER-RECORD
              MOVE "*ERASED*" TO CUSTOMER-NAME
              MOVE "*ERASED*" TO CUSTOMER-ADDRESS-1
              MOVE "*ERASED*" TO CUSTOMER-ADDRESS-2
              MOVE "*ERASED*" TO CUSTOMER-CITY
              MOVE "*ERASED*" TO CUSTOMER-STATE
              MOVE "00000"    TO CUSTOMER-POSTCODE
              MOVE "*ERASED*" TO CUSTOMER-EMAIL
              MOVE "*ERASED*" TO CUSTOMER-PHONE
              MOVE CUSTOMER-RECORD TO APPROVAL-SURVIVOR-BEFORE
              MOVE "Y" TO APPROVAL-TOUCHED-SW
           END-IF.
           IF APPROVAL-TOUCHED-SW = "Y"
              REWRITE APPROVAL-RECORD
                 INVALID KEY
                    DISPLAY "Error rewriting Approval record"
                 NOT INVALID KEY
                    ADD 1 TO APPROVAL-REDACT-COUNT
              END-REWRITE
           END-IF.

      ****************************************************
      * The audit trail: every file in the custaudit.idx
      * walk plus the current custaudit.dat, rewritten in
                  ARCH-REDACT-COUNT   DELIMITED BY SIZE
                  INTO REPORT-LINE.
           WRITE REPORT-RECORD FROM REPORT-LINE.
           MOVE SPACES TO REPORT-LINE.
           STRING "Addresses: "       DELIMITED BY SIZE
                  ADDRESS-REDACT-COUNT DELIMITED BY SIZE
                  "  approvals: "     DELIMITED BY SIZE
                  APPROVAL-REDACT-COUNT DELIMITED BY SIZE
                  INTO REPORT-LINE.
           WRITE REPORT-RECORD FROM REPORT-LINE.
