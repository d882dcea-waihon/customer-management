      *    custbkup
      *
      * Unloads each indexed file - customer.dat,
      * custnote.dat, custdiar.dat, custctl.dat,
      * custoper.dat, custaddr.dat, custpref.dat,
      * custappr.dat and custrel.dat - to a dated
      * sequential backup (customer.YYYYMMDD.bak and so
      * on), one record per line in key order, ending with
      * a "*TRAILER*" line carrying the record count.
      * A corrupted index the next morning is then fixed by
      * CUSTREST reloading from the backup instead of
      * falling back to yesterday's file-system copy and
      * losing a day of keying. A second run on the same
      * day rewrites the same dated backups with the newer
      * image.
      *
      * Each backup is read back as soon as it is written
      * and its data lines are counted against its own
      * trailer, so a short write (full disk, killed job)
      * is caught tonight, not on the morning a reload is
      * needed. A file that cannot be opened or a backup
      * whose count does not match its trailer ends the
      * job with return code 8, which stops the CUSTNITE
      * batch stream.
      ***************************************************
       ENVIRONMENT DIVISION.
       INPUT-OUTPUT SECTION.

           COPY "OPERFC.CBL".

           COPY "ADDRFC.CBL".

           COPY "PREFFC.CBL".

           COPY "APPRFC.CBL".

           COPY "RELFC.CBL".

           SELECT BACKUP-FILE
              ASSIGN TO BACKUP-FILENAME
              ORGANIZATION IS LINE SEQUENTIAL
              FILE STATUS IS BACKUP-FILE-STATUS.

       DATA DIVISION.
       FILE SECTION.
           LABEL RECORDS ARE STANDARD.
           COPY "OPERREC.CBL".

       FD  ADDRESS-FILE
           LABEL RECORDS ARE STANDARD.
           COPY "ADDRREC.CBL".

       FD  PREFERENCE-FILE
           LABEL RECORDS ARE STANDARD.
           COPY "PREFREC.CBL".

       FD  APPROVAL-FILE
           LABEL RECORDS ARE STANDARD.
           COPY "APPRREC.CBL".

       FD  RELATION-FILE
           LABEL RECORDS ARE STANDARD.
           COPY "RELREC.CBL".

      * Wide enough for the widest unloaded record
      * (APPROVAL-RECORD, 849 bytes); the shorter layouts
      * simply pad with spaces, which line-sequential
      * output trims again.
       FD  BACKUP-FILE
           LABEL RECORDS ARE OMITTED.
       01  BACKUP-RECORD                       PIC X(849).

       WORKING-STORAGE SECTION.

       77  DIARY-FILE-STATUS                   PIC X(02).
       77  CONTROL-FILE-STATUS                 PIC X(02).
       77  OPERATOR-FILE-STATUS                PIC X(02).
       77  ADDRESS-FILE-STATUS                 PIC X(02).
       77  PREFERENCE-FILE-STATUS              PIC X(02).
       77  APPROVAL-FILE-STATUS                PIC X(02).
       77  RELATION-FILE-STATUS                PIC X(02).
       77  BACKUP-FILE-STATUS                  PIC X(02).

       77  TODAY-DATE                          PIC X(08).
       77  BACKUP-FILENAME                     PIC X(40).
       77  UNLOAD-EOF-SW                       PIC X(01).
           88  UNLOAD-EOF                      VALUE "Y".
       77  UNLOAD-COUNT                        PIC 9(07).
       77  UNLOAD-FILE-STATUS                  PIC X(02).
       77  VERIFY-COUNT                        PIC 9(07).
       77  VERIFY-TRAILER-COUNT                PIC 9(07).
       77  VERIFY-TRAILER-SW                   PIC X(01).
           88  VERIFY-TRAILER-SEEN             VALUE "Y".
       77  BACKUP-FAILED-SW                    PIC X(01) VALUE "N".
           88  BACKUP-FAILED                   VALUE "Y".
       01  VERIFY-WORK                         PIC X(849).

       01  TRAILER-LINE.
           05  TRAILER-TAG                     PIC X(09)
           PERFORM BACKUP-DIARY-FILE.
           PERFORM BACKUP-CONTROL-FILE.
           PERFORM BACKUP-OPERATOR-FILE.
           PERFORM BACKUP-ADDRESS-FILE.
           PERFORM BACKUP-PREFERENCE-FILE.
           PERFORM BACKUP-APPROVAL-FILE.
           PERFORM BACKUP-RELATION-FILE.
           IF BACKUP-FAILED
              DISPLAY "*** CUSTBKUP FAILED - " TODAY-DATE
                 " - see the messages above ***"
              MOVE 8 TO RETURN-CODE
           ELSE
              DISPLAY "CUSTBKUP complete - " TODAY-DATE
           END-IF.
           STOP RUN.

       CHECK-FILES-EXIST.
              OPEN OUTPUT OPERATOR-FILE
              CLOSE OPERATOR-FILE
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
           MOVE "custrel.dat" TO INPUT-FILE.
           MOVE ZEROES TO RETURN-CODE.
           CALL "CBL_CHECK_FILE_EXIST"
              USING INPUT-FILE
                    FILE-INFO
              RETURNING RETURN-STATUS.
           IF RETURN-STATUS NOT = 0
              OPEN OUTPUT RELATION-FILE
              CLOSE RELATION-FILE
           END-IF.

      ****************************************************
      * One unload per indexed file: key order in, one
           PERFORM SET-BACKUP-NAME-CUSTOMER.
           MOVE ZEROES TO UNLOAD-COUNT.
           OPEN INPUT CUSTOMER-FILE.
           MOVE CUSTOMER-FILE-STATUS TO UNLOAD-FILE-STATUS.
           OPEN OUTPUT BACKUP-FILE.
           MOVE ZEROES TO CUSTOMER-NUMBER.
           START CUSTOMER-FILE KEY IS NOT LESS THAN CUSTOMER-NUMBER
              NOT INVALID KEY
                 MOVE "N" TO UNLOAD-EOF-SW
           END-START.
           IF UNLOAD-FILE-STATUS NOT = "00"
              MOVE "Y" TO UNLOAD-EOF-SW
           END-IF.
           PERFORM UNLOAD-NEXT-CUSTOMER
              UNTIL UNLOAD-EOF.
           PERFORM WRITE-BACKUP-TRAILER.
           CLOSE BACKUP-FILE.
           DISPLAY "customer.dat unloaded:  " UNLOAD-COUNT
              " records to " BACKUP-FILENAME.
           MOVE "customer.dat" TO INPUT-FILE.
           PERFORM VERIFY-BACKUP-FILE.

       SET-BACKUP-NAME-CUSTOMER.
           MOVE SPACES TO BACKUP-FILENAME.
           PERFORM SET-BACKUP-NAME-NOTE.
           MOVE ZEROES TO UNLOAD-COUNT.
           OPEN INPUT NOTE-FILE.
           MOVE NOTE-FILE-STATUS TO UNLOAD-FILE-STATUS.
           OPEN OUTPUT BACKUP-FILE.
           MOVE ZEROES TO NOTE-KEY.
           START NOTE-FILE KEY IS NOT LESS THAN NOTE-KEY
              NOT INVALID KEY
                 MOVE "N" TO UNLOAD-EOF-SW
           END-START.
           IF UNLOAD-FILE-STATUS NOT = "00"
              MOVE "Y" TO UNLOAD-EOF-SW
           END-IF.
           PERFORM UNLOAD-NEXT-NOTE
              UNTIL UNLOAD-EOF.
           PERFORM WRITE-BACKUP-TRAILER.
           CLOSE BACKUP-FILE.
           DISPLAY "custnote.dat unloaded:  " UNLOAD-COUNT
              " records to " BACKUP-FILENAME.
           MOVE "custnote.dat" TO INPUT-FILE.
           PERFORM VERIFY-BACKUP-FILE.

       SET-BACKUP-NAME-NOTE.
           MOVE SPACES TO BACKUP-FILENAME.
           PERFORM SET-BACKUP-NAME-DIARY.
           MOVE ZEROES TO UNLOAD-COUNT.
           OPEN INPUT DIARY-FILE.
           MOVE DIARY-FILE-STATUS TO UNLOAD-FILE-STATUS.
           OPEN OUTPUT BACKUP-FILE.
           MOVE ZEROES TO DIARY-KEY.
           START DIARY-FILE KEY IS NOT LESS THAN DIARY-KEY
              NOT INVALID KEY
                 MOVE "N" TO UNLOAD-EOF-SW
           END-START.
           IF UNLOAD-FILE-STATUS NOT = "00"
              MOVE "Y" TO UNLOAD-EOF-SW
           END-IF.
           PERFORM UNLOAD-NEXT-DIARY
              UNTIL UNLOAD-EOF.
           PERFORM WRITE-BACKUP-TRAILER.
           CLOSE BACKUP-FILE.
           DISPLAY "custdiar.dat unloaded:  " UNLOAD-COUNT
              " records to " BACKUP-FILENAME.
           MOVE "custdiar.dat" TO INPUT-FILE.
           PERFORM VERIFY-BACKUP-FILE.

       SET-BACKUP-NAME-DIARY.
           MOVE SPACES TO BACKUP-FILENAME.
           PERFORM SET-BACKUP-NAME-CONTROL.
           MOVE ZEROES TO UNLOAD-COUNT.
           OPEN INPUT CONTROL-FILE.
           MOVE CONTROL-FILE-STATUS TO UNLOAD-FILE-STATUS.
           OPEN OUTPUT BACKUP-FILE.
           MOVE LOW-VALUES TO CONTROL-ID.
           START CONTROL-FILE KEY IS NOT LESS THAN CONTROL-ID
              NOT INVALID KEY
                 MOVE "N" TO UNLOAD-EOF-SW
           END-START.
           IF UNLOAD-FILE-STATUS NOT = "00"
              MOVE "Y" TO UNLOAD-EOF-SW
           END-IF.
           PERFORM UNLOAD-NEXT-CONTROL
              UNTIL UNLOAD-EOF.
           PERFORM WRITE-BACKUP-TRAILER.
           CLOSE BACKUP-FILE.
           DISPLAY "custctl.dat unloaded:   " UNLOAD-COUNT
              " records to " BACKUP-FILENAME.
           MOVE "custctl.dat" TO INPUT-FILE.
           PERFORM VERIFY-BACKUP-FILE.

       SET-BACKUP-NAME-CONTROL.
           MOVE SPACES TO BACKUP-FILENAME.
           PERFORM SET-BACKUP-NAME-OPERATOR.
           MOVE ZEROES TO UNLOAD-COUNT.
           OPEN INPUT OPERATOR-FILE.
           MOVE OPERATOR-FILE-STATUS TO UNLOAD-FILE-STATUS.
           OPEN OUTPUT BACKUP-FILE.
           MOVE LOW-VALUES TO OPERATOR-ID.
           START OPERATOR-FILE KEY IS NOT LESS THAN OPERATOR-ID
              NOT INVALID KEY
                 MOVE "N" TO UNLOAD-EOF-SW
           END-START.
           IF UNLOAD-FILE-STATUS NOT = "00"
              MOVE "Y" TO UNLOAD-EOF-SW
           END-IF.
           PERFORM UNLOAD-NEXT-OPERATOR
              UNTIL UNLOAD-EOF.
           PERFORM WRITE-BACKUP-TRAILER.
           CLOSE BACKUP-FILE.
           DISPLAY "custoper.dat unloaded:  " UNLOAD-COUNT
              " records to " BACKUP-FILENAME.
           MOVE "custoper.dat" TO INPUT-FILE.
           PERFORM VERIFY-BACKUP-FILE.

       SET-BACKUP-NAME-OPERATOR.
           MOVE SPACES TO BACKUP-FILENAME.
                 ADD 1 TO UNLOAD-COUNT
           END-READ.

       BACKUP-ADDRESS-FILE.
           PERFORM SET-BACKUP-NAME-ADDRESS.
           MOVE ZEROES TO UNLOAD-COUNT.
           OPEN INPUT ADDRESS-FILE.
           MOVE ADDRESS-FILE-STATUS TO UNLOAD-FILE-STATUS.
           OPEN OUTPUT BACKUP-FILE.
           MOVE LOW-VALUES TO ADDRESS-KEY.
           START ADDRESS-FILE KEY IS NOT LESS THAN ADDRESS-KEY
              INVALID KEY
                 MOVE "Y" TO UNLOAD-EOF-SW
              NOT INVALID KEY
                 MOVE "N" TO UNLOAD-EOF-SW
           END-START.
           IF UNLOAD-FILE-STATUS NOT = "00"
              MOVE "Y" TO UNLOAD-EOF-SW
           END-IF.
           PERFORM UNLOAD-NEXT-ADDRESS
              UNTIL UNLOAD-EOF.
           PERFORM WRITE-BACKUP-TRAILER.
           CLOSE ADDRESS-FILE.
           CLOSE BACKUP-FILE.
           DISPLAY "custaddr.dat unloaded:  " UNLOAD-COUNT
              " records to " BACKUP-FILENAME.
           MOVE "custaddr.dat" TO INPUT-FILE.
           PERFORM VERIFY-BACKUP-FILE.

       SET-BACKUP-NAME-ADDRESS.
           MOVE SPACES TO BACKUP-FILENAME.
           STRING "custaddr." DELIMITED BY SIZE
                  TODAY-DATE  DELIMITED BY SIZE
                  ".bak"      DELIMITED BY SIZE
                  INTO BACKUP-FILENAME.

       UNLOAD-NEXT-ADDRESS.
           READ ADDRESS-FILE NEXT RECORD
              AT END
                 MOVE "Y" TO UNLOAD-EOF-SW
              NOT AT END
                 WRITE BACKUP-RECORD FROM ADDRESS-RECORD
                 ADD 1 TO UNLOAD-COUNT
           END-READ.

       BACKUP-PREFERENCE-FILE.
           PERFORM SET-BACKUP-NAME-PREFERENCE.
           MOVE ZEROES TO UNLOAD-COUNT.
           OPEN INPUT PREFERENCE-FILE.
           MOVE PREFERENCE-FILE-STATUS TO UNLOAD-FILE-STATUS.
           OPEN OUTPUT BACKUP-FILE.
           MOVE ZEROES TO PREFERENCE-CUSTOMER-NUMBER.
           START PREFERENCE-FILE
              KEY IS NOT LESS THAN PREFERENCE-CUSTOMER-NUMBER
              INVALID KEY
                 MOVE "Y" TO UNLOAD-EOF-SW
              NOT INVALID KEY
                 MOVE "N" TO UNLOAD-EOF-SW
           END-START.
           IF UNLOAD-FILE-STATUS NOT = "00"
              MOVE "Y" TO UNLOAD-EOF-SW
           END-IF.
           PERFORM UNLOAD-NEXT-PREFERENCE
              UNTIL UNLOAD-EOF.
           PERFORM WRITE-BACKUP-TRAILER.
           CLOSE PREFERENCE-FILE.
           CLOSE BACKUP-FILE.
           DISPLAY "custpref.dat unloaded:  " UNLOAD-COUNT
              " records to " BACKUP-FILENAME.
           MOVE "custpref.dat" TO INPUT-FILE.
           PERFORM VERIFY-BACKUP-FILE.

       SET-BACKUP-NAME-PREFERENCE.
           MOVE SPACES TO BACKUP-FILENAME.
           STRING "custpref." DELIMITED BY SIZE
                  TODAY-DATE  DELIMITED BY SIZE
                  ".bak"      DELIMITED BY SIZE
                  INTO BACKUP-FILENAME.

       UNLOAD-NEXT-PREFERENCE.
           READ PREFERENCE-FILE NEXT RECORD
              AT END
                 MOVE "Y" TO UNLOAD-EOF-SW
              NOT AT END
                 WRITE BACKUP-RECORD FROM PREFERENCE-RECORD
                 ADD 1 TO UNLOAD-COUNT
           END-READ.

       BACKUP-APPROVAL-FILE.
           PERFORM SET-BACKUP-NAME-APPROVAL.
           MOVE ZEROES TO UNLOAD-COUNT.
           OPEN INPUT APPROVAL-FILE.
           MOVE APPROVAL-FILE-STATUS TO UNLOAD-FILE-STATUS.
           OPEN OUTPUT BACKUP-FILE.
           MOVE ZEROES TO APPROVAL-NUMBER.
           START APPROVAL-FILE KEY IS NOT LESS THAN APPROVAL-NUMBER
              INVALID KEY
                 MOVE "Y" TO UNLOAD-EOF-SW
              NOT INVALID KEY
                 MOVE "N" TO UNLOAD-EOF-SW
           END-START.
           IF UNLOAD-FILE-STATUS NOT = "00"
              MOVE "Y" TO UNLOAD-EOF-SW
           END-IF.
           PERFORM UNLOAD-NEXT-APPROVAL
              UNTIL UNLOAD-EOF.
           PERFORM WRITE-BACKUP-TRAILER.
           CLOSE APPROVAL-FILE.
           CLOSE BACKUP-FILE.
           DISPLAY "custappr.dat unloaded:  " UNLOAD-COUNT
              " records to " BACKUP-FILENAME.
           MOVE "custappr.dat" TO INPUT-FILE.
           PERFORM VERIFY-BACKUP-FILE.

       SET-BACKUP-NAME-APPROVAL.
           MOVE SPACES TO BACKUP-FILENAME.
           STRING "custappr." DELIMITED BY SIZE
                  TODAY-DATE  DELIMITED BY SIZE
                  ".bak"      DELIMITED BY SIZE
                  INTO BACKUP-FILENAME.

       UNLOAD-NEXT-APPROVAL.
           READ APPROVAL-FILE NEXT RECORD
              AT END
                 MOVE "Y" TO UNLOAD-EOF-SW
              NOT AT END
                 WRITE BACKUP-RECORD FROM APPROVAL-RECORD
                 ADD 1 TO UNLOAD-COUNT
           END-READ.

       BACKUP-RELATION-FILE.
           PERFORM SET-BACKUP-NAME-RELATION.
           MOVE ZEROES TO UNLOAD-COUNT.
           OPEN INPUT RELATION-FILE.
           MOVE RELATION-FILE-STATUS TO UNLOAD-FILE-STATUS.
           OPEN OUTPUT BACKUP-FILE.
           MOVE ZEROES TO RELATION-CUSTOMER-NUMBER.
           START RELATION-FILE
              KEY IS NOT LESS THAN RELATION-CUSTOMER-NUMBER
              INVALID KEY
                 MOVE "Y" TO UNLOAD-EOF-SW
              NOT INVALID KEY
                 MOVE "N" TO UNLOAD-EOF-SW
           END-START.
           IF UNLOAD-FILE-STATUS NOT = "00"
              MOVE "Y" TO UNLOAD-EOF-SW
           END-IF.
           PERFORM UNLOAD-NEXT-RELATION
              UNTIL UNLOAD-EOF.
           PERFORM WRITE-BACKUP-TRAILER.
           CLOSE RELATION-FILE.
           CLOSE BACKUP-FILE.
           DISPLAY "custrel.dat unloaded:   " UNLOAD-COUNT
              " records to " BACKUP-FILENAME.
           MOVE "custrel.dat" TO INPUT-FILE.
           PERFORM VERIFY-BACKUP-FILE.

       SET-BACKUP-NAME-RELATION.
           MOVE SPACES TO BACKUP-FILENAME.
           STRING "custrel." DELIMITED BY SIZE
                  TODAY-DATE  DELIMITED BY SIZE
                  ".bak"      DELIMITED BY SIZE
                  INTO BACKUP-FILENAME.

       UNLOAD-NEXT-RELATION.
           READ RELATION-FILE NEXT RECORD
              AT END
                 MOVE "Y" TO UNLOAD-EOF-SW
              NOT AT END
                 WRITE BACKUP-RECORD FROM RELATION-RECORD
                 ADD 1 TO UNLOAD-COUNT
           END-READ.

      * No live record ever starts with "*" (the layouts
      * all begin with a numeric key, a control ID or an
      * operator ID), so the tag cannot be mistaken for
       WRITE-BACKUP-TRAILER.
           MOVE UNLOAD-COUNT TO TRAILER-COUNT.
           WRITE BACKUP-RECORD FROM TRAILER-LINE.

      ****************************************************
      * Read the backup just written (BACKUP-FILENAME, for
      * the indexed file named in INPUT-FILE) and check the
      * data lines against its trailer the way CUSTREST
      * will when it reloads. UNLOAD-FILE-STATUS carries
      * the status of the OPEN on the indexed file.
      ****************************************************
       VERIFY-BACKUP-FILE.
           IF UNLOAD-FILE-STATUS NOT = "00"
              DISPLAY "*** Cannot open " INPUT-FILE
                 " - status " UNLOAD-FILE-STATUS " ***"
              MOVE "Y" TO BACKUP-FAILED-SW
           END-IF.
           MOVE ZEROES TO VERIFY-COUNT.
           MOVE ZEROES TO VERIFY-TRAILER-COUNT.
           MOVE "N" TO VERIFY-TRAILER-SW.
           MOVE "N" TO UNLOAD-EOF-SW.
           OPEN INPUT BACKUP-FILE.
           IF BACKUP-FILE-STATUS NOT = "00"
              DISPLAY "*** Cannot read back " BACKUP-FILENAME
                 " - status " BACKUP-FILE-STATUS " ***"
              MOVE "Y" TO BACKUP-FAILED-SW
           ELSE
              PERFORM VERIFY-NEXT-BACKUP-LINE
                 UNTIL UNLOAD-EOF
              CLOSE BACKUP-FILE
              EVALUATE TRUE
                 WHEN NOT VERIFY-TRAILER-SEEN
                    DISPLAY "*** " BACKUP-FILENAME
                       " has no trailer line ***"
                    MOVE "Y" TO BACKUP-FAILED-SW
                 WHEN VERIFY-COUNT NOT = VERIFY-TRAILER-COUNT
                    DISPLAY "*** " BACKUP-FILENAME " holds "
                       VERIFY-COUNT " records but its trailer "
                       "says " VERIFY-TRAILER-COUNT " ***"
                    MOVE "Y" TO BACKUP-FAILED-SW
              END-EVALUATE
           END-IF.

       VERIFY-NEXT-BACKUP-LINE.
           READ BACKUP-FILE INTO VERIFY-WORK
              AT END
                 MOVE "Y" TO UNLOAD-EOF-SW
              NOT AT END
                 IF VERIFY-WORK(1:9) = "*TRAILER*"
                    MOVE "Y" TO VERIFY-TRAILER-SW
                    MOVE VERIFY-WORK(10:7) TO VERIFY-TRAILER-COUNT
                 ELSE
                    ADD 1 TO VERIFY-COUNT
                 END-IF
           END-READ.
           IF BACKUP-FILE-STATUS(1:1) > "1"
              DISPLAY "*** Read error on " BACKUP-FILENAME
                 " - status " BACKUP-FILE-STATUS " ***"
              MOVE "Y" TO BACKUP-FAILED-SW
              MOVE "Y" TO UNLOAD-EOF-SW
           END-IF.
