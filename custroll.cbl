       IDENTIFICATION DIVISION.
       PROGRAM-ID. CUSTROLL.
      ****************************************************
      * Roll-forward recovery of customer.dat from the
      * audit trail. Run with parameters on the command
      * line:
      *    custroll <backup-date-YYYYMMDD>
      *             [stop-timestamp-YYYYMMDD[HHMMSS]]
      *
      * CUSTREST can only take customer.dat back to the
      * last CUSTBKUP unload. Rebuild it first with
      *    custrest CUSTOMER <backup-date>
      * then run this job with the same date: it replays
      * every audit record written after the backup, in
      * timestamp order, from the dated archives listed in
      * custaudit.idx and the current custaudit.dat, and
      * so brings the file forward to the point of failure.
      * The optional stop timestamp ends the replay early
      * (a short one is filled out to the end of the day,
      * hour or minute given), to stop just short of a bad
      * change. "After the backup" means after the time
      * customer.YYYYMMDD.bak was written.
      *
      * Every audit record carries the customer's complete
      * after image, so replay does not need to know what
      * each action means: an empty after image (delete,
      * archive) removes the record, anything else writes
      * or rewrites it whole. The "address", "preference",
      * "link", "unlink" and "approved" entries leave the
      * customer as it is; CUSTMGMT reads the customer
      * from file again as it writes them, so their image
      * is the current one and replaying it changes
      * nothing. Each entry's before image is checked
      * against the record on file at that moment; an
      * entry that does not match is still applied - the
      * trail is the record of what happened - but is
      * listed on custroll.lst, as is a delete or change
      * for a customer no longer on file.
      *
      * The replay is refused when customer.dat does not
      * hold the number of records on the backup's
      * "*TRAILER*" line, since replaying onto anything but
      * a fresh rebuild would apply changes twice. No audit
      * records are written: the replayed entries are
      * already in the trail. The CUSTNO record in
      * custctl.dat is re-seeded afterwards as CUSTREST
      * does. Ends with return code 8 when the replay is
      * refused or a file cannot be written, 4 when
      * mismatches were found.
      ***************************************************
       ENVIRONMENT DIVISION.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.

           COPY "CUSTFC.CBL".

           COPY "CTLFC.CBL".

           SELECT AUDIT-FILE
              ASSIGN TO AUDIT-FILE-NAME
              ORGANIZATION IS SEQUENTIAL
              FILE STATUS IS AUDIT-FILE-STATUS.

           SELECT INDEX-FILE
              ASSIGN TO "custaudit.idx"
              ORGANIZATION IS LINE SEQUENTIAL
              FILE STATUS IS INDEX-FILE-STATUS.

           SELECT BACKUP-FILE
              ASSIGN TO BACKUP-FILENAME
              ORGANIZATION IS LINE SEQUENTIAL
              FILE STATUS IS BACKUP-FILE-STATUS.

           SELECT REPORT-FILE
              ASSIGN TO "custroll.lst"
              ORGANIZATION IS LINE SEQUENTIAL.

           SELECT SORT-FILE
              ASSIGN TO "custroll.srt".

       DATA DIVISION.
       FILE SECTION.

       FD  CUSTOMER-FILE
           LABEL RECORDS ARE STANDARD.
           COPY "CUSTREC.CBL".

       FD  CONTROL-FILE
           LABEL RECORDS ARE STANDARD.
           COPY "CTLREC.CBL".

       FD  AUDIT-FILE
           LABEL RECORDS ARE STANDARD.
           COPY "AUDITREC.CBL".

       FD  INDEX-FILE
           LABEL RECORDS ARE OMITTED.
           COPY "INDEXREC.CBL".

       FD  BACKUP-FILE
           LABEL RECORDS ARE OMITTED.
       01  BACKUP-RECORD                       PIC X(286).

       FD  REPORT-FILE
           LABEL RECORDS ARE OMITTED.
       01  REPORT-RECORD                       PIC X(100).

      * Entries sharing a timestamp go back in the order
      * they were written - archives oldest first, then the
      * current file - so an "approved" record still comes
      * ahead of the action it approved.
       SD  SORT-FILE.
       01  SORT-RECORD.
           05  SORT-TIMESTAMP                  PIC X(16).
           05  SORT-SEQUENCE                   PIC 9(09).
           05  SORT-AUDIT-IMAGE                PIC X(616).

       WORKING-STORAGE SECTION.

       77  CUSTOMER-FILE-STATUS                PIC X(02).
       77  CONTROL-FILE-STATUS                 PIC X(02).
       77  AUDIT-FILE-STATUS                   PIC X(02).
       77  AUDIT-FILE-NAME                     PIC X(40).
       77  INDEX-FILE-STATUS                   PIC X(02).
       77  BACKUP-FILE-STATUS                  PIC X(02).
       77  BACKUP-FILENAME                     PIC X(40).
       77  INDEX-EOF-SW                        PIC X(01) VALUE "N".
           88  INDEX-EOF                       VALUE "Y".
       77  ARCHIVE-DATE-COUNT                  PIC 9(03) VALUE 0.
       77  ARCHIVE-DATE-SUB                    PIC 9(03).
       01  ARCHIVE-DATE-TABLE.
      * One slot more than the 400-day keep maximum: at
      * cutover the table transiently holds KEEP-COUNT + 1
      * dates until pruning brings it back down.
           05  ARCHIVE-DATE OCCURS 401 TIMES  PIC X(08).

       77  BACKUP-DATE                         PIC X(08).
       77  TODAY-DATE                          PIC X(08).
       77  ARG-COUNT                           PIC 9(02).
       77  ARG-INDEX                           PIC 9(02).
       77  ARG-VALUE                           PIC X(40).
       77  BAD-PARAMETER-SW                    PIC X(01) VALUE "N".
           88  BAD-PARAMETER                   VALUE "Y".
       77  REFUSED-SW                          PIC X(01) VALUE "N".
           88  ROLL-REFUSED                    VALUE "Y".
       77  STOP-GIVEN-SW                       PIC X(01) VALUE "N".
           88  STOP-GIVEN                      VALUE "Y".
       77  TRAIL-REACHES-SW                    PIC X(01).
           88  TRAIL-REACHES-BACKUP            VALUE "Y".

      * The backup's write time, from CBL_CHECK_FILE_EXIST,
      * in the same YYYYMMDDHHMMSS form as the front of
      * AUDIT-TIMESTAMP; replay starts after it.
       01  START-STAMP.
           05  START-YYYY                      PIC 9(04).
           05  START-MO                        PIC 9(02).
           05  START-DD                        PIC 9(02).
           05  START-HH                        PIC 9(02).
           05  START-MM                        PIC 9(02).
           05  START-SS                        PIC 9(02).
       77  STOP-STAMP                          PIC X(14)
           VALUE "99999999999999".

       77  BACKUP-EOF-SW                       PIC X(01) VALUE "N".
           88  BACKUP-EOF                      VALUE "Y".
       77  TRAILER-SEEN-SW                     PIC X(01) VALUE "N".
           88  TRAILER-SEEN                    VALUE "Y".
       77  TRAILER-COUNT                       PIC 9(07) VALUE 0.
       77  ON-FILE-COUNT                       PIC 9(07) VALUE 0.
       77  CUSTOMER-EOF-SW                     PIC X(01) VALUE "N".
           88  CUSTOMER-EOF                    VALUE "Y".
       77  AUDIT-EOF-SW                        PIC X(01) VALUE "N".
           88  AUDIT-EOF                       VALUE "Y".
       77  SORT-EOF-SW                         PIC X(01) VALUE "N".
           88  SORT-EOF                        VALUE "Y".

       77  RECORD-FOUND                        PIC X(01).
       77  MISMATCH-REASON                     PIC X(40).
       77  READ-SEQUENCE                       PIC 9(09) VALUE 0.
       77  REPLAY-COUNT                        PIC 9(07) VALUE 0.
       77  AFTER-STOP-COUNT                    PIC 9(07) VALUE 0.
       77  READDED-COUNT                       PIC 9(07) VALUE 0.
       77  CHANGED-COUNT                       PIC 9(07) VALUE 0.
       77  DELETED-COUNT                       PIC 9(07) VALUE 0.
       77  UNCHANGED-COUNT                     PIC 9(07) VALUE 0.
       77  MISMATCH-COUNT                      PIC 9(07) VALUE 0.
       77  ERROR-COUNT                         PIC 9(07) VALUE 0.
       77  REPORT-LINE                         PIC X(100).

      ****************************************************
      * Control re-seed, as in CUSTREST
      ****************************************************
       77  HIGHEST-USED-NUMBER                 PIC 9(05).
       77  SEED-SCAN-DONE-SW                   PIC X(01).
       77  CONTROL-FOUND                       PIC X(01).

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
       77  INPUT-FILE                          PIC X(40).
       77  RETURN-STATUS                       PIC 9(03).

       PROCEDURE DIVISION.
       PROGRAM-BEGIN.
           PERFORM GET-PARAMETERS.
           IF BAD-PARAMETER
              DISPLAY "Usage: custroll <backup-date-YYYYMMDD> "
                 "[stop-timestamp-YYYYMMDD[HHMMSS]]"
           ELSE
              PERFORM OPENING-PROCEDURE
              IF NOT ROLL-REFUSED
                 PERFORM ROLL-FORWARD
                 PERFORM RESEED-CONTROL-RECORD
              END-IF
              PERFORM CLOSING-PROCEDURE
              EVALUATE TRUE
                 WHEN ROLL-REFUSED
                 WHEN ERROR-COUNT > ZEROES
                    MOVE 8 TO RETURN-CODE
                 WHEN MISMATCH-COUNT > ZEROES
                    MOVE 4 TO RETURN-CODE
              END-EVALUATE
           END-IF.
           STOP RUN.

      * A stop timestamp keyed short is filled out with
      * nines, so "20261015" stops at the end of that day
      * and "2026101514" at the end of 2 p.m.
       GET-PARAMETERS.
           MOVE SPACES TO BACKUP-DATE.
           ACCEPT ARG-COUNT FROM ARGUMENT-NUMBER.
           IF ARG-COUNT >= 1
              MOVE 1 TO ARG-INDEX
              DISPLAY ARG-INDEX UPON ARGUMENT-NUMBER
              MOVE SPACES TO ARG-VALUE
              ACCEPT ARG-VALUE FROM ARGUMENT-VALUE
              IF ARG-VALUE(1:8) IS NUMERIC
                 AND ARG-VALUE(9:1) = SPACE
                 MOVE ARG-VALUE(1:8) TO BACKUP-DATE
              ELSE
                 MOVE "Y" TO BAD-PARAMETER-SW
              END-IF
           ELSE
              MOVE "Y" TO BAD-PARAMETER-SW
           END-IF.
           IF ARG-COUNT >= 2
              MOVE 2 TO ARG-INDEX
              DISPLAY ARG-INDEX UPON ARGUMENT-NUMBER
              MOVE SPACES TO ARG-VALUE
              ACCEPT ARG-VALUE FROM ARGUMENT-VALUE
              MOVE ARG-VALUE(1:14) TO STOP-STAMP
              INSPECT STOP-STAMP REPLACING ALL SPACE BY "9"
              IF ARG-VALUE(1:8) IS NUMERIC
                 AND STOP-STAMP IS NUMERIC
                 AND ARG-VALUE(15:1) = SPACE
                 MOVE "Y" TO STOP-GIVEN-SW
              ELSE
                 MOVE "Y" TO BAD-PARAMETER-SW
              END-IF
           END-IF.

      ****************************************************
      * Open/close routines
      ****************************************************
       OPENING-PROCEDURE.
           MOVE FUNCTION CURRENT-DATE(1:8) TO TODAY-DATE.
           OPEN OUTPUT REPORT-FILE.
           PERFORM PRINT-REPORT-HEADING.
           PERFORM CHECK-BACKUP-FILE.
           IF NOT ROLL-REFUSED
              PERFORM CHECK-CUSTOMER-FILE
           END-IF.
           IF NOT ROLL-REFUSED
              PERFORM PRINT-REPLAY-WINDOW
           END-IF.

       CLOSING-PROCEDURE.
           PERFORM PRINT-REPORT-TRAILER.
           CLOSE REPORT-FILE.
           DISPLAY "CUSTROLL complete - backup " BACKUP-DATE.
           IF ROLL-REFUSED
              DISPLAY "Nothing replayed - see custroll.lst."
           ELSE
              DISPLAY "Audit entries replayed: " REPLAY-COUNT
              DISPLAY "Records re-added:       " READDED-COUNT
              DISPLAY "Records changed:        " CHANGED-COUNT
              DISPLAY "Records deleted:        " DELETED-COUNT
              DISPLAY "Entries with no effect: " UNCHANGED-COUNT
              DISPLAY "Before-image mismatches:" MISMATCH-COUNT
              IF ERROR-COUNT > ZEROES
                 DISPLAY "Records in error:       " ERROR-COUNT
              END-IF
           END-IF.

      ****************************************************
      * The backup must be there - its write time is where
      * the replay starts - and its trailer gives the count
      * the rebuilt customer.dat should hold.
      ****************************************************
       CHECK-BACKUP-FILE.
           MOVE SPACES TO BACKUP-FILENAME.
           STRING "customer." DELIMITED BY SIZE
                  BACKUP-DATE DELIMITED BY SIZE
                  ".bak"      DELIMITED BY SIZE
                  INTO BACKUP-FILENAME.
           MOVE BACKUP-FILENAME TO INPUT-FILE.
           MOVE ZEROES TO RETURN-CODE.
           CALL "CBL_CHECK_FILE_EXIST"
              USING INPUT-FILE
                    FILE-INFO
              RETURNING RETURN-STATUS.
           IF RETURN-STATUS NOT = 0
              MOVE "Y" TO REFUSED-SW
              MOVE SPACES TO REPORT-LINE
              STRING "*** Backup " DELIMITED BY SIZE
                     BACKUP-FILENAME DELIMITED BY SPACE
                     " not found - nothing replayed. ***"
                        DELIMITED BY SIZE
                     INTO REPORT-LINE
              WRITE REPORT-RECORD FROM REPORT-LINE
           ELSE
              MOVE MOD-YYYY TO START-YYYY
              MOVE MOD-MO   TO START-MO
              MOVE MOD-DD   TO START-DD
              MOVE MOD-HH   TO START-HH
              MOVE MOD-MM   TO START-MM
              MOVE MOD-SS   TO START-SS
              PERFORM READ-BACKUP-TRAILER
           END-IF.

       READ-BACKUP-TRAILER.
           MOVE "N" TO BACKUP-EOF-SW.
           OPEN INPUT BACKUP-FILE.
           IF BACKUP-FILE-STATUS = "00"
              PERFORM READ-NEXT-BACKUP-LINE
                 UNTIL BACKUP-EOF
              CLOSE BACKUP-FILE
           END-IF.
           IF NOT TRAILER-SEEN
              MOVE "Y" TO REFUSED-SW
              MOVE SPACES TO REPORT-LINE
              STRING "*** Backup " DELIMITED BY SIZE
                     BACKUP-FILENAME DELIMITED BY SPACE
                     " has no trailer line - nothing replayed. ***"
                        DELIMITED BY SIZE
                     INTO REPORT-LINE
              WRITE REPORT-RECORD FROM REPORT-LINE
           END-IF.

       READ-NEXT-BACKUP-LINE.
           READ BACKUP-FILE
              AT END
                 MOVE "Y" TO BACKUP-EOF-SW
              NOT AT END
                 IF BACKUP-RECORD(1:9) = "*TRAILER*"
                    MOVE "Y" TO TRAILER-SEEN-SW
                    MOVE BACKUP-RECORD(10:7) TO TRAILER-COUNT
                 END-IF
           END-READ.

      * A count that differs from the trailer means the file
      * is not a fresh CUSTREST rebuild of this backup -
      * already rolled forward, or rebuilt from another
      * date - and replaying onto it would apply changes a
      * second time.
       CHECK-CUSTOMER-FILE.
           MOVE ZEROES TO ON-FILE-COUNT.
           OPEN INPUT CUSTOMER-FILE.
           IF CUSTOMER-FILE-STATUS NOT = "00"
              MOVE "Y" TO REFUSED-SW
              MOVE SPACES TO REPORT-LINE
              STRING "*** Cannot open customer.dat - status "
                        DELIMITED BY SIZE
                     CUSTOMER-FILE-STATUS DELIMITED BY SIZE
                     "; rebuild it with CUSTREST first. ***"
                        DELIMITED BY SIZE
                     INTO REPORT-LINE
              WRITE REPORT-RECORD FROM REPORT-LINE
           ELSE
              MOVE "N" TO CUSTOMER-EOF-SW
              PERFORM COUNT-NEXT-CUSTOMER
                 UNTIL CUSTOMER-EOF
              CLOSE CUSTOMER-FILE
              IF ON-FILE-COUNT NOT = TRAILER-COUNT
                 MOVE "Y" TO REFUSED-SW
                 MOVE SPACES TO REPORT-LINE
                 STRING "*** customer.dat holds " DELIMITED BY SIZE
                        ON-FILE-COUNT DELIMITED BY SIZE
                        " records, the backup trailer "
                           DELIMITED BY SIZE
                        TRAILER-COUNT DELIMITED BY SIZE
                        " ***" DELIMITED BY SIZE
                        INTO REPORT-LINE
                 WRITE REPORT-RECORD FROM REPORT-LINE
                 MOVE SPACES TO REPORT-LINE
                 STRING "*** Not a fresh rebuild of this backup - "
                           DELIMITED BY SIZE
                        "run CUSTREST CUSTOMER first. ***"
                           DELIMITED BY SIZE
                        INTO REPORT-LINE
                 WRITE REPORT-RECORD FROM REPORT-LINE
              END-IF
           END-IF.

       COUNT-NEXT-CUSTOMER.
           READ CUSTOMER-FILE NEXT RECORD
              AT END
                 MOVE "Y" TO CUSTOMER-EOF-SW
              NOT AT END
                 ADD 1 TO ON-FILE-COUNT
           END-READ.

      ****************************************************
      * The replay. The input side reads the dated archives
      * that can hold entries after the backup, then the
      * current file, releasing each entry written after
      * the backup and not after the stop time; the output
      * side applies them to customer.dat in time order.
      ****************************************************
       ROLL-FORWARD.
           OPEN I-O CUSTOMER-FILE.
           SORT SORT-FILE
              ON ASCENDING KEY SORT-TIMESTAMP
                               SORT-SEQUENCE
              INPUT PROCEDURE IS SELECT-AUDIT-ENTRIES
              OUTPUT PROCEDURE IS APPLY-AUDIT-ENTRIES.
           CLOSE CUSTOMER-FILE.

       SELECT-AUDIT-ENTRIES.
           PERFORM LOAD-ARCHIVE-INDEX.
           PERFORM SET-TRAIL-REACH.
           MOVE 1 TO ARCHIVE-DATE-SUB.
           PERFORM SCAN-ONE-ARCHIVE
              UNTIL ARCHIVE-DATE-SUB > ARCHIVE-DATE-COUNT.
           MOVE "custaudit.dat" TO AUDIT-FILE-NAME.
           PERFORM SCAN-ONE-AUDIT-FILE.

       LOAD-ARCHIVE-INDEX.
           MOVE ZEROES TO ARCHIVE-DATE-COUNT.
           OPEN INPUT INDEX-FILE.
           IF INDEX-FILE-STATUS = "00"
              MOVE "N" TO INDEX-EOF-SW
              PERFORM READ-INDEX-ENTRY
                 UNTIL INDEX-EOF
              CLOSE INDEX-FILE
           END-IF.

       READ-INDEX-ENTRY.
           READ INDEX-FILE
              AT END
                 MOVE "Y" TO INDEX-EOF-SW
              NOT AT END
                 IF ARCHIVE-DATE-COUNT < 401
                    ADD 1 TO ARCHIVE-DATE-COUNT
                    MOVE INDEX-DATE
                       TO ARCHIVE-DATE (ARCHIVE-DATE-COUNT)
                 END-IF
           END-READ.

      * The trail reaches back to the backup when no cutover
      * has run (the current file holds everything) or the
      * oldest online archive is dated on or before the
      * backup. Otherwise pruning may have dropped entries
      * made after the backup, and the report says so.
       SET-TRAIL-REACH.
           IF ARCHIVE-DATE-COUNT = ZEROES
              OR ARCHIVE-DATE (1) <= BACKUP-DATE
              MOVE "Y" TO TRAIL-REACHES-SW
           ELSE
              MOVE "N" TO TRAIL-REACHES-SW
              MOVE SPACES TO REPORT-LINE
              STRING "*** Oldest online audit archive is "
                        DELIMITED BY SIZE
                     ARCHIVE-DATE (1) DELIMITED BY SIZE
                     " - entries since the backup may have been "
                        DELIMITED BY SIZE
                     "pruned. ***" DELIMITED BY SIZE
                     INTO REPORT-LINE
              WRITE REPORT-RECORD FROM REPORT-LINE
           END-IF.

      * An archive holds entries up to its own date, so one
      * dated before the backup cannot hold anything newer.
      * The backup's own date is still read: a backup taken
      * before that night's cutover leaves some of its
      * later entries in that day's archive.
       SCAN-ONE-ARCHIVE.
           IF ARCHIVE-DATE (ARCHIVE-DATE-SUB) >= BACKUP-DATE
              MOVE SPACES TO AUDIT-FILE-NAME
              STRING "custaudit."  DELIMITED BY SIZE
                     ARCHIVE-DATE (ARCHIVE-DATE-SUB)
                                   DELIMITED BY SIZE
                     ".dat"        DELIMITED BY SIZE
                     INTO AUDIT-FILE-NAME
              PERFORM SCAN-ONE-AUDIT-FILE
           END-IF.
           ADD 1 TO ARCHIVE-DATE-SUB.

       SCAN-ONE-AUDIT-FILE.
           MOVE "N" TO AUDIT-EOF-SW.
           OPEN INPUT AUDIT-FILE.
           IF AUDIT-FILE-STATUS = "00"
              PERFORM READ-AUDIT-FOR-REPLAY
                 UNTIL AUDIT-EOF
              CLOSE AUDIT-FILE
           ELSE
              DISPLAY "Warning: cannot open " AUDIT-FILE-NAME
              MOVE SPACES TO REPORT-LINE
              STRING "*** Cannot open " DELIMITED BY SIZE
                     AUDIT-FILE-NAME DELIMITED BY SPACE
                     " - its entries were not replayed. ***"
                        DELIMITED BY SIZE
                     INTO REPORT-LINE
              WRITE REPORT-RECORD FROM REPORT-LINE
           END-IF.

       READ-AUDIT-FOR-REPLAY.
           READ AUDIT-FILE
              AT END
                 MOVE "Y" TO AUDIT-EOF-SW
              NOT AT END
                 IF AUDIT-TIMESTAMP(1:14) > START-STAMP
                    AND AUDIT-CUSTOMER-NUMBER > ZEROES
                    IF AUDIT-TIMESTAMP(1:14) > STOP-STAMP
                       ADD 1 TO AFTER-STOP-COUNT
                    ELSE
                       PERFORM RELEASE-AUDIT-ENTRY
                    END-IF
                 END-IF
           END-READ.

       RELEASE-AUDIT-ENTRY.
           ADD 1 TO READ-SEQUENCE.
           MOVE AUDIT-TIMESTAMP(1:16) TO SORT-TIMESTAMP.
           MOVE READ-SEQUENCE         TO SORT-SEQUENCE.
           MOVE AUDIT-RECORD          TO SORT-AUDIT-IMAGE.
           RELEASE SORT-RECORD.

       APPLY-AUDIT-ENTRIES.
           PERFORM RETURN-AUDIT-ENTRY
              UNTIL SORT-EOF.

       RETURN-AUDIT-ENTRY.
           RETURN SORT-FILE
              AT END
                 MOVE "Y" TO SORT-EOF-SW
              NOT AT END
                 MOVE SORT-AUDIT-IMAGE TO AUDIT-RECORD
                 ADD 1 TO REPLAY-COUNT
                 PERFORM APPLY-ONE-ENTRY
           END-RETURN.

      ****************************************************
      * Apply one entry. The record on file is compared
      * with the entry's before image first - an empty
      * before image (an add) expects no record at all -
      * then the after image is written, rewritten or, if
      * empty, the record deleted.
      ****************************************************
       APPLY-ONE-ENTRY.
           MOVE AUDIT-CUSTOMER-NUMBER TO CUSTOMER-NUMBER.
           READ CUSTOMER-FILE RECORD
              INVALID KEY
                 MOVE "N" TO RECORD-FOUND
              NOT INVALID KEY
                 MOVE "Y" TO RECORD-FOUND
           END-READ.
           PERFORM CHECK-BEFORE-IMAGE.
           EVALUATE TRUE
              WHEN AUDIT-AFTER-NAME = SPACES
                 PERFORM APPLY-DELETE
              WHEN RECORD-FOUND = "N"
                 PERFORM APPLY-ADD
              WHEN OTHER
                 PERFORM APPLY-CHANGE
           END-EVALUATE.

       CHECK-BEFORE-IMAGE.
           MOVE SPACES TO MISMATCH-REASON.
           EVALUATE TRUE
              WHEN AUDIT-BEFORE-NAME = SPACES
                 IF RECORD-FOUND = "Y"
                    MOVE "added, but already on file"
                       TO MISMATCH-REASON
                 END-IF
              WHEN RECORD-FOUND = "N"
                 MOVE "not on file" TO MISMATCH-REASON
              WHEN CUSTOMER-RECORD NOT = AUDIT-BEFORE-RECORD
                 MOVE "before image differs from file"
                    TO MISMATCH-REASON
           END-EVALUATE.
           IF MISMATCH-REASON NOT = SPACES
              ADD 1 TO MISMATCH-COUNT
              PERFORM PRINT-MISMATCH-LINE
           END-IF.

      * A delete for a record that is not there has nothing
      * to do; it was listed as a mismatch above.
       APPLY-DELETE.
           IF RECORD-FOUND = "Y"
              DELETE CUSTOMER-FILE RECORD
                 INVALID KEY
                    CONTINUE
              END-DELETE
              IF CUSTOMER-FILE-STATUS = "00"
                 ADD 1 TO DELETED-COUNT
              ELSE
                 MOVE "delete failed" TO MISMATCH-REASON
                 PERFORM RECORD-APPLY-ERROR
              END-IF
           ELSE
              ADD 1 TO UNCHANGED-COUNT
           END-IF.

       APPLY-ADD.
           MOVE AUDIT-AFTER-RECORD TO CUSTOMER-RECORD.
           WRITE CUSTOMER-RECORD
              INVALID KEY
                 CONTINUE
           END-WRITE.
           IF CUSTOMER-FILE-STATUS = "00"
              ADD 1 TO READDED-COUNT
           ELSE
              MOVE "write failed" TO MISMATCH-REASON
              PERFORM RECORD-APPLY-ERROR
           END-IF.

       APPLY-CHANGE.
           IF CUSTOMER-RECORD = AUDIT-AFTER-RECORD
              ADD 1 TO UNCHANGED-COUNT
           ELSE
              MOVE AUDIT-AFTER-RECORD TO CUSTOMER-RECORD
              REWRITE CUSTOMER-RECORD
                 INVALID KEY
                    CONTINUE
              END-REWRITE
              IF CUSTOMER-FILE-STATUS = "00"
                 ADD 1 TO CHANGED-COUNT
              ELSE
                 MOVE "rewrite failed" TO MISMATCH-REASON
                 PERFORM RECORD-APPLY-ERROR
              END-IF
           END-IF.

       RECORD-APPLY-ERROR.
           ADD 1 TO ERROR-COUNT.
           DISPLAY "Error applying audit entry for Customer "
              AUDIT-CUSTOMER-NUMBER " - status "
              CUSTOMER-FILE-STATUS.
           MOVE SPACES TO REPORT-LINE.
           STRING AUDIT-TIMESTAMP(1:14) DELIMITED BY SIZE
                  "  " DELIMITED BY SIZE
                  AUDIT-CUSTOMER-NUMBER DELIMITED BY SIZE
                  "  " DELIMITED BY SIZE
                  AUDIT-ACTION DELIMITED BY SIZE
                  "  *** ERROR: " DELIMITED BY SIZE
                  MISMATCH-REASON DELIMITED BY "  "
                  ", status " DELIMITED BY SIZE
                  CUSTOMER-FILE-STATUS DELIMITED BY SIZE
                  INTO REPORT-LINE.
           WRITE REPORT-RECORD FROM REPORT-LINE.

      ****************************************************
      * Re-seed the CUSTNO control record from the highest
      * customer number now on file, as CUSTREST does after
      * a rebuild: the replay may have re-added numbers
      * beyond what the restored counter knows.
      ****************************************************
       RESEED-CONTROL-RECORD.
           OPEN INPUT CUSTOMER-FILE.
           OPEN I-O CONTROL-FILE.
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
           READ CONTROL-FILE RECORD
              INVALID KEY
                 MOVE "N" TO CONTROL-FOUND
              NOT INVALID KEY
                 MOVE "Y" TO CONTROL-FOUND
           END-READ.
           IF CONTROL-FOUND = "N"
              MOVE "CUSTNO" TO CONTROL-ID
              COMPUTE CONTROL-NEXT-NUMBER
                 = HIGHEST-USED-NUMBER + 1
              WRITE CONTROL-RECORD
                 INVALID KEY
                    DISPLAY "Error writing Control record"
              END-WRITE
              DISPLAY "CUSTNO record seeded at "
                 CONTROL-NEXT-NUMBER "."
           ELSE
              IF CONTROL-NEXT-NUMBER <= HIGHEST-USED-NUMBER
                 COMPUTE CONTROL-NEXT-NUMBER
                    = HIGHEST-USED-NUMBER + 1
                 REWRITE CONTROL-RECORD
                    INVALID KEY
                       DISPLAY "Error rewriting Control record"
                 END-REWRITE
                 DISPLAY "CUSTNO record re-seeded at "
                    CONTROL-NEXT-NUMBER "."
              ELSE
                 DISPLAY "CUSTNO record already ahead of the "
                    "live file - left as is."
              END-IF
           END-IF.
           CLOSE CUSTOMER-FILE.
           CLOSE CONTROL-FILE.

       SCAN-NEXT-FOR-HIGHEST.
           READ CUSTOMER-FILE NEXT RECORD
              AT END
                 MOVE "Y" TO SEED-SCAN-DONE-SW
              NOT AT END
                 MOVE CUSTOMER-NUMBER TO HIGHEST-USED-NUMBER
           END-READ.

      ****************************************************
      * Recovery report
      ****************************************************
       PRINT-REPORT-HEADING.
           MOVE SPACES TO REPORT-LINE.
           STRING "CUSTROLL Roll-Forward Recovery - run "
                     DELIMITED BY SIZE
                  TODAY-DATE DELIMITED BY SIZE
                  " - backup " DELIMITED BY SIZE
                  BACKUP-DATE DELIMITED BY SIZE
                  INTO REPORT-LINE.
           WRITE REPORT-RECORD FROM REPORT-LINE.
           MOVE ALL "-" TO REPORT-LINE.
           WRITE REPORT-RECORD FROM REPORT-LINE.

       PRINT-REPLAY-WINDOW.
           MOVE SPACES TO REPORT-LINE.
           STRING "Replaying audit entries after "
                     DELIMITED BY SIZE
                  START-STAMP DELIMITED BY SIZE
                  " (backup written)" DELIMITED BY SIZE
                  INTO REPORT-LINE.
           WRITE REPORT-RECORD FROM REPORT-LINE.
           MOVE SPACES TO REPORT-LINE.
           IF STOP-GIVEN
              STRING "Stopping after                 "
                        DELIMITED BY SIZE
                     STOP-STAMP DELIMITED BY SIZE
                     INTO REPORT-LINE
           ELSE
              MOVE "No stop time - replaying to the end of the trail"
                 TO REPORT-LINE
           END-IF.
           WRITE REPORT-RECORD FROM REPORT-LINE.
           MOVE SPACES TO REPORT-LINE.
           WRITE REPORT-RECORD FROM REPORT-LINE.

       PRINT-MISMATCH-LINE.
           MOVE SPACES TO REPORT-LINE.
           STRING AUDIT-TIMESTAMP(1:14) DELIMITED BY SIZE
                  "  " DELIMITED BY SIZE
                  AUDIT-CUSTOMER-NUMBER DELIMITED BY SIZE
                  "  " DELIMITED BY SIZE
                  AUDIT-ACTION DELIMITED BY SIZE
                  "  " DELIMITED BY SIZE
                  AUDIT-OPERATOR DELIMITED BY SIZE
                  "  *** " DELIMITED BY SIZE
                  MISMATCH-REASON DELIMITED BY SIZE
                  INTO REPORT-LINE.
           WRITE REPORT-RECORD FROM REPORT-LINE.

       PRINT-REPORT-TRAILER.
           MOVE ALL "-" TO REPORT-LINE.
           WRITE REPORT-RECORD FROM REPORT-LINE.
           IF ROLL-REFUSED
              MOVE "Nothing replayed." TO REPORT-LINE
              WRITE REPORT-RECORD FROM REPORT-LINE
           ELSE
              MOVE SPACES TO REPORT-LINE
              STRING "Audit entries replayed:  " DELIMITED BY SIZE
                     REPLAY-COUNT DELIMITED BY SIZE
                     INTO REPORT-LINE
              WRITE REPORT-RECORD FROM REPORT-LINE
              MOVE SPACES TO REPORT-LINE
              STRING "Records re-added:        " DELIMITED BY SIZE
                     READDED-COUNT DELIMITED BY SIZE
                     INTO REPORT-LINE
              WRITE REPORT-RECORD FROM REPORT-LINE
              MOVE SPACES TO REPORT-LINE
              STRING "Records changed:         " DELIMITED BY SIZE
                     CHANGED-COUNT DELIMITED BY SIZE
                     INTO REPORT-LINE
              WRITE REPORT-RECORD FROM REPORT-LINE
              MOVE SPACES TO REPORT-LINE
              STRING "Records deleted:         " DELIMITED BY SIZE
                     DELETED-COUNT DELIMITED BY SIZE
                     INTO REPORT-LINE
              WRITE REPORT-RECORD FROM REPORT-LINE
              MOVE SPACES TO REPORT-LINE
              STRING "Entries with no effect:  " DELIMITED BY SIZE
                     UNCHANGED-COUNT DELIMITED BY SIZE
                     INTO REPORT-LINE
              WRITE REPORT-RECORD FROM REPORT-LINE
              MOVE SPACES TO REPORT-LINE
              STRING "Before-image mismatches: " DELIMITED BY SIZE
                     MISMATCH-COUNT DELIMITED BY SIZE
                     " (see *** lines above)" DELIMITED BY SIZE
                     INTO REPORT-LINE
              WRITE REPORT-RECORD FROM REPORT-LINE
              IF STOP-GIVEN
                 MOVE SPACES TO REPORT-LINE
                 STRING "Entries after stop time: "
                           DELIMITED BY SIZE
                        AFTER-STOP-COUNT DELIMITED BY SIZE
                        " (not replayed)" DELIMITED BY SIZE
                        INTO REPORT-LINE
                 WRITE REPORT-RECORD FROM REPORT-LINE
              END-IF
              IF ERROR-COUNT > ZEROES
                 MOVE SPACES TO REPORT-LINE
                 STRING "Records in error:        " DELIMITED BY SIZE
                        ERROR-COUNT DELIMITED BY SIZE
                        INTO REPORT-LINE
                 WRITE REPORT-RECORD FROM REPORT-LINE
              END-IF
           END-IF.
