       IDENTIFICATION DIVISION.
       PROGRAM-ID. CUSTCOMP.
      ****************************************************
      * Field-level compare of two customer files. Run with
      * the old file then the new file on the command
      * line, each given as one of
      *    LIVE                 the live customer.dat
      *    BACKUP <YYYYMMDD>    the CUSTBKUP unload
      *                         customer.YYYYMMDD.bak
      *    FLAT <file-name>     a CUSTXFER flat file
      * for example
      *    custcomp BACKUP 20261001 LIVE
      *    custcomp FLAT convert.dat LIVE
      *
      * The sign-off step after a restore, a conversion or
      * a bulk change. Customers are matched on
      * CUSTOMER-NUMBER. custcomp.lst lists every customer
      * found in only one of the files and, for each
      * customer in both whose record differs, every
      * differing field with its old and new values, then
      * totals - records read from each side, customers
      * identical, changed and in one file only, and the
      * number of differences in each field.
      *
      * Neither file has to be in key order: both are fed
      * through one SORT on customer number, the old side
      * ahead of the new. A row with no customer number (a
      * flat file row still to be numbered on import) is
      * counted and left out. A number appearing twice in
      * one file is listed and only its first row compared.
      * A backup whose data lines do not match its
      * "*TRAILER*" count is flagged as truncated. Ends
      * with return code 8 when a file is missing or a
      * backup is truncated, 4 when the files differ, and
      * 0 when they match.
      ***************************************************
       ENVIRONMENT DIVISION.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.

           COPY "CUSTFC.CBL".

           SELECT FLAT-FILE
              ASSIGN TO FLAT-FILENAME
              ORGANIZATION IS LINE SEQUENTIAL
              FILE STATUS IS FLAT-FILE-STATUS.

           SELECT REPORT-FILE
              ASSIGN TO "custcomp.lst"
              ORGANIZATION IS LINE SEQUENTIAL.

           SELECT SORT-FILE
              ASSIGN TO "custcomp.srt".

       DATA DIVISION.
       FILE SECTION.

       FD  CUSTOMER-FILE
           LABEL RECORDS ARE STANDARD.
           COPY "CUSTREC.CBL".

      * A CUSTBKUP unload or a CUSTXFER flat file: both hold
      * one CUSTOMER-RECORD image per line.
       FD  FLAT-FILE
           LABEL RECORDS ARE OMITTED.
       01  FLAT-RECORD                         PIC X(286).

       FD  REPORT-FILE
           LABEL RECORDS ARE OMITTED.
       01  REPORT-RECORD                       PIC X(100).

       SD  SORT-FILE.
       01  SORT-RECORD.
           05  SORT-CUSTOMER-NUMBER            PIC 9(05).
           05  SORT-SIDE                       PIC 9(01).
           05  SORT-IMAGE                      PIC X(286).

       WORKING-STORAGE SECTION.

       77  CUSTOMER-FILE-STATUS                PIC X(02).
       77  FLAT-FILE-STATUS                    PIC X(02).
       77  FLAT-FILENAME                       PIC X(40).

       77  ARG-COUNT                           PIC 9(02).
       77  ARG-INDEX                           PIC 9(02).
       77  ARG-VALUE                           PIC X(40).
       77  BAD-PARAMETER-SW                    PIC X(01) VALUE "N".
           88  BAD-PARAMETER                   VALUE "Y".
       77  REFUSED-SW                          PIC X(01) VALUE "N".
           88  COMPARE-REFUSED                 VALUE "Y".
       77  TODAY-DATE                          PIC X(08).

      ****************************************************
      * The two files: side 1 is the old file, side 2 the
      * new one.
      ****************************************************
       77  SIDE-SUB                            PIC 9(01).
       01  SOURCE-TABLE.
           05  SOURCE-ENTRY OCCURS 2 TIMES.
               10  SOURCE-KIND                 PIC X(06).
                   88  SOURCE-IS-LIVE          VALUE "LIVE".
                   88  SOURCE-IS-BACKUP        VALUE "BACKUP".
                   88  SOURCE-IS-FLAT          VALUE "FLAT".
               10  SOURCE-FILENAME             PIC X(40).
               10  SOURCE-READ-COUNT           PIC 9(07).
               10  SOURCE-UNNUMBERED-COUNT     PIC 9(07).
               10  SOURCE-DUPLICATE-COUNT      PIC 9(07).
               10  SOURCE-ONLY-COUNT           PIC 9(07).
       01  SIDE-NAME-VALUES.
           05  FILLER                          PIC X(03) VALUE "old".
           05  FILLER                          PIC X(03) VALUE "new".
       01  SIDE-NAME-TABLE REDEFINES SIDE-NAME-VALUES.
           05  SIDE-NAME OCCURS 2 TIMES        PIC X(03).

       77  CUSTOMER-EOF-SW                     PIC X(01) VALUE "N".
           88  CUSTOMER-EOF                    VALUE "Y".
       77  FLAT-EOF-SW                         PIC X(01) VALUE "N".
           88  FLAT-EOF                        VALUE "Y".
       77  SORT-EOF-SW                         PIC X(01) VALUE "N".
           88  SORT-EOF                        VALUE "Y".
       77  TRAILER-SEEN-SW                     PIC X(01).
           88  TRAILER-SEEN                    VALUE "Y".
       77  TRAILER-COUNT                       PIC 9(07).

      ****************************************************
      * The match: a row is held until the next one shows
      * whether the other file has the same customer.
      ****************************************************
       77  HOLD-SW                             PIC X(01) VALUE "N".
           88  HOLDING-A-ROW                   VALUE "Y".
       01  HOLD-RECORD.
           05  HOLD-CUSTOMER-NUMBER            PIC 9(05).
           05  HOLD-SIDE                       PIC 9(01).
           05  HOLD-IMAGE                      PIC X(286).
       77  LAST-CUSTOMER-NUMBER                PIC 9(05) VALUE 0.
       77  LAST-SIDE                           PIC 9(01) VALUE 0.

           COPY "CUSTREC.CBL" REPLACING
               ==CUSTOMER-RECORD==    BY ==OLD-CUSTOMER-RECORD==
               ==CUSTOMER-NUMBER==    BY ==OLD-CUSTOMER-NUMBER==
               ==CUSTOMER-NAME==      BY ==OLD-CUSTOMER-NAME==
               ==CUSTOMER-ADDRESS-1== BY ==OLD-CUSTOMER-ADDRESS-1==
               ==CUSTOMER-ADDRESS-2== BY ==OLD-CUSTOMER-ADDRESS-2==
               ==CUSTOMER-CITY==      BY ==OLD-CUSTOMER-CITY==
               ==CUSTOMER-STATE==     BY ==OLD-CUSTOMER-STATE==
               ==CUSTOMER-POSTCODE==  BY ==OLD-CUSTOMER-POSTCODE==
               ==CUSTOMER-EMAIL==     BY ==OLD-CUSTOMER-EMAIL==
               ==CUSTOMER-PHONE==     BY ==OLD-CUSTOMER-PHONE==
               ==CUSTOMER-STATUS==    BY ==OLD-CUSTOMER-STATUS==
               ==CUSTOMER-ACTIVE==    BY ==OLD-CUSTOMER-ACTIVE==
               ==CUSTOMER-INACTIVE==  BY ==OLD-CUSTOMER-INACTIVE==
               ==CUSTOMER-CLOSED==    BY ==OLD-CUSTOMER-CLOSED==.

           COPY "CUSTREC.CBL" REPLACING
               ==CUSTOMER-RECORD==    BY ==NEW-CUSTOMER-RECORD==
               ==CUSTOMER-NUMBER==    BY ==NEW-CUSTOMER-NUMBER==
               ==CUSTOMER-NAME==      BY ==NEW-CUSTOMER-NAME==
               ==CUSTOMER-ADDRESS-1== BY ==NEW-CUSTOMER-ADDRESS-1==
               ==CUSTOMER-ADDRESS-2== BY ==NEW-CUSTOMER-ADDRESS-2==
               ==CUSTOMER-CITY==      BY ==NEW-CUSTOMER-CITY==
               ==CUSTOMER-STATE==     BY ==NEW-CUSTOMER-STATE==
               ==CUSTOMER-POSTCODE==  BY ==NEW-CUSTOMER-POSTCODE==
               ==CUSTOMER-EMAIL==     BY ==NEW-CUSTOMER-EMAIL==
               ==CUSTOMER-PHONE==     BY ==NEW-CUSTOMER-PHONE==
               ==CUSTOMER-STATUS==    BY ==NEW-CUSTOMER-STATUS==
               ==CUSTOMER-ACTIVE==    BY ==NEW-CUSTOMER-ACTIVE==
               ==CUSTOMER-INACTIVE==  BY ==NEW-CUSTOMER-INACTIVE==
               ==CUSTOMER-CLOSED==    BY ==NEW-CUSTOMER-CLOSED==.

      ****************************************************
      * Field names as CUSTMCHG and CUSTQURY know them,
      * with a count of differences in each.
      ****************************************************
       77  FIELD-SUB                           PIC 9(02).
       01  FIELD-NAME-VALUES.
           05  FILLER                          PIC X(10) VALUE "NAME".
           05  FILLER                          PIC X(10)
               VALUE "ADDRESS1".
           05  FILLER                          PIC X(10)
               VALUE "ADDRESS2".
           05  FILLER                          PIC X(10) VALUE "CITY".
           05  FILLER                          PIC X(10) VALUE "STATE".
           05  FILLER                          PIC X(10)
               VALUE "POSTCODE".
           05  FILLER                          PIC X(10) VALUE "EMAIL".
           05  FILLER                          PIC X(10) VALUE "PHONE".
           05  FILLER                          PIC X(10)
               VALUE "STATUS".
       01  FIELD-NAME-TABLE REDEFINES FIELD-NAME-VALUES.
           05  FIELD-NAME OCCURS 9 TIMES       PIC X(10).
       01  FIELD-DIFFERENCE-TABLE.
           05  FIELD-DIFFERENCE-COUNT OCCURS 9 TIMES
                                               PIC 9(07).
       77  OLD-FIELD-VALUE                     PIC X(50).
       77  NEW-FIELD-VALUE                     PIC X(50).

       77  MATCHED-COUNT                       PIC 9(07) VALUE 0.
       77  IDENTICAL-COUNT                     PIC 9(07) VALUE 0.
       77  DIFFERENT-COUNT                     PIC 9(07) VALUE 0.
       77  REPORT-LINE                         PIC X(100).
       77  COUNT-DISPLAY                       PIC Z(06)9.

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
       77  INPUT-FILE                          PIC X(40).
       77  RETURN-STATUS                       PIC 9(03).

       PROCEDURE DIVISION.
       PROGRAM-BEGIN.
           PERFORM GET-PARAMETERS.
           IF BAD-PARAMETER
              DISPLAY "Usage: custcomp <old> <new>, each one of "
                 "LIVE, BACKUP <YYYYMMDD> or FLAT <file-name>"
              MOVE 8 TO RETURN-CODE
           ELSE
              PERFORM OPENING-PROCEDURE
              IF NOT COMPARE-REFUSED
                 PERFORM COMPARE-THE-FILES
              END-IF
              PERFORM CLOSING-PROCEDURE
              EVALUATE TRUE
                 WHEN COMPARE-REFUSED
                    MOVE 8 TO RETURN-CODE
                 WHEN DIFFERENT-COUNT > ZEROES
                 WHEN SOURCE-ONLY-COUNT (1) > ZEROES
                 WHEN SOURCE-ONLY-COUNT (2) > ZEROES
                 WHEN SOURCE-DUPLICATE-COUNT (1) > ZEROES
                 WHEN SOURCE-DUPLICATE-COUNT (2) > ZEROES
                    MOVE 4 TO RETURN-CODE
                 WHEN OTHER
                    MOVE ZEROES TO RETURN-CODE
              END-EVALUATE
           END-IF.
           STOP RUN.

      ****************************************************
      * Parameters: two file descriptions, old then new.
      * Comparing the live file with itself is refused.
      ****************************************************
       GET-PARAMETERS.
           INITIALIZE SOURCE-TABLE.
           ACCEPT ARG-COUNT FROM ARGUMENT-NUMBER.
           MOVE ZEROES TO ARG-INDEX.
           MOVE 1 TO SIDE-SUB.
           PERFORM GET-ONE-SOURCE.
           MOVE 2 TO SIDE-SUB.
           PERFORM GET-ONE-SOURCE.
           IF ARG-INDEX < ARG-COUNT
              MOVE "Y" TO BAD-PARAMETER-SW
           END-IF.
           IF SOURCE-IS-LIVE (1) AND SOURCE-IS-LIVE (2)
              MOVE "Y" TO BAD-PARAMETER-SW
           END-IF.

       GET-ONE-SOURCE.
           PERFORM NEXT-ARGUMENT.
           INSPECT ARG-VALUE
              CONVERTING LOWER-ALPHA
              TO         UPPER-ALPHA.
           EVALUATE ARG-VALUE
              WHEN "LIVE"
                 MOVE "LIVE" TO SOURCE-KIND (SIDE-SUB)
                 MOVE "customer.dat" TO SOURCE-FILENAME (SIDE-SUB)
              WHEN "BACKUP"
                 MOVE "BACKUP" TO SOURCE-KIND (SIDE-SUB)
                 PERFORM NEXT-ARGUMENT
                 IF ARG-VALUE(1:8) IS NUMERIC
                    AND ARG-VALUE(9:1) = SPACE
                    STRING "customer."   DELIMITED BY SIZE
                           ARG-VALUE(1:8) DELIMITED BY SIZE
                           ".bak"        DELIMITED BY SIZE
                           INTO SOURCE-FILENAME (SIDE-SUB)
                 ELSE
                    MOVE "Y" TO BAD-PARAMETER-SW
                 END-IF
              WHEN "FLAT"
                 MOVE "FLAT" TO SOURCE-KIND (SIDE-SUB)
                 PERFORM NEXT-ARGUMENT
                 IF ARG-VALUE NOT = SPACES
                    MOVE ARG-VALUE TO SOURCE-FILENAME (SIDE-SUB)
                 ELSE
                    MOVE "Y" TO BAD-PARAMETER-SW
                 END-IF
              WHEN OTHER
                 MOVE "Y" TO BAD-PARAMETER-SW
           END-EVALUATE.

       NEXT-ARGUMENT.
           ADD 1 TO ARG-INDEX.
           MOVE SPACES TO ARG-VALUE.
           IF ARG-INDEX NOT > ARG-COUNT
              DISPLAY ARG-INDEX UPON ARGUMENT-NUMBER
              ACCEPT ARG-VALUE FROM ARGUMENT-VALUE
           END-IF.

      ****************************************************
      * Open/close routines
      ****************************************************
       OPENING-PROCEDURE.
           MOVE FUNCTION CURRENT-DATE(1:8) TO TODAY-DATE.
           INITIALIZE FIELD-DIFFERENCE-TABLE.
           OPEN OUTPUT REPORT-FILE.
           PERFORM PRINT-REPORT-HEADING.
           MOVE 1 TO SIDE-SUB.
           PERFORM CHECK-SOURCE-EXISTS.
           MOVE 2 TO SIDE-SUB.
           PERFORM CHECK-SOURCE-EXISTS.

       CHECK-SOURCE-EXISTS.
           MOVE SOURCE-FILENAME (SIDE-SUB) TO INPUT-FILE.
           MOVE ZEROES TO RETURN-CODE.
           CALL "CBL_CHECK_FILE_EXIST"
              USING INPUT-FILE
                    FILE-INFO
              RETURNING RETURN-STATUS.
           IF RETURN-STATUS NOT = 0
              MOVE "Y" TO REFUSED-SW
              MOVE SPACES TO REPORT-LINE
              STRING "*** "                     DELIMITED BY SIZE
                     SOURCE-FILENAME (SIDE-SUB) DELIMITED BY SPACE
                     " not found - nothing compared. ***"
                                                DELIMITED BY SIZE
                     INTO REPORT-LINE
              WRITE REPORT-RECORD FROM REPORT-LINE
           END-IF.

       CLOSING-PROCEDURE.
           PERFORM PRINT-REPORT-TRAILER.
           CLOSE REPORT-FILE.
           DISPLAY "CUSTCOMP complete - " TODAY-DATE.
           IF COMPARE-REFUSED
              DISPLAY "Compare not completed - see custcomp.lst."
           ELSE
              DISPLAY "Old records read:       " SOURCE-READ-COUNT (1)
              DISPLAY "New records read:       " SOURCE-READ-COUNT (2)
              DISPLAY "Customers identical:    " IDENTICAL-COUNT
              DISPLAY "Customers changed:      " DIFFERENT-COUNT
              DISPLAY "Only in old file:       " SOURCE-ONLY-COUNT (1)
              DISPLAY "Only in new file:       " SOURCE-ONLY-COUNT (2)
           END-IF.

      ****************************************************
      * Both files go into one SORT on customer number and
      * side, so each customer's old row (if any) comes
      * back immediately ahead of its new row (if any).
      ****************************************************
       COMPARE-THE-FILES.
           SORT SORT-FILE
              ON ASCENDING KEY SORT-CUSTOMER-NUMBER
                               SORT-SIDE
              INPUT PROCEDURE IS LOAD-BOTH-SIDES
              OUTPUT PROCEDURE IS MATCH-SORTED-ROWS.

       LOAD-BOTH-SIDES.
           MOVE 1 TO SIDE-SUB.
           PERFORM LOAD-ONE-SIDE.
           MOVE 2 TO SIDE-SUB.
           PERFORM LOAD-ONE-SIDE.

       LOAD-ONE-SIDE.
           IF SOURCE-IS-LIVE (SIDE-SUB)
              PERFORM LOAD-LIVE-FILE
           ELSE
              PERFORM LOAD-FLAT-FILE
           END-IF.

       LOAD-LIVE-FILE.
           OPEN INPUT CUSTOMER-FILE.
           MOVE "N" TO CUSTOMER-EOF-SW.
           MOVE ZEROES TO CUSTOMER-NUMBER.
           START CUSTOMER-FILE KEY IS NOT LESS THAN CUSTOMER-NUMBER
              INVALID KEY
                 MOVE "Y" TO CUSTOMER-EOF-SW
           END-START.
           PERFORM READ-NEXT-LIVE-RECORD
              UNTIL CUSTOMER-EOF.
           CLOSE CUSTOMER-FILE.

       READ-NEXT-LIVE-RECORD.
           READ CUSTOMER-FILE NEXT RECORD
              AT END
                 MOVE "Y" TO CUSTOMER-EOF-SW
              NOT AT END
                 MOVE CUSTOMER-RECORD TO SORT-IMAGE
                 PERFORM RELEASE-ONE-ROW
           END-READ.

      * A backup ends with its "*TRAILER*" line; a flat
      * file has none. No customer image starts with "*".
       LOAD-FLAT-FILE.
           MOVE SOURCE-FILENAME (SIDE-SUB) TO FLAT-FILENAME.
           MOVE "N" TO FLAT-EOF-SW.
           MOVE "N" TO TRAILER-SEEN-SW.
           MOVE ZEROES TO TRAILER-COUNT.
           OPEN INPUT FLAT-FILE.
           IF FLAT-FILE-STATUS NOT = "00"
              MOVE "Y" TO REFUSED-SW
              MOVE SPACES TO REPORT-LINE
              STRING "*** Cannot open "          DELIMITED BY SIZE
                     FLAT-FILENAME              DELIMITED BY SPACE
                     " - status "               DELIMITED BY SIZE
                     FLAT-FILE-STATUS           DELIMITED BY SIZE
                     " ***"                     DELIMITED BY SIZE
                     INTO REPORT-LINE
              WRITE REPORT-RECORD FROM REPORT-LINE
           ELSE
              PERFORM READ-NEXT-FLAT-RECORD
                 UNTIL FLAT-EOF
              CLOSE FLAT-FILE
              IF SOURCE-IS-BACKUP (SIDE-SUB)
                 PERFORM CHECK-BACKUP-TRAILER
              END-IF
           END-IF.

       READ-NEXT-FLAT-RECORD.
           READ FLAT-FILE
              AT END
                 MOVE "Y" TO FLAT-EOF-SW
              NOT AT END
                 IF FLAT-RECORD(1:9) = "*TRAILER*"
                    MOVE "Y" TO TRAILER-SEEN-SW
                    MOVE FLAT-RECORD(10:7) TO TRAILER-COUNT
                 ELSE
                    MOVE FLAT-RECORD TO SORT-IMAGE
                    PERFORM RELEASE-ONE-ROW
                 END-IF
           END-READ.

       CHECK-BACKUP-TRAILER.
           IF NOT TRAILER-SEEN
              OR TRAILER-COUNT NOT = SOURCE-READ-COUNT (SIDE-SUB)
              MOVE "Y" TO REFUSED-SW
              MOVE SPACES TO REPORT-LINE
              STRING "*** "                     DELIMITED BY SIZE
                     FLAT-FILENAME              DELIMITED BY SPACE
                     " does not match its trailer count - "
                                                DELIMITED BY SIZE
                     "truncated backup. ***"    DELIMITED BY SIZE
                     INTO REPORT-LINE
              WRITE REPORT-RECORD FROM REPORT-LINE
           END-IF.

       RELEASE-ONE-ROW.
           ADD 1 TO SOURCE-READ-COUNT (SIDE-SUB).
           IF SORT-IMAGE(1:5) IS NUMERIC
              AND SORT-IMAGE(1:5) NOT = "00000"
              MOVE SORT-IMAGE(1:5) TO SORT-CUSTOMER-NUMBER
              MOVE SIDE-SUB TO SORT-SIDE
              RELEASE SORT-RECORD
           ELSE
              ADD 1 TO SOURCE-UNNUMBERED-COUNT (SIDE-SUB)
           END-IF.

      ****************************************************
      * Match the sorted rows. A repeat of the number and
      * side just returned is a duplicate within one file.
      * Otherwise an old row is held; the next row is
      * either the same customer's new row (compare the
      * pair) or something else, in which case the held
      * row was in one file only. A new row that arrives
      * with nothing held was only in the new file.
      ****************************************************
       MATCH-SORTED-ROWS.
           PERFORM RETURN-SORTED-ROW
              UNTIL SORT-EOF.
           IF HOLDING-A-ROW
              PERFORM PRINT-ONE-SIDE-ONLY
           END-IF.

       RETURN-SORTED-ROW.
           RETURN SORT-FILE
              AT END
                 MOVE "Y" TO SORT-EOF-SW
              NOT AT END
                 IF SORT-CUSTOMER-NUMBER = LAST-CUSTOMER-NUMBER
                    AND SORT-SIDE = LAST-SIDE
                    PERFORM PRINT-DUPLICATE-ROW
                 ELSE
                    MOVE SORT-CUSTOMER-NUMBER
                       TO LAST-CUSTOMER-NUMBER
                    MOVE SORT-SIDE TO LAST-SIDE
                    PERFORM MATCH-ONE-ROW
                 END-IF
           END-RETURN.

       MATCH-ONE-ROW.
           IF HOLDING-A-ROW
              IF SORT-CUSTOMER-NUMBER = HOLD-CUSTOMER-NUMBER
                 MOVE HOLD-IMAGE TO OLD-CUSTOMER-RECORD
                 MOVE SORT-IMAGE TO NEW-CUSTOMER-RECORD
                 MOVE "N" TO HOLD-SW
                 PERFORM COMPARE-THE-PAIR
              ELSE
                 PERFORM PRINT-ONE-SIDE-ONLY
                 PERFORM HOLD-OR-REPORT-ROW
              END-IF
           ELSE
              PERFORM HOLD-OR-REPORT-ROW
           END-IF.

       HOLD-OR-REPORT-ROW.
           MOVE SORT-RECORD TO HOLD-RECORD.
           IF SORT-SIDE = 1
              MOVE "Y" TO HOLD-SW
           ELSE
              PERFORM PRINT-ONE-SIDE-ONLY
           END-IF.

      * HOLD-RECORD is the row present in one file only.
       PRINT-ONE-SIDE-ONLY.
           MOVE "N" TO HOLD-SW.
           ADD 1 TO SOURCE-ONLY-COUNT (HOLD-SIDE).
           MOVE HOLD-IMAGE TO OLD-CUSTOMER-RECORD.
           MOVE SPACES TO REPORT-LINE.
           STRING HOLD-CUSTOMER-NUMBER       DELIMITED BY SIZE
                  "  only in "               DELIMITED BY SIZE
                  SIDE-NAME (HOLD-SIDE)      DELIMITED BY SIZE
                  " file   "                 DELIMITED BY SIZE
                  OLD-CUSTOMER-NAME          DELIMITED BY SIZE
                  INTO REPORT-LINE.
           WRITE REPORT-RECORD FROM REPORT-LINE.

       PRINT-DUPLICATE-ROW.
           ADD 1 TO SOURCE-DUPLICATE-COUNT (SORT-SIDE).
           MOVE SPACES TO REPORT-LINE.
           STRING SORT-CUSTOMER-NUMBER       DELIMITED BY SIZE
                  "  *** appears again in the "
                                             DELIMITED BY SIZE
                  SIDE-NAME (SORT-SIDE)      DELIMITED BY SIZE
                  " file - repeat not compared"
                                             DELIMITED BY SIZE
                  INTO REPORT-LINE.
           WRITE REPORT-RECORD FROM REPORT-LINE.

      ****************************************************
      * A customer in both files: identical images are only
      * counted; otherwise the customer is listed with each
      * field that differs, old value over new.
      ****************************************************
       COMPARE-THE-PAIR.
           ADD 1 TO MATCHED-COUNT.
           IF OLD-CUSTOMER-RECORD = NEW-CUSTOMER-RECORD
              ADD 1 TO IDENTICAL-COUNT
           ELSE
              ADD 1 TO DIFFERENT-COUNT
              PERFORM PRINT-CHANGED-CUSTOMER
              PERFORM COMPARE-EACH-FIELD
           END-IF.

       PRINT-CHANGED-CUSTOMER.
           MOVE SPACES TO REPORT-LINE.
           STRING NEW-CUSTOMER-NUMBER        DELIMITED BY SIZE
                  "  changed            "    DELIMITED BY SIZE
                  NEW-CUSTOMER-NAME          DELIMITED BY SIZE
                  INTO REPORT-LINE.
           WRITE REPORT-RECORD FROM REPORT-LINE.

       COMPARE-EACH-FIELD.
           MOVE 1 TO FIELD-SUB.
           MOVE OLD-CUSTOMER-NAME      TO OLD-FIELD-VALUE.
           MOVE NEW-CUSTOMER-NAME      TO NEW-FIELD-VALUE.
           PERFORM COMPARE-ONE-FIELD.
           MOVE 2 TO FIELD-SUB.
           MOVE OLD-CUSTOMER-ADDRESS-1 TO OLD-FIELD-VALUE.
           MOVE NEW-CUSTOMER-ADDRESS-1 TO NEW-FIELD-VALUE.
           PERFORM COMPARE-ONE-FIELD.
           MOVE 3 TO FIELD-SUB.
           MOVE OLD-CUSTOMER-ADDRESS-2 TO OLD-FIELD-VALUE.
           MOVE NEW-CUSTOMER-ADDRESS-2 TO NEW-FIELD-VALUE.
           PERFORM COMPARE-ONE-FIELD.
           MOVE 4 TO FIELD-SUB.
           MOVE OLD-CUSTOMER-CITY      TO OLD-FIELD-VALUE.
           MOVE NEW-CUSTOMER-CITY      TO NEW-FIELD-VALUE.
           PERFORM COMPARE-ONE-FIELD.
           MOVE 5 TO FIELD-SUB.
           MOVE OLD-CUSTOMER-STATE     TO OLD-FIELD-VALUE.
           MOVE NEW-CUSTOMER-STATE     TO NEW-FIELD-VALUE.
           PERFORM COMPARE-ONE-FIELD.
           MOVE 6 TO FIELD-SUB.
           MOVE OLD-CUSTOMER-POSTCODE  TO OLD-FIELD-VALUE.
           MOVE NEW-CUSTOMER-POSTCODE  TO NEW-FIELD-VALUE.
           PERFORM COMPARE-ONE-FIELD.
           MOVE 7 TO FIELD-SUB.
           MOVE OLD-CUSTOMER-EMAIL     TO OLD-FIELD-VALUE.
           MOVE NEW-CUSTOMER-EMAIL     TO NEW-FIELD-VALUE.
           PERFORM COMPARE-ONE-FIELD.
           MOVE 8 TO FIELD-SUB.
           MOVE OLD-CUSTOMER-PHONE     TO OLD-FIELD-VALUE.
           MOVE NEW-CUSTOMER-PHONE     TO NEW-FIELD-VALUE.
           PERFORM COMPARE-ONE-FIELD.
           MOVE 9 TO FIELD-SUB.
           MOVE OLD-CUSTOMER-STATUS    TO OLD-FIELD-VALUE.
           MOVE NEW-CUSTOMER-STATUS    TO NEW-FIELD-VALUE.
           PERFORM COMPARE-ONE-FIELD.

       COMPARE-ONE-FIELD.
           IF OLD-FIELD-VALUE NOT = NEW-FIELD-VALUE
              ADD 1 TO FIELD-DIFFERENCE-COUNT (FIELD-SUB)
              MOVE SPACES TO REPORT-LINE
              STRING "       "               DELIMITED BY SIZE
                     FIELD-NAME (FIELD-SUB)  DELIMITED BY SIZE
                     " old: "                DELIMITED BY SIZE
                     OLD-FIELD-VALUE         DELIMITED BY SIZE
                     INTO REPORT-LINE
              WRITE REPORT-RECORD FROM REPORT-LINE
              MOVE SPACES TO REPORT-LINE
              STRING "                 "     DELIMITED BY SIZE
                     " new: "                DELIMITED BY SIZE
                     NEW-FIELD-VALUE         DELIMITED BY SIZE
                     INTO REPORT-LINE
              WRITE REPORT-RECORD FROM REPORT-LINE
           END-IF.

      ****************************************************
      * Heading and trailer
      ****************************************************
       PRINT-REPORT-HEADING.
           MOVE SPACES TO REPORT-LINE.
           STRING "CUSTCOMP Customer File Compare - "
                     DELIMITED BY SIZE
                  TODAY-DATE DELIMITED BY SIZE
                  INTO REPORT-LINE.
           WRITE REPORT-RECORD FROM REPORT-LINE.
           MOVE 1 TO SIDE-SUB.
           PERFORM PRINT-SOURCE-LINE.
           MOVE 2 TO SIDE-SUB.
           PERFORM PRINT-SOURCE-LINE.
           MOVE ALL "-" TO REPORT-LINE.
           WRITE REPORT-RECORD FROM REPORT-LINE.
           MOVE SPACES TO REPORT-RECORD.
           WRITE REPORT-RECORD.

       PRINT-SOURCE-LINE.
           MOVE SPACES TO REPORT-LINE.
           STRING "   "                      DELIMITED BY SIZE
                  SIDE-NAME (SIDE-SUB)       DELIMITED BY SIZE
                  " file: "                  DELIMITED BY SIZE
                  SOURCE-KIND (SIDE-SUB)     DELIMITED BY SIZE
                  " "                        DELIMITED BY SIZE
                  SOURCE-FILENAME (SIDE-SUB) DELIMITED BY SPACE
                  INTO REPORT-LINE.
           WRITE REPORT-RECORD FROM REPORT-LINE.

       PRINT-REPORT-TRAILER.
           MOVE SPACES TO REPORT-RECORD.
           WRITE REPORT-RECORD.
           MOVE ALL "-" TO REPORT-LINE.
           WRITE REPORT-RECORD FROM REPORT-LINE.
           IF COMPARE-REFUSED
              MOVE "Compare not completed - see the messages above."
                 TO REPORT-LINE
              WRITE REPORT-RECORD FROM REPORT-LINE
           ELSE
              MOVE 1 TO SIDE-SUB
              PERFORM PRINT-SIDE-TOTALS
              MOVE 2 TO SIDE-SUB
              PERFORM PRINT-SIDE-TOTALS
              MOVE "Customers in both files:" TO REPORT-LINE
              MOVE MATCHED-COUNT TO COUNT-DISPLAY
              MOVE COUNT-DISPLAY TO REPORT-LINE(33:7)
              WRITE REPORT-RECORD FROM REPORT-LINE
              MOVE "   identical:" TO REPORT-LINE
              MOVE IDENTICAL-COUNT TO COUNT-DISPLAY
              MOVE COUNT-DISPLAY TO REPORT-LINE(33:7)
              WRITE REPORT-RECORD FROM REPORT-LINE
              MOVE "   with differences:" TO REPORT-LINE
              MOVE DIFFERENT-COUNT TO COUNT-DISPLAY
              MOVE COUNT-DISPLAY TO REPORT-LINE(33:7)
              WRITE REPORT-RECORD FROM REPORT-LINE
              MOVE "Differences by field:" TO REPORT-LINE
              WRITE REPORT-RECORD FROM REPORT-LINE
              MOVE 1 TO FIELD-SUB
              PERFORM PRINT-FIELD-TOTAL
                 UNTIL FIELD-SUB > 9
           END-IF.

       PRINT-SIDE-TOTALS.
           MOVE SPACES TO REPORT-LINE.
           STRING "Rows read from the "      DELIMITED BY SIZE
                  SIDE-NAME (SIDE-SUB)       DELIMITED BY SIZE
                  " file:"                   DELIMITED BY SIZE
                  INTO REPORT-LINE.
           MOVE SOURCE-READ-COUNT (SIDE-SUB) TO COUNT-DISPLAY.
           MOVE COUNT-DISPLAY TO REPORT-LINE(33:7).
           WRITE REPORT-RECORD FROM REPORT-LINE.
           MOVE SPACES TO REPORT-LINE.
           STRING "   only in the "          DELIMITED BY SIZE
                  SIDE-NAME (SIDE-SUB)       DELIMITED BY SIZE
                  " file:"                   DELIMITED BY SIZE
                  INTO REPORT-LINE.
           MOVE SOURCE-ONLY-COUNT (SIDE-SUB) TO COUNT-DISPLAY.
           MOVE COUNT-DISPLAY TO REPORT-LINE(33:7).
           WRITE REPORT-RECORD FROM REPORT-LINE.
           IF SOURCE-UNNUMBERED-COUNT (SIDE-SUB) > ZEROES
              MOVE "   no customer number (skipped):"
                 TO REPORT-LINE
              MOVE SOURCE-UNNUMBERED-COUNT (SIDE-SUB)
                 TO COUNT-DISPLAY
              MOVE COUNT-DISPLAY TO REPORT-LINE(33:7)
              WRITE REPORT-RECORD FROM REPORT-LINE
           END-IF.
           IF SOURCE-DUPLICATE-COUNT (SIDE-SUB) > ZEROES
              MOVE "   repeated numbers (skipped):"
                 TO REPORT-LINE
              MOVE SOURCE-DUPLICATE-COUNT (SIDE-SUB)
                 TO COUNT-DISPLAY
              MOVE COUNT-DISPLAY TO REPORT-LINE(33:7)
              WRITE REPORT-RECORD FROM REPORT-LINE
           END-IF.

       PRINT-FIELD-TOTAL.
           MOVE SPACES TO REPORT-LINE.
           MOVE FIELD-NAME (FIELD-SUB) TO REPORT-LINE(4:10).
           MOVE FIELD-DIFFERENCE-COUNT (FIELD-SUB) TO COUNT-DISPLAY.
           MOVE COUNT-DISPLAY TO REPORT-LINE(33:7).
           WRITE REPORT-RECORD FROM REPORT-LINE.
           ADD 1 TO FIELD-SUB.
