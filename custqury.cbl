       IDENTIFICATION DIVISION.
       PROGRAM-ID. CUSTQURY.
      ****************************************************
      * Ad-hoc query and CSV extract. Run with parameters
      * on the command line:
      *    custqury [parameter-file] [extract-file]
      * The parameter file defaults to custqury.prm and
      * the extract to custqury.csv.
      *
      * Answers the one-off "list of these customers as a
      * spreadsheet" request without a throwaway program.
      * Each line of the parameter file is laid out in
      * columns, as the CUSTNITE step list is:
      *    columns   1-10  keyword
      *    columns  11-20  field name
      *    columns  21-30  operator (condition lines)
      *    columns  31-80  value
      *    columns 81-130  upper value (RANGE only)
      * Lines starting with "*" and blank lines are
      * ignored. The keywords are:
      *    FIELD   a field to output; one line per field,
      *            in column order. With no FIELD lines
      *            every field is output in record order.
      *    WHERE   the first selection condition
      *    AND     a further condition in the same group
      *    OR      a condition starting a new group
      *    SORT    the field to sort the extract on
      *            (default NUMBER); ties stay in
      *            customer number order.
      * Field names are CUSTMCHG's - NUMBER, NAME,
      * ADDRESS1, ADDRESS2, CITY, STATE, POSTCODE, EMAIL,
      * PHONE - plus STATUS. The operators are EQ, NE,
      * STARTS (starts with), BLANK, NOTBLANK and RANGE
      * (value through upper value, inclusive). AND binds
      * tighter than OR: a customer is selected when every
      * condition in any one group holds, so
      *    WHERE STATE EQ OHIO  AND EMAIL BLANK
      *    OR    STATE EQ IOWA  AND EMAIL BLANK
      * picks the Ohio and Iowa customers with no email.
      * Values compare without regard to case, as
      * CUSTRPT's state filter does.
      *
      * The extract is comma-separated with a header row
      * of the field names; a value holding a comma or a
      * double quote is put in double quotes, with any
      * quote inside doubled. The control report
      * custqury.lst echoes the parameter file and gives
      * the records read and selected. A parameter error
      * is marked on the report and no extract is
      * written; the job then ends with return code 8.
      ***************************************************
       ENVIRONMENT DIVISION.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.

           COPY "CUSTFC.CBL".

           SELECT PARAMETER-FILE
              ASSIGN TO PARAMETER-FILENAME
              ORGANIZATION IS LINE SEQUENTIAL
              FILE STATUS IS PARAMETER-FILE-STATUS.

           SELECT EXTRACT-FILE
              ASSIGN TO EXTRACT-FILENAME
              ORGANIZATION IS LINE SEQUENTIAL
              FILE STATUS IS EXTRACT-FILE-STATUS.

           SELECT REPORT-FILE
              ASSIGN TO "custqury.lst"
              ORGANIZATION IS LINE SEQUENTIAL.

           SELECT SORT-FILE
              ASSIGN TO "custqury.srt".

       DATA DIVISION.
       FILE SECTION.

       FD  CUSTOMER-FILE
           LABEL RECORDS ARE STANDARD.
           COPY "CUSTREC.CBL".

       FD  PARAMETER-FILE
           LABEL RECORDS ARE OMITTED.
       01  PARAMETER-RECORD.
           05  PARAMETER-KEYWORD               PIC X(10).
           05  PARAMETER-FIELD                 PIC X(10).
           05  PARAMETER-OPERATOR              PIC X(10).
           05  PARAMETER-VALUE                 PIC X(50).
           05  PARAMETER-HIGH-VALUE            PIC X(50).

       FD  EXTRACT-FILE
           LABEL RECORDS ARE OMITTED.
       01  EXTRACT-RECORD                      PIC X(2100).

       FD  REPORT-FILE
           LABEL RECORDS ARE OMITTED.
       01  REPORT-RECORD                       PIC X(136).

       SD  SORT-FILE.
       01  SORT-RECORD.
           05  SORT-KEY                        PIC X(50).
           05  SORT-CUSTOMER-NUMBER            PIC 9(05).
           05  SORT-CUSTOMER-IMAGE             PIC X(286).

       WORKING-STORAGE SECTION.

       77  CUSTOMER-FILE-STATUS                PIC X(02).
       77  PARAMETER-FILE-STATUS               PIC X(02).
       77  EXTRACT-FILE-STATUS                 PIC X(02).
       77  PARAMETER-FILENAME                  PIC X(40)
           VALUE "custqury.prm".
       77  EXTRACT-FILENAME                    PIC X(40)
           VALUE "custqury.csv".
       77  ARG-COUNT                           PIC 9(02).
       77  ARG-INDEX                           PIC 9(02).
       77  ARG-VALUE                           PIC X(40).
       77  TODAY-DATE                          PIC X(08).

       77  PARAMETER-EOF-SW                    PIC X(01) VALUE "N".
           88  PARAMETER-EOF                   VALUE "Y".
       77  CUSTOMER-EOF-SW                     PIC X(01) VALUE "N".
           88  CUSTOMER-EOF                    VALUE "Y".
       77  SORT-EOF-SW                         PIC X(01) VALUE "N".
           88  SORT-EOF                        VALUE "Y".
       77  PARAMETER-ERROR-COUNT               PIC 9(03) VALUE 0.
       77  PARAMETER-ERROR                     PIC X(60).
       77  SORT-GIVEN-SW                       PIC X(01) VALUE "N".
           88  SORT-GIVEN                      VALUE "Y".

      ****************************************************
      * The query as read from the parameter file
      ****************************************************
       77  CHECK-FIELD-NAME                    PIC X(10).
           88  VALID-FIELD-NAME                VALUES "NUMBER"
               "NAME" "ADDRESS1" "ADDRESS2" "CITY" "STATE"
               "POSTCODE" "EMAIL" "PHONE" "STATUS".
       77  CHECK-OPERATOR                      PIC X(10).
           88  VALID-OPERATOR                  VALUES "EQ" "NE"
               "STARTS" "BLANK" "NOTBLANK" "RANGE".
           88  OPERATOR-NEEDS-VALUE            VALUES "EQ" "NE"
               "STARTS" "RANGE".

       77  OUTPUT-FIELD-COUNT                  PIC 9(02) VALUE 0.
       77  OUTPUT-FIELD-SUB                    PIC 9(02).
       01  OUTPUT-FIELD-TABLE.
           05  OUTPUT-FIELD OCCURS 20 TIMES   PIC X(10).

       77  CONDITION-COUNT                     PIC 9(02) VALUE 0.
       77  CONDITION-SUB                       PIC 9(02).
       77  GROUP-COUNT                         PIC 9(02) VALUE 0.
       01  CONDITION-TABLE.
           05  CONDITION-ENTRY OCCURS 30 TIMES.
               10  CONDITION-GROUP             PIC 9(02).
               10  CONDITION-FIELD             PIC X(10).
               10  CONDITION-OPERATOR          PIC X(10).
               10  CONDITION-VALUE             PIC X(50).
               10  CONDITION-HIGH-VALUE        PIC X(50).
               10  CONDITION-VALUE-LENGTH      PIC 9(02).

       77  SORT-FIELD                          PIC X(10)
           VALUE "NUMBER".

      * A NUMBER value may be keyed unpadded ("123"); it is
      * held zero-filled so it compares with the field.
       77  NUMBER-VALUE                        PIC X(50).
       77  NUMBER-VALUE-LENGTH                 PIC 9(02).
       77  NUMBER-WORK                         PIC 9(05).
       77  NUMBER-VALUE-OK                     PIC X(01).

      ****************************************************
      * Selection
      ****************************************************
       77  RECORD-SELECTED-SW                  PIC X(01).
           88  RECORD-SELECTED                 VALUE "Y".
       77  GROUP-TRUE-SW                       PIC X(01).
           88  GROUP-TRUE                      VALUE "Y".
       77  CONDITION-TRUE-SW                   PIC X(01).
           88  CONDITION-TRUE                  VALUE "Y".
       77  CURRENT-GROUP                       PIC 9(02).
       77  VALUE-FIELD-NAME                    PIC X(10).
       77  FIELD-VALUE                         PIC X(50).
       77  READ-COUNT                          PIC 9(07) VALUE 0.
       77  SELECTED-COUNT                      PIC 9(07) VALUE 0.

      ****************************************************
      * CSV line building
      ****************************************************
       77  CSV-LINE                            PIC X(2100).
       77  CSV-POINTER                         PIC 9(04).
       77  VALUE-LENGTH                        PIC 9(02).
       77  CHARACTER-SUB                       PIC 9(02).
       77  QUOTING-TALLY                       PIC 9(02).
       77  QUOTE-MARK                          PIC X(01) VALUE QUOTE.

       77  REPORT-LINE                         PIC X(136).

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
           PERFORM LOAD-QUERY-PARAMETERS.
           IF PARAMETER-ERROR-COUNT = ZEROES
              PERFORM RUN-THE-QUERY
           END-IF.
           PERFORM CLOSING-PROCEDURE.
           IF PARAMETER-ERROR-COUNT > ZEROES
              MOVE 8 TO RETURN-CODE
           END-IF.
           STOP RUN.

       GET-PARAMETERS.
           ACCEPT ARG-COUNT FROM ARGUMENT-NUMBER.
           IF ARG-COUNT >= 1
              MOVE 1 TO ARG-INDEX
              DISPLAY ARG-INDEX UPON ARGUMENT-NUMBER
              MOVE SPACES TO ARG-VALUE
              ACCEPT ARG-VALUE FROM ARGUMENT-VALUE
              IF ARG-VALUE NOT = SPACES
                 MOVE ARG-VALUE TO PARAMETER-FILENAME
              END-IF
           END-IF.
           IF ARG-COUNT >= 2
              MOVE 2 TO ARG-INDEX
              DISPLAY ARG-INDEX UPON ARGUMENT-NUMBER
              MOVE SPACES TO ARG-VALUE
              ACCEPT ARG-VALUE FROM ARGUMENT-VALUE
              IF ARG-VALUE NOT = SPACES
                 MOVE ARG-VALUE TO EXTRACT-FILENAME
              END-IF
           END-IF.

      ****************************************************
      * Open/close routines
      ****************************************************
       OPENING-PROCEDURE.
           MOVE FUNCTION CURRENT-DATE(1:8) TO TODAY-DATE.
           OPEN OUTPUT REPORT-FILE.
           MOVE SPACES TO REPORT-LINE.
           STRING "CUSTQURY Query Extract - run " DELIMITED BY SIZE
                  TODAY-DATE DELIMITED BY SIZE
                  " - parameters " DELIMITED BY SIZE
                  PARAMETER-FILENAME DELIMITED BY SPACE
                  INTO REPORT-LINE.
           WRITE REPORT-RECORD FROM REPORT-LINE.
           MOVE ALL "-" TO REPORT-LINE.
           WRITE REPORT-RECORD FROM REPORT-LINE.

       CLOSING-PROCEDURE.
           PERFORM PRINT-REPORT-TRAILER.
           CLOSE REPORT-FILE.
           DISPLAY "CUSTQURY complete - see custqury.lst.".
           IF PARAMETER-ERROR-COUNT > ZEROES
              DISPLAY "Parameter errors:  " PARAMETER-ERROR-COUNT
                 " - no extract written."
           ELSE
              DISPLAY "Records read:      " READ-COUNT
              DISPLAY "Records selected:  " SELECTED-COUNT
              DISPLAY "Extract written to " EXTRACT-FILENAME
           END-IF.

      ****************************************************
      * Read the parameter file, echoing every line to the
      * control report with any error marked beneath it.
      ****************************************************
       LOAD-QUERY-PARAMETERS.
           OPEN INPUT PARAMETER-FILE.
           IF PARAMETER-FILE-STATUS NOT = "00"
              ADD 1 TO PARAMETER-ERROR-COUNT
              MOVE SPACES TO REPORT-LINE
              STRING "*** Cannot open parameter file "
                        DELIMITED BY SIZE
                     PARAMETER-FILENAME DELIMITED BY SPACE
                     " ***" DELIMITED BY SIZE
                     INTO REPORT-LINE
              WRITE REPORT-RECORD FROM REPORT-LINE
           ELSE
              PERFORM READ-PARAMETER-LINE
                 UNTIL PARAMETER-EOF
              CLOSE PARAMETER-FILE
           END-IF.
           IF OUTPUT-FIELD-COUNT = ZEROES
              PERFORM SET-DEFAULT-FIELDS
           END-IF.

       READ-PARAMETER-LINE.
           MOVE SPACES TO PARAMETER-RECORD.
           READ PARAMETER-FILE
              AT END
                 MOVE "Y" TO PARAMETER-EOF-SW
              NOT AT END
                 IF PARAMETER-RECORD NOT = SPACES
                    MOVE SPACES TO REPORT-LINE
                    STRING "  " DELIMITED BY SIZE
                           PARAMETER-RECORD DELIMITED BY SIZE
                           INTO REPORT-LINE
                    WRITE REPORT-RECORD FROM REPORT-LINE
                    IF PARAMETER-RECORD(1:1) NOT = "*"
                       PERFORM CHECK-PARAMETER-LINE
                    END-IF
                 END-IF
           END-READ.

       CHECK-PARAMETER-LINE.
           MOVE SPACES TO PARAMETER-ERROR.
           INSPECT PARAMETER-RECORD
              CONVERTING LOWER-ALPHA
              TO         UPPER-ALPHA.
           EVALUATE PARAMETER-KEYWORD
              WHEN "FIELD"
                 PERFORM ADD-OUTPUT-FIELD
              WHEN "WHERE"
              WHEN "AND"
              WHEN "OR"
                 PERFORM ADD-CONDITION
              WHEN "SORT"
                 PERFORM SET-SORT-FIELD
              WHEN OTHER
                 MOVE "keyword must be FIELD WHERE AND OR SORT"
                    TO PARAMETER-ERROR
           END-EVALUATE.
           IF PARAMETER-ERROR NOT = SPACES
              ADD 1 TO PARAMETER-ERROR-COUNT
              MOVE SPACES TO REPORT-LINE
              STRING "  *** " DELIMITED BY SIZE
                     PARAMETER-ERROR DELIMITED BY SIZE
                     INTO REPORT-LINE
              WRITE REPORT-RECORD FROM REPORT-LINE
           END-IF.

       ADD-OUTPUT-FIELD.
           MOVE PARAMETER-FIELD TO CHECK-FIELD-NAME.
           EVALUATE TRUE
              WHEN NOT VALID-FIELD-NAME
                 MOVE "unknown field name" TO PARAMETER-ERROR
              WHEN OUTPUT-FIELD-COUNT = 20
                 MOVE "no more than 20 FIELD lines" TO PARAMETER-ERROR
              WHEN OTHER
                 ADD 1 TO OUTPUT-FIELD-COUNT
                 MOVE PARAMETER-FIELD
                    TO OUTPUT-FIELD (OUTPUT-FIELD-COUNT)
           END-EVALUATE.

       SET-SORT-FIELD.
           MOVE PARAMETER-FIELD TO CHECK-FIELD-NAME.
           EVALUATE TRUE
              WHEN NOT VALID-FIELD-NAME
                 MOVE "unknown field name" TO PARAMETER-ERROR
              WHEN SORT-GIVEN
                 MOVE "only one SORT line" TO PARAMETER-ERROR
              WHEN OTHER
                 MOVE "Y" TO SORT-GIVEN-SW
                 MOVE PARAMETER-FIELD TO SORT-FIELD
           END-EVALUATE.

      * WHERE opens the first group, AND adds to the group
      * being built and OR opens the next one.
       ADD-CONDITION.
           MOVE PARAMETER-FIELD TO CHECK-FIELD-NAME.
           MOVE PARAMETER-OPERATOR TO CHECK-OPERATOR.
           EVALUATE TRUE
              WHEN PARAMETER-KEYWORD = "WHERE"
                 AND CONDITION-COUNT > ZEROES
                 MOVE "only one WHERE line - use AND or OR"
                    TO PARAMETER-ERROR
              WHEN PARAMETER-KEYWORD NOT = "WHERE"
                 AND CONDITION-COUNT = ZEROES
                 MOVE "AND/OR before the WHERE line"
                    TO PARAMETER-ERROR
              WHEN CONDITION-COUNT = 30
                 MOVE "no more than 30 conditions"
                    TO PARAMETER-ERROR
              WHEN NOT VALID-FIELD-NAME
                 MOVE "unknown field name" TO PARAMETER-ERROR
              WHEN NOT VALID-OPERATOR
                 MOVE "operator is EQ NE STARTS BLANK NOTBLANK RANGE"
                    TO PARAMETER-ERROR
              WHEN OPERATOR-NEEDS-VALUE
                 AND PARAMETER-VALUE = SPACES
                 MOVE "a value is needed" TO PARAMETER-ERROR
              WHEN CHECK-OPERATOR = "RANGE"
                 AND PARAMETER-HIGH-VALUE = SPACES
                 MOVE "RANGE needs an upper value in column 81"
                    TO PARAMETER-ERROR
              WHEN OTHER
                 PERFORM STORE-CONDITION
           END-EVALUATE.

       STORE-CONDITION.
           IF CHECK-FIELD-NAME = "NUMBER"
              AND OPERATOR-NEEDS-VALUE
              PERFORM NORMALIZE-NUMBER-VALUES
           END-IF.
           IF PARAMETER-ERROR = SPACES
              AND CHECK-OPERATOR = "RANGE"
              AND PARAMETER-VALUE > PARAMETER-HIGH-VALUE
              MOVE "RANGE upper value is below the lower"
                 TO PARAMETER-ERROR
           END-IF.
           IF PARAMETER-ERROR = SPACES
              IF PARAMETER-KEYWORD NOT = "AND"
                 ADD 1 TO GROUP-COUNT
              END-IF
              ADD 1 TO CONDITION-COUNT
              MOVE GROUP-COUNT
                 TO CONDITION-GROUP (CONDITION-COUNT)
              MOVE PARAMETER-FIELD
                 TO CONDITION-FIELD (CONDITION-COUNT)
              MOVE PARAMETER-OPERATOR
                 TO CONDITION-OPERATOR (CONDITION-COUNT)
              MOVE PARAMETER-VALUE
                 TO CONDITION-VALUE (CONDITION-COUNT)
              MOVE PARAMETER-HIGH-VALUE
                 TO CONDITION-HIGH-VALUE (CONDITION-COUNT)
              MOVE ZEROES TO CONDITION-VALUE-LENGTH (CONDITION-COUNT)
              IF PARAMETER-VALUE NOT = SPACES
                 MOVE FUNCTION LENGTH(
                         FUNCTION TRIM(PARAMETER-VALUE TRAILING))
                    TO CONDITION-VALUE-LENGTH (CONDITION-COUNT)
              END-IF
           END-IF.

       NORMALIZE-NUMBER-VALUES.
           MOVE PARAMETER-VALUE TO NUMBER-VALUE.
           PERFORM NORMALIZE-NUMBER-VALUE.
           MOVE NUMBER-VALUE TO PARAMETER-VALUE.
           IF NUMBER-VALUE-OK = "Y"
              AND CHECK-OPERATOR = "RANGE"
              MOVE PARAMETER-HIGH-VALUE TO NUMBER-VALUE
              PERFORM NORMALIZE-NUMBER-VALUE
              MOVE NUMBER-VALUE TO PARAMETER-HIGH-VALUE
           END-IF.
           IF NUMBER-VALUE-OK NOT = "Y"
              MOVE "NUMBER values are up to 5 digits"
                 TO PARAMETER-ERROR
           END-IF.

      * A STARTS value is left as keyed: "12" means numbers
      * beginning 12 in the zero-filled form, as displayed.
       NORMALIZE-NUMBER-VALUE.
           MOVE "N" TO NUMBER-VALUE-OK.
           MOVE FUNCTION LENGTH(FUNCTION TRIM(NUMBER-VALUE TRAILING))
              TO NUMBER-VALUE-LENGTH.
           IF NUMBER-VALUE-LENGTH <= 5
              IF NUMBER-VALUE(1:NUMBER-VALUE-LENGTH) IS NUMERIC
                 MOVE "Y" TO NUMBER-VALUE-OK
                 IF CHECK-OPERATOR NOT = "STARTS"
                    MOVE FUNCTION NUMVAL(NUMBER-VALUE) TO NUMBER-WORK
                    MOVE SPACES TO NUMBER-VALUE
                    MOVE NUMBER-WORK TO NUMBER-VALUE
                 END-IF
              END-IF
           END-IF.

       SET-DEFAULT-FIELDS.
           MOVE "NUMBER"   TO OUTPUT-FIELD (1).
           MOVE "NAME"     TO OUTPUT-FIELD (2).
           MOVE "ADDRESS1" TO OUTPUT-FIELD (3).
           MOVE "ADDRESS2" TO OUTPUT-FIELD (4).
           MOVE "CITY"     TO OUTPUT-FIELD (5).
           MOVE "STATE"    TO OUTPUT-FIELD (6).
           MOVE "POSTCODE" TO OUTPUT-FIELD (7).
           MOVE "EMAIL"    TO OUTPUT-FIELD (8).
           MOVE "PHONE"    TO OUTPUT-FIELD (9).
           MOVE "STATUS"   TO OUTPUT-FIELD (10).
           MOVE 10 TO OUTPUT-FIELD-COUNT.

      ****************************************************
      * The extract. The input side selects customers and
      * releases them keyed on the sort field (in upper
      * case, so "smith" files with "Smith") and customer
      * number; the output side writes the CSV lines.
      ****************************************************
       RUN-THE-QUERY.
           PERFORM CHECK-CUSTOMER-FILE-EXIST.
           OPEN INPUT CUSTOMER-FILE.
           OPEN OUTPUT EXTRACT-FILE.
           PERFORM WRITE-HEADER-ROW.
           SORT SORT-FILE
              ON ASCENDING KEY SORT-KEY
                               SORT-CUSTOMER-NUMBER
              INPUT PROCEDURE IS SELECT-CUSTOMERS
              OUTPUT PROCEDURE IS WRITE-EXTRACT-ROWS.
           CLOSE EXTRACT-FILE.
           CLOSE CUSTOMER-FILE.

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

       SELECT-CUSTOMERS.
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
                 ADD 1 TO READ-COUNT
                 PERFORM SET-RECORD-SELECTED
                 IF RECORD-SELECTED
                    PERFORM RELEASE-SELECTED-CUSTOMER
                 END-IF
           END-READ.

       RELEASE-SELECTED-CUSTOMER.
           MOVE SORT-FIELD TO VALUE-FIELD-NAME.
           PERFORM GET-FIELD-VALUE.
           INSPECT FIELD-VALUE
              CONVERTING LOWER-ALPHA
              TO         UPPER-ALPHA.
           MOVE FIELD-VALUE     TO SORT-KEY.
           MOVE CUSTOMER-NUMBER TO SORT-CUSTOMER-NUMBER.
           MOVE CUSTOMER-RECORD TO SORT-CUSTOMER-IMAGE.
           RELEASE SORT-RECORD.

      ****************************************************
      * Conditions are held in group order. A group holds
      * while every condition in it holds; the customer is
      * selected as soon as one group has held. No
      * conditions at all selects everyone.
      ****************************************************
       SET-RECORD-SELECTED.
           IF CONDITION-COUNT = ZEROES
              MOVE "Y" TO RECORD-SELECTED-SW
           ELSE
              MOVE "N" TO RECORD-SELECTED-SW
              MOVE ZEROES TO CURRENT-GROUP
              MOVE "N" TO GROUP-TRUE-SW
              MOVE 1 TO CONDITION-SUB
              PERFORM TEST-NEXT-CONDITION
                 UNTIL CONDITION-SUB > CONDITION-COUNT
                 OR    RECORD-SELECTED
              IF GROUP-TRUE
                 MOVE "Y" TO RECORD-SELECTED-SW
              END-IF
           END-IF.

       TEST-NEXT-CONDITION.
           IF CONDITION-GROUP (CONDITION-SUB) NOT = CURRENT-GROUP
              IF GROUP-TRUE
                 MOVE "Y" TO RECORD-SELECTED-SW
              END-IF
              MOVE CONDITION-GROUP (CONDITION-SUB) TO CURRENT-GROUP
              MOVE "Y" TO GROUP-TRUE-SW
           END-IF.
           IF GROUP-TRUE
              AND NOT RECORD-SELECTED
              PERFORM TEST-ONE-CONDITION
              IF NOT CONDITION-TRUE
                 MOVE "N" TO GROUP-TRUE-SW
              END-IF
           END-IF.
           ADD 1 TO CONDITION-SUB.

       TEST-ONE-CONDITION.
           MOVE CONDITION-FIELD (CONDITION-SUB) TO VALUE-FIELD-NAME.
           PERFORM GET-FIELD-VALUE.
           INSPECT FIELD-VALUE
              CONVERTING LOWER-ALPHA
              TO         UPPER-ALPHA.
           MOVE "N" TO CONDITION-TRUE-SW.
           EVALUATE CONDITION-OPERATOR (CONDITION-SUB)
              WHEN "EQ"
                 IF FIELD-VALUE = CONDITION-VALUE (CONDITION-SUB)
                    MOVE "Y" TO CONDITION-TRUE-SW
                 END-IF
              WHEN "NE"
                 IF FIELD-VALUE NOT = CONDITION-VALUE (CONDITION-SUB)
                    MOVE "Y" TO CONDITION-TRUE-SW
                 END-IF
              WHEN "STARTS"
                 MOVE CONDITION-VALUE-LENGTH (CONDITION-SUB)
                    TO VALUE-LENGTH
                 IF FIELD-VALUE(1:VALUE-LENGTH) =
                    CONDITION-VALUE (CONDITION-SUB)(1:VALUE-LENGTH)
                    MOVE "Y" TO CONDITION-TRUE-SW
                 END-IF
              WHEN "BLANK"
                 IF FIELD-VALUE = SPACES
                    MOVE "Y" TO CONDITION-TRUE-SW
                 END-IF
              WHEN "NOTBLANK"
                 IF FIELD-VALUE NOT = SPACES
                    MOVE "Y" TO CONDITION-TRUE-SW
                 END-IF
              WHEN "RANGE"
                 IF FIELD-VALUE >= CONDITION-VALUE (CONDITION-SUB)
                    AND FIELD-VALUE <=
                        CONDITION-HIGH-VALUE (CONDITION-SUB)
                    MOVE "Y" TO CONDITION-TRUE-SW
                 END-IF
           END-EVALUATE.

       GET-FIELD-VALUE.
           MOVE SPACES TO FIELD-VALUE.
           EVALUATE VALUE-FIELD-NAME
              WHEN "NUMBER"
                 MOVE CUSTOMER-NUMBER    TO FIELD-VALUE
              WHEN "NAME"
                 MOVE CUSTOMER-NAME      TO FIELD-VALUE
              WHEN "ADDRESS1"
                 MOVE CUSTOMER-ADDRESS-1 TO FIELD-VALUE
              WHEN "ADDRESS2"
                 MOVE CUSTOMER-ADDRESS-2 TO FIELD-VALUE
              WHEN "CITY"
                 MOVE CUSTOMER-CITY      TO FIELD-VALUE
              WHEN "STATE"
                 MOVE CUSTOMER-STATE     TO FIELD-VALUE
              WHEN "POSTCODE"
                 MOVE CUSTOMER-POSTCODE  TO FIELD-VALUE
              WHEN "EMAIL"
                 MOVE CUSTOMER-EMAIL     TO FIELD-VALUE
              WHEN "PHONE"
                 MOVE CUSTOMER-PHONE     TO FIELD-VALUE
              WHEN "STATUS"
                 MOVE CUSTOMER-STATUS    TO FIELD-VALUE
           END-EVALUATE.

      ****************************************************
      * CSV output
      ****************************************************
       WRITE-HEADER-ROW.
           MOVE SPACES TO CSV-LINE.
           MOVE 1 TO CSV-POINTER.
           MOVE 1 TO OUTPUT-FIELD-SUB.
           PERFORM ADD-HEADER-NAME
              UNTIL OUTPUT-FIELD-SUB > OUTPUT-FIELD-COUNT.
           WRITE EXTRACT-RECORD FROM CSV-LINE.

       ADD-HEADER-NAME.
           IF OUTPUT-FIELD-SUB > 1
              STRING "," DELIMITED BY SIZE
                     INTO CSV-LINE WITH POINTER CSV-POINTER
           END-IF.
           STRING OUTPUT-FIELD (OUTPUT-FIELD-SUB) DELIMITED BY SPACE
                  INTO CSV-LINE WITH POINTER CSV-POINTER.
           ADD 1 TO OUTPUT-FIELD-SUB.

       WRITE-EXTRACT-ROWS.
           PERFORM RETURN-SELECTED-CUSTOMER
              UNTIL SORT-EOF.

       RETURN-SELECTED-CUSTOMER.
           RETURN SORT-FILE
              AT END
                 MOVE "Y" TO SORT-EOF-SW
              NOT AT END
                 MOVE SORT-CUSTOMER-IMAGE TO CUSTOMER-RECORD
                 PERFORM BUILD-CSV-LINE
                 WRITE EXTRACT-RECORD FROM CSV-LINE
                 ADD 1 TO SELECTED-COUNT
           END-RETURN.

       BUILD-CSV-LINE.
           MOVE SPACES TO CSV-LINE.
           MOVE 1 TO CSV-POINTER.
           MOVE 1 TO OUTPUT-FIELD-SUB.
           PERFORM ADD-CSV-FIELD
              UNTIL OUTPUT-FIELD-SUB > OUTPUT-FIELD-COUNT.

       ADD-CSV-FIELD.
           IF OUTPUT-FIELD-SUB > 1
              STRING "," DELIMITED BY SIZE
                     INTO CSV-LINE WITH POINTER CSV-POINTER
           END-IF.
           MOVE OUTPUT-FIELD (OUTPUT-FIELD-SUB) TO VALUE-FIELD-NAME.
           PERFORM GET-FIELD-VALUE.
           IF FIELD-VALUE NOT = SPACES
              PERFORM ADD-CSV-VALUE
           END-IF.
           ADD 1 TO OUTPUT-FIELD-SUB.

      * Trailing spaces are dropped. A value with a comma or
      * a double quote in it goes out in double quotes,
      * each quote inside doubled, so a spreadsheet reads
      * "Smith, Jones & Co" as one column.
       ADD-CSV-VALUE.
           MOVE FUNCTION LENGTH(FUNCTION TRIM(FIELD-VALUE TRAILING))
              TO VALUE-LENGTH.
           MOVE ZEROES TO QUOTING-TALLY.
           INSPECT FIELD-VALUE TALLYING QUOTING-TALLY
              FOR ALL "," ALL QUOTE-MARK.
           IF QUOTING-TALLY = ZEROES
              STRING FIELD-VALUE(1:VALUE-LENGTH) DELIMITED BY SIZE
                     INTO CSV-LINE WITH POINTER CSV-POINTER
           ELSE
              STRING QUOTE-MARK DELIMITED BY SIZE
                     INTO CSV-LINE WITH POINTER CSV-POINTER
              MOVE 1 TO CHARACTER-SUB
              PERFORM COPY-QUOTED-CHARACTER
                 UNTIL CHARACTER-SUB > VALUE-LENGTH
              STRING QUOTE-MARK DELIMITED BY SIZE
                     INTO CSV-LINE WITH POINTER CSV-POINTER
           END-IF.

       COPY-QUOTED-CHARACTER.
           IF FIELD-VALUE(CHARACTER-SUB:1) = QUOTE-MARK
              STRING QUOTE-MARK QUOTE-MARK DELIMITED BY SIZE
                     INTO CSV-LINE WITH POINTER CSV-POINTER
           ELSE
              STRING FIELD-VALUE(CHARACTER-SUB:1) DELIMITED BY SIZE
                     INTO CSV-LINE WITH POINTER CSV-POINTER
           END-IF.
           ADD 1 TO CHARACTER-SUB.

      ****************************************************
      * Control report trailer
      ****************************************************
       PRINT-REPORT-TRAILER.
           MOVE ALL "-" TO REPORT-LINE.
           WRITE REPORT-RECORD FROM REPORT-LINE.
           IF PARAMETER-ERROR-COUNT > ZEROES
              MOVE SPACES TO REPORT-LINE
              STRING "*** " DELIMITED BY SIZE
                     PARAMETER-ERROR-COUNT DELIMITED BY SIZE
                     " parameter error(s) - no extract written ***"
                        DELIMITED BY SIZE
                     INTO REPORT-LINE
              WRITE REPORT-RECORD FROM REPORT-LINE
           ELSE
              MOVE SPACES TO REPORT-LINE
              STRING "Fields output:     " DELIMITED BY SIZE
                     OUTPUT-FIELD-COUNT DELIMITED BY SIZE
                     INTO REPORT-LINE
              WRITE REPORT-RECORD FROM REPORT-LINE
              MOVE SPACES TO REPORT-LINE
              IF CONDITION-COUNT = ZEROES
                 MOVE "Conditions:        none - every customer"
                    TO REPORT-LINE
              ELSE
                 STRING "Conditions:        " DELIMITED BY SIZE
                        CONDITION-COUNT DELIMITED BY SIZE
                        " in " DELIMITED BY SIZE
                        GROUP-COUNT DELIMITED BY SIZE
                        " OR group(s)" DELIMITED BY SIZE
                        INTO REPORT-LINE
              END-IF
              WRITE REPORT-RECORD FROM REPORT-LINE
              MOVE SPACES TO REPORT-LINE
              STRING "Sorted on:         " DELIMITED BY SIZE
                     SORT-FIELD DELIMITED BY SPACE
                     INTO REPORT-LINE
              WRITE REPORT-RECORD FROM REPORT-LINE
              MOVE SPACES TO REPORT-LINE
              STRING "Records read:      " DELIMITED BY SIZE
                     READ-COUNT DELIMITED BY SIZE
                     INTO REPORT-LINE
              WRITE REPORT-RECORD FROM REPORT-LINE
              MOVE SPACES TO REPORT-LINE
              STRING "Records selected:  " DELIMITED BY SIZE
                     SELECTED-COUNT DELIMITED BY SIZE
                     INTO REPORT-LINE
              WRITE REPORT-RECORD FROM REPORT-LINE
              MOVE SPACES TO REPORT-LINE
              STRING "Extract file:      " DELIMITED BY SIZE
                     EXTRACT-FILENAME DELIMITED BY SPACE
                     INTO REPORT-LINE
              WRITE REPORT-RECORD FROM REPORT-LINE
           END-IF.
