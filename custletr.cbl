       IDENTIFICATION DIVISION.
       PROGRAM-ID. CUSTLETR.
      ****************************************************
      * Form letters for the day's customer events. Run
      * with the business date on the command line:
      *    custletr [date-YYYYMMDD]     (default today)
      *
      * Reads the audit trail for that date (the current
      * custaudit.dat plus any dated archives that could
      * hold it) and writes a letter for each of these
      * events, merged from one text template per event:
      *    Welcome    "add" or "xferadd"    custwelc.tpl
      *    Inactive   CUSTDORM "inactivate" custinac.tpl
      *    Closure    status set to CLOSED  custclos.tpl
      *    Merge      duplicate closed by   custmerg.tpl
      *               a merge
      * A template is plain text, up to 60 lines of 80
      * characters. These placeholders are replaced by the
      * customer's details wherever they appear:
      *    &NAME  &ADDRESS1  &ADDRESS2  &CITY  &STATE
      *    &POSTCODE  &NUMBER  &DATE  &SURVIVOR
      * &DATE is the run date written out ("15 October
      * 2026") and &SURVIVOR the customer number a merged
      * duplicate was merged into. A line that held
      * placeholders and comes out blank (usually an empty
      * second address line) is left out of the letter.
      *
      * The name and address come from CUSTOMER-FILE as it
      * stands now - or from the audit image if the
      * customer has gone - with the mailing address in
      * effect on the run date from custaddr.dat taking
      * the place of the record's own, as on CUSTLABL.
      * Letters go to custletr.prt, each starting on a new
      * page, and each one sent leaves a contact note on
      * custnote.dat ("Welcome letter sent 20261015.").
      * A customer already holding that note gets no
      * second copy, so the run can be repeated safely.
      *
      * custletr.lst lists every customer skipped because
      * the name, first address line, city or postcode is
      * blank, and every customer held back because they
      * have opted out of post or asked not to be
      * contacted on custpref.dat, then the letters
      * produced, skipped and held back per template. A
      * missing or empty template is listed and its
      * letters are not produced; the run then ends with
      * return code 8. A file that will not open is
      * displayed with its status and the run stops with
      * return code 8 before any letter is written.
      ***************************************************
       ENVIRONMENT DIVISION.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.

           COPY "CUSTFC.CBL".

           COPY "ADDRFC.CBL".

           COPY "PREFFC.CBL".

           COPY "NOTEFC.CBL".

           SELECT AUDIT-FILE
              ASSIGN TO AUDIT-FILE-NAME
              ORGANIZATION IS SEQUENTIAL
              FILE STATUS IS AUDIT-FILE-STATUS.

           SELECT INDEX-FILE
              ASSIGN TO "custaudit.idx"
              ORGANIZATION IS LINE SEQUENTIAL
              FILE STATUS IS INDEX-FILE-STATUS.

           SELECT TEMPLATE-FILE
              ASSIGN TO TEMPLATE-FILE-NAME
              ORGANIZATION IS LINE SEQUENTIAL
              FILE STATUS IS TEMPLATE-FILE-STATUS.

           SELECT LETTER-FILE
              ASSIGN TO "custletr.prt"
              ORGANIZATION IS LINE SEQUENTIAL
              FILE STATUS IS LETTER-FILE-STATUS.

           SELECT REPORT-FILE
              ASSIGN TO "custletr.lst"
              ORGANIZATION IS LINE SEQUENTIAL
              FILE STATUS IS REPORT-FILE-STATUS.

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

       FD  NOTE-FILE
           LABEL RECORDS ARE STANDARD.
           COPY "NOTEREC.CBL".

       FD  AUDIT-FILE
           LABEL RECORDS ARE STANDARD.
           COPY "AUDITREC.CBL".

       FD  INDEX-FILE
           LABEL RECORDS ARE OMITTED.
           COPY "INDEXREC.CBL".

       FD  TEMPLATE-FILE
           LABEL RECORDS ARE OMITTED.
       01  TEMPLATE-RECORD                     PIC X(80).

       FD  LETTER-FILE
           LABEL RECORDS ARE OMITTED.
       01  LETTER-RECORD                       PIC X(100).

       FD  REPORT-FILE
           LABEL RECORDS ARE OMITTED.
       01  REPORT-RECORD                       PIC X(100).

       WORKING-STORAGE SECTION.

       77  CUSTOMER-FILE-STATUS                PIC X(02).
       77  PREFERENCE-FILE-STATUS              PIC X(02).
       77  NOTE-FILE-STATUS                    PIC X(02).
       77  AUDIT-FILE-STATUS                   PIC X(02).
       77  AUDIT-FILE-NAME                     PIC X(40).
       77  INDEX-FILE-STATUS                   PIC X(02).
       77  TEMPLATE-FILE-STATUS                PIC X(02).
       77  TEMPLATE-FILE-NAME                  PIC X(40).
       77  LETTER-FILE-STATUS                  PIC X(02).
       77  REPORT-FILE-STATUS                  PIC X(02).
       77  FILE-ERROR-SW                       PIC X(01) VALUE "N".
           88  FILE-ERROR                      VALUE "Y".
       77  FILE-ERROR-NAME                     PIC X(40).
       77  FILE-ERROR-STATUS                   PIC X(02).

       77  ARG-COUNT                           PIC 9(02).
       77  ARG-INDEX                           PIC 9(02).
       77  ARG-VALUE                           PIC X(40).
       77  BAD-PARAMETER-SW                    PIC X(01) VALUE "N".
           88  BAD-PARAMETER                   VALUE "Y".

       77  LETTER-DATE                         PIC X(08).
       77  LETTER-DATE-TEXT                    PIC X(20).
       77  MONTH-SUB                           PIC 9(02).
       77  DAY-OF-MONTH                        PIC Z9.

       01  MONTH-NAME-VALUES.
           05  FILLER                          PIC X(09)
               VALUE "January".
           05  FILLER                          PIC X(09)
               VALUE "February".
           05  FILLER                          PIC X(09) VALUE "March".
           05  FILLER                          PIC X(09) VALUE "April".
           05  FILLER                          PIC X(09) VALUE "May".
           05  FILLER                          PIC X(09) VALUE "June".
           05  FILLER                          PIC X(09) VALUE "July".
           05  FILLER                          PIC X(09)
               VALUE "August".
           05  FILLER                          PIC X(09)
               VALUE "September".
           05  FILLER                          PIC X(09)
               VALUE "October".
           05  FILLER                          PIC X(09)
               VALUE "November".
           05  FILLER                          PIC X(09)
               VALUE "December".
       01  MONTH-NAME-TABLE REDEFINES MONTH-NAME-VALUES.
           05  MONTH-NAME OCCURS 12 TIMES      PIC X(09).

       77  AUDIT-EOF-SW                        PIC X(01) VALUE "N".
           88  AUDIT-EOF                       VALUE "Y".
       77  INDEX-EOF-SW                        PIC X(01) VALUE "N".
           88  INDEX-EOF                       VALUE "Y".
       77  TEMPLATE-EOF-SW                     PIC X(01) VALUE "N".
           88  TEMPLATE-EOF                    VALUE "Y".

       77  ARCHIVE-DATE-COUNT                  PIC 9(03) VALUE 0.
       77  ARCHIVE-DATE-SUB                    PIC 9(03).
       01  ARCHIVE-DATE-TABLE.
      * The archive dates listed in custaudit.idx.
           05  ARCHIVE-DATE OCCURS 401 TIMES  PIC X(08).

      ****************************************************
      * The four letters. LETTER-TYPE is the subscript
      * into every per-letter table below.
      ****************************************************
       77  LETTER-TYPE                         PIC 9(01).
           88  NO-LETTER                       VALUE 0.
           88  WELCOME-LETTER                  VALUE 1.
           88  INACTIVE-LETTER                 VALUE 2.
           88  CLOSURE-LETTER                  VALUE 3.
           88  MERGE-LETTER                    VALUE 4.

       01  LETTER-NAME-VALUES.
           05  FILLER                          PIC X(12)
               VALUE "custwelc.tpl".
           05  FILLER                          PIC X(20)
               VALUE "Welcome".
           05  FILLER                          PIC X(12)
               VALUE "custinac.tpl".
           05  FILLER                          PIC X(20)
               VALUE "Inactive notice".
           05  FILLER                          PIC X(12)
               VALUE "custclos.tpl".
           05  FILLER                          PIC X(20)
               VALUE "Closure".
           05  FILLER                          PIC X(12)
               VALUE "custmerg.tpl".
           05  FILLER                          PIC X(20)
               VALUE "Merge".
       01  LETTER-NAME-TABLE REDEFINES LETTER-NAME-VALUES.
           05  LETTER-NAME-ENTRY OCCURS 4 TIMES.
               10  LETTER-TEMPLATE-NAME        PIC X(12).
               10  LETTER-TITLE                PIC X(20).

       01  LETTER-COUNT-TABLE.
           05  LETTER-COUNT-ENTRY OCCURS 4 TIMES.
               10  EVENT-COUNT                 PIC 9(07).
               10  LETTER-COUNT                PIC 9(07).
               10  SKIPPED-COUNT               PIC 9(07).
               10  HELD-BACK-COUNT             PIC 9(07).
               10  ALREADY-SENT-COUNT          PIC 9(07).
               10  NO-TEMPLATE-COUNT           PIC 9(07).

      * Each template is read once at the start and merged
      * from the table for every letter of its type.
       77  TEMPLATE-LINE-SUB                   PIC 9(02).
       77  TEMPLATE-MISSING-COUNT              PIC 9(01) VALUE 0.
       01  TEMPLATE-TABLE.
           05  TEMPLATE-ENTRY OCCURS 4 TIMES.
               10  TEMPLATE-LINE-COUNT         PIC 9(02).
               10  TEMPLATE-TRUNCATED-SW       PIC X(01).
               10  TEMPLATE-LINE OCCURS 60 TIMES
                                               PIC X(80).

      ****************************************************
      * Placeholders and what each one stands for in the
      * letter being merged.
      ****************************************************
       77  PLACEHOLDER-SUB                     PIC 9(02).
       77  PLACEHOLDER-FOUND-SW                PIC X(01).
           88  PLACEHOLDER-FOUND               VALUE "Y".
       01  PLACEHOLDER-VALUES.
           05  FILLER                          PIC X(10)
               VALUE "&NAME".
           05  FILLER                          PIC 9(02) VALUE 5.
           05  FILLER                          PIC X(10)
               VALUE "&ADDRESS1".
           05  FILLER                          PIC 9(02) VALUE 9.
           05  FILLER                          PIC X(10)
               VALUE "&ADDRESS2".
           05  FILLER                          PIC 9(02) VALUE 9.
           05  FILLER                          PIC X(10)
               VALUE "&CITY".
           05  FILLER                          PIC 9(02) VALUE 5.
           05  FILLER                          PIC X(10)
               VALUE "&STATE".
           05  FILLER                          PIC 9(02) VALUE 6.
           05  FILLER                          PIC X(10)
               VALUE "&POSTCODE".
           05  FILLER                          PIC 9(02) VALUE 9.
           05  FILLER                          PIC X(10)
               VALUE "&NUMBER".
           05  FILLER                          PIC 9(02) VALUE 7.
           05  FILLER                          PIC X(10)
               VALUE "&DATE".
           05  FILLER                          PIC 9(02) VALUE 5.
           05  FILLER                          PIC X(10)
               VALUE "&SURVIVOR".
           05  FILLER                          PIC 9(02) VALUE 9.
       01  PLACEHOLDER-TABLE REDEFINES PLACEHOLDER-VALUES.
           05  PLACEHOLDER-ENTRY OCCURS 9 TIMES.
               10  PLACEHOLDER-NAME            PIC X(10).
               10  PLACEHOLDER-LENGTH          PIC 9(02).
       01  PLACEHOLDER-TEXT-TABLE.
           05  PLACEHOLDER-TEXT OCCURS 9 TIMES PIC X(50).

       77  TEMPLATE-POSITION                   PIC 9(03).
       77  MERGED-POINTER                      PIC 9(03).
       77  MERGED-LINE                         PIC X(100).
       77  LINE-HAD-PLACEHOLDER-SW             PIC X(01).
           88  LINE-HAD-PLACEHOLDER            VALUE "Y".
       77  NEW-PAGE-SW                         PIC X(01).
           88  NEW-PAGE-DUE                    VALUE "Y".

      ****************************************************
      * The customer the current letter is for
      ****************************************************
       77  RECORD-FOUND                        PIC X(01).
       77  MERGE-SURVIVOR-NUMBER               PIC 9(05) VALUE 0.
       77  SKIP-REASON                         PIC X(30).
       77  POST-SUPPRESSED-SW                  PIC X(01).
           88  POST-SUPPRESSED                 VALUE "Y".
       77  LETTER-NOTE-TEXT                    PIC X(70).
       77  ALREADY-SENT-SW                     PIC X(01).
           88  ALREADY-SENT                    VALUE "Y".
       77  LAST-NOTE-SEQUENCE                  PIC 9(05).
       77  NOTE-SCAN-DONE-SW                   PIC X(01).
       77  NOTE-ERROR-COUNT                    PIC 9(07) VALUE 0.

      ****************************************************
      * Mailing address in effect on the run date
      ****************************************************
       77  ADDRESS-FILE-STATUS                 PIC X(02).
       77  ADDRESS-SCAN-DONE-SW                PIC X(01).
       77  ADDRESS-LOOKUP-TYPE                 PIC X(01).
       77  ADDRESS-LOOKUP-DATE                 PIC X(08).
       77  ADDRESS-IN-EFFECT-SW                PIC X(01).
           88  ADDRESS-IN-EFFECT               VALUE "Y".
       01  EFFECTIVE-ADDRESS.
           05  EFFECTIVE-LINE-1                PIC X(50).
           05  EFFECTIVE-LINE-2                PIC X(50).
           05  EFFECTIVE-CITY                  PIC X(30).
           05  EFFECTIVE-STATE                 PIC X(30).
           05  EFFECTIVE-POSTCODE              PIC X(05).

       77  TOTAL-LETTERS                       PIC 9(07) VALUE 0.
       77  TOTAL-SKIPPED                       PIC 9(07) VALUE 0.
       77  TOTAL-HELD-BACK                     PIC 9(07) VALUE 0.
       77  COUNT-DISPLAY                       PIC ZZZ,ZZ9.
       77  REPORT-LINE                         PIC X(100).

       01  TOTAL-HEADING-LINE.
           05  FILLER                          PIC X(30)
               VALUE "Letter             Template".
           05  FILLER                          PIC X(35)
               VALUE "  Events  Letters  Skipped     Held".
           05  FILLER                          PIC X(20)
               VALUE "   Before".

       01  TOTAL-LINE.
           05  TOTAL-TITLE                     PIC X(16).
           05  FILLER                          PIC X(03).
           05  TOTAL-TEMPLATE-NAME             PIC X(12).
           05  TOTAL-EVENTS                    PIC ZZZ,ZZ9.
           05  FILLER                          PIC X(02).
           05  TOTAL-LETTERS-OUT               PIC ZZZ,ZZ9.
           05  FILLER                          PIC X(02).
           05  TOTAL-SKIPPED-OUT               PIC ZZZ,ZZ9.
           05  FILLER                          PIC X(02).
           05  TOTAL-HELD-OUT                  PIC ZZZ,ZZ9.
           05  FILLER                          PIC X(02).
           05  TOTAL-BEFORE-OUT                PIC ZZZ,ZZ9.

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
           IF BAD-PARAMETER
              DISPLAY "Usage: custletr [date-YYYYMMDD]"
              MOVE 8 TO RETURN-CODE
           ELSE
              PERFORM OPENING-PROCEDURE
              IF NOT FILE-ERROR
                 PERFORM MAIN-PROCESS
                 PERFORM CLOSING-PROCEDURE
              ELSE
                 DISPLAY "CUSTLETR stopped - no letters written."
              END-IF
              EVALUATE TRUE
                 WHEN FILE-ERROR
                 WHEN TEMPLATE-MISSING-COUNT > ZEROES
                 WHEN NOTE-ERROR-COUNT > ZEROES
                    MOVE 8 TO RETURN-CODE
                 WHEN OTHER
                    MOVE ZEROES TO RETURN-CODE
              END-EVALUATE
           END-IF.
           STOP RUN.

       GET-PARAMETERS.
           MOVE FUNCTION CURRENT-DATE(1:8) TO LETTER-DATE.
           ACCEPT ARG-COUNT FROM ARGUMENT-NUMBER.
           IF ARG-COUNT >= 1
              MOVE 1 TO ARG-INDEX
              DISPLAY ARG-INDEX UPON ARGUMENT-NUMBER
              MOVE SPACES TO ARG-VALUE
              ACCEPT ARG-VALUE FROM ARGUMENT-VALUE
              IF ARG-VALUE(1:8) IS NUMERIC
                 MOVE ARG-VALUE(1:8) TO LETTER-DATE
              ELSE
                 MOVE "Y" TO BAD-PARAMETER-SW
              END-IF
           END-IF.
           IF NOT BAD-PARAMETER
              MOVE LETTER-DATE(5:2) TO MONTH-SUB
              IF MONTH-SUB < 1 OR MONTH-SUB > 12
                 MOVE "Y" TO BAD-PARAMETER-SW
              END-IF
           END-IF.

       OPENING-PROCEDURE.
           PERFORM CHECK-CUSTOMER-FILE-EXIST.
           PERFORM CHECK-ADDRESS-FILE-EXIST.
           PERFORM CHECK-PREFERENCE-FILE-EXIST.
           PERFORM CHECK-NOTE-FILE-EXIST.
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
           OPEN I-O NOTE-FILE.
           IF NOTE-FILE-STATUS NOT = "00"
              MOVE "custnote.dat" TO FILE-ERROR-NAME
              MOVE NOTE-FILE-STATUS TO FILE-ERROR-STATUS
              PERFORM REPORT-FILE-ERROR
           END-IF.
           OPEN OUTPUT LETTER-FILE.
           IF LETTER-FILE-STATUS NOT = "00"
              MOVE "custletr.prt" TO FILE-ERROR-NAME
              MOVE LETTER-FILE-STATUS TO FILE-ERROR-STATUS
              PERFORM REPORT-FILE-ERROR
           END-IF.
           OPEN OUTPUT REPORT-FILE.
           IF REPORT-FILE-STATUS NOT = "00"
              MOVE "custletr.lst" TO FILE-ERROR-NAME
              MOVE REPORT-FILE-STATUS TO FILE-ERROR-STATUS
              PERFORM REPORT-FILE-ERROR
           END-IF.
           IF NOT FILE-ERROR
              PERFORM SET-LETTER-DATE-TEXT
              PERFORM PRINT-RUN-HEADING
              INITIALIZE LETTER-COUNT-TABLE
              MOVE 1 TO LETTER-TYPE
              PERFORM LOAD-ONE-TEMPLATE
                 UNTIL LETTER-TYPE > 4
           END-IF.

       REPORT-FILE-ERROR.
           DISPLAY "Error on " FILE-ERROR-NAME
              " - file status " FILE-ERROR-STATUS.
           MOVE "Y" TO FILE-ERROR-SW.

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

       CHECK-NOTE-FILE-EXIST.
           MOVE "custnote.dat" TO INPUT-FILE.
           MOVE ZEROES TO RETURN-CODE.
           CALL "CBL_CHECK_FILE_EXIST"
              USING INPUT-FILE
                    FILE-INFO
              RETURNING RETURN-STATUS.
           IF RETURN-STATUS NOT = 0
              OPEN OUTPUT NOTE-FILE
              CLOSE NOTE-FILE
           END-IF.

      * "15 October 2026" for the &DATE placeholder.
       SET-LETTER-DATE-TEXT.
           MOVE LETTER-DATE(7:2) TO DAY-OF-MONTH.
           MOVE SPACES TO LETTER-DATE-TEXT.
           STRING DAY-OF-MONTH DELIMITED BY SIZE
                  " "          DELIMITED BY SIZE
                  MONTH-NAME (MONTH-SUB) DELIMITED BY SPACE
                  " "          DELIMITED BY SIZE
                  LETTER-DATE(1:4) DELIMITED BY SIZE
                  INTO LETTER-DATE-TEXT.
           IF LETTER-DATE-TEXT(1:1) = SPACE
              MOVE LETTER-DATE-TEXT(2:19) TO LETTER-DATE-TEXT
           END-IF.

       PRINT-RUN-HEADING.
           MOVE SPACES TO REPORT-LINE.
           STRING "CUSTLETR Form Letters - " DELIMITED BY SIZE
                  LETTER-DATE DELIMITED BY SIZE
                  INTO REPORT-LINE.
           WRITE REPORT-RECORD FROM REPORT-LINE.
           MOVE ALL "-" TO REPORT-LINE.
           WRITE REPORT-RECORD FROM REPORT-LINE.

      ****************************************************
      * Templates. A template that cannot be read, or has
      * no lines, is listed and its letters are held
      * back; more than 60 lines are listed and cut off.
      ****************************************************
       LOAD-ONE-TEMPLATE.
           MOVE ZEROES TO TEMPLATE-LINE-COUNT (LETTER-TYPE).
           MOVE "N" TO TEMPLATE-TRUNCATED-SW (LETTER-TYPE).
           MOVE SPACES TO TEMPLATE-FILE-NAME.
           MOVE LETTER-TEMPLATE-NAME (LETTER-TYPE)
              TO TEMPLATE-FILE-NAME.
           MOVE "N" TO TEMPLATE-EOF-SW.
           OPEN INPUT TEMPLATE-FILE.
           IF TEMPLATE-FILE-STATUS = "00"
              PERFORM READ-TEMPLATE-LINE
                 UNTIL TEMPLATE-EOF
              CLOSE TEMPLATE-FILE
           END-IF.
           IF TEMPLATE-LINE-COUNT (LETTER-TYPE) = ZEROES
              ADD 1 TO TEMPLATE-MISSING-COUNT
              MOVE SPACES TO REPORT-LINE
              STRING "*** Template " DELIMITED BY SIZE
                     TEMPLATE-FILE-NAME DELIMITED BY SPACE
                     " is missing or empty - no "
                        DELIMITED BY SIZE
                     LETTER-TITLE (LETTER-TYPE)
                        DELIMITED BY "  "
                     " letters will be produced."
                        DELIMITED BY SIZE
                     INTO REPORT-LINE
              WRITE REPORT-RECORD FROM REPORT-LINE
           END-IF.
           IF TEMPLATE-TRUNCATED-SW (LETTER-TYPE) = "Y"
              MOVE SPACES TO REPORT-LINE
              STRING "*** Template " DELIMITED BY SIZE
                     TEMPLATE-FILE-NAME DELIMITED BY SPACE
                     " is over 60 lines - the rest is ignored."
                        DELIMITED BY SIZE
                     INTO REPORT-LINE
              WRITE REPORT-RECORD FROM REPORT-LINE
           END-IF.
           ADD 1 TO LETTER-TYPE.

       READ-TEMPLATE-LINE.
           READ TEMPLATE-FILE
              AT END
                 MOVE "Y" TO TEMPLATE-EOF-SW
              NOT AT END
                 IF TEMPLATE-LINE-COUNT (LETTER-TYPE) < 60
                    ADD 1 TO TEMPLATE-LINE-COUNT (LETTER-TYPE)
                    MOVE TEMPLATE-RECORD
                       TO TEMPLATE-LINE (LETTER-TYPE,
                          TEMPLATE-LINE-COUNT (LETTER-TYPE))
                 ELSE
                    MOVE "Y" TO TEMPLATE-TRUNCATED-SW (LETTER-TYPE)
                 END-IF
           END-READ.

      ****************************************************
      * One pass over the audit trail: archives that could
      * hold the run date, then the current file, writing
      * each letter as its event is met.
      ****************************************************
       MAIN-PROCESS.
           PERFORM LOAD-ARCHIVE-INDEX.
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

       SCAN-ONE-ARCHIVE.
           IF ARCHIVE-DATE (ARCHIVE-DATE-SUB) >= LETTER-DATE
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
              PERFORM READ-AUDIT-FOR-LETTERS
                 UNTIL AUDIT-EOF
              CLOSE AUDIT-FILE
           ELSE
              DISPLAY "Warning: cannot open " AUDIT-FILE-NAME
           END-IF.

       READ-AUDIT-FOR-LETTERS.
           READ AUDIT-FILE
              AT END
                 MOVE "Y" TO AUDIT-EOF-SW
              NOT AT END
                 IF AUDIT-TIMESTAMP(1:8) = LETTER-DATE
                    PERFORM SET-LETTER-TYPE
                    IF NOT NO-LETTER
                       PERFORM HANDLE-LETTER-EVENT
                    END-IF
                 END-IF
           END-READ.

      * A merge writes the survivor's "merge" record first
      * (status unchanged), then the duplicate's (status
      * set to CLOSED), so the survivor is always the one
      * just before. A duplicate closed by a merge gets the
      * merge letter, not the closure letter as well.
       SET-LETTER-TYPE.
           MOVE ZEROES TO LETTER-TYPE.
           EVALUATE AUDIT-ACTION
              WHEN "add"
              WHEN "xferadd"
                 SET WELCOME-LETTER TO TRUE
              WHEN "inactivate"
                 IF AUDIT-OPERATOR = "CUSTDORM"
                    SET INACTIVE-LETTER TO TRUE
                 END-IF
              WHEN "merge"
                 IF AUDIT-AFTER-CLOSED
                    AND NOT AUDIT-BEFORE-CLOSED
                    SET MERGE-LETTER TO TRUE
                 ELSE
                    MOVE AUDIT-CUSTOMER-NUMBER
                       TO MERGE-SURVIVOR-NUMBER
                 END-IF
              WHEN "change"
              WHEN "close"
              WHEN "masschange"
              WHEN "xferupd"
                 IF AUDIT-AFTER-CLOSED
                    AND NOT AUDIT-BEFORE-CLOSED
                    SET CLOSURE-LETTER TO TRUE
                 END-IF
           END-EVALUATE.

       HANDLE-LETTER-EVENT.
           ADD 1 TO EVENT-COUNT (LETTER-TYPE).
           PERFORM READ-LETTER-CUSTOMER.
           PERFORM BUILD-LETTER-NOTE-TEXT.
           PERFORM CHECK-LETTER-ALREADY-SENT.
           EVALUATE TRUE
              WHEN TEMPLATE-LINE-COUNT (LETTER-TYPE) = ZEROES
                 ADD 1 TO NO-TEMPLATE-COUNT (LETTER-TYPE)
              WHEN ALREADY-SENT
                 ADD 1 TO ALREADY-SENT-COUNT (LETTER-TYPE)
              WHEN OTHER
                 PERFORM CHECK-POST-PREFERENCE
                 PERFORM CHECK-LETTER-ADDRESS
                 EVALUATE TRUE
                    WHEN POST-SUPPRESSED
                       ADD 1 TO HELD-BACK-COUNT (LETTER-TYPE)
                       ADD 1 TO TOTAL-HELD-BACK
                       MOVE "opted out of post" TO SKIP-REASON
                       PERFORM PRINT-SKIPPED-CUSTOMER
                    WHEN SKIP-REASON NOT = SPACES
                       ADD 1 TO SKIPPED-COUNT (LETTER-TYPE)
                       ADD 1 TO TOTAL-SKIPPED
                       PERFORM PRINT-SKIPPED-CUSTOMER
                    WHEN OTHER
                       PERFORM WRITE-THE-LETTER
                       PERFORM WRITE-LETTER-NOTE
                 END-EVALUATE
           END-EVALUATE.

      * The customer as it stands now, or the audit image
      * if the record has since gone, with the mailing
      * address in effect on the run date over the
      * record's own.
       READ-LETTER-CUSTOMER.
           MOVE AUDIT-CUSTOMER-NUMBER TO CUSTOMER-NUMBER.
           READ CUSTOMER-FILE RECORD
              INVALID KEY
                 MOVE "N" TO RECORD-FOUND
              NOT INVALID KEY
                 MOVE "Y" TO RECORD-FOUND
           END-READ.
           IF RECORD-FOUND = "N"
              MOVE AUDIT-AFTER-RECORD TO CUSTOMER-RECORD
              MOVE AUDIT-CUSTOMER-NUMBER TO CUSTOMER-NUMBER
           END-IF.
           MOVE "M"         TO ADDRESS-LOOKUP-TYPE.
           MOVE LETTER-DATE TO ADDRESS-LOOKUP-DATE.
           PERFORM FIND-ADDRESS-IN-EFFECT.
           IF ADDRESS-IN-EFFECT
              MOVE EFFECTIVE-LINE-1   TO CUSTOMER-ADDRESS-1
              MOVE EFFECTIVE-LINE-2   TO CUSTOMER-ADDRESS-2
              MOVE EFFECTIVE-CITY     TO CUSTOMER-CITY
              MOVE EFFECTIVE-STATE    TO CUSTOMER-STATE
              MOVE EFFECTIVE-POSTCODE TO CUSTOMER-POSTCODE
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

       BUILD-LETTER-NOTE-TEXT.
           MOVE SPACES TO LETTER-NOTE-TEXT.
           STRING LETTER-TITLE (LETTER-TYPE) DELIMITED BY "  "
                  " letter sent "  DELIMITED BY SIZE
                  LETTER-DATE      DELIMITED BY SIZE
                  "."              DELIMITED BY SIZE
                  INTO LETTER-NOTE-TEXT.

      * Reads the customer's notes through to the last,
      * keeping its sequence for the new note and looking
      * for this letter's note from an earlier run.
       CHECK-LETTER-ALREADY-SENT.
           MOVE "N" TO ALREADY-SENT-SW.
           MOVE ZEROES TO LAST-NOTE-SEQUENCE.
           MOVE CUSTOMER-NUMBER TO NOTE-CUSTOMER-NUMBER.
           MOVE ZEROES TO NOTE-SEQUENCE.
           START NOTE-FILE KEY IS NOT LESS THAN NOTE-KEY
              INVALID KEY
                 MOVE "Y" TO NOTE-SCAN-DONE-SW
              NOT INVALID KEY
                 MOVE "N" TO NOTE-SCAN-DONE-SW
           END-START.
           PERFORM READ-NEXT-NOTE
              UNTIL NOTE-SCAN-DONE-SW = "Y".

       READ-NEXT-NOTE.
           READ NOTE-FILE NEXT RECORD
              AT END
                 MOVE "Y" TO NOTE-SCAN-DONE-SW
              NOT AT END
                 IF NOTE-CUSTOMER-NUMBER = CUSTOMER-NUMBER
                    MOVE NOTE-SEQUENCE TO LAST-NOTE-SEQUENCE
                    IF NOTE-TEXT = LETTER-NOTE-TEXT
                       MOVE "Y" TO ALREADY-SENT-SW
                    END-IF
                 ELSE
                    MOVE "Y" TO NOTE-SCAN-DONE-SW
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

      * The second address line and the state may be blank;
      * a letter cannot be posted without the rest.
       CHECK-LETTER-ADDRESS.
           EVALUATE TRUE
              WHEN CUSTOMER-NAME = SPACES
                 MOVE "no name" TO SKIP-REASON
              WHEN CUSTOMER-ADDRESS-1 = SPACES
                 MOVE "no address line 1" TO SKIP-REASON
              WHEN CUSTOMER-CITY = SPACES
                 MOVE "no city" TO SKIP-REASON
              WHEN CUSTOMER-POSTCODE = SPACES
                 MOVE "no postcode" TO SKIP-REASON
              WHEN OTHER
                 MOVE SPACES TO SKIP-REASON
           END-EVALUATE.

       PRINT-SKIPPED-CUSTOMER.
           MOVE SPACES TO REPORT-LINE.
           STRING "*** " DELIMITED BY SIZE
                  CUSTOMER-NUMBER DELIMITED BY SIZE
                  "  " DELIMITED BY SIZE
                  CUSTOMER-NAME(1:30) DELIMITED BY SIZE
                  "  " DELIMITED BY SIZE
                  LETTER-TITLE (LETTER-TYPE) DELIMITED BY SIZE
                  "not sent - " DELIMITED BY SIZE
                  SKIP-REASON DELIMITED BY SIZE
                  INTO REPORT-LINE.
           WRITE REPORT-RECORD FROM REPORT-LINE.

      ****************************************************
      * The letter itself: every template line merged with
      * this customer's details. Every line is written
      * after advancing, so each letter - the first one
      * too - starts at the top of a new page.
      ****************************************************
       WRITE-THE-LETTER.
           PERFORM SET-PLACEHOLDER-TEXT.
           MOVE "Y" TO NEW-PAGE-SW.
           MOVE 1 TO TEMPLATE-LINE-SUB.
           PERFORM MERGE-TEMPLATE-LINE
              UNTIL TEMPLATE-LINE-SUB
                 > TEMPLATE-LINE-COUNT (LETTER-TYPE).
           ADD 1 TO LETTER-COUNT (LETTER-TYPE).
           ADD 1 TO TOTAL-LETTERS.

       SET-PLACEHOLDER-TEXT.
           MOVE SPACES TO PLACEHOLDER-TEXT-TABLE.
           MOVE CUSTOMER-NAME      TO PLACEHOLDER-TEXT (1).
           MOVE CUSTOMER-ADDRESS-1 TO PLACEHOLDER-TEXT (2).
           MOVE CUSTOMER-ADDRESS-2 TO PLACEHOLDER-TEXT (3).
           MOVE CUSTOMER-CITY      TO PLACEHOLDER-TEXT (4).
           MOVE CUSTOMER-STATE     TO PLACEHOLDER-TEXT (5).
           MOVE CUSTOMER-POSTCODE  TO PLACEHOLDER-TEXT (6).
           MOVE CUSTOMER-NUMBER    TO PLACEHOLDER-TEXT (7).
           MOVE LETTER-DATE-TEXT   TO PLACEHOLDER-TEXT (8).
           IF MERGE-LETTER
              MOVE MERGE-SURVIVOR-NUMBER TO PLACEHOLDER-TEXT (9)
           END-IF.

       MERGE-TEMPLATE-LINE.
           MOVE SPACES TO MERGED-LINE.
           MOVE 1 TO MERGED-POINTER.
           MOVE 1 TO TEMPLATE-POSITION.
           MOVE "N" TO LINE-HAD-PLACEHOLDER-SW.
           PERFORM MERGE-NEXT-CHARACTER
              UNTIL TEMPLATE-POSITION > 80
                 OR MERGED-POINTER > 100.
           IF LINE-HAD-PLACEHOLDER
              AND MERGED-LINE = SPACES
              CONTINUE
           ELSE
              PERFORM WRITE-LETTER-LINE
           END-IF.
           ADD 1 TO TEMPLATE-LINE-SUB.

       WRITE-LETTER-LINE.
           IF NEW-PAGE-DUE
              WRITE LETTER-RECORD FROM MERGED-LINE
                 AFTER ADVANCING PAGE
              MOVE "N" TO NEW-PAGE-SW
           ELSE
              WRITE LETTER-RECORD FROM MERGED-LINE
                 AFTER ADVANCING 1 LINE
           END-IF.

      * A placeholder is copied in without its trailing
      * spaces; anything else is copied a character at a
      * time.
       MERGE-NEXT-CHARACTER.
           MOVE "N" TO PLACEHOLDER-FOUND-SW.
           IF TEMPLATE-LINE (LETTER-TYPE, TEMPLATE-LINE-SUB)
              (TEMPLATE-POSITION:1) = "&"
              MOVE 1 TO PLACEHOLDER-SUB
              PERFORM MATCH-PLACEHOLDER
                 UNTIL PLACEHOLDER-FOUND
                    OR PLACEHOLDER-SUB > 9
           END-IF.
           IF PLACEHOLDER-FOUND
              MOVE "Y" TO LINE-HAD-PLACEHOLDER-SW
              IF PLACEHOLDER-TEXT (PLACEHOLDER-SUB) NOT = SPACES
                 STRING FUNCTION TRIM
                        (PLACEHOLDER-TEXT (PLACEHOLDER-SUB) TRAILING)
                           DELIMITED BY SIZE
                        INTO MERGED-LINE
                        WITH POINTER MERGED-POINTER
                 END-STRING
              END-IF
              ADD PLACEHOLDER-LENGTH (PLACEHOLDER-SUB)
                 TO TEMPLATE-POSITION
           ELSE
              STRING TEMPLATE-LINE (LETTER-TYPE, TEMPLATE-LINE-SUB)
                     (TEMPLATE-POSITION:1) DELIMITED BY SIZE
                     INTO MERGED-LINE
                     WITH POINTER MERGED-POINTER
              END-STRING
              ADD 1 TO TEMPLATE-POSITION
           END-IF.

       MATCH-PLACEHOLDER.
           IF TEMPLATE-POSITION + PLACEHOLDER-LENGTH (PLACEHOLDER-SUB)
              > 81
              ADD 1 TO PLACEHOLDER-SUB
           ELSE
              IF TEMPLATE-LINE (LETTER-TYPE, TEMPLATE-LINE-SUB)
                 (TEMPLATE-POSITION:
                  PLACEHOLDER-LENGTH (PLACEHOLDER-SUB))
                 = PLACEHOLDER-NAME (PLACEHOLDER-SUB)
                   (1:PLACEHOLDER-LENGTH (PLACEHOLDER-SUB))
                 MOVE "Y" TO PLACEHOLDER-FOUND-SW
              ELSE
                 ADD 1 TO PLACEHOLDER-SUB
              END-IF
           END-IF.

       WRITE-LETTER-NOTE.
           MOVE CUSTOMER-NUMBER TO NOTE-CUSTOMER-NUMBER.
           COMPUTE NOTE-SEQUENCE = LAST-NOTE-SEQUENCE + 1.
           MOVE FUNCTION CURRENT-DATE TO NOTE-TIMESTAMP.
           MOVE LETTER-NOTE-TEXT TO NOTE-TEXT.
           WRITE NOTE-RECORD
              INVALID KEY
                 ADD 1 TO NOTE-ERROR-COUNT
                 MOVE SPACES TO REPORT-LINE
                 STRING "*** " DELIMITED BY SIZE
                        CUSTOMER-NUMBER DELIMITED BY SIZE
                        "  letter printed but the note could "
                           DELIMITED BY SIZE
                        "not be written - status "
                           DELIMITED BY SIZE
                        NOTE-FILE-STATUS DELIMITED BY SIZE
                        INTO REPORT-LINE
                 WRITE REPORT-RECORD FROM REPORT-LINE
           END-WRITE.

       CLOSING-PROCEDURE.
           PERFORM PRINT-LETTER-TOTALS.
           CLOSE CUSTOMER-FILE.
           CLOSE ADDRESS-FILE.
           CLOSE PREFERENCE-FILE.
           CLOSE NOTE-FILE.
           CLOSE LETTER-FILE.
           CLOSE REPORT-FILE.
           DISPLAY "CUSTLETR complete - " LETTER-DATE.
           DISPLAY "Letters written:    " TOTAL-LETTERS.
           DISPLAY "Skipped (address):  " TOTAL-SKIPPED.
           DISPLAY "Held back (post):   " TOTAL-HELD-BACK.
           IF TEMPLATE-MISSING-COUNT > ZEROES
              DISPLAY "Templates missing:  " TEMPLATE-MISSING-COUNT
                 " - see custletr.lst."
           END-IF.
           IF NOTE-ERROR-COUNT > ZEROES
              DISPLAY "Notes not written:  " NOTE-ERROR-COUNT
                 " - see custletr.lst."
           END-IF.

       PRINT-LETTER-TOTALS.
           MOVE ALL "-" TO REPORT-LINE.
           WRITE REPORT-RECORD FROM REPORT-LINE.
           WRITE REPORT-RECORD FROM TOTAL-HEADING-LINE.
           MOVE 1 TO LETTER-TYPE.
           PERFORM PRINT-ONE-LETTER-TOTAL
              UNTIL LETTER-TYPE > 4.
           MOVE ALL "-" TO REPORT-LINE.
           WRITE REPORT-RECORD FROM REPORT-LINE.
           MOVE SPACES TO REPORT-LINE.
           MOVE TOTAL-LETTERS TO COUNT-DISPLAY.
           STRING "Letters written:             " DELIMITED BY SIZE
                  COUNT-DISPLAY DELIMITED BY SIZE
                  INTO REPORT-LINE.
           WRITE REPORT-RECORD FROM REPORT-LINE.
           MOVE SPACES TO REPORT-LINE.
           MOVE TOTAL-SKIPPED TO COUNT-DISPLAY.
           STRING "Skipped - address missing:   " DELIMITED BY SIZE
                  COUNT-DISPLAY DELIMITED BY SIZE
                  INTO REPORT-LINE.
           WRITE REPORT-RECORD FROM REPORT-LINE.
           MOVE SPACES TO REPORT-LINE.
           MOVE TOTAL-HELD-BACK TO COUNT-DISPLAY.
           STRING "Held back - opted out:       " DELIMITED BY SIZE
                  COUNT-DISPLAY DELIMITED BY SIZE
                  INTO REPORT-LINE.
           WRITE REPORT-RECORD FROM REPORT-LINE.

      * "Before" counts letters already sent by an earlier
      * run for the same date; they are not sent again.
       PRINT-ONE-LETTER-TOTAL.
           MOVE SPACES TO TOTAL-LINE.
           MOVE LETTER-TITLE (LETTER-TYPE) TO TOTAL-TITLE.
           MOVE LETTER-TEMPLATE-NAME (LETTER-TYPE)
              TO TOTAL-TEMPLATE-NAME.
           MOVE EVENT-COUNT (LETTER-TYPE)   TO TOTAL-EVENTS.
           MOVE LETTER-COUNT (LETTER-TYPE)  TO TOTAL-LETTERS-OUT.
           MOVE SKIPPED-COUNT (LETTER-TYPE) TO TOTAL-SKIPPED-OUT.
           MOVE HELD-BACK-COUNT (LETTER-TYPE) TO TOTAL-HELD-OUT.
           MOVE ALREADY-SENT-COUNT (LETTER-TYPE)
              TO TOTAL-BEFORE-OUT.
           WRITE REPORT-RECORD FROM TOTAL-LINE.
           IF NO-TEMPLATE-COUNT (LETTER-TYPE) > ZEROES
              MOVE SPACES TO REPORT-LINE
              MOVE NO-TEMPLATE-COUNT (LETTER-TYPE) TO COUNT-DISPLAY
              STRING "*** " DELIMITED BY SIZE
                     COUNT-DISPLAY DELIMITED BY SIZE
                     " not produced - no template."
                        DELIMITED BY SIZE
                     INTO REPORT-LINE
              WRITE REPORT-RECORD FROM REPORT-LINE
           END-IF.
           ADD 1 TO LETTER-TYPE.
