       IDENTIFICATION DIVISION.
       PROGRAM-ID. CUSTGRP.
      ****************************************************
      * Related-account group roster. Run with no
      * parameters:
      *    custgrp
      *
      * Reads the account links on custrel.dat in group
      * order and prints, on custgrp.lst, each group's head
      * account followed by its members - branches under
      * their parent, household members under the account
      * the household is filed under - with each account's
      * status from CUSTOMER-FILE, so a closed or inactive
      * account still sitting in a group stands out. A
      * head or member no longer on customer.dat is still
      * printed, flagged, so the link is not silently
      * lost. Links are kept in CUSTMGMT Account Links.
      ***************************************************
       ENVIRONMENT DIVISION.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.

           COPY "CUSTFC.CBL".

           COPY "RELFC.CBL".

           SELECT REPORT-FILE
              ASSIGN TO "custgrp.lst"
              ORGANIZATION IS LINE SEQUENTIAL.

       DATA DIVISION.
       FILE SECTION.

       FD  CUSTOMER-FILE
           LABEL RECORDS ARE STANDARD.
           COPY "CUSTREC.CBL".

       FD  RELATION-FILE
           LABEL RECORDS ARE STANDARD.
           COPY "RELREC.CBL".

       FD  REPORT-FILE
           LABEL RECORDS ARE OMITTED.
       01  REPORT-RECORD                       PIC X(100).

       WORKING-STORAGE SECTION.

       77  CUSTOMER-FILE-STATUS                PIC X(02).
       77  RELATION-FILE-STATUS                PIC X(02).

       77  RUN-DATE                            PIC X(08).

       77  RELATION-EOF-SW                     PIC X(01) VALUE "N".
           88  RELATION-EOF                    VALUE "Y".
       77  RECORD-FOUND                        PIC X(01).
       77  CURRENT-GROUP-NUMBER                PIC 9(05) VALUE 0.
       77  GROUP-MEMBER-COUNT                  PIC 9(05) VALUE 0.
       77  ROSTER-ROLE                         PIC X(09).
       77  ROSTER-STATUS                       PIC X(08).

       77  GROUP-COUNT                         PIC 9(07) VALUE 0.
       77  MEMBER-COUNT                        PIC 9(07) VALUE 0.
       77  NOT-ACTIVE-COUNT                    PIC 9(07) VALUE 0.
       77  NOT-ON-FILE-COUNT                   PIC 9(07) VALUE 0.
       77  REPORT-LINE                         PIC X(100).

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
           PERFORM OPENING-PROCEDURE.
           PERFORM MAIN-PROCESS.
           PERFORM CLOSING-PROCEDURE.
           STOP RUN.

       OPENING-PROCEDURE.
           MOVE FUNCTION CURRENT-DATE(1:8) TO RUN-DATE.
           PERFORM CHECK-CUSTOMER-FILE-EXIST.
           PERFORM CHECK-RELATION-FILE-EXIST.
           OPEN INPUT CUSTOMER-FILE.
           OPEN INPUT RELATION-FILE.
           OPEN OUTPUT REPORT-FILE.
           PERFORM PRINT-ROSTER-HEADING.

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

       CHECK-RELATION-FILE-EXIST.
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

       CLOSING-PROCEDURE.
           PERFORM PRINT-ROSTER-TRAILER.
           CLOSE CUSTOMER-FILE.
           CLOSE RELATION-FILE.
           CLOSE REPORT-FILE.
           DISPLAY "CUSTGRP complete - " RUN-DATE.
           DISPLAY "Groups:                  " GROUP-COUNT.
           DISPLAY "Members:                 " MEMBER-COUNT.
           DISPLAY "Members not active:      " NOT-ACTIVE-COUNT.
           DISPLAY "Accounts not on file:    " NOT-ON-FILE-COUNT.

      ****************************************************
      * The links are read on the group-number key, so
      * every member of a group comes together and a new
      * group number starts a new block.
      ****************************************************
       MAIN-PROCESS.
           MOVE ZEROES TO RELATION-GROUP-NUMBER.
           START RELATION-FILE
              KEY IS NOT LESS THAN RELATION-GROUP-NUMBER
              INVALID KEY
                 MOVE "Y" TO RELATION-EOF-SW
              NOT INVALID KEY
                 MOVE "N" TO RELATION-EOF-SW
           END-START.
           PERFORM READ-NEXT-RELATION
              UNTIL RELATION-EOF.
           IF GROUP-COUNT > ZEROES
              PERFORM PRINT-GROUP-FOOTING
           END-IF.

       READ-NEXT-RELATION.
           READ RELATION-FILE NEXT RECORD
              AT END
                 MOVE "Y" TO RELATION-EOF-SW
              NOT AT END
                 IF GROUP-COUNT = ZEROES
                    OR RELATION-GROUP-NUMBER
                       NOT = CURRENT-GROUP-NUMBER
                    PERFORM START-NEW-GROUP
                 END-IF
                 PERFORM PRINT-MEMBER-LINE
           END-READ.

       START-NEW-GROUP.
           IF GROUP-COUNT > ZEROES
              PERFORM PRINT-GROUP-FOOTING
           END-IF.
           ADD 1 TO GROUP-COUNT.
           MOVE RELATION-GROUP-NUMBER TO CURRENT-GROUP-NUMBER.
           MOVE ZEROES TO GROUP-MEMBER-COUNT.
           PERFORM PRINT-HEAD-LINE.

       PRINT-HEAD-LINE.
           MOVE CURRENT-GROUP-NUMBER TO CUSTOMER-NUMBER.
           PERFORM READ-GROUP-CUSTOMER.
           MOVE SPACES TO REPORT-LINE.
           STRING "Group "              DELIMITED BY SIZE
                  CURRENT-GROUP-NUMBER  DELIMITED BY SIZE
                  "  head       "       DELIMITED BY SIZE
                  ROSTER-STATUS         DELIMITED BY SIZE
                  "  "                  DELIMITED BY SIZE
                  CUSTOMER-NAME         DELIMITED BY SIZE
                  INTO REPORT-LINE.
           WRITE REPORT-RECORD FROM REPORT-LINE.

       PRINT-MEMBER-LINE.
           ADD 1 TO GROUP-MEMBER-COUNT.
           ADD 1 TO MEMBER-COUNT.
           IF RELATION-BRANCH
              MOVE "branch"    TO ROSTER-ROLE
           ELSE
              MOVE "household" TO ROSTER-ROLE
           END-IF.
           MOVE RELATION-CUSTOMER-NUMBER TO CUSTOMER-NUMBER.
           PERFORM READ-GROUP-CUSTOMER.
           IF RECORD-FOUND = "Y"
              AND NOT CUSTOMER-ACTIVE
              ADD 1 TO NOT-ACTIVE-COUNT
           END-IF.
           MOVE SPACES TO REPORT-LINE.
           STRING "   "                      DELIMITED BY SIZE
                  RELATION-CUSTOMER-NUMBER   DELIMITED BY SIZE
                  "     "                    DELIMITED BY SIZE
                  ROSTER-ROLE                DELIMITED BY SIZE
                  "  "                       DELIMITED BY SIZE
                  ROSTER-STATUS              DELIMITED BY SIZE
                  "  "                       DELIMITED BY SIZE
                  CUSTOMER-NAME              DELIMITED BY SIZE
                  INTO REPORT-LINE.
           WRITE REPORT-RECORD FROM REPORT-LINE.

      * Leaves the customer's status in words in
      * ROSTER-STATUS, and the name blank with a flag when
      * the customer is no longer on file.
       READ-GROUP-CUSTOMER.
           READ CUSTOMER-FILE RECORD
              INVALID KEY
                 MOVE "N" TO RECORD-FOUND
              NOT INVALID KEY
                 MOVE "Y" TO RECORD-FOUND
           END-READ.
           IF RECORD-FOUND = "N"
              ADD 1 TO NOT-ON-FILE-COUNT
              MOVE "***"   TO ROSTER-STATUS
              MOVE "*** customer no longer on file ***"
                 TO CUSTOMER-NAME
           ELSE
              EVALUATE TRUE
                 WHEN CUSTOMER-ACTIVE
                    MOVE "Active"   TO ROSTER-STATUS
                 WHEN CUSTOMER-INACTIVE
                    MOVE "Inactive" TO ROSTER-STATUS
                 WHEN CUSTOMER-CLOSED
                    MOVE "Closed"   TO ROSTER-STATUS
                 WHEN OTHER
                    MOVE "Unknown"  TO ROSTER-STATUS
              END-EVALUATE
           END-IF.

       PRINT-GROUP-FOOTING.
           MOVE SPACES TO REPORT-LINE.
           STRING "   members: "        DELIMITED BY SIZE
                  GROUP-MEMBER-COUNT    DELIMITED BY SIZE
                  INTO REPORT-LINE.
           WRITE REPORT-RECORD FROM REPORT-LINE.
           MOVE SPACES TO REPORT-RECORD.
           WRITE REPORT-RECORD.

      ****************************************************
      * Heading and trailer
      ****************************************************
       PRINT-ROSTER-HEADING.
           MOVE SPACES TO REPORT-LINE.
           STRING "CUSTGRP Related-Account Group Roster - "
                     DELIMITED BY SIZE
                  RUN-DATE DELIMITED BY SIZE
                  INTO REPORT-LINE.
           WRITE REPORT-RECORD FROM REPORT-LINE.
           MOVE ALL "-" TO REPORT-LINE.
           WRITE REPORT-RECORD FROM REPORT-LINE.
           MOVE SPACES TO REPORT-RECORD.
           WRITE REPORT-RECORD.

       PRINT-ROSTER-TRAILER.
           MOVE ALL "-" TO REPORT-LINE.
           WRITE REPORT-RECORD FROM REPORT-LINE.
           MOVE SPACES TO REPORT-LINE.
           STRING "Groups: "            DELIMITED BY SIZE
                  GROUP-COUNT           DELIMITED BY SIZE
                  "  Members: "         DELIMITED BY SIZE
                  MEMBER-COUNT          DELIMITED BY SIZE
                  INTO REPORT-LINE.
           WRITE REPORT-RECORD FROM REPORT-LINE.
           MOVE SPACES TO REPORT-LINE.
           STRING "Members not active: " DELIMITED BY SIZE
                  NOT-ACTIVE-COUNT       DELIMITED BY SIZE
                  INTO REPORT-LINE.
           WRITE REPORT-RECORD FROM REPORT-LINE.
           MOVE SPACES TO REPORT-LINE.
           STRING "Accounts no longer on file: " DELIMITED BY SIZE
                  NOT-ON-FILE-COUNT              DELIMITED BY SIZE
                  INTO REPORT-LINE.
           WRITE REPORT-RECORD FROM REPORT-LINE.
