       IDENTIFICATION DIVISION.
       PROGRAM-ID. CUSTNITE.
      ****************************************************
      * Nightly batch stream driver. Run with parameters
      * on the command line:
      *    custnite [step-list-file] [RESTART]
      * The step list defaults to custnite.stp.
      *
      * Runs the night's jobs one after another in the
      * order the step list gives, instead of an operator
      * keying each one from the checklist. Each line of
      * the step list names one step:
      *    columns  1-10  program name (CUSTRECON, ...)
      *    columns 11-80  the program's parameters
      * Lines starting with "*" and blank lines are
      * ignored. The program name is run in lower case,
      * as the executables are named, so the programs'
      * directory must be on the PATH. In the parameters
      * &DATE stands for the run date (YYYYMMDD) and
      * &DATE-n for the date n days earlier, so a cutoff
      * such as CUSTDORM's can ride along with the
      * calendar.
      *
      * A step that ends with a non-zero return code -
      * a file status the program could not get past, a
      * CUSTRECON reconciliation mismatch, a CUSTBKUP
      * backup that does not agree with its trailer -
      * stops the stream: the steps after it are not run.
      * Every step's start and end time and its outcome
      * are appended to custnite.log. The number of the
      * step that failed is kept in custnite.rst; once
      * the cause is fixed, custnite with RESTART resumes
      * at that step without re-running the ones that
      * already finished, with &DATE still the date of the
      * run that failed. A stream that runs to the end
      * clears custnite.rst.
      *
      * Ends with return code 8 when a step failed and 16
      * when the stream could not be started at all.
      ***************************************************
       ENVIRONMENT DIVISION.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.

           SELECT STEP-LIST-FILE
              ASSIGN TO STEP-LIST-FILENAME
              ORGANIZATION IS LINE SEQUENTIAL
              FILE STATUS IS STEP-LIST-FILE-STATUS.

           SELECT RUN-LOG-FILE
              ASSIGN TO "custnite.log"
              ORGANIZATION IS LINE SEQUENTIAL
              FILE STATUS IS RUN-LOG-FILE-STATUS.

           SELECT RESTART-FILE
              ASSIGN TO "custnite.rst"
              ORGANIZATION IS LINE SEQUENTIAL
              FILE STATUS IS RESTART-FILE-STATUS.

       DATA DIVISION.
       FILE SECTION.

       FD  STEP-LIST-FILE
           LABEL RECORDS ARE OMITTED.
       01  STEP-LIST-RECORD.
           05  STEP-LIST-PROGRAM               PIC X(10).
           05  STEP-LIST-PARAMETERS            PIC X(70).

       FD  RUN-LOG-FILE
           LABEL RECORDS ARE OMITTED.
       01  RUN-LOG-RECORD                      PIC X(100).

       FD  RESTART-FILE
           LABEL RECORDS ARE OMITTED.
       01  RESTART-RECORD.
           05  RESTART-STEP-NUMBER             PIC 9(03).
           05  RESTART-STEP-PROGRAM            PIC X(10).
           05  RESTART-RUN-DATE                PIC X(08).
           05  RESTART-STEP-LIST               PIC X(40).

       WORKING-STORAGE SECTION.

       77  STEP-LIST-FILE-STATUS               PIC X(02).
       77  RUN-LOG-FILE-STATUS                 PIC X(02).
       77  RESTART-FILE-STATUS                 PIC X(02).

       77  STEP-LIST-FILENAME                  PIC X(40).
       77  ARG-COUNT                           PIC 9(02).
       77  ARG-INDEX                           PIC 9(02).
       77  ARG-VALUE                           PIC X(40).
       77  RESTART-FLAG                        PIC X(07).
           88  RESTART-REQUESTED               VALUE "RESTART".
       77  BAD-PARAMETER-SW                    PIC X(01) VALUE "N".
           88  BAD-PARAMETER                   VALUE "Y".
       77  CANNOT-START-SW                     PIC X(01) VALUE "N".
           88  CANNOT-START                    VALUE "Y".

       77  TODAY-DATE                          PIC X(08).
       77  TODAY-DATE-NUMBER                   PIC 9(08).
       77  CURRENT-TIMESTAMP                   PIC X(21).

      ****************************************************
      * The step list, loaded whole before anything runs
      * so a RESTART can be checked against it.
      ****************************************************
       77  STEP-LIST-EOF-SW                    PIC X(01) VALUE "N".
           88  STEP-LIST-EOF                   VALUE "Y".
       77  STEP-COUNT                          PIC 9(03) VALUE 0.
       77  STEP-SUB                            PIC 9(03).
       01  STEP-TABLE.
           05  STEP-ENTRY OCCURS 99 TIMES.
               10  STEP-PROGRAM                PIC X(10).
               10  STEP-PARAMETERS             PIC X(70).

       77  RESTART-FROM-STEP                   PIC 9(03) VALUE 1.
       77  FAILED-STEP                         PIC 9(03) VALUE 0.
       77  STREAM-FAILED-SW                    PIC X(01) VALUE "N".
           88  STREAM-FAILED                   VALUE "Y".

       77  STEP-COMMAND                        PIC X(140).
       77  STEP-RETURN-CODE                    PIC S9(09).
       77  STEP-EXIT-CODE                      PIC 9(03).
       77  STEP-START-TIME                     PIC X(14).
       77  STEP-END-TIME                       PIC X(14).
       77  STEP-OUTCOME                        PIC X(45).

       77  COMPLETED-COUNT                     PIC 9(03) VALUE 0.
       77  SKIPPED-COUNT                       PIC 9(03) VALUE 0.
       77  NOT-RUN-COUNT                       PIC 9(03) VALUE 0.

      ****************************************************
      * &DATE substitution in the step parameters
      ****************************************************
       77  SCAN-TEXT                           PIC X(82).
       77  SCAN-SUB                            PIC 9(03).
       77  EXPANDED-PARAMETERS                 PIC X(120).
       77  EXPANDED-SUB                        PIC 9(03).
       77  DAYS-BACK                           PIC 9(05).
       77  DAYS-DIGIT-COUNT                    PIC 9(01).
       77  DAYS-DIGIT                          PIC 9(01).
       77  DATE-INTEGER                        PIC 9(07).
       77  SUBSTITUTED-DATE                    PIC 9(08).

       01  LOG-HEADING-LINE.
           05  FILLER                          PIC X(15)
               VALUE "CUSTNITE run - ".
           05  LOG-HEADING-TEXT                PIC X(85).

       01  LOG-COLUMN-LINE.
           05  FILLER                          PIC X(05)
               VALUE "Step".
           05  FILLER                          PIC X(11)
               VALUE "Program".
           05  FILLER                          PIC X(16)
               VALUE "Started".
           05  FILLER                          PIC X(16)
               VALUE "Ended".
           05  FILLER                          PIC X(07)
               VALUE "Outcome".

       01  LOG-DETAIL-LINE.
           05  LOG-STEP-NUMBER                 PIC ZZ9.
           05  FILLER                          PIC X(02) VALUE SPACES.
           05  LOG-STEP-PROGRAM                PIC X(10).
           05  FILLER                          PIC X(01) VALUE SPACES.
           05  LOG-START-TIME                  PIC X(14).
           05  FILLER                          PIC X(02) VALUE SPACES.
           05  LOG-END-TIME                    PIC X(14).
           05  FILLER                          PIC X(02) VALUE SPACES.
           05  LOG-OUTCOME                     PIC X(45).

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
           MOVE FUNCTION CURRENT-DATE(1:8) TO TODAY-DATE.
           MOVE TODAY-DATE TO TODAY-DATE-NUMBER.
           PERFORM GET-PARAMETERS.
           IF BAD-PARAMETER
              DISPLAY "Usage: custnite [step-list-file] [RESTART]"
              MOVE "Y" TO CANNOT-START-SW
           ELSE
              PERFORM LOAD-STEP-LIST
           END-IF.
           IF NOT CANNOT-START
              AND RESTART-REQUESTED
              PERFORM READ-RESTART-POINT
           END-IF.
           IF NOT CANNOT-START
              PERFORM OPENING-PROCEDURE
           END-IF.
           IF CANNOT-START
              MOVE 16 TO RETURN-CODE
           ELSE
              PERFORM RUN-THE-STREAM
              PERFORM CLOSING-PROCEDURE
              IF STREAM-FAILED
                 MOVE 8 TO RETURN-CODE
              ELSE
                 MOVE ZEROES TO RETURN-CODE
              END-IF
           END-IF.
           STOP RUN.

       GET-PARAMETERS.
           MOVE "custnite.stp" TO STEP-LIST-FILENAME.
           MOVE SPACES TO RESTART-FLAG.
           ACCEPT ARG-COUNT FROM ARGUMENT-NUMBER.
           IF ARG-COUNT >= 1
              MOVE 1 TO ARG-INDEX
              DISPLAY ARG-INDEX UPON ARGUMENT-NUMBER
              MOVE SPACES TO ARG-VALUE
              ACCEPT ARG-VALUE FROM ARGUMENT-VALUE
              MOVE ARG-VALUE TO RESTART-FLAG
              INSPECT RESTART-FLAG
                 CONVERTING LOWER-ALPHA
                 TO         UPPER-ALPHA
              IF NOT RESTART-REQUESTED
                 MOVE ARG-VALUE TO STEP-LIST-FILENAME
                 MOVE SPACES TO RESTART-FLAG
              END-IF
           END-IF.
           IF ARG-COUNT >= 2
              MOVE 2 TO ARG-INDEX
              DISPLAY ARG-INDEX UPON ARGUMENT-NUMBER
              MOVE SPACES TO ARG-VALUE
              ACCEPT ARG-VALUE FROM ARGUMENT-VALUE
              MOVE ARG-VALUE TO RESTART-FLAG
              INSPECT RESTART-FLAG
                 CONVERTING LOWER-ALPHA
                 TO         UPPER-ALPHA
              IF NOT RESTART-REQUESTED
                 MOVE "Y" TO BAD-PARAMETER-SW
              END-IF
           END-IF.
           IF ARG-COUNT > 2
              MOVE "Y" TO BAD-PARAMETER-SW
           END-IF.

      ****************************************************
      * Load the step list
      ****************************************************
       LOAD-STEP-LIST.
           MOVE ZEROES TO STEP-COUNT.
           OPEN INPUT STEP-LIST-FILE.
           IF STEP-LIST-FILE-STATUS NOT = "00"
              DISPLAY "*** Cannot open step list "
                 STEP-LIST-FILENAME " - status "
                 STEP-LIST-FILE-STATUS " ***"
              MOVE "Y" TO CANNOT-START-SW
           ELSE
              MOVE "N" TO STEP-LIST-EOF-SW
              PERFORM READ-STEP-LIST-ENTRY
                 UNTIL STEP-LIST-EOF
              CLOSE STEP-LIST-FILE
              IF STEP-COUNT = ZEROES
                 AND NOT CANNOT-START
                 DISPLAY "*** Step list " STEP-LIST-FILENAME
                    " names no steps ***"
                 MOVE "Y" TO CANNOT-START-SW
              END-IF
           END-IF.

       READ-STEP-LIST-ENTRY.
           READ STEP-LIST-FILE
              AT END
                 MOVE "Y" TO STEP-LIST-EOF-SW
              NOT AT END
                 IF STEP-LIST-RECORD NOT = SPACES
                    AND STEP-LIST-RECORD(1:1) NOT = "*"
                    PERFORM ADD-STEP-TO-TABLE
                 END-IF
           END-READ.

       ADD-STEP-TO-TABLE.
           IF STEP-COUNT < 99
              ADD 1 TO STEP-COUNT
              MOVE STEP-LIST-PROGRAM
                 TO STEP-PROGRAM (STEP-COUNT)
              MOVE STEP-LIST-PARAMETERS
                 TO STEP-PARAMETERS (STEP-COUNT)
           ELSE
              DISPLAY "*** Step list " STEP-LIST-FILENAME
                 " holds more than 99 steps ***"
              MOVE "Y" TO CANNOT-START-SW
              MOVE "Y" TO STEP-LIST-EOF-SW
           END-IF.

      ****************************************************
      * RESTART picks up at the step the last run stopped
      * on. The restart point is only honoured for the
      * same step list and only while that step is still
      * the same program, so an edited list cannot make
      * the stream skip a step nobody ran. A restart runs
      * for the failed run's date, not the clock's, so
      * &DATE still means the business day that failed
      * when the rerun goes past midnight.
      ****************************************************
       READ-RESTART-POINT.
           MOVE ZEROES TO RESTART-STEP-NUMBER.
           OPEN INPUT RESTART-FILE.
           IF RESTART-FILE-STATUS = "00"
              READ RESTART-FILE
                 AT END
                    MOVE ZEROES TO RESTART-STEP-NUMBER
              END-READ
              CLOSE RESTART-FILE
           END-IF.
           EVALUATE TRUE
              WHEN RESTART-STEP-NUMBER NOT NUMERIC
              WHEN RESTART-STEP-NUMBER = ZEROES
                 DISPLAY "*** No failed step is recorded in "
                    "custnite.rst - nothing to restart ***"
                 MOVE "Y" TO CANNOT-START-SW
              WHEN RESTART-STEP-LIST NOT = STEP-LIST-FILENAME
                 DISPLAY "*** The failed run used step list "
                    RESTART-STEP-LIST " ***"
                 MOVE "Y" TO CANNOT-START-SW
              WHEN RESTART-STEP-NUMBER > STEP-COUNT
                 DISPLAY "*** Failed step " RESTART-STEP-NUMBER
                    " is no longer in the step list ***"
                 MOVE "Y" TO CANNOT-START-SW
              WHEN STEP-PROGRAM (RESTART-STEP-NUMBER)
                 NOT = RESTART-STEP-PROGRAM
                 DISPLAY "*** Step " RESTART-STEP-NUMBER
                    " was " RESTART-STEP-PROGRAM " but is now "
                    STEP-PROGRAM (RESTART-STEP-NUMBER) " ***"
                 MOVE "Y" TO CANNOT-START-SW
              WHEN OTHER
                 MOVE RESTART-STEP-NUMBER TO RESTART-FROM-STEP
                 DISPLAY "Restarting at step " RESTART-FROM-STEP
                    " (" RESTART-STEP-PROGRAM ") which failed on "
                    RESTART-RUN-DATE
                 IF RESTART-RUN-DATE IS NUMERIC
                    MOVE RESTART-RUN-DATE TO TODAY-DATE
                    MOVE RESTART-RUN-DATE TO TODAY-DATE-NUMBER
                 END-IF
           END-EVALUATE.

      ****************************************************
      * The run log is kept from night to night; each run
      * is appended to it. A stream that cannot log its
      * steps does not run, since RESTART would have no
      * record to go by.
      ****************************************************
       OPENING-PROCEDURE.
           MOVE "custnite.log" TO INPUT-FILE.
           MOVE ZEROES TO RETURN-CODE.
           CALL "CBL_CHECK_FILE_EXIST"
              USING INPUT-FILE
                    FILE-INFO
              RETURNING RETURN-STATUS.
           IF RETURN-STATUS NOT = 0
              OPEN OUTPUT RUN-LOG-FILE
              CLOSE RUN-LOG-FILE
           END-IF.
           OPEN EXTEND RUN-LOG-FILE.
           IF RUN-LOG-FILE-STATUS NOT = "00"
              DISPLAY "*** Cannot open run log custnite.log"
                 " - status " RUN-LOG-FILE-STATUS " ***"
              MOVE "Y" TO CANNOT-START-SW
           ELSE
              PERFORM WRITE-RUN-LOG-HEADING
           END-IF.

       WRITE-RUN-LOG-HEADING.
           MOVE FUNCTION CURRENT-DATE TO CURRENT-TIMESTAMP.
           MOVE SPACES TO LOG-HEADING-TEXT.
           IF RESTART-REQUESTED
              STRING "started " DELIMITED BY SIZE
                     CURRENT-TIMESTAMP(1:14) DELIMITED BY SIZE
                     " from " DELIMITED BY SIZE
                     STEP-LIST-FILENAME DELIMITED BY SPACE
                     " - RESTART at step " DELIMITED BY SIZE
                     RESTART-FROM-STEP DELIMITED BY SIZE
                     INTO LOG-HEADING-TEXT
           ELSE
              STRING "started " DELIMITED BY SIZE
                     CURRENT-TIMESTAMP(1:14) DELIMITED BY SIZE
                     " from " DELIMITED BY SIZE
                     STEP-LIST-FILENAME DELIMITED BY SPACE
                     INTO LOG-HEADING-TEXT
           END-IF.
           MOVE SPACES TO RUN-LOG-RECORD.
           WRITE RUN-LOG-RECORD.
           WRITE RUN-LOG-RECORD FROM LOG-HEADING-LINE.
           WRITE RUN-LOG-RECORD FROM LOG-COLUMN-LINE.
           MOVE ALL "-" TO RUN-LOG-RECORD.
           WRITE RUN-LOG-RECORD.
           DISPLAY LOG-HEADING-LINE.

       CLOSING-PROCEDURE.
           MOVE FUNCTION CURRENT-DATE TO CURRENT-TIMESTAMP.
           MOVE SPACES TO LOG-HEADING-TEXT.
           IF STREAM-FAILED
              STRING "STOPPED " DELIMITED BY SIZE
                     CURRENT-TIMESTAMP(1:14) DELIMITED BY SIZE
                     " at step " DELIMITED BY SIZE
                     FAILED-STEP DELIMITED BY SIZE
                     " " DELIMITED BY SIZE
                     STEP-PROGRAM (FAILED-STEP)
                        DELIMITED BY SPACE
                     " - fix and rerun with RESTART"
                        DELIMITED BY SIZE
                     INTO LOG-HEADING-TEXT
           ELSE
              STRING "ended " DELIMITED BY SIZE
                     CURRENT-TIMESTAMP(1:14) DELIMITED BY SIZE
                     " - " DELIMITED BY SIZE
                     COMPLETED-COUNT DELIMITED BY SIZE
                     " step(s) completed, " DELIMITED BY SIZE
                     SKIPPED-COUNT DELIMITED BY SIZE
                     " skipped on restart" DELIMITED BY SIZE
                     INTO LOG-HEADING-TEXT
           END-IF.
           MOVE ALL "-" TO RUN-LOG-RECORD.
           WRITE RUN-LOG-RECORD.
           WRITE RUN-LOG-RECORD FROM LOG-HEADING-LINE.
           CLOSE RUN-LOG-FILE.
           DISPLAY LOG-HEADING-LINE.
           PERFORM SAVE-RESTART-POINT.

      * A failed run records the step to resume at; a run
      * that got to the end leaves custnite.rst empty.
       SAVE-RESTART-POINT.
           OPEN OUTPUT RESTART-FILE.
           IF STREAM-FAILED
              MOVE FAILED-STEP TO RESTART-STEP-NUMBER
              MOVE STEP-PROGRAM (FAILED-STEP)
                 TO RESTART-STEP-PROGRAM
              MOVE TODAY-DATE TO RESTART-RUN-DATE
              MOVE STEP-LIST-FILENAME TO RESTART-STEP-LIST
              WRITE RESTART-RECORD
           END-IF.
           CLOSE RESTART-FILE.

      ****************************************************
      * Run the steps
      ****************************************************
       RUN-THE-STREAM.
           MOVE 1 TO STEP-SUB.
           PERFORM RUN-ONE-STEP
              UNTIL STEP-SUB > STEP-COUNT.

       RUN-ONE-STEP.
           MOVE SPACES TO STEP-START-TIME.
           MOVE SPACES TO STEP-END-TIME.
           EVALUATE TRUE
              WHEN STREAM-FAILED
                 MOVE "NOT RUN - stream stopped" TO STEP-OUTCOME
                 ADD 1 TO NOT-RUN-COUNT
              WHEN STEP-SUB < RESTART-FROM-STEP
                 MOVE "SKIPPED - completed before the restart"
                    TO STEP-OUTCOME
                 ADD 1 TO SKIPPED-COUNT
              WHEN OTHER
                 PERFORM EXECUTE-THE-STEP
           END-EVALUATE.
           PERFORM WRITE-STEP-LOG-LINE.
           ADD 1 TO STEP-SUB.

       EXECUTE-THE-STEP.
           PERFORM BUILD-STEP-COMMAND.
           MOVE FUNCTION CURRENT-DATE TO CURRENT-TIMESTAMP.
           MOVE CURRENT-TIMESTAMP(1:14) TO STEP-START-TIME.
           DISPLAY "Step " STEP-SUB " starting: " STEP-COMMAND.
           CALL "SYSTEM" USING STEP-COMMAND.
           MOVE RETURN-CODE TO STEP-RETURN-CODE.
           MOVE ZEROES TO RETURN-CODE.
           MOVE FUNCTION CURRENT-DATE TO CURRENT-TIMESTAMP.
           MOVE CURRENT-TIMESTAMP(1:14) TO STEP-END-TIME.
           IF STEP-RETURN-CODE = ZEROES
              MOVE "COMPLETED" TO STEP-OUTCOME
              ADD 1 TO COMPLETED-COUNT
           ELSE
              PERFORM SET-STEP-FAILURE
           END-IF.
           DISPLAY "Step " STEP-SUB " " STEP-PROGRAM (STEP-SUB)
              " " STEP-OUTCOME.

      * The shell hands back a wait status: the program's
      * own return code sits in the high byte; a step
      * killed outright leaves only the low byte set, and
      * a command that could not be started at all comes
      * back negative. All of them stop the stream.
       SET-STEP-FAILURE.
           MOVE "Y" TO STREAM-FAILED-SW.
           MOVE STEP-SUB TO FAILED-STEP.
           IF STEP-RETURN-CODE >= 256
              DIVIDE STEP-RETURN-CODE BY 256
                 GIVING STEP-EXIT-CODE
           ELSE
              MOVE STEP-RETURN-CODE TO STEP-EXIT-CODE
           END-IF.
           MOVE SPACES TO STEP-OUTCOME.
           STRING "FAILED - return code " DELIMITED BY SIZE
                  STEP-EXIT-CODE DELIMITED BY SIZE
                  INTO STEP-OUTCOME.

       WRITE-STEP-LOG-LINE.
           MOVE STEP-SUB                TO LOG-STEP-NUMBER.
           MOVE STEP-PROGRAM (STEP-SUB) TO LOG-STEP-PROGRAM.
           MOVE STEP-START-TIME         TO LOG-START-TIME.
           MOVE STEP-END-TIME           TO LOG-END-TIME.
           MOVE STEP-OUTCOME            TO LOG-OUTCOME.
           WRITE RUN-LOG-RECORD FROM LOG-DETAIL-LINE.

      ****************************************************
      * The command is the program name in lower case
      * followed by its parameters with &DATE expanded.
      ****************************************************
       BUILD-STEP-COMMAND.
           PERFORM EXPAND-STEP-PARAMETERS.
           MOVE SPACES TO STEP-COMMAND.
           MOVE STEP-PROGRAM (STEP-SUB) TO STEP-COMMAND.
           INSPECT STEP-COMMAND
              CONVERTING UPPER-ALPHA
              TO         LOWER-ALPHA.
           MOVE EXPANDED-PARAMETERS TO STEP-COMMAND(12:120).

       EXPAND-STEP-PARAMETERS.
           MOVE SPACES TO SCAN-TEXT.
           MOVE STEP-PARAMETERS (STEP-SUB) TO SCAN-TEXT.
           MOVE SPACES TO EXPANDED-PARAMETERS.
           MOVE 1 TO SCAN-SUB.
           MOVE 1 TO EXPANDED-SUB.
           PERFORM EXPAND-ONE-CHARACTER
              UNTIL SCAN-SUB > 70
                 OR EXPANDED-SUB > 112.

       EXPAND-ONE-CHARACTER.
           IF SCAN-TEXT(SCAN-SUB:5) = "&DATE"
              ADD 5 TO SCAN-SUB
              PERFORM EXPAND-DATE-TOKEN
           ELSE
              MOVE SCAN-TEXT(SCAN-SUB:1)
                 TO EXPANDED-PARAMETERS(EXPANDED-SUB:1)
              ADD 1 TO SCAN-SUB
              ADD 1 TO EXPANDED-SUB
           END-IF.

      * SCAN-SUB points just past "&DATE". An optional
      * "-n" (up to five digits) counts days back from
      * the run date.
       EXPAND-DATE-TOKEN.
           MOVE ZEROES TO DAYS-BACK.
           MOVE ZEROES TO DAYS-DIGIT-COUNT.
           IF SCAN-TEXT(SCAN-SUB:1) = "-"
              AND SCAN-TEXT(SCAN-SUB + 1:1) IS NUMERIC
              ADD 1 TO SCAN-SUB
              PERFORM COLLECT-DAYS-DIGIT
                 UNTIL SCAN-TEXT(SCAN-SUB:1) NOT NUMERIC
                    OR DAYS-DIGIT-COUNT = 5
           END-IF.
           IF DAYS-BACK = ZEROES
              MOVE TODAY-DATE-NUMBER TO SUBSTITUTED-DATE
           ELSE
              COMPUTE DATE-INTEGER =
                 FUNCTION INTEGER-OF-DATE(TODAY-DATE-NUMBER)
                 - DAYS-BACK
              COMPUTE SUBSTITUTED-DATE =
                 FUNCTION DATE-OF-INTEGER(DATE-INTEGER)
           END-IF.
           MOVE SUBSTITUTED-DATE
              TO EXPANDED-PARAMETERS(EXPANDED-SUB:8).
           ADD 8 TO EXPANDED-SUB.

       COLLECT-DAYS-DIGIT.
           MOVE SCAN-TEXT(SCAN-SUB:1) TO DAYS-DIGIT.
           COMPUTE DAYS-BACK = DAYS-BACK * 10 + DAYS-DIGIT.
           ADD 1 TO DAYS-DIGIT-COUNT.
           ADD 1 TO SCAN-SUB.
