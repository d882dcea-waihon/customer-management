      * aborted CUSTMGMT session is caught before it reaches
      * billing. The current total is then saved to
      * custrecon.snap as tomorrow's starting point.
      *
      * Ends with return code 8 when the reconciliation
      * finds a mismatch or customer.dat cannot be read, so
      * the CUSTNITE batch stream stops before the later
      * steps run on top of a bad file.
      ***************************************************
       ENVIRONMENT DIVISION.
       INPUT-OUTPUT SECTION.
       77  EXPECTED-TOTAL                      PIC S9(07) VALUE 0.
       77  MISMATCH-SW                         PIC X(01) VALUE "N".
           88  MISMATCH-FOUND                   VALUE "Y".
       77  FILE-ERROR-SW                       PIC X(01) VALUE "N".
           88  FILE-ERROR-FOUND                 VALUE "Y".

       77  AUDIT-IN-WINDOW-SW                  PIC X(01) VALUE "N".
           88  AUDIT-IN-WINDOW                  VALUE "Y".
           PERFORM OPENING-PROCEDURE.
           PERFORM MAIN-PROCESS.
           PERFORM CLOSING-PROCEDURE.
           IF MISMATCH-FOUND
              OR FILE-ERROR-FOUND
              MOVE 8 TO RETURN-CODE
           END-IF.
           STOP RUN.

       OPENING-PROCEDURE.
           PERFORM CHECK-CUSTOMER-FILE-EXIST.
           PERFORM CHECK-AUDIT-FILE-EXIST.
           OPEN INPUT CUSTOMER-FILE.
           IF CUSTOMER-FILE-STATUS NOT = "00"
              DISPLAY "*** Cannot open customer.dat - status "
                 CUSTOMER-FILE-STATUS " ***"
              MOVE "Y" TO FILE-ERROR-SW
              MOVE "Y" TO CUSTOMER-EOF-SW
           END-IF.
      * AUDIT-FILE is opened per scanned file by
      * TALLY-AUDIT-FILE, which walks the dated archives
      * and then the current file.
       CLOSING-PROCEDURE.
           CLOSE CUSTOMER-FILE.

      * A file that could not be read leaves the tally
      * short, so the snapshot is not rolled forward and
      * tomorrow's run reconciles from the last good count.
       MAIN-PROCESS.
           PERFORM TALLY-CUSTOMER-FILE.
           PERFORM TALLY-AUDIT-FILE.
           PERFORM COMPUTE-RECONCILIATION.
           PERFORM PRINT-RECONCILIATION-REPORT.
           IF NOT FILE-ERROR-FOUND
              PERFORM WRITE-CURRENT-SNAPSHOT
           END-IF.

      ****************************************************
      * Tally CUSTOMER-FILE
                       ADD 1 TO CLOSED-COUNT
                 END-EVALUATE
           END-READ.
           IF CUSTOMER-FILE-STATUS(1:1) > "1"
              DISPLAY "*** Read error on customer.dat - status "
                 CUSTOMER-FILE-STATUS " ***"
              MOVE "Y" TO FILE-ERROR-SW
              MOVE "Y" TO CUSTOMER-EOF-SW
           END-IF.

      ****************************************************
      * Tally the window's audit activity. Since the daily
