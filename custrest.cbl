      * Rebuild of an indexed file from its CUSTBKUP
      * unload (req. 023). Run with parameters on the
      * command line:
      *    custrest CUSTOMER|NOTES|DIARY|CONTROL|OPERATOR|
      *             ADDRESS|PREFS|APPROVAL|LINKS
      *             <backup-date-YYYYMMDD>
      *
      * Reloads the named indexed file from the dated
      * is already in use.
      *
      * The reload REPLACES the target file. Run it only
      * against a file whose index is already lost. After a
      * CUSTOMER rebuild, CUSTROLL with the same date rolls
      * the file forward through the audit trail written
      * since the backup.
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

       77  REBUILD-TARGET                      PIC X(08).
           88  TRAILER-SEEN                    VALUE "Y".
       77  TRAILER-COUNT                       PIC 9(07) VALUE 0.

       01  BACKUP-WORK                         PIC X(849).

      ****************************************************
      * Control re-seed, as in CUSTMGMT (req. 014)
           PERFORM GET-PARAMETERS.
           IF BAD-PARAMETER
              DISPLAY "Usage: custrest "
                 "CUSTOMER|NOTES|DIARY|CONTROL|OPERATOR|"
                 "ADDRESS|PREFS|APPROVAL|LINKS "
                 "<backup-date-YYYYMMDD>"
           ELSE
              PERFORM REBUILD-THE-FILE
              AND REBUILD-TARGET NOT = "DIARY"
              AND REBUILD-TARGET NOT = "CONTROL"
              AND REBUILD-TARGET NOT = "OPERATOR"
              AND REBUILD-TARGET NOT = "ADDRESS"
              AND REBUILD-TARGET NOT = "PREFS"
              AND REBUILD-TARGET NOT = "APPROVAL"
              AND REBUILD-TARGET NOT = "LINKS"
              MOVE "Y" TO BAD-PARAMETER-SW
           END-IF.

                        BACKUP-DATE DELIMITED BY SIZE
                        ".bak"      DELIMITED BY SIZE
                        INTO BACKUP-FILENAME
              WHEN "ADDRESS"
                 STRING "custaddr." DELIMITED BY SIZE
                        BACKUP-DATE DELIMITED BY SIZE
                        ".bak"      DELIMITED BY SIZE
                        INTO BACKUP-FILENAME
              WHEN "PREFS"
                 STRING "custpref." DELIMITED BY SIZE
                        BACKUP-DATE DELIMITED BY SIZE
                        ".bak"      DELIMITED BY SIZE
                        INTO BACKUP-FILENAME
              WHEN "APPROVAL"
                 STRING "custappr." DELIMITED BY SIZE
                        BACKUP-DATE DELIMITED BY SIZE
                        ".bak"      DELIMITED BY SIZE
                        INTO BACKUP-FILENAME
              WHEN "LINKS"
                 STRING "custrel." DELIMITED BY SIZE
                        BACKUP-DATE DELIMITED BY SIZE
                        ".bak"      DELIMITED BY SIZE
                        INTO BACKUP-FILENAME
           END-EVALUATE.

      ****************************************************
                 OPEN OUTPUT CONTROL-FILE
              WHEN "OPERATOR"
                 OPEN OUTPUT OPERATOR-FILE
              WHEN "ADDRESS"
                 OPEN OUTPUT ADDRESS-FILE
              WHEN "PREFS"
                 OPEN OUTPUT PREFERENCE-FILE
              WHEN "APPROVAL"
                 OPEN OUTPUT APPROVAL-FILE
              WHEN "LINKS"
                 OPEN OUTPUT RELATION-FILE
           END-EVALUATE.
           PERFORM READ-BACKUP-RECORD.
           PERFORM LOAD-ONE-RECORD
                 CLOSE CONTROL-FILE
              WHEN "OPERATOR"
                 CLOSE OPERATOR-FILE
              WHEN "ADDRESS"
                 CLOSE ADDRESS-FILE
              WHEN "PREFS"
                 CLOSE PREFERENCE-FILE
              WHEN "APPROVAL"
                 CLOSE APPROVAL-FILE
              WHEN "LINKS"
                 CLOSE RELATION-FILE
           END-EVALUATE.

       READ-BACKUP-RECORD.
                    NOT INVALID KEY
                       ADD 1 TO LOADED-COUNT
                 END-WRITE
              WHEN "ADDRESS"
                 MOVE BACKUP-WORK(1:208) TO ADDRESS-RECORD
                 WRITE ADDRESS-RECORD
                    INVALID KEY
                       ADD 1 TO ERROR-COUNT
                    NOT INVALID KEY
                       ADD 1 TO LOADED-COUNT
                 END-WRITE
              WHEN "PREFS"
                 MOVE BACKUP-WORK(1:46) TO PREFERENCE-RECORD
                 WRITE PREFERENCE-RECORD
                    INVALID KEY
                       ADD 1 TO ERROR-COUNT
                    NOT INVALID KEY
                       ADD 1 TO LOADED-COUNT
                 END-WRITE
              WHEN "APPROVAL"
                 MOVE BACKUP-WORK(1:849) TO APPROVAL-RECORD
                 WRITE APPROVAL-RECORD
                    INVALID KEY
                       ADD 1 TO ERROR-COUNT
                    NOT INVALID KEY
                       ADD 1 TO LOADED-COUNT
                 END-WRITE
              WHEN "LINKS"
                 MOVE BACKUP-WORK(1:40) TO RELATION-RECORD
                 WRITE RELATION-RECORD
                    INVALID KEY
                       ADD 1 TO ERROR-COUNT
                    NOT INVALID KEY
                       ADD 1 TO LOADED-COUNT
                 END-WRITE
           END-EVALUATE.

       VERIFY-TRAILER-COUNT.
