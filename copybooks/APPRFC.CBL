      ****************************************************
      * File-control entry for APPROVAL-FILE.
      * The four-eyes queue: deletes, merges and live mass
      * changes asked for by an operator who is not a
      * supervisor wait here, keyed by a request number
      * drawn from the "APPRNO" control record, until a
      * supervisor approves or rejects them from CUSTMGMT.
      * Written by CUSTMGMT, CUSTMCHG and CUSTMTRN. LOCK
      * MODE IS MANUAL holds a request from the READ WITH
      * LOCK until the decision is rewritten, so two
      * supervisors cannot decide the same request. Every
      * including program must declare APPROVAL-FILE-STATUS
      * PIC X(02) in WORKING-STORAGE.
      ****************************************************
           SELECT APPROVAL-FILE
              ASSIGN TO "custappr.dat"
              ORGANIZATION IS INDEXED
              RECORD KEY IS APPROVAL-NUMBER
              ACCESS MODE IS DYNAMIC
              LOCK MODE IS MANUAL
              FILE STATUS IS APPROVAL-FILE-STATUS.
