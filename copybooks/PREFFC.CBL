      ****************************************************
      * File-control entry for PREFERENCE-FILE.
      * Contact preferences, one record per customer who
      * has stated any, keyed by customer number. A
      * customer with no record may be contacted by every
      * channel. Maintained from CUSTMGMT Customer Notes;
      * read by CUSTLABL (post), CUSTDIAR (phone) and
      * CUSTDLTA (passed on to billing). Every including
      * program must declare PREFERENCE-FILE-STATUS
      * PIC X(02) in WORKING-STORAGE.
      ****************************************************
           SELECT PREFERENCE-FILE
              ASSIGN TO "custpref.dat"
              ORGANIZATION IS INDEXED
              RECORD KEY IS PREFERENCE-CUSTOMER-NUMBER
              ACCESS MODE IS DYNAMIC
              FILE STATUS IS PREFERENCE-FILE-STATUS.
