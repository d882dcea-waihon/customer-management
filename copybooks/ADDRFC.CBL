      ****************************************************
      * File-control entry for ADDRESS-FILE.
      * Dated mailing, billing and shipping addresses, keyed
      * by customer number, address type and effective
      * date, so a customer's addresses of one type read
      * back oldest first and the one in effect on a given
      * day is the last entry dated on or before it.
      * Maintained by CUSTMGMT; read by CUSTLABL (mailing)
      * and CUSTDLTA (billing). Every including program
      * must declare ADDRESS-FILE-STATUS PIC X(02) in
      * WORKING-STORAGE.
      ****************************************************
           SELECT ADDRESS-FILE
              ASSIGN TO "custaddr.dat"
              ORGANIZATION IS INDEXED
              RECORD KEY IS ADDRESS-KEY
              ACCESS MODE IS DYNAMIC
              FILE STATUS IS ADDRESS-FILE-STATUS.
