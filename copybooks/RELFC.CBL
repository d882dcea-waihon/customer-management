      ****************************************************
      * File-control entry for RELATION-FILE.
      * Related-account links, one record per customer who
      * belongs to a group, keyed by customer number. The
      * group is named by the customer number of its head -
      * the parent account for branches, or the account a
      * household is filed under - so the alternate key on
      * the group number reads back every member of a group
      * together. The head itself has no record. Maintained
      * by CUSTMGMT Account Links (and moved to the survivor
      * by a merge); read by CUSTGRP for the group roster.
      * Every including program must declare
      * RELATION-FILE-STATUS PIC X(02) in WORKING-STORAGE.
      ****************************************************
           SELECT RELATION-FILE
              ASSIGN TO "custrel.dat"
              ORGANIZATION IS INDEXED
              RECORD KEY IS RELATION-CUSTOMER-NUMBER
              ALTERNATE RECORD KEY IS RELATION-GROUP-NUMBER
                 WITH DUPLICATES
              ACCESS MODE IS DYNAMIC
              FILE STATUS IS RELATION-FILE-STATUS.
