      ****************************************************
      * Related-account link record layout.
      * Links a member customer to the head of its group:
      * a branch to its parent account, or a household
      * member to the account the household is filed
      * under. Groups are one level deep - a head is never
      * itself a member of another group - so every member
      * of a group carries the same RELATION-GROUP-NUMBER.
      ****************************************************
       01  RELATION-RECORD.
           03  RELATION-CUSTOMER-NUMBER        PIC 9(05).
           03  RELATION-GROUP-NUMBER           PIC 9(05).
           03  RELATION-TYPE                   PIC X(01).
               88  RELATION-BRANCH             VALUE "B".
               88  RELATION-HOUSEHOLD          VALUE "H".
           03  RELATION-OPERATOR               PIC X(08).
           03  RELATION-TIMESTAMP              PIC X(21).
