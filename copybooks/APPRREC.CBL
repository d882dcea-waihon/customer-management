      ****************************************************
      * Pending-approval record layout.
      * APPROVAL-ACTION is the audit action the request
      * will run as: "delete", "merge" or "masschange".
      * For a delete APPROVAL-CUSTOMER-NUMBER is the
      * customer to go; for a merge it is the duplicate
      * to be closed and APPROVAL-SURVIVOR-NUMBER the
      * record it is merged into. The before images are
      * the records as the requester saw them; a request
      * is not run if either has changed since. A mass
      * change carries CUSTMCHG's field, match and new
      * value and the number of records it matched when
      * it was asked for. APPROVAL-APPLIED-AT stays blank
      * until the action has run - for a mass change, until
      * CUSTMCHG has applied it, so an approved change runs
      * once only. 849 bytes.
      ****************************************************
       01  APPROVAL-RECORD.
           03  APPROVAL-NUMBER                 PIC 9(05).
           03  APPROVAL-ACTION                 PIC X(10).
           03  APPROVAL-STATUS                 PIC X(01).
               88  APPROVAL-PENDING            VALUE "P".
               88  APPROVAL-APPROVED           VALUE "A".
               88  APPROVAL-REJECTED           VALUE "R".
           03  APPROVAL-CUSTOMER-NUMBER        PIC 9(05).
           03  APPROVAL-SURVIVOR-NUMBER        PIC 9(05).
           03  APPROVAL-REQUESTED-BY           PIC X(08).
           03  APPROVAL-REQUESTED-AT           PIC X(21).
           03  APPROVAL-DECIDED-BY             PIC X(08).
           03  APPROVAL-DECIDED-AT             PIC X(21).
           03  APPROVAL-REASON                 PIC X(50).
           03  APPROVAL-CHANGE-FIELD           PIC X(08).
           03  APPROVAL-MATCH-VALUE            PIC X(50).
           03  APPROVAL-NEW-VALUE              PIC X(50).
           03  APPROVAL-MATCHED-COUNT          PIC 9(07).
           03  APPROVAL-APPLIED-AT             PIC X(21).
           03  APPROVAL-CHANGED-COUNT          PIC 9(07).
           COPY "CUSTREC.CBL" REPLACING
               ==01  CUSTOMER-RECORD==
                   BY ==03  APPROVAL-BEFORE-RECORD==
               ==03  CUSTOMER-NUMBER==
                   BY ==05  APPROVAL-BEFORE-NUMBER==
               ==03  CUSTOMER-NAME==
                   BY ==05  APPROVAL-BEFORE-NAME==
               ==03  CUSTOMER-ADDRESS-1==
                   BY ==05  APPROVAL-BEFORE-ADDRESS-1==
               ==03  CUSTOMER-ADDRESS-2==
                   BY ==05  APPROVAL-BEFORE-ADDRESS-2==
               ==03  CUSTOMER-CITY==
                   BY ==05  APPROVAL-BEFORE-CITY==
               ==03  CUSTOMER-STATE==
                   BY ==05  APPROVAL-BEFORE-STATE==
               ==03  CUSTOMER-POSTCODE==
                   BY ==05  APPROVAL-BEFORE-POSTCODE==
               ==03  CUSTOMER-EMAIL==
                   BY ==05  APPROVAL-BEFORE-EMAIL==
               ==03  CUSTOMER-PHONE==
                   BY ==05  APPROVAL-BEFORE-PHONE==
               ==03  CUSTOMER-STATUS==
                   BY ==05  APPROVAL-BEFORE-STATUS==
               ==CUSTOMER-ACTIVE==
                   BY ==APPROVAL-BEFORE-ACTIVE==
               ==CUSTOMER-INACTIVE==
                   BY ==APPROVAL-BEFORE-INACTIVE==
               ==CUSTOMER-CLOSED==
                   BY ==APPROVAL-BEFORE-CLOSED==.
           03  APPROVAL-SURVIVOR-BEFORE        PIC X(286).
