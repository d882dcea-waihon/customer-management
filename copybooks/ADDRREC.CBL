      ****************************************************
      * Customer address record layout.
      * One record per address a customer has had of each
      * type, from its effective date until the next entry
      * of the same type takes over. A move is keyed as a
      * new entry with the moving date, so the old address
      * stays on file. A customer with no entry of a type
      * in effect falls back to the address on
      * CUSTOMER-RECORD, which remains the main address.
      ****************************************************
       01  ADDRESS-RECORD.
           03  ADDRESS-KEY.
               05  ADDRESS-CUSTOMER-NUMBER     PIC 9(05).
               05  ADDRESS-TYPE                PIC X(01).
                   88  ADDRESS-MAILING         VALUE "M".
                   88  ADDRESS-BILLING         VALUE "B".
                   88  ADDRESS-SHIPPING        VALUE "S".
               05  ADDRESS-EFFECTIVE-DATE      PIC X(08).
           03  ADDRESS-LINE-1                  PIC X(50).
           03  ADDRESS-LINE-2                  PIC X(50).
           03  ADDRESS-CITY                    PIC X(30).
           03  ADDRESS-STATE                   PIC X(30).
           03  ADDRESS-POSTCODE                PIC X(05).
           03  ADDRESS-OPERATOR                PIC X(08).
           03  ADDRESS-TIMESTAMP               PIC X(21).
