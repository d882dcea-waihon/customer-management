      ****************************************************
      * Contact-preference record layout.
      * One flag per channel: "Y" the customer may be
      * contacted that way, "N" they have opted out.
      * PREFERENCE-DO-NOT-CONTACT "Y" overrides every
      * channel flag. PREFERENCE-DATE is the date the
      * customer stated the preference (which may be
      * earlier than the day it was keyed); the operator
      * and timestamp record who keyed it and when.
      ****************************************************
       01  PREFERENCE-RECORD.
           03  PREFERENCE-CUSTOMER-NUMBER      PIC 9(05).
           03  PREFERENCE-FLAGS.
               05  PREFERENCE-POST             PIC X(01).
                   88  PREFERENCE-POST-OPTED-OUT
                                               VALUE "N".
               05  PREFERENCE-PHONE            PIC X(01).
                   88  PREFERENCE-PHONE-OPTED-OUT
                                               VALUE "N".
               05  PREFERENCE-EMAIL            PIC X(01).
                   88  PREFERENCE-EMAIL-OPTED-OUT
                                               VALUE "N".
               05  PREFERENCE-DO-NOT-CONTACT   PIC X(01).
                   88  PREFERENCE-NO-CONTACT   VALUE "Y".
           03  PREFERENCE-DATE                 PIC X(08).
           03  PREFERENCE-OPERATOR             PIC X(08).
           03  PREFERENCE-TIMESTAMP            PIC X(21).
