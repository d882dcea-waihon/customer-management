
           COPY "DIARFC.CBL".

           COPY "ADDRFC.CBL".

           COPY "PREFFC.CBL".

           COPY "APPRFC.CBL".

           COPY "RELFC.CBL".

           COPY "CTLFC.CBL".

           SELECT POSTREF-FILE
           LABEL RECORDS ARE STANDARD.
           COPY "DIARREC.CBL".

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

       FD  CONTROL-FILE
           LABEL RECORDS ARE STANDARD.
           COPY "CTLREC.CBL".

       WORKING-STORAGE SECTION.

       77  MENU-PICK                           PIC 9(02).
           88  MENU-PICK-IS-VALID              VALUES 0 THRU 11.

      ****************************************************
      * Operator sign-on (req. 019)
       77  SIGNED-ON-NAME                      PIC X(30).
       77  SIGNED-ON-DELETE-OK                 PIC X(01).
       77  SIGNED-ON-SUPERVISOR                PIC X(01).
      * The ID stamped on audit records: the signed-on
      * operator, except while an approved request runs on
      * behalf of the operator who asked for it.
       77  ACTING-OPERATOR                     PIC X(08).
       77  SIGN-ON-TRY-COUNT                   PIC 9(01).
       77  SIGNED-ON-SW                        PIC X(01).
           88  SIGNED-ON                       VALUE "Y".
      ****************************************************
       77  NOTE-FILE-STATUS                    PIC X(02).
       77  NOTES-PICK                          PIC 9(01).
           88  NOTES-PICK-IS-VALID             VALUES 0 THRU 5.
       77  NOTE-SCAN-DONE-SW                   PIC X(01).
       77  NOTE-FOUND-SW                       PIC X(01).
           88  NOTE-FOUND                      VALUE "Y".
       77  FOLLOWUP-SEQUENCE                   PIC 9(05).
       77  FOLLOWUP-FOUND                      PIC X(01).

      ****************************************************
      * Customer addresses with effective dates
      ****************************************************
       77  ADDRESS-FILE-STATUS                 PIC X(02).
       77  ADDRESS-PICK                        PIC 9(01).
           88  ADDRESS-PICK-IS-VALID           VALUES 0 THRU 4.
       77  ADDRESS-TYPE-FIELD                  PIC X(01).
           88  ADDRESS-TYPE-IS-VALID           VALUES "M" "B" "S"
                                                      " ".
       77  ADDRESS-DATE-FIELD                  PIC X(08).
       77  ADDRESS-ON-FILE                     PIC X(01).
       77  ADDRESS-SCAN-DONE-SW                PIC X(01).
       77  ADDRESS-SHOW-COUNT                  PIC 9(05).
       77  ADDRESS-TYPE-NAME                   PIC X(08).
       77  ADDRESS-EFFECT-FLAG                 PIC X(11).
       77  OK-TO-ACCEPT-ADDRESS                PIC X(01).
       77  OK-TO-REMOVE-ADDRESS                PIC X(01).
       77  ADDRESS-LOOKUP-TYPE                 PIC X(01).
       77  ADDRESS-LOOKUP-DATE                 PIC X(08).
       77  ADDRESS-IN-EFFECT-SW                PIC X(01).
       77  IN-EFFECT-DATE                      PIC X(08).
       77  MAILING-IN-EFFECT-DATE              PIC X(08).
       77  BILLING-IN-EFFECT-DATE              PIC X(08).
       77  SHIPPING-IN-EFFECT-DATE             PIC X(08).
       77  TODAY-DATE                          PIC X(08).

      ****************************************************
      * Contact preferences
      ****************************************************
       77  PREFERENCE-FILE-STATUS              PIC X(02).
       77  PREFERENCE-ON-FILE                  PIC X(01).
       77  PREFERENCE-PROMPT                   PIC X(16).
       77  PREFERENCE-FLAG-FIELD               PIC X(01).
       77  PREFERENCE-FLAG-ENTRY               PIC X(01).
           88  PREFERENCE-FLAG-IS-VALID        VALUES "Y" "N" " ".
       77  PREFERENCE-DATE-FIELD               PIC X(08).
       77  OLD-PREFERENCE-FLAGS                PIC X(04).
       77  OPTED-OUT-POST                      PIC X(06).
       77  OPTED-OUT-PHONE                     PIC X(06).
       77  OPTED-OUT-EMAIL                     PIC X(05).

      ****************************************************
      * Supervisor approval queue
      ****************************************************
       77  APPROVAL-FILE-STATUS                PIC X(02).
       77  APPROVAL-FOUND                      PIC X(01).
       77  APPROVAL-SCAN-DONE-SW               PIC X(01).
       77  APPROVAL-NUMBER-FIELD               PIC X(05).
       77  APPROVAL-PICK-NUMBER                PIC 9(05).
       77  APPROVAL-DECISION                   PIC X(01).
           88  APPROVAL-DECISION-IS-VALID      VALUES "A" "R" " ".
       77  APPROVAL-REASON-FIELD               PIC X(50).
       77  APPROVAL-SUBJECT                    PIC X(30).
       77  APPROVAL-IMAGE-OK                   PIC X(01).
       77  APPROVAL-DONE-SW                    PIC X(01).
       77  APPROVAL-COMMAND                    PIC X(40).
       77  APPROVAL-COMMAND-CODE               PIC S9(09).
       77  NEW-APPROVAL-NUMBER                 PIC 9(05).
       77  HIGHEST-APPROVAL-NUMBER             PIC 9(05).
       77  PENDING-FOUND                       PIC X(01).
       77  PENDING-CHECK-NUMBER                PIC 9(05).
       77  PENDING-APPROVAL-NUMBER             PIC 9(05).
       77  PENDING-COUNT                       PIC 9(05).
       77  EXPECTED-CUSTOMER-IMAGE             PIC X(286).
       77  AUDIT-SAVED-CUSTOMER                PIC X(286).

      ****************************************************
      * Related-account links
      ****************************************************
       77  RELATION-FILE-STATUS                PIC X(02).
       77  LINK-PICK                           PIC 9(01).
           88  LINK-PICK-IS-VALID              VALUES 0 THRU 3.
       77  LINK-ON-FILE                        PIC X(01).
       77  LINK-GROUP-FIELD                    PIC X(05).
       77  LINK-GROUP-NUMBER                   PIC 9(05).
       77  LINK-TYPE-FIELD                     PIC X(01).
           88  LINK-TYPE-IS-VALID              VALUES "B" "H" " ".
       77  LINK-TYPE-NAME                      PIC X(09).
       77  LINK-MEMBER-NUMBER                  PIC 9(05).
       77  LINK-MEMBER-COUNT                   PIC 9(05).
       77  LINK-MEMBER-COUNT-DISP              PIC Z(04)9.
       77  LINK-SCAN-DONE-SW                   PIC X(01).
       77  LINK-HEAD-STATUS                    PIC X(01).
       77  LINK-HEAD-FOUND                     PIC X(01).
       77  OK-TO-UNLINK                        PIC X(01).
       77  LINK-SAVED-MODE                     PIC X(10).
       77  LINK-MOVED-COUNT                    PIC 9(05).
       77  LINK-TARGET-NUMBER                  PIC 9(05).
       77  LINK-COUNT-GROUP                    PIC 9(05).
       77  LINK-HEADS-GROUP                    PIC X(01).
       77  LINK-STATUS-NAME                    PIC X(08).

       77  DUPLICATE-FOUND                     PIC X(01).
       77  DUP-SCAN-DONE-SW                    PIC X(01).
       77  DUP-CUSTOMER-NUMBER                 PIC 9(05).
              PERFORM CREATE-DIARY-FILE
           END-IF.

           MOVE "custaddr.dat" TO INPUT-FILE.
           MOVE ZEROES TO RETURN-CODE.
           CALL "CBL_CHECK_FILE_EXIST"
              USING INPUT-FILE
                    FILE-INFO
              RETURNING RETURN-STATUS.
      * File not exists
           IF RETURN-STATUS NOT = 0
              PERFORM CREATE-ADDRESS-FILE
           END-IF.

           MOVE "custpref.dat" TO INPUT-FILE.
           MOVE ZEROES TO RETURN-CODE.
           CALL "CBL_CHECK_FILE_EXIST"
              USING INPUT-FILE
                    FILE-INFO
              RETURNING RETURN-STATUS.
      * File not exists
           IF RETURN-STATUS NOT = 0
              PERFORM CREATE-PREFERENCE-FILE
           END-IF.

           MOVE "custappr.dat" TO INPUT-FILE.
           MOVE ZEROES TO RETURN-CODE.
           CALL "CBL_CHECK_FILE_EXIST"
              USING INPUT-FILE
                    FILE-INFO
              RETURNING RETURN-STATUS.
      * File not exists
           IF RETURN-STATUS NOT = 0
              PERFORM CREATE-APPROVAL-FILE
           END-IF.

           MOVE "custrel.dat" TO INPUT-FILE.
           MOVE ZEROES TO RETURN-CODE.
           CALL "CBL_CHECK_FILE_EXIST"
              USING INPUT-FILE
                    FILE-INFO
              RETURNING RETURN-STATUS.
      * File not exists
           IF RETURN-STATUS NOT = 0
              PERFORM CREATE-RELATION-FILE
           END-IF.

           MOVE "custctl.dat" TO INPUT-FILE.
           MOVE ZEROES TO RETURN-CODE.
           CALL "CBL_CHECK_FILE_EXIST"
           OPEN OUTPUT DIARY-FILE.
           CLOSE DIARY-FILE.

       CREATE-ADDRESS-FILE.
           OPEN OUTPUT ADDRESS-FILE.
           CLOSE ADDRESS-FILE.

       CREATE-PREFERENCE-FILE.
           OPEN OUTPUT PREFERENCE-FILE.
           CLOSE PREFERENCE-FILE.

       CREATE-APPROVAL-FILE.
           OPEN OUTPUT APPROVAL-FILE.
           CLOSE APPROVAL-FILE.

       CREATE-RELATION-FILE.
           OPEN OUTPUT RELATION-FILE.
           CLOSE RELATION-FILE.

       CREATE-CONTROL-FILE.
           OPEN OUTPUT CONTROL-FILE.
           CLOSE CONTROL-FILE.
           OPEN I-O CUSTOMER-FILE.
           OPEN I-O NOTE-FILE.
           OPEN I-O DIARY-FILE.
           OPEN I-O ADDRESS-FILE.
           OPEN I-O PREFERENCE-FILE.
           OPEN I-O APPROVAL-FILE.
           OPEN I-O RELATION-FILE.
           OPEN I-O CONTROL-FILE.
           OPEN I-O OPERATOR-FILE.
           OPEN EXTEND AUDIT-FILE.
           CLOSE CUSTOMER-FILE.
           CLOSE NOTE-FILE.
           CLOSE DIARY-FILE.
           CLOSE ADDRESS-FILE.
           CLOSE PREFERENCE-FILE.
           CLOSE APPROVAL-FILE.
           CLOSE RELATION-FILE.
           CLOSE CONTROL-FILE.
           CLOSE OPERATOR-FILE.
           CLOSE AUDIT-FILE.
           IF OPERATOR-FOUND = "Y"
              MOVE "Y" TO SIGNED-ON-SW
              MOVE OPERATOR-ID        TO SIGNED-ON-OPERATOR
              MOVE OPERATOR-ID        TO ACTING-OPERATOR
              MOVE OPERATOR-NAME      TO SIGNED-ON-NAME
              MOVE OPERATOR-DELETE-OK TO SIGNED-ON-DELETE-OK
              MOVE OPERATOR-SUPERVISOR
           DISPLAY "6. Customer Notes".
           DISPLAY "7. Merge Duplicate Customers".
           DISPLAY "8. Operator Maintenance".
           DISPLAY "9. Customer Addresses".
           DISPLAY "10. Approval Queue".
           DISPLAY "11. Account Links".
           DISPLAY " ".
           DISPLAY "0. Exit".
           PERFORM SCROLL-LINE 5 TIMES.

       ACCEPT-MENU-PICK.
           DISPLAY "Your choice (0-11)? " WITH NO ADVANCING.
           ACCEPT MENU-PICK.

       RETRY-MENU-PICK.
                    DISPLAY "Operator Maintenance is for "
                       "supervisors only."
                 END-IF
              WHEN 9
                 PERFORM ADDRESS-MODE
              WHEN 10
                 IF SIGNED-ON-SUPERVISOR = "Y"
                    PERFORM APPROVAL-MODE
                 ELSE
                    DISPLAY "The Approval Queue is for "
                       "supervisors only."
                 END-IF
              WHEN 11
                 PERFORM LINK-MODE
           END-EVALUATE.

      ****************************************************
      ****************************************************
       DELETE-MODE.
           MOVE "delete" TO THE-MODE.
           IF SIGNED-ON-SUPERVISOR NOT = "Y"
              DISPLAY " "
              DISPLAY "Deletes you confirm are sent to a "
                 "supervisor for approval."
           END-IF.
           PERFORM GET-CUSTOMER-RECORD.
           PERFORM DELETE-RECORDS
              UNTIL CUSTOMER-NUMBER = ZEROES.
        DELETE-RECORDS.
           PERFORM DISPLAY-ALL-FIELDS.

           PERFORM CHECK-DELETE-GROUP-HEAD.
           IF LINK-HEADS-GROUP = "Y"
              MOVE "N" TO OK-TO-DELETE
           ELSE
              PERFORM ASK-OK-TO-DELETE
           END-IF.
           IF OK-TO-DELETE = "Y"
              IF SIGNED-ON-SUPERVISOR = "Y"
                 PERFORM DELETE-CUSTOMER-RECORD
              ELSE
                 PERFORM QUEUE-DELETE-REQUEST
              END-IF
           END-IF.
           UNLOCK CUSTOMER-FILE.

       INQUIRE-RECORDS.
           PERFORM DISPLAY-ALL-FIELDS.
           PERFORM DISPLAY-LATEST-NOTE.
           PERFORM DISPLAY-CONTACT-WARNING.
           PERFORM DISPLAY-GROUP-LINE.
           PERFORM GET-CUSTOMER-RECORD.
           PERFORM SKIP-INACTIVE-CUSTOMERS.

       NOTES-RECORDS.
           PERFORM DISPLAY-ALL-FIELDS.
           PERFORM DISPLAY-LATEST-NOTE.
           PERFORM DISPLAY-CONTACT-WARNING.
           PERFORM GET-NOTES-PICK.
           PERFORM WORK-THE-NOTES
              UNTIL NOTES-PICK = ZERO.
           DISPLAY "2. Browse Notes".
           DISPLAY "3. Set a Follow-Up".
           DISPLAY "4. Complete a Follow-Up".
           DISPLAY "5. Contact Preferences".
           DISPLAY "0. Done with this Customer".
           PERFORM ACCEPT-NOTES-PICK.
           PERFORM RETRY-NOTES-PICK
              UNTIL NOTES-PICK-IS-VALID.

       ACCEPT-NOTES-PICK.
           DISPLAY "Your choice (0-5)? " WITH NO ADVANCING.
           ACCEPT NOTES-PICK.

       RETRY-NOTES-PICK.
                 PERFORM SET-CUSTOMER-FOLLOW-UP
              WHEN 4
                 PERFORM COMPLETE-CUSTOMER-FOLLOW-UP
              WHEN 5
                 PERFORM SET-CONTACT-PREFERENCES
           END-EVALUATE.
           PERFORM GET-NOTES-PICK.

                 END-IF
           END-READ.

      ****************************************************
      * Contact preference routines
      *
      * Whether the customer may be contacted by post,
      * phone and email, plus an overall do-not-contact
      * flag, held on PREFERENCE-FILE. CUSTLABL leaves post
      * opt-outs off the mailing labels and CUSTDIAR holds
      * phone opt-outs back from the call list. Every change
      * writes a "preference" audit record (customer image
      * unchanged both sides) and a contact note spelling
      * out the new flags, since the audit images cannot
      * carry them.
      ****************************************************
       SET-CONTACT-PREFERENCES.
           PERFORM READ-PREFERENCE-RECORD.
           PERFORM DISPLAY-CONTACT-PREFERENCES.
           MOVE PREFERENCE-FLAGS TO OLD-PREFERENCE-FLAGS.
           DISPLAY "Enter Y or N for each, or Enter to keep it.".
           MOVE "Post allowed"    TO PREFERENCE-PROMPT.
           MOVE PREFERENCE-POST   TO PREFERENCE-FLAG-FIELD.
           PERFORM ENTER-PREFERENCE-FLAG.
           MOVE PREFERENCE-FLAG-FIELD TO PREFERENCE-POST.
           MOVE "Phone allowed"   TO PREFERENCE-PROMPT.
           MOVE PREFERENCE-PHONE  TO PREFERENCE-FLAG-FIELD.
           PERFORM ENTER-PREFERENCE-FLAG.
           MOVE PREFERENCE-FLAG-FIELD TO PREFERENCE-PHONE.
           MOVE "Email allowed"   TO PREFERENCE-PROMPT.
           MOVE PREFERENCE-EMAIL  TO PREFERENCE-FLAG-FIELD.
           PERFORM ENTER-PREFERENCE-FLAG.
           MOVE PREFERENCE-FLAG-FIELD TO PREFERENCE-EMAIL.
           MOVE "Do not contact"  TO PREFERENCE-PROMPT.
           MOVE PREFERENCE-DO-NOT-CONTACT TO PREFERENCE-FLAG-FIELD.
           PERFORM ENTER-PREFERENCE-FLAG.
           MOVE PREFERENCE-FLAG-FIELD TO PREFERENCE-DO-NOT-CONTACT.
           IF PREFERENCE-FLAGS = OLD-PREFERENCE-FLAGS
              DISPLAY "Contact preferences unchanged."
           ELSE
              PERFORM ENTER-PREFERENCE-DATE
              PERFORM SAVE-CONTACT-PREFERENCES
           END-IF.

      * Leaves the customer's preferences in the record
      * area; with none on file, a record allowing every
      * channel, so the prompts default sensibly.
       READ-PREFERENCE-RECORD.
           MOVE CUSTOMER-NUMBER TO PREFERENCE-CUSTOMER-NUMBER.
           MOVE "Y" TO PREFERENCE-ON-FILE.
           READ PREFERENCE-FILE RECORD
              INVALID KEY
                 MOVE "N" TO PREFERENCE-ON-FILE
           END-READ.
           IF PREFERENCE-ON-FILE = "N"
              INITIALIZE PREFERENCE-RECORD
              MOVE CUSTOMER-NUMBER TO PREFERENCE-CUSTOMER-NUMBER
              MOVE "Y" TO PREFERENCE-POST
              MOVE "Y" TO PREFERENCE-PHONE
              MOVE "Y" TO PREFERENCE-EMAIL
              MOVE "N" TO PREFERENCE-DO-NOT-CONTACT
           END-IF.

       DISPLAY-CONTACT-PREFERENCES.
           DISPLAY " ".
           IF PREFERENCE-ON-FILE = "Y"
              DISPLAY "Contact preferences dated "
                 PREFERENCE-DATE(1:4) "-"
                 PREFERENCE-DATE(5:2) "-"
                 PREFERENCE-DATE(7:2)
                 ", keyed by " PREFERENCE-OPERATOR
           ELSE
              DISPLAY "No contact preferences on file - "
                 "every channel allowed."
           END-IF.
           DISPLAY "   Post: " PREFERENCE-POST
              "   Phone: " PREFERENCE-PHONE
              "   Email: " PREFERENCE-EMAIL
              "   Do not contact: " PREFERENCE-DO-NOT-CONTACT.

      * One Y/N flag; Enter keeps the value passed in
      * PREFERENCE-FLAG-FIELD.
       ENTER-PREFERENCE-FLAG.
           PERFORM ACCEPT-PREFERENCE-FLAG.
           PERFORM RETRY-PREFERENCE-FLAG
              UNTIL PREFERENCE-FLAG-IS-VALID.
           IF PREFERENCE-FLAG-ENTRY NOT = SPACE
              MOVE PREFERENCE-FLAG-ENTRY TO PREFERENCE-FLAG-FIELD
           END-IF.

       ACCEPT-PREFERENCE-FLAG.
           DISPLAY PREFERENCE-PROMPT " (Y/N) ["
              PREFERENCE-FLAG-FIELD "]: " WITH NO ADVANCING.
           MOVE SPACE TO PREFERENCE-FLAG-ENTRY.
           ACCEPT PREFERENCE-FLAG-ENTRY.

           INSPECT PREFERENCE-FLAG-ENTRY
              CONVERTING LOWER-ALPHA
              TO         UPPER-ALPHA.

       RETRY-PREFERENCE-FLAG.
           DISPLAY "You must enter Y or N".
           PERFORM ACCEPT-PREFERENCE-FLAG.

       ENTER-PREFERENCE-DATE.
           PERFORM ACCEPT-PREFERENCE-DATE.
           PERFORM RETRY-PREFERENCE-DATE
              UNTIL PREFERENCE-DATE-FIELD IS NUMERIC.

       ACCEPT-PREFERENCE-DATE.
           DISPLAY "Date stated (YYYYMMDD, Enter for today): "
              WITH NO ADVANCING.
           MOVE SPACES TO PREFERENCE-DATE-FIELD.
           ACCEPT PREFERENCE-DATE-FIELD.
           IF PREFERENCE-DATE-FIELD = SPACES
              MOVE FUNCTION CURRENT-DATE(1:8)
                 TO PREFERENCE-DATE-FIELD
           END-IF.

       RETRY-PREFERENCE-DATE.
           DISPLAY "Date must be 8 numeric digits".
           PERFORM ACCEPT-PREFERENCE-DATE.

       SAVE-CONTACT-PREFERENCES.
           MOVE PREFERENCE-DATE-FIELD TO PREFERENCE-DATE.
           MOVE SIGNED-ON-OPERATOR    TO PREFERENCE-OPERATOR.
           MOVE FUNCTION CURRENT-DATE TO PREFERENCE-TIMESTAMP.
           IF PREFERENCE-ON-FILE = "Y"
              REWRITE PREFERENCE-RECORD
                 INVALID KEY
                    DISPLAY "Error rewriting Preference record"
                 NOT INVALID KEY
                    PERFORM RECORD-PREFERENCE-CHANGE
              END-REWRITE
           ELSE
              WRITE PREFERENCE-RECORD
                 INVALID KEY
                    DISPLAY "Error writing Preference record"
                 NOT INVALID KEY
                    PERFORM RECORD-PREFERENCE-CHANGE
              END-WRITE
           END-IF.

       RECORD-PREFERENCE-CHANGE.
           DISPLAY "Contact preferences saved.".
           MOVE "preference" TO THE-MODE.
           PERFORM REREAD-AUDIT-CUSTOMER.
           MOVE CUSTOMER-RECORD TO AUDIT-BEFORE-RECORD.
           MOVE CUSTOMER-RECORD TO AUDIT-AFTER-RECORD.
           PERFORM WRITE-AUDIT-RECORD.
           MOVE "annotate" TO THE-MODE.
           MOVE SPACES TO NEW-NOTE-TEXT.
           STRING "Contact preferences: post=" DELIMITED BY SIZE
                  PREFERENCE-POST              DELIMITED BY SIZE
                  " phone="                    DELIMITED BY SIZE
                  PREFERENCE-PHONE             DELIMITED BY SIZE
                  " email="                    DELIMITED BY SIZE
                  PREFERENCE-EMAIL             DELIMITED BY SIZE
                  " no-contact="               DELIMITED BY SIZE
                  PREFERENCE-DO-NOT-CONTACT    DELIMITED BY SIZE
                  " ("                         DELIMITED BY SIZE
                  PREFERENCE-DATE              DELIMITED BY SIZE
                  ")"                          DELIMITED BY SIZE
                  INTO NEW-NOTE-TEXT.
           PERFORM WRITE-NEW-NOTE.

      * A one-line reminder under the latest note, so the
      * operator sees an opt-out before picking up the
      * phone. Nothing is shown when every channel is open.
       DISPLAY-CONTACT-WARNING.
           PERFORM READ-PREFERENCE-RECORD.
           IF PREFERENCE-NO-CONTACT
              DISPLAY "   Contact:         DO NOT CONTACT"
           ELSE
              IF PREFERENCE-POST-OPTED-OUT
                 OR PREFERENCE-PHONE-OPTED-OUT
                 OR PREFERENCE-EMAIL-OPTED-OUT
                 MOVE SPACES TO OPTED-OUT-POST
                 MOVE SPACES TO OPTED-OUT-PHONE
                 MOVE SPACES TO OPTED-OUT-EMAIL
                 IF PREFERENCE-POST-OPTED-OUT
                    MOVE "post" TO OPTED-OUT-POST
                 END-IF
                 IF PREFERENCE-PHONE-OPTED-OUT
                    MOVE "phone" TO OPTED-OUT-PHONE
                 END-IF
                 IF PREFERENCE-EMAIL-OPTED-OUT
                    MOVE "email" TO OPTED-OUT-EMAIL
                 END-IF
                 DISPLAY "   Opted out of:    " OPTED-OUT-POST
                    OPTED-OUT-PHONE OPTED-OUT-EMAIL
              END-IF
           END-IF.

      ****************************************************
      * Customer merge routines (req. 016)
      *
           DISPLAY "Merge asks for the surviving Customer".
           DISPLAY "first, then the duplicate to merge and".
           DISPLAY "close.".
           IF SIGNED-ON-SUPERVISOR NOT = "Y"
              DISPLAY "Merges you confirm are sent to a "
                 "supervisor for approval."
           END-IF.
           PERFORM GET-SURVIVOR-RECORD.
           PERFORM MERGE-RECORDS
              UNTIL CUSTOMER-NUMBER = ZEROES.
                 PERFORM DISPLAY-ALL-FIELDS
                 PERFORM ASK-OK-TO-MERGE
                 IF OK-TO-MERGE = "Y"
                    IF SIGNED-ON-SUPERVISOR = "Y"
                       PERFORM MERGE-THE-PAIR
                    ELSE
                       PERFORM QUEUE-MERGE-REQUEST
                    END-IF
                 ELSE
                    DISPLAY "Records not merged."
                 END-IF
              PERFORM WRITE-NEW-NOTE
              DISPLAY "Customer " LOSE-CUSTOMER-NUMBER
                 " merged into Customer " SURV-CUSTOMER-NUMBER "."
              PERFORM MOVE-MERGE-LOSER-LINKS
           ELSE
              DISPLAY "Customer " LOSE-CUSTOMER-NUMBER
                 " could not be closed - the survivor was"
              MOVE LOSE-CUSTOMER-PHONE TO CUSTOMER-PHONE
           END-IF.

      ****************************************************
      * Customer Addresses routines
      *
      * Mailing, billing and shipping addresses are kept on
      * ADDRESS-FILE with the date each one takes effect,
      * so a move can be keyed ahead of time as a new entry
      * and the old address is not lost. The address on
      * CUSTOMER-RECORD stays the main address and is used
      * wherever a customer has no entry of a type in
      * effect. Every entry added, corrected or removed
      * writes an "address" audit record (customer image
      * unchanged both sides) so the change shows in
      * CUSTHIST and reaches billing through CUSTDLTA.
      ****************************************************
       ADDRESS-MODE.
           MOVE "address" TO THE-MODE.
           MOVE FUNCTION CURRENT-DATE(1:8) TO TODAY-DATE.
           PERFORM GET-CUSTOMER-RECORD.
           PERFORM ADDRESS-RECORDS
              UNTIL CUSTOMER-NUMBER = ZEROES.

       ADDRESS-RECORDS.
           PERFORM DISPLAY-ALL-FIELDS.
           PERFORM LIST-CUSTOMER-ADDRESSES.
           PERFORM GET-ADDRESS-PICK.
           PERFORM WORK-THE-ADDRESSES
              UNTIL ADDRESS-PICK = ZERO.
           PERFORM GET-CUSTOMER-RECORD.

       GET-ADDRESS-PICK.
           DISPLAY " ".
           DISPLAY "Customer Addresses:".
           DISPLAY "1. Add an Address".
           DISPLAY "2. List Addresses".
           DISPLAY "3. Correct an Address".
           DISPLAY "4. Remove an Address".
           DISPLAY "0. Done with this Customer".
           PERFORM ACCEPT-ADDRESS-PICK.
           PERFORM RETRY-ADDRESS-PICK
              UNTIL ADDRESS-PICK-IS-VALID.

       ACCEPT-ADDRESS-PICK.
           DISPLAY "Your choice (0-4)? " WITH NO ADVANCING.
           ACCEPT ADDRESS-PICK.

       RETRY-ADDRESS-PICK.
           DISPLAY "Invalid selection - Please retry.".
           PERFORM ACCEPT-ADDRESS-PICK.

       WORK-THE-ADDRESSES.
           EVALUATE ADDRESS-PICK
              WHEN 1
                 PERFORM ADD-CUSTOMER-ADDRESS
              WHEN 2
                 PERFORM LIST-CUSTOMER-ADDRESSES
              WHEN 3
                 PERFORM CORRECT-CUSTOMER-ADDRESS
              WHEN 4
                 PERFORM REMOVE-CUSTOMER-ADDRESS
           END-EVALUATE.
           PERFORM GET-ADDRESS-PICK.

      * A new address, or a move: a new entry with the date
      * it takes over from the one before it.
       ADD-CUSTOMER-ADDRESS.
           PERFORM ENTER-ADDRESS-TYPE.
           IF ADDRESS-TYPE-FIELD NOT = SPACE
              PERFORM ENTER-ADDRESS-DATE
              PERFORM READ-ADDRESS-RECORD
              IF ADDRESS-ON-FILE = "Y"
                 DISPLAY "An address of that type already starts "
                    "on that date - use Correct."
              ELSE
                 INITIALIZE ADDRESS-RECORD
                 MOVE CUSTOMER-NUMBER    TO ADDRESS-CUSTOMER-NUMBER
                 MOVE ADDRESS-TYPE-FIELD TO ADDRESS-TYPE
                 MOVE ADDRESS-DATE-FIELD TO ADDRESS-EFFECTIVE-DATE
                 PERFORM ENTER-ADDRESS-FIELDS
                 IF OK-TO-ACCEPT-ADDRESS = "Y"
                    PERFORM STAMP-ADDRESS-RECORD
                    WRITE ADDRESS-RECORD
                       INVALID KEY
                          DISPLAY "Error writing Address record"
                       NOT INVALID KEY
                          DISPLAY "Address added."
                          PERFORM WRITE-ADDRESS-AUDIT-RECORD
                    END-WRITE
                 ELSE
                    DISPLAY "Address not added."
                 END-IF
              END-IF
           END-IF.

      * Fixes a keying error in an entry; a genuine move is
      * added as a new entry instead, so the history stays.
       CORRECT-CUSTOMER-ADDRESS.
           PERFORM ENTER-ADDRESS-TYPE.
           IF ADDRESS-TYPE-FIELD NOT = SPACE
              PERFORM ENTER-ADDRESS-DATE
              PERFORM SET-IN-EFFECT-DATES
              PERFORM READ-ADDRESS-RECORD
              IF ADDRESS-ON-FILE = "N"
                 DISPLAY "Address not on file."
              ELSE
                 PERFORM DISPLAY-ADDRESS-ENTRY
                 DISPLAY "Key the corrected address:"
                 PERFORM ENTER-ADDRESS-FIELDS
                 IF OK-TO-ACCEPT-ADDRESS = "Y"
                    PERFORM STAMP-ADDRESS-RECORD
                    REWRITE ADDRESS-RECORD
                       INVALID KEY
                          DISPLAY "Error rewriting Address record"
                       NOT INVALID KEY
                          DISPLAY "Address corrected."
                          PERFORM WRITE-ADDRESS-AUDIT-RECORD
                    END-REWRITE
                 ELSE
                    DISPLAY "Address not changed."
                 END-IF
              END-IF
           END-IF.

       REMOVE-CUSTOMER-ADDRESS.
           PERFORM ENTER-ADDRESS-TYPE.
           IF ADDRESS-TYPE-FIELD NOT = SPACE
              PERFORM ENTER-ADDRESS-DATE
              PERFORM SET-IN-EFFECT-DATES
              PERFORM READ-ADDRESS-RECORD
              IF ADDRESS-ON-FILE = "N"
                 DISPLAY "Address not on file."
              ELSE
                 PERFORM DISPLAY-ADDRESS-ENTRY
                 PERFORM ASK-OK-TO-REMOVE-ADDRESS
                 IF OK-TO-REMOVE-ADDRESS = "Y"
                    DELETE ADDRESS-FILE RECORD
                       INVALID KEY
                          DISPLAY "Error deleting Address record"
                       NOT INVALID KEY
                          DISPLAY "Address removed."
                          PERFORM WRITE-ADDRESS-AUDIT-RECORD
                    END-DELETE
                 END-IF
              END-IF
           END-IF.

       ASK-OK-TO-REMOVE-ADDRESS.
           PERFORM ACCEPT-OK-TO-REMOVE-ADDRESS.
           PERFORM RETRY-OK-TO-REMOVE-ADDRESS
              UNTIL OK-TO-REMOVE-ADDRESS = "Y" OR "N".

       ACCEPT-OK-TO-REMOVE-ADDRESS.
           DISPLAY "Remove this address (Y/N)? " WITH NO ADVANCING.
           ACCEPT OK-TO-REMOVE-ADDRESS.

           INSPECT OK-TO-REMOVE-ADDRESS
              CONVERTING LOWER-ALPHA
              TO         UPPER-ALPHA.

       RETRY-OK-TO-REMOVE-ADDRESS.
           DISPLAY "You must enter Y or N".
           PERFORM ACCEPT-OK-TO-REMOVE-ADDRESS.

       ENTER-ADDRESS-TYPE.
           PERFORM ACCEPT-ADDRESS-TYPE.
           PERFORM RETRY-ADDRESS-TYPE
              UNTIL ADDRESS-TYPE-IS-VALID.

       ACCEPT-ADDRESS-TYPE.
           DISPLAY "Address type (M=Mailing, B=Billing, "
              "S=Shipping, Enter to cancel): " WITH NO ADVANCING.
           MOVE SPACE TO ADDRESS-TYPE-FIELD.
           ACCEPT ADDRESS-TYPE-FIELD.
           INSPECT ADDRESS-TYPE-FIELD
              CONVERTING LOWER-ALPHA
              TO         UPPER-ALPHA.

       RETRY-ADDRESS-TYPE.
           DISPLAY "You must enter M, B or S".
           PERFORM ACCEPT-ADDRESS-TYPE.

       ENTER-ADDRESS-DATE.
           PERFORM ACCEPT-ADDRESS-DATE.
           PERFORM RETRY-ADDRESS-DATE
              UNTIL ADDRESS-DATE-FIELD IS NUMERIC.

       ACCEPT-ADDRESS-DATE.
           DISPLAY "Effective date (YYYYMMDD, Enter for today): "
              WITH NO ADVANCING.
           MOVE SPACES TO ADDRESS-DATE-FIELD.
           ACCEPT ADDRESS-DATE-FIELD.
           IF ADDRESS-DATE-FIELD = SPACES
              MOVE TODAY-DATE TO ADDRESS-DATE-FIELD
           END-IF.

       RETRY-ADDRESS-DATE.
           DISPLAY "Effective date must be 8 numeric digits".
           PERFORM ACCEPT-ADDRESS-DATE.

      * The same edits the entry form makes on the main
      * address: line 1, city, state and a five-digit
      * postcode are required, line 2 is optional.
       ENTER-ADDRESS-FIELDS.
           PERFORM ENTER-ADDRESS-LINE-1.
           DISPLAY "Address 2:       " WITH NO ADVANCING.
           ACCEPT ADDRESS-LINE-2.
           PERFORM ENTER-ADDRESS-CITY.
           PERFORM ENTER-ADDRESS-STATE.
           PERFORM ENTER-ADDRESS-POSTCODE.
           PERFORM CHECK-ADDRESS-GEOGRAPHY.

       ENTER-ADDRESS-LINE-1.
           PERFORM ACCEPT-ADDRESS-LINE-1.
           PERFORM RETRY-ADDRESS-LINE-1
              UNTIL ADDRESS-LINE-1 NOT = SPACES.

       ACCEPT-ADDRESS-LINE-1.
           DISPLAY "Address 1:       " WITH NO ADVANCING.
           ACCEPT ADDRESS-LINE-1.

       RETRY-ADDRESS-LINE-1.
           DISPLAY "Address 1 must be entered".
           PERFORM ACCEPT-ADDRESS-LINE-1.

       ENTER-ADDRESS-CITY.
           PERFORM ACCEPT-ADDRESS-CITY.
           PERFORM RETRY-ADDRESS-CITY
              UNTIL ADDRESS-CITY NOT = SPACES.

       ACCEPT-ADDRESS-CITY.
           DISPLAY "City:            " WITH NO ADVANCING.
           ACCEPT ADDRESS-CITY.

       RETRY-ADDRESS-CITY.
           DISPLAY "City must be entered".
           PERFORM ACCEPT-ADDRESS-CITY.

       ENTER-ADDRESS-STATE.
           PERFORM ACCEPT-ADDRESS-STATE.
           PERFORM RETRY-ADDRESS-STATE
              UNTIL ADDRESS-STATE NOT = SPACES.

       ACCEPT-ADDRESS-STATE.
           DISPLAY "State:           " WITH NO ADVANCING.
           ACCEPT ADDRESS-STATE.

       RETRY-ADDRESS-STATE.
           DISPLAY "State must be entered".
           PERFORM ACCEPT-ADDRESS-STATE.

       ENTER-ADDRESS-POSTCODE.
           PERFORM ACCEPT-ADDRESS-POSTCODE.
           PERFORM RETRY-ADDRESS-POSTCODE
              UNTIL ADDRESS-POSTCODE IS NUMERIC.

       ACCEPT-ADDRESS-POSTCODE.
           DISPLAY "Postcode:        " WITH NO ADVANCING.
           ACCEPT ADDRESS-POSTCODE.

       RETRY-ADDRESS-POSTCODE.
           DISPLAY "Postcode must be 5 numeric digits".
           PERFORM ACCEPT-ADDRESS-POSTCODE.

      * A combination not on custpost.ref can still be
      * accepted, the same override the entry form allows.
       CHECK-ADDRESS-GEOGRAPHY.
           MOVE "Y" TO OK-TO-ACCEPT-ADDRESS.
           IF POSTREF-COUNT > ZEROES
              MOVE ADDRESS-POSTCODE TO GEO-POSTCODE
              MOVE ADDRESS-CITY     TO GEO-CITY
              MOVE ADDRESS-STATE    TO GEO-STATE
              PERFORM MATCH-GEO-COMBINATION
              IF GEO-VALID-SW = "N"
                 IF POSTCODE-KNOWN-SW = "Y"
                    DISPLAY "Warning: postcode unknown for that "
                       "city/state."
                 ELSE
                    DISPLAY "Warning: postcode not on the "
                       "reference file."
                 END-IF
                 PERFORM ASK-OK-TO-ACCEPT-ADDRESS
              END-IF
           END-IF.

       ASK-OK-TO-ACCEPT-ADDRESS.
           PERFORM ACCEPT-OK-TO-ACCEPT-ADDRESS.
           PERFORM RETRY-OK-TO-ACCEPT-ADDRESS
              UNTIL OK-TO-ACCEPT-ADDRESS = "Y" OR "N".

       ACCEPT-OK-TO-ACCEPT-ADDRESS.
           DISPLAY "Accept this address anyway (Y/N)? "
              WITH NO ADVANCING.
           ACCEPT OK-TO-ACCEPT-ADDRESS.

           INSPECT OK-TO-ACCEPT-ADDRESS
              CONVERTING LOWER-ALPHA
              TO         UPPER-ALPHA.

       RETRY-OK-TO-ACCEPT-ADDRESS.
           DISPLAY "You must enter Y or N".
           PERFORM ACCEPT-OK-TO-ACCEPT-ADDRESS.

       STAMP-ADDRESS-RECORD.
           MOVE SIGNED-ON-OPERATOR TO ADDRESS-OPERATOR.
           MOVE FUNCTION CURRENT-DATE TO ADDRESS-TIMESTAMP.

       READ-ADDRESS-RECORD.
           MOVE CUSTOMER-NUMBER    TO ADDRESS-CUSTOMER-NUMBER.
           MOVE ADDRESS-TYPE-FIELD TO ADDRESS-TYPE.
           MOVE ADDRESS-DATE-FIELD TO ADDRESS-EFFECTIVE-DATE.
           READ ADDRESS-FILE RECORD
              INVALID KEY
                 MOVE "N" TO ADDRESS-ON-FILE
              NOT INVALID KEY
                 MOVE "Y" TO ADDRESS-ON-FILE
           END-READ.

      * Every entry for the customer, oldest first within
      * each type, with the one in effect today marked.
       LIST-CUSTOMER-ADDRESSES.
           PERFORM SET-IN-EFFECT-DATES.
           MOVE ZEROES TO ADDRESS-SHOW-COUNT.
           DISPLAY " ".
           MOVE CUSTOMER-NUMBER TO ADDRESS-CUSTOMER-NUMBER.
           MOVE LOW-VALUES TO ADDRESS-TYPE.
           MOVE LOW-VALUES TO ADDRESS-EFFECTIVE-DATE.
           START ADDRESS-FILE KEY IS NOT LESS THAN ADDRESS-KEY
              INVALID KEY
                 MOVE "Y" TO ADDRESS-SCAN-DONE-SW
              NOT INVALID KEY
                 MOVE "N" TO ADDRESS-SCAN-DONE-SW
           END-START.
           PERFORM SHOW-NEXT-ADDRESS
              UNTIL ADDRESS-SCAN-DONE-SW = "Y".
           IF ADDRESS-SHOW-COUNT = ZEROES
              DISPLAY "No dated addresses on file - the address "
                 "above is used for everything."
           END-IF.

       SHOW-NEXT-ADDRESS.
           READ ADDRESS-FILE NEXT RECORD
              AT END
                 MOVE "Y" TO ADDRESS-SCAN-DONE-SW
              NOT AT END
                 IF ADDRESS-CUSTOMER-NUMBER = CUSTOMER-NUMBER
                    ADD 1 TO ADDRESS-SHOW-COUNT
                    PERFORM DISPLAY-ADDRESS-ENTRY
                 ELSE
                    MOVE "Y" TO ADDRESS-SCAN-DONE-SW
                 END-IF
           END-READ.

       DISPLAY-ADDRESS-ENTRY.
           EVALUATE TRUE
              WHEN ADDRESS-MAILING
                 MOVE "Mailing"  TO ADDRESS-TYPE-NAME
                 MOVE MAILING-IN-EFFECT-DATE TO IN-EFFECT-DATE
              WHEN ADDRESS-BILLING
                 MOVE "Billing"  TO ADDRESS-TYPE-NAME
                 MOVE BILLING-IN-EFFECT-DATE TO IN-EFFECT-DATE
              WHEN OTHER
                 MOVE "Shipping" TO ADDRESS-TYPE-NAME
                 MOVE SHIPPING-IN-EFFECT-DATE TO IN-EFFECT-DATE
           END-EVALUATE.
           EVALUATE TRUE
              WHEN ADDRESS-EFFECTIVE-DATE = IN-EFFECT-DATE
                 MOVE "(in effect)" TO ADDRESS-EFFECT-FLAG
              WHEN ADDRESS-EFFECTIVE-DATE > TODAY-DATE
                 MOVE "(future)"    TO ADDRESS-EFFECT-FLAG
              WHEN OTHER
                 MOVE "(replaced)"  TO ADDRESS-EFFECT-FLAG
           END-EVALUATE.
           DISPLAY ADDRESS-TYPE-NAME " from "
              ADDRESS-EFFECTIVE-DATE(1:4) "-"
              ADDRESS-EFFECTIVE-DATE(5:2) "-"
              ADDRESS-EFFECTIVE-DATE(7:2) "  "
              ADDRESS-EFFECT-FLAG "  by " ADDRESS-OPERATOR.
           DISPLAY "   " ADDRESS-LINE-1.
           IF ADDRESS-LINE-2 NOT = SPACES
              DISPLAY "   " ADDRESS-LINE-2
           END-IF.
           DISPLAY "   " ADDRESS-CITY " " ADDRESS-STATE " "
              ADDRESS-POSTCODE.

       SET-IN-EFFECT-DATES.
           MOVE TODAY-DATE TO ADDRESS-LOOKUP-DATE.
           MOVE "M" TO ADDRESS-LOOKUP-TYPE.
           PERFORM FIND-ADDRESS-IN-EFFECT.
           MOVE IN-EFFECT-DATE TO MAILING-IN-EFFECT-DATE.
           MOVE "B" TO ADDRESS-LOOKUP-TYPE.
           PERFORM FIND-ADDRESS-IN-EFFECT.
           MOVE IN-EFFECT-DATE TO BILLING-IN-EFFECT-DATE.
           MOVE "S" TO ADDRESS-LOOKUP-TYPE.
           PERFORM FIND-ADDRESS-IN-EFFECT.
           MOVE IN-EFFECT-DATE TO SHIPPING-IN-EFFECT-DATE.

      * Leaves in IN-EFFECT-DATE the effective date of the
      * customer's ADDRESS-LOOKUP-TYPE entry in effect on
      * ADDRESS-LOOKUP-DATE - the last one dated on or
      * before it - or spaces when there is none.
       FIND-ADDRESS-IN-EFFECT.
           MOVE "N" TO ADDRESS-IN-EFFECT-SW.
           MOVE SPACES TO IN-EFFECT-DATE.
           MOVE CUSTOMER-NUMBER     TO ADDRESS-CUSTOMER-NUMBER.
           MOVE ADDRESS-LOOKUP-TYPE TO ADDRESS-TYPE.
           MOVE LOW-VALUES          TO ADDRESS-EFFECTIVE-DATE.
           START ADDRESS-FILE KEY IS NOT LESS THAN ADDRESS-KEY
              INVALID KEY
                 MOVE "Y" TO ADDRESS-SCAN-DONE-SW
              NOT INVALID KEY
                 MOVE "N" TO ADDRESS-SCAN-DONE-SW
           END-START.
           PERFORM READ-NEXT-ADDRESS-IN-EFFECT
              UNTIL ADDRESS-SCAN-DONE-SW = "Y".

       READ-NEXT-ADDRESS-IN-EFFECT.
           READ ADDRESS-FILE NEXT RECORD
              AT END
                 MOVE "Y" TO ADDRESS-SCAN-DONE-SW
              NOT AT END
                 IF ADDRESS-CUSTOMER-NUMBER = CUSTOMER-NUMBER
                    AND ADDRESS-TYPE = ADDRESS-LOOKUP-TYPE
                    AND ADDRESS-EFFECTIVE-DATE
                        NOT > ADDRESS-LOOKUP-DATE
                    MOVE "Y" TO ADDRESS-IN-EFFECT-SW
                    MOVE ADDRESS-EFFECTIVE-DATE TO IN-EFFECT-DATE
                 ELSE
                    MOVE "Y" TO ADDRESS-SCAN-DONE-SW
                 END-IF
           END-READ.

      * The customer record is not changed by address
      * maintenance; the audit record carries it unchanged
      * on both sides so the entry still reads as a
      * complete before/after pair.
       WRITE-ADDRESS-AUDIT-RECORD.
           PERFORM REREAD-AUDIT-CUSTOMER.
           MOVE CUSTOMER-RECORD TO AUDIT-BEFORE-RECORD.
           MOVE CUSTOMER-RECORD TO AUDIT-AFTER-RECORD.
           PERFORM WRITE-AUDIT-RECORD.

      * Address, preference and link entries carry the
      * customer as it stands on file when the entry is
      * written, not as it was read when the operator
      * brought the customer up. Another operator may have
      * changed it since, and CUSTROLL and CUSTDLTA take
      * the latest image from whatever entry comes last.
      * The read takes no lock and leaves any held lock
      * alone; if the customer has gone the image already
      * in hand is kept.
       REREAD-AUDIT-CUSTOMER.
           MOVE CUSTOMER-RECORD TO AUDIT-SAVED-CUSTOMER.
           READ CUSTOMER-FILE RECORD WITH NO LOCK
              INVALID KEY
                 MOVE AUDIT-SAVED-CUSTOMER TO CUSTOMER-RECORD
           END-READ.

      ****************************************************
      * Account Links routines
      *
      * Related accounts are grouped under a head account:
      * a branch under its parent, or a household member
      * under the account the household is filed under.
      * RELATION-FILE holds one link per member; the head
      * has none. Groups are one level deep, so a head
      * cannot join another group and a member cannot be
      * linked to. Every link and unlink writes a "link" or
      * "unlink" audit record (customer image unchanged
      * both sides) and a note naming the group, so the
      * change shows in CUSTHIST and the customer's notes.
      ****************************************************
       LINK-MODE.
           MOVE "link" TO THE-MODE.
           PERFORM GET-CUSTOMER-RECORD.
           PERFORM LINK-RECORDS
              UNTIL CUSTOMER-NUMBER = ZEROES.

       LINK-RECORDS.
           PERFORM DISPLAY-ALL-FIELDS.
           PERFORM DISPLAY-GROUP-LINE.
           PERFORM GET-LINK-PICK.
           PERFORM WORK-THE-LINKS
              UNTIL LINK-PICK = ZERO.
           PERFORM GET-CUSTOMER-RECORD.

       GET-LINK-PICK.
           DISPLAY " ".
           DISPLAY "Account Links:".
           DISPLAY "1. Link to a Group".
           DISPLAY "2. List the Group".
           DISPLAY "3. Unlink from its Group".
           DISPLAY "0. Done with this Customer".
           PERFORM ACCEPT-LINK-PICK.
           PERFORM RETRY-LINK-PICK
              UNTIL LINK-PICK-IS-VALID.

       ACCEPT-LINK-PICK.
           DISPLAY "Your choice (0-3)? " WITH NO ADVANCING.
           ACCEPT LINK-PICK.

       RETRY-LINK-PICK.
           DISPLAY "Invalid selection - Please retry.".
           PERFORM ACCEPT-LINK-PICK.

       WORK-THE-LINKS.
           EVALUATE LINK-PICK
              WHEN 1
                 PERFORM LINK-TO-GROUP
              WHEN 2
                 PERFORM LIST-THE-GROUP
              WHEN 3
                 PERFORM UNLINK-FROM-GROUP
           END-EVALUATE.
           PERFORM GET-LINK-PICK.

       LINK-TO-GROUP.
           MOVE CUSTOMER-NUMBER TO RELATION-CUSTOMER-NUMBER.
           PERFORM READ-RELATION-RECORD.
           MOVE RELATION-GROUP-NUMBER TO LINK-GROUP-NUMBER.
           MOVE CUSTOMER-NUMBER TO LINK-COUNT-GROUP.
           PERFORM COUNT-GROUP-MEMBERS.
           EVALUATE TRUE
              WHEN LINK-ON-FILE = "Y"
                 DISPLAY "Already in group " LINK-GROUP-NUMBER
                    " - unlink it first."
              WHEN LINK-MEMBER-COUNT > ZEROES
                 DISPLAY "This customer heads a group and "
                    "cannot join another."
              WHEN OTHER
                 PERFORM ENTER-LINK-GROUP
                 IF LINK-GROUP-NUMBER NOT = ZEROES
                    PERFORM CHECK-LINK-GROUP
                 END-IF
                 IF LINK-GROUP-NUMBER NOT = ZEROES
                    PERFORM ENTER-LINK-TYPE
                    IF LINK-TYPE-FIELD NOT = SPACE
                       PERFORM WRITE-LINK-RECORD
                    ELSE
                       DISPLAY "Customer not linked."
                    END-IF
                 END-IF
           END-EVALUATE.

       ENTER-LINK-GROUP.
           DISPLAY "Customer Number of the group head "
              "(0 to cancel): " WITH NO ADVANCING.
           MOVE SPACES TO LINK-GROUP-FIELD.
           ACCEPT LINK-GROUP-FIELD.
           MOVE LINK-GROUP-FIELD TO LINK-GROUP-NUMBER.

      * The head must be another customer, on file and not
      * closed, and not itself a member of a group.
       CHECK-LINK-GROUP.
           IF LINK-GROUP-NUMBER = CUSTOMER-NUMBER
              DISPLAY "A customer cannot be linked to itself."
              MOVE ZEROES TO LINK-GROUP-NUMBER
           ELSE
              PERFORM READ-LINK-HEAD
              MOVE LINK-GROUP-NUMBER TO RELATION-CUSTOMER-NUMBER
              PERFORM READ-RELATION-RECORD
              EVALUATE TRUE
                 WHEN LINK-HEAD-FOUND = "N"
                    DISPLAY "Customer " LINK-GROUP-NUMBER
                       " is not on file."
                    MOVE ZEROES TO LINK-GROUP-NUMBER
                 WHEN LINK-HEAD-STATUS = "C"
                    DISPLAY "Customer " LINK-GROUP-NUMBER
                       " is closed - link to the account that "
                       "replaced it."
                    MOVE ZEROES TO LINK-GROUP-NUMBER
                 WHEN LINK-ON-FILE = "Y"
                    DISPLAY "Customer " LINK-GROUP-NUMBER
                       " is itself in group "
                       RELATION-GROUP-NUMBER " - link to "
                       RELATION-GROUP-NUMBER " instead."
                    MOVE ZEROES TO LINK-GROUP-NUMBER
              END-EVALUATE
           END-IF.

      * Reads the group head to check it, then puts the
      * customer being linked back in the record area.
       READ-LINK-HEAD.
           MOVE CUSTOMER-NUMBER TO LINK-MEMBER-NUMBER.
           MOVE LINK-GROUP-NUMBER TO CUSTOMER-NUMBER.
           PERFORM READ-CUSTOMER-RECORD.
           MOVE RECORD-FOUND TO LINK-HEAD-FOUND.
           MOVE CUSTOMER-STATUS TO LINK-HEAD-STATUS.
           MOVE LINK-MEMBER-NUMBER TO CUSTOMER-NUMBER.
           PERFORM READ-CUSTOMER-RECORD.

       ENTER-LINK-TYPE.
           PERFORM ACCEPT-LINK-TYPE.
           PERFORM RETRY-LINK-TYPE
              UNTIL LINK-TYPE-IS-VALID.

       ACCEPT-LINK-TYPE.
           DISPLAY "Link type (B=Branch of parent, H=Household, "
              "Enter to cancel): " WITH NO ADVANCING.
           MOVE SPACE TO LINK-TYPE-FIELD.
           ACCEPT LINK-TYPE-FIELD.
           INSPECT LINK-TYPE-FIELD
              CONVERTING LOWER-ALPHA
              TO         UPPER-ALPHA.

       RETRY-LINK-TYPE.
           DISPLAY "You must enter B or H".
           PERFORM ACCEPT-LINK-TYPE.

       WRITE-LINK-RECORD.
           MOVE CUSTOMER-NUMBER   TO RELATION-CUSTOMER-NUMBER.
           MOVE LINK-GROUP-NUMBER TO RELATION-GROUP-NUMBER.
           MOVE LINK-TYPE-FIELD   TO RELATION-TYPE.
           PERFORM STAMP-RELATION-RECORD.
           WRITE RELATION-RECORD
              INVALID KEY
                 DISPLAY "Error writing Relation record"
              NOT INVALID KEY
                 DISPLAY "Customer linked to group "
                    LINK-GROUP-NUMBER "."
                 PERFORM SET-LINK-TYPE-NAME
                 MOVE SPACES TO NEW-NOTE-TEXT
                 STRING "Linked to group "  DELIMITED BY SIZE
                        LINK-GROUP-NUMBER   DELIMITED BY SIZE
                        " as "              DELIMITED BY SIZE
                        LINK-TYPE-NAME      DELIMITED BY SPACE
                        "."                 DELIMITED BY SIZE
                        INTO NEW-NOTE-TEXT
                 PERFORM RECORD-LINK-CHANGE
           END-WRITE.

      * Only the customer's own link is removed. A head
      * leaves no link to remove; its group is broken up
      * by unlinking the members one at a time.
       UNLINK-FROM-GROUP.
           MOVE CUSTOMER-NUMBER TO RELATION-CUSTOMER-NUMBER.
           PERFORM READ-RELATION-RECORD.
           IF LINK-ON-FILE = "N"
              MOVE CUSTOMER-NUMBER TO LINK-COUNT-GROUP
              PERFORM COUNT-GROUP-MEMBERS
              IF LINK-MEMBER-COUNT > ZEROES
                 DISPLAY "This customer heads the group - "
                    "unlink its members instead."
              ELSE
                 DISPLAY "Customer is not part of any group."
              END-IF
           ELSE
              MOVE RELATION-GROUP-NUMBER TO LINK-GROUP-NUMBER
              PERFORM ASK-OK-TO-UNLINK
              IF OK-TO-UNLINK = "Y"
                 DELETE RELATION-FILE RECORD
                    INVALID KEY
                       DISPLAY "Error deleting Relation record"
                    NOT INVALID KEY
                       DISPLAY "Customer unlinked from group "
                          LINK-GROUP-NUMBER "."
                       MOVE "unlink" TO THE-MODE
                       MOVE SPACES TO NEW-NOTE-TEXT
                       STRING "Unlinked from group "
                                              DELIMITED BY SIZE
                              LINK-GROUP-NUMBER
                                              DELIMITED BY SIZE
                              "."             DELIMITED BY SIZE
                              INTO NEW-NOTE-TEXT
                       PERFORM RECORD-LINK-CHANGE
                       MOVE "link" TO THE-MODE
                 END-DELETE
              END-IF
           END-IF.

       ASK-OK-TO-UNLINK.
           PERFORM ACCEPT-OK-TO-UNLINK.
           PERFORM RETRY-OK-TO-UNLINK
              UNTIL OK-TO-UNLINK = "Y" OR "N".

       ACCEPT-OK-TO-UNLINK.
           DISPLAY "Unlink from group " LINK-GROUP-NUMBER
              " (Y/N)? " WITH NO ADVANCING.
           ACCEPT OK-TO-UNLINK.

           INSPECT OK-TO-UNLINK
              CONVERTING LOWER-ALPHA
              TO         UPPER-ALPHA.

       RETRY-OK-TO-UNLINK.
           DISPLAY "You must enter Y or N".
           PERFORM ACCEPT-OK-TO-UNLINK.

      * The head first, then every member, each with its
      * status so a closed or inactive account in the group
      * stands out.
       LIST-THE-GROUP.
           MOVE CUSTOMER-NUMBER TO RELATION-CUSTOMER-NUMBER.
           PERFORM READ-RELATION-RECORD.
           IF LINK-ON-FILE = "Y"
              MOVE RELATION-GROUP-NUMBER TO LINK-COUNT-GROUP
           ELSE
              MOVE CUSTOMER-NUMBER TO LINK-COUNT-GROUP
           END-IF.
           PERFORM COUNT-GROUP-MEMBERS.
           IF LINK-MEMBER-COUNT = ZEROES
              DISPLAY "Customer is not part of any group."
           ELSE
              MOVE CUSTOMER-NUMBER TO LINK-MEMBER-NUMBER
              DISPLAY " "
              DISPLAY "Group " LINK-COUNT-GROUP ":"
              MOVE "head" TO LINK-TYPE-NAME
              MOVE LINK-COUNT-GROUP TO CUSTOMER-NUMBER
              PERFORM SHOW-GROUP-CUSTOMER
              PERFORM START-GROUP-SCAN
              PERFORM SHOW-NEXT-GROUP-MEMBER
                 UNTIL LINK-SCAN-DONE-SW = "Y"
              MOVE LINK-MEMBER-NUMBER TO CUSTOMER-NUMBER
              PERFORM READ-CUSTOMER-RECORD
           END-IF.

       SHOW-NEXT-GROUP-MEMBER.
           READ RELATION-FILE NEXT RECORD
              AT END
                 MOVE "Y" TO LINK-SCAN-DONE-SW
              NOT AT END
                 IF RELATION-GROUP-NUMBER = LINK-COUNT-GROUP
                    PERFORM SET-LINK-TYPE-NAME
                    MOVE RELATION-CUSTOMER-NUMBER
                       TO CUSTOMER-NUMBER
                    PERFORM SHOW-GROUP-CUSTOMER
                 ELSE
                    MOVE "Y" TO LINK-SCAN-DONE-SW
                 END-IF
           END-READ.

       SHOW-GROUP-CUSTOMER.
           PERFORM READ-CUSTOMER-RECORD.
           IF RECORD-FOUND = "N"
              DISPLAY "   " CUSTOMER-NUMBER "  " LINK-TYPE-NAME
                 "  (not on file)"
           ELSE
              EVALUATE TRUE
                 WHEN CUSTOMER-ACTIVE
                    MOVE "Active"   TO LINK-STATUS-NAME
                 WHEN CUSTOMER-INACTIVE
                    MOVE "Inactive" TO LINK-STATUS-NAME
                 WHEN OTHER
                    MOVE "Closed"   TO LINK-STATUS-NAME
              END-EVALUATE
              DISPLAY "   " CUSTOMER-NUMBER "  " LINK-TYPE-NAME
                 "  " LINK-STATUS-NAME "  " CUSTOMER-NAME
           END-IF.

      * One line under the customer's fields in Inquire and
      * Account Links: the group the customer is part of or
      * heads, and how many other accounts are in it (the
      * head counts as one of a member's others). Nothing
      * is shown for a customer in no group.
       DISPLAY-GROUP-LINE.
           MOVE CUSTOMER-NUMBER TO RELATION-CUSTOMER-NUMBER.
           PERFORM READ-RELATION-RECORD.
           IF LINK-ON-FILE = "Y"
              MOVE RELATION-GROUP-NUMBER TO LINK-COUNT-GROUP
              PERFORM SET-LINK-TYPE-NAME
              PERFORM COUNT-GROUP-MEMBERS
              MOVE LINK-MEMBER-COUNT TO LINK-MEMBER-COUNT-DISP
              DISPLAY "   Group:           part of group "
                 LINK-COUNT-GROUP " (" FUNCTION TRIM(LINK-TYPE-NAME)
                 "), " FUNCTION TRIM(LINK-MEMBER-COUNT-DISP)
                 " other members"
           ELSE
              MOVE CUSTOMER-NUMBER TO LINK-COUNT-GROUP
              PERFORM COUNT-GROUP-MEMBERS
              IF LINK-MEMBER-COUNT > ZEROES
                 MOVE LINK-MEMBER-COUNT TO LINK-MEMBER-COUNT-DISP
                 DISPLAY "   Group:           head of group "
                    LINK-COUNT-GROUP ", "
                    FUNCTION TRIM(LINK-MEMBER-COUNT-DISP)
                    " other members"
              END-IF
           END-IF.

       SET-LINK-TYPE-NAME.
           IF RELATION-BRANCH
              MOVE "branch"    TO LINK-TYPE-NAME
           ELSE
              MOVE "household" TO LINK-TYPE-NAME
           END-IF.

      * Leaves in LINK-MEMBER-COUNT the number of customers
      * linked to group LINK-COUNT-GROUP.
       COUNT-GROUP-MEMBERS.
           MOVE ZEROES TO LINK-MEMBER-COUNT.
           PERFORM START-GROUP-SCAN.
           PERFORM COUNT-NEXT-GROUP-MEMBER
              UNTIL LINK-SCAN-DONE-SW = "Y".

       START-GROUP-SCAN.
           MOVE LINK-COUNT-GROUP TO RELATION-GROUP-NUMBER.
           START RELATION-FILE KEY IS = RELATION-GROUP-NUMBER
              INVALID KEY
                 MOVE "Y" TO LINK-SCAN-DONE-SW
              NOT INVALID KEY
                 MOVE "N" TO LINK-SCAN-DONE-SW
           END-START.

       COUNT-NEXT-GROUP-MEMBER.
           READ RELATION-FILE NEXT RECORD
              AT END
                 MOVE "Y" TO LINK-SCAN-DONE-SW
              NOT AT END
                 IF RELATION-GROUP-NUMBER = LINK-COUNT-GROUP
                    ADD 1 TO LINK-MEMBER-COUNT
                 ELSE
                    MOVE "Y" TO LINK-SCAN-DONE-SW
                 END-IF
           END-READ.

       READ-RELATION-RECORD.
           READ RELATION-FILE RECORD
              INVALID KEY
                 MOVE "N" TO LINK-ON-FILE
              NOT INVALID KEY
                 MOVE "Y" TO LINK-ON-FILE
           END-READ.

       STAMP-RELATION-RECORD.
           MOVE ACTING-OPERATOR TO RELATION-OPERATOR.
           MOVE FUNCTION CURRENT-DATE TO RELATION-TIMESTAMP.

      * The customer record is not changed by a link; the
      * audit record carries it unchanged on both sides,
      * and the note (NEW-NOTE-TEXT, built by the caller)
      * says which group was joined or left.
       RECORD-LINK-CHANGE.
           PERFORM REREAD-AUDIT-CUSTOMER.
           PERFORM RECORD-HELD-LINK-CHANGE.

      * For a customer held under lock, whose image in hand
      * is already the one on file.
       RECORD-HELD-LINK-CHANGE.
           MOVE CUSTOMER-RECORD TO AUDIT-BEFORE-RECORD.
           MOVE CUSTOMER-RECORD TO AUDIT-AFTER-RECORD.
           PERFORM WRITE-AUDIT-RECORD.
           PERFORM WRITE-NEW-NOTE.

      * After a merge the closed duplicate's place in any
      * group passes to the survivor. A survivor linked to
      * the duplicate leaves that group, since it now heads
      * it. The duplicate's own link moves across unless
      * the survivor is already in a group or heads one.
      * Members filed under the duplicate are re-filed
      * under the survivor - or under the survivor's own
      * head, so the group stays one level deep. Each link
      * that changes is audited and noted on the customer
      * concerned like a link keyed in Account Links.
       MOVE-MERGE-LOSER-LINKS.
           MOVE THE-MODE TO LINK-SAVED-MODE.
           MOVE ZEROES TO LINK-MOVED-COUNT.
           MOVE SURV-CUSTOMER-NUMBER TO RELATION-CUSTOMER-NUMBER.
           PERFORM READ-RELATION-RECORD.
           IF LINK-ON-FILE = "Y"
              AND RELATION-GROUP-NUMBER = LOSE-CUSTOMER-NUMBER
              PERFORM DROP-SURVIVOR-LINK
           END-IF.
           MOVE LOSE-CUSTOMER-NUMBER TO RELATION-CUSTOMER-NUMBER.
           PERFORM READ-RELATION-RECORD.
           IF LINK-ON-FILE = "Y"
              PERFORM MOVE-LOSER-OWN-LINK
           END-IF.
           MOVE SURV-CUSTOMER-NUMBER TO LINK-TARGET-NUMBER.
           MOVE SURV-CUSTOMER-NUMBER TO RELATION-CUSTOMER-NUMBER.
           PERFORM READ-RELATION-RECORD.
           IF LINK-ON-FILE = "Y"
              MOVE RELATION-GROUP-NUMBER TO LINK-TARGET-NUMBER
           END-IF.
           MOVE "N" TO LINK-SCAN-DONE-SW.
           PERFORM REFILE-NEXT-LOSER-MEMBER
              UNTIL LINK-SCAN-DONE-SW = "Y".
           MOVE LINK-SAVED-MODE TO THE-MODE.
           IF LINK-MOVED-COUNT > ZEROES
              DISPLAY "Group links changed by the merge: "
                 LINK-MOVED-COUNT
           END-IF.

       DROP-SURVIVOR-LINK.
           DELETE RELATION-FILE RECORD
              INVALID KEY
                 DISPLAY "Error deleting Relation record"
              NOT INVALID KEY
                 MOVE "unlink" TO THE-MODE
                 MOVE SPACES TO NEW-NOTE-TEXT
                 STRING "Left group "         DELIMITED BY SIZE
                        LOSE-CUSTOMER-NUMBER  DELIMITED BY SIZE
                        " - now heads it after the merge."
                                              DELIMITED BY SIZE
                        INTO NEW-NOTE-TEXT
                 MOVE SURV-CUSTOMER-NUMBER TO LINK-MEMBER-NUMBER
                 PERFORM RECORD-MERGE-LINK-CHANGE
           END-DELETE.

       MOVE-LOSER-OWN-LINK.
           MOVE RELATION-GROUP-NUMBER TO LINK-GROUP-NUMBER.
           MOVE RELATION-TYPE TO LINK-TYPE-FIELD.
           DELETE RELATION-FILE RECORD
              INVALID KEY
                 DISPLAY "Error deleting Relation record"
              NOT INVALID KEY
                 MOVE "unlink" TO THE-MODE
                 MOVE SPACES TO NEW-NOTE-TEXT
                 STRING "Left group "         DELIMITED BY SIZE
                        LINK-GROUP-NUMBER     DELIMITED BY SIZE
                        " - merged into customer "
                                              DELIMITED BY SIZE
                        SURV-CUSTOMER-NUMBER  DELIMITED BY SIZE
                        "."                   DELIMITED BY SIZE
                        INTO NEW-NOTE-TEXT
                 MOVE LOSE-CUSTOMER-NUMBER TO LINK-MEMBER-NUMBER
                 PERFORM RECORD-MERGE-LINK-CHANGE
           END-DELETE.
           IF LINK-GROUP-NUMBER NOT = SURV-CUSTOMER-NUMBER
              MOVE SURV-CUSTOMER-NUMBER TO RELATION-CUSTOMER-NUMBER
              PERFORM READ-RELATION-RECORD
              MOVE SURV-CUSTOMER-NUMBER TO LINK-COUNT-GROUP
              PERFORM COUNT-GROUP-MEMBERS
              IF LINK-ON-FILE = "N"
                 AND LINK-MEMBER-COUNT = ZEROES
                 PERFORM CARRY-LOSER-LINK-OVER
              ELSE
                 DISPLAY "Customer " SURV-CUSTOMER-NUMBER
                    " is already in a group - not added to group "
                    LINK-GROUP-NUMBER "."
              END-IF
           END-IF.

       CARRY-LOSER-LINK-OVER.
           MOVE SURV-CUSTOMER-NUMBER TO RELATION-CUSTOMER-NUMBER.
           MOVE LINK-GROUP-NUMBER    TO RELATION-GROUP-NUMBER.
           MOVE LINK-TYPE-FIELD      TO RELATION-TYPE.
           PERFORM STAMP-RELATION-RECORD.
           WRITE RELATION-RECORD
              INVALID KEY
                 DISPLAY "Error writing Relation record"
              NOT INVALID KEY
                 MOVE "link" TO THE-MODE
                 MOVE SPACES TO NEW-NOTE-TEXT
                 STRING "Linked to group "    DELIMITED BY SIZE
                        LINK-GROUP-NUMBER     DELIMITED BY SIZE
                        " in place of merged customer "
                                              DELIMITED BY SIZE
                        LOSE-CUSTOMER-NUMBER  DELIMITED BY SIZE
                        "."                   DELIMITED BY SIZE
                        INTO NEW-NOTE-TEXT
                 MOVE SURV-CUSTOMER-NUMBER TO LINK-MEMBER-NUMBER
                 PERFORM RECORD-MERGE-LINK-CHANGE
           END-WRITE.

      * Each pass re-positions on the duplicate's group,
      * since a re-filed member no longer carries that key.
       REFILE-NEXT-LOSER-MEMBER.
           MOVE LOSE-CUSTOMER-NUMBER TO LINK-COUNT-GROUP.
           PERFORM START-GROUP-SCAN.
           IF LINK-SCAN-DONE-SW = "N"
              READ RELATION-FILE NEXT RECORD
                 AT END
                    MOVE "Y" TO LINK-SCAN-DONE-SW
              END-READ
           END-IF.
           IF LINK-SCAN-DONE-SW = "N"
              IF RELATION-GROUP-NUMBER = LOSE-CUSTOMER-NUMBER
                 PERFORM REFILE-LOSER-MEMBER
              ELSE
                 MOVE "Y" TO LINK-SCAN-DONE-SW
              END-IF
           END-IF.

       REFILE-LOSER-MEMBER.
           MOVE LINK-TARGET-NUMBER TO RELATION-GROUP-NUMBER.
           PERFORM STAMP-RELATION-RECORD.
           REWRITE RELATION-RECORD
              INVALID KEY
                 DISPLAY "Error rewriting Relation record"
                 MOVE "Y" TO LINK-SCAN-DONE-SW
              NOT INVALID KEY
                 MOVE "link" TO THE-MODE
                 MOVE SPACES TO NEW-NOTE-TEXT
                 STRING "Moved to group "     DELIMITED BY SIZE
                        LINK-TARGET-NUMBER    DELIMITED BY SIZE
                        " - group head "      DELIMITED BY SIZE
                        LOSE-CUSTOMER-NUMBER  DELIMITED BY SIZE
                        " was merged."        DELIMITED BY SIZE
                        INTO NEW-NOTE-TEXT
                 MOVE RELATION-CUSTOMER-NUMBER
                    TO LINK-MEMBER-NUMBER
                 PERFORM RECORD-MERGE-LINK-CHANGE
           END-REWRITE.

       RECORD-MERGE-LINK-CHANGE.
           MOVE LINK-MEMBER-NUMBER TO CUSTOMER-NUMBER.
           PERFORM READ-CUSTOMER-RECORD.
           IF RECORD-FOUND = "Y"
              PERFORM RECORD-LINK-CHANGE
           END-IF.
           ADD 1 TO LINK-MOVED-COUNT.

      ****************************************************
      * Supervisor approval queue (four-eyes)
      *
      * Deletes and merges confirmed by an operator who is
      * not a supervisor, and live CUSTMCHG runs asked for
      * by one, are not carried out there and then: they
      * go to APPROVAL-FILE with the requester, the time
      * and the before image(s) and wait for a supervisor
      * to approve or reject them here. An approved request
      * runs at once and is audited under both IDs - an
      * "approved" record (image unchanged) under the
      * supervisor, then the action's own record under the
      * operator who asked for it. Nobody may approve their
      * own request, and a request whose customer has
      * changed since it was made is not run.
      ****************************************************
       QUEUE-DELETE-REQUEST.
           MOVE CUSTOMER-NUMBER TO PENDING-CHECK-NUMBER.
           PERFORM FIND-PENDING-REQUEST.
           IF PENDING-FOUND = "Y"
              PERFORM DISPLAY-ALREADY-PENDING
           ELSE
              PERFORM START-APPROVAL-RECORD
              MOVE "delete"        TO APPROVAL-ACTION
              MOVE CUSTOMER-NUMBER TO APPROVAL-CUSTOMER-NUMBER
              MOVE CUSTOMER-RECORD TO APPROVAL-BEFORE-RECORD
              PERFORM WRITE-APPROVAL-RECORD
           END-IF.

       QUEUE-MERGE-REQUEST.
           MOVE LOSE-CUSTOMER-NUMBER TO PENDING-CHECK-NUMBER.
           PERFORM FIND-PENDING-REQUEST.
           IF PENDING-FOUND = "N"
              MOVE SURV-CUSTOMER-NUMBER TO PENDING-CHECK-NUMBER
              PERFORM FIND-PENDING-REQUEST
           END-IF.
           IF PENDING-FOUND = "Y"
              PERFORM DISPLAY-ALREADY-PENDING
           ELSE
              PERFORM START-APPROVAL-RECORD
              MOVE "merge"              TO APPROVAL-ACTION
              MOVE LOSE-CUSTOMER-NUMBER TO APPROVAL-CUSTOMER-NUMBER
              MOVE SURV-CUSTOMER-NUMBER TO APPROVAL-SURVIVOR-NUMBER
              MOVE LOSE-CUSTOMER-RECORD TO APPROVAL-BEFORE-RECORD
              MOVE SURV-CUSTOMER-RECORD TO APPROVAL-SURVIVOR-BEFORE
              PERFORM WRITE-APPROVAL-RECORD
           END-IF.

       DISPLAY-ALREADY-PENDING.
           DISPLAY "Customer " PENDING-CHECK-NUMBER
              " already has request " PENDING-APPROVAL-NUMBER
              " waiting for approval.".

      * One customer may have only one request waiting at a
      * time, whether it is the subject of a delete or
      * either side of a merge.
       FIND-PENDING-REQUEST.
           MOVE "N" TO PENDING-FOUND.
           PERFORM START-APPROVAL-SCAN.
           PERFORM CHECK-NEXT-PENDING
              UNTIL APPROVAL-SCAN-DONE-SW = "Y".

       CHECK-NEXT-PENDING.
           READ APPROVAL-FILE NEXT RECORD
              AT END
                 MOVE "Y" TO APPROVAL-SCAN-DONE-SW
              NOT AT END
                 IF APPROVAL-PENDING
                    AND (APPROVAL-CUSTOMER-NUMBER
                                       = PENDING-CHECK-NUMBER
                    OR   APPROVAL-SURVIVOR-NUMBER
                                       = PENDING-CHECK-NUMBER)
                    MOVE "Y" TO PENDING-FOUND
                    MOVE APPROVAL-NUMBER TO PENDING-APPROVAL-NUMBER
                    MOVE "Y" TO APPROVAL-SCAN-DONE-SW
                 END-IF
           END-READ.

       START-APPROVAL-SCAN.
           MOVE ZEROES TO APPROVAL-NUMBER.
           START APPROVAL-FILE KEY IS NOT LESS THAN APPROVAL-NUMBER
              INVALID KEY
                 MOVE "Y" TO APPROVAL-SCAN-DONE-SW
              NOT INVALID KEY
                 MOVE "N" TO APPROVAL-SCAN-DONE-SW
           END-START.

       START-APPROVAL-RECORD.
           PERFORM ASSIGN-NEXT-APPROVAL-NUMBER.
           INITIALIZE APPROVAL-RECORD.
           MOVE NEW-APPROVAL-NUMBER     TO APPROVAL-NUMBER.
           MOVE "P"                     TO APPROVAL-STATUS.
           MOVE SIGNED-ON-OPERATOR      TO APPROVAL-REQUESTED-BY.
           MOVE FUNCTION CURRENT-DATE   TO APPROVAL-REQUESTED-AT.

       WRITE-APPROVAL-RECORD.
           IF APPROVAL-NUMBER = ZEROES
              DISPLAY "Approval request numbers are exhausted - "
                 "see your supervisor."
           ELSE
              WRITE APPROVAL-RECORD
                 INVALID KEY
                    DISPLAY "Error writing Approval request"
                 NOT INVALID KEY
                    DISPLAY "Sent for supervisor approval as "
                       "request " APPROVAL-NUMBER "."
              END-WRITE
           END-IF.

      * Request numbers come from the "APPRNO" record on
      * CONTROL-FILE, taken under lock the same way as the
      * customer-number pool.
       ASSIGN-NEXT-APPROVAL-NUMBER.
           PERFORM READ-APPROVAL-CONTROL-LOCKED.
           PERFORM RETRY-APPROVAL-CONTROL-LOCKED
              UNTIL CONTROL-FILE-STATUS NOT = "51".
           IF CONTROL-FOUND = "N"
              PERFORM SEED-APPROVAL-CONTROL
           END-IF.
           MOVE CONTROL-NEXT-NUMBER TO NEW-APPROVAL-NUMBER.
           IF NEW-APPROVAL-NUMBER = 99999
              MOVE ZEROES TO CONTROL-NEXT-NUMBER
           ELSE
              IF NEW-APPROVAL-NUMBER > ZEROES
                 ADD 1 TO CONTROL-NEXT-NUMBER
              END-IF
           END-IF.
           REWRITE CONTROL-RECORD
              INVALID KEY
                 DISPLAY "Error rewriting Control record"
           END-REWRITE.

       READ-APPROVAL-CONTROL-LOCKED.
           MOVE "APPRNO" TO CONTROL-ID.
           READ CONTROL-FILE RECORD WITH LOCK
              INVALID KEY
                 MOVE "N" TO CONTROL-FOUND
              NOT INVALID KEY
                 MOVE "Y" TO CONTROL-FOUND
           END-READ.

       RETRY-APPROVAL-CONTROL-LOCKED.
           DISPLAY "Request numbers in use by another user - "
              "retrying.".
           PERFORM READ-APPROVAL-CONTROL-LOCKED.

       SEED-APPROVAL-CONTROL.
           MOVE ZEROES TO HIGHEST-APPROVAL-NUMBER.
           PERFORM START-APPROVAL-SCAN.
           PERFORM SCAN-NEXT-FOR-HIGHEST-APPROVAL
              UNTIL APPROVAL-SCAN-DONE-SW = "Y".
           MOVE "APPRNO" TO CONTROL-ID.
           IF HIGHEST-APPROVAL-NUMBER = 99999
              MOVE ZEROES TO CONTROL-NEXT-NUMBER
           ELSE
              COMPUTE CONTROL-NEXT-NUMBER =
                 HIGHEST-APPROVAL-NUMBER + 1
           END-IF.
           WRITE CONTROL-RECORD
              INVALID KEY
                 CONTINUE
           END-WRITE.

       SCAN-NEXT-FOR-HIGHEST-APPROVAL.
           READ APPROVAL-FILE NEXT RECORD
              AT END
                 MOVE "Y" TO APPROVAL-SCAN-DONE-SW
              NOT AT END
                 MOVE APPROVAL-NUMBER TO HIGHEST-APPROVAL-NUMBER
           END-READ.

      * The supervisor's side: list what is waiting, pick a
      * request by number, and approve it, reject it with a
      * reason, or leave it for later.
       APPROVAL-MODE.
           PERFORM LIST-PENDING-APPROVALS.
           PERFORM GET-APPROVAL-PICK.
           PERFORM APPROVAL-RECORDS
              UNTIL APPROVAL-PICK-NUMBER = ZEROES.

       APPROVAL-RECORDS.
           PERFORM DECIDE-APPROVAL-REQUEST.
           PERFORM LIST-PENDING-APPROVALS.
           PERFORM GET-APPROVAL-PICK.

       LIST-PENDING-APPROVALS.
           MOVE ZEROES TO PENDING-COUNT.
           DISPLAY " ".
           DISPLAY "Requests waiting for approval:".
           PERFORM START-APPROVAL-SCAN.
           PERFORM LIST-NEXT-APPROVAL
              UNTIL APPROVAL-SCAN-DONE-SW = "Y".
           DISPLAY "Pending requests: " PENDING-COUNT.

       LIST-NEXT-APPROVAL.
           READ APPROVAL-FILE NEXT RECORD
              AT END
                 MOVE "Y" TO APPROVAL-SCAN-DONE-SW
              NOT AT END
                 IF APPROVAL-PENDING
                    ADD 1 TO PENDING-COUNT
                    PERFORM SET-APPROVAL-SUBJECT
                    DISPLAY APPROVAL-NUMBER "  "
                       APPROVAL-ACTION "  "
                       APPROVAL-SUBJECT "  "
                       APPROVAL-REQUESTED-BY "  "
                       APPROVAL-REQUESTED-AT(1:4) "-"
                       APPROVAL-REQUESTED-AT(5:2) "-"
                       APPROVAL-REQUESTED-AT(7:2)
                 END-IF
           END-READ.

       SET-APPROVAL-SUBJECT.
           MOVE SPACES TO APPROVAL-SUBJECT.
           EVALUATE APPROVAL-ACTION
              WHEN "delete"
                 STRING "customer "        DELIMITED BY SIZE
                        APPROVAL-CUSTOMER-NUMBER
                                           DELIMITED BY SIZE
                        INTO APPROVAL-SUBJECT
              WHEN "merge"
                 STRING "customer "        DELIMITED BY SIZE
                        APPROVAL-CUSTOMER-NUMBER
                                           DELIMITED BY SIZE
                        " into "           DELIMITED BY SIZE
                        APPROVAL-SURVIVOR-NUMBER
                                           DELIMITED BY SIZE
                        INTO APPROVAL-SUBJECT
              WHEN "masschange"
                 STRING APPROVAL-CHANGE-FIELD
                                           DELIMITED BY SPACE
                        " on "             DELIMITED BY SIZE
                        APPROVAL-MATCHED-COUNT
                                           DELIMITED BY SIZE
                        " records"         DELIMITED BY SIZE
                        INTO APPROVAL-SUBJECT
           END-EVALUATE.

       GET-APPROVAL-PICK.
           DISPLAY " ".
           DISPLAY "Enter the request number from the list".
           DISPLAY "above, or 0 to return to the menu."
           DISPLAY "Request: " WITH NO ADVANCING.
           MOVE SPACES TO APPROVAL-NUMBER-FIELD.
           ACCEPT APPROVAL-NUMBER-FIELD.
           MOVE APPROVAL-NUMBER-FIELD TO APPROVAL-PICK-NUMBER.

      * The request is held under lock from here until its
      * decision is rewritten, so a second supervisor
      * cannot decide it at the same time.
       DECIDE-APPROVAL-REQUEST.
           MOVE APPROVAL-PICK-NUMBER TO APPROVAL-NUMBER.
           PERFORM READ-APPROVAL-RECORD-LOCKED.
           EVALUATE TRUE
              WHEN APPROVAL-FOUND = "N"
                 CONTINUE
              WHEN NOT APPROVAL-PENDING
                 DISPLAY "Request " APPROVAL-NUMBER
                    " has already been decided."
              WHEN OTHER
                 PERFORM DISPLAY-APPROVAL-REQUEST
                 PERFORM ASK-APPROVAL-DECISION
                 EVALUATE APPROVAL-DECISION
                    WHEN "A"
                       PERFORM APPROVE-REQUEST
                    WHEN "R"
                       PERFORM REJECT-REQUEST
                    WHEN OTHER
                       DISPLAY "Request left pending."
                 END-EVALUATE
           END-EVALUATE.
           UNLOCK APPROVAL-FILE.

       READ-APPROVAL-RECORD-LOCKED.
           MOVE "Y" TO APPROVAL-FOUND.
           READ APPROVAL-FILE RECORD WITH LOCK
              INVALID KEY
                 MOVE "N" TO APPROVAL-FOUND
           END-READ.
           IF APPROVAL-FOUND = "N"
              IF APPROVAL-FILE-STATUS = "51"
                 DISPLAY "Request in use by another user - "
                    "try again shortly."
              ELSE
                 DISPLAY "Request not on file."
              END-IF
           END-IF.

       DISPLAY-APPROVAL-REQUEST.
           DISPLAY " ".
           DISPLAY "Request:      " APPROVAL-NUMBER
              "  " APPROVAL-ACTION.
           DISPLAY "Requested by: " APPROVAL-REQUESTED-BY
              "  on " APPROVAL-REQUESTED-AT(1:4) "-"
              APPROVAL-REQUESTED-AT(5:2) "-"
              APPROVAL-REQUESTED-AT(7:2) " at "
              APPROVAL-REQUESTED-AT(9:2) ":"
              APPROVAL-REQUESTED-AT(11:2).
           EVALUATE APPROVAL-ACTION
              WHEN "delete"
                 DISPLAY "Delete customer " APPROVAL-CUSTOMER-NUMBER
                    "  " APPROVAL-BEFORE-NAME
              WHEN "merge"
                 DISPLAY "Merge customer  " APPROVAL-CUSTOMER-NUMBER
                    "  " APPROVAL-BEFORE-NAME
                 DISPLAY "into customer   " APPROVAL-SURVIVOR-NUMBER
                    "  " APPROVAL-SURVIVOR-BEFORE(6:50)
              WHEN "masschange"
                 DISPLAY "Set " APPROVAL-CHANGE-FIELD
                    " where it is:"
                 DISPLAY "      " APPROVAL-MATCH-VALUE
                 DISPLAY "  to: " APPROVAL-NEW-VALUE
                 DISPLAY "Records matched when asked: "
                    APPROVAL-MATCHED-COUNT
           END-EVALUATE.

       ASK-APPROVAL-DECISION.
           PERFORM ACCEPT-APPROVAL-DECISION.
           PERFORM RETRY-APPROVAL-DECISION
              UNTIL APPROVAL-DECISION-IS-VALID.

       ACCEPT-APPROVAL-DECISION.
           DISPLAY "A=approve, R=reject, Enter=leave pending: "
              WITH NO ADVANCING.
           MOVE SPACE TO APPROVAL-DECISION.
           ACCEPT APPROVAL-DECISION.

           INSPECT APPROVAL-DECISION
              CONVERTING LOWER-ALPHA
              TO         UPPER-ALPHA.

       RETRY-APPROVAL-DECISION.
           DISPLAY "You must enter A, R or press Enter".
           PERFORM ACCEPT-APPROVAL-DECISION.

       APPROVE-REQUEST.
           IF APPROVAL-REQUESTED-BY = SIGNED-ON-OPERATOR
              DISPLAY "You cannot approve your own request - "
                 "another supervisor must decide it."
           ELSE
              EVALUATE APPROVAL-ACTION
                 WHEN "delete"
                    PERFORM RUN-APPROVED-DELETE
                 WHEN "merge"
                    PERFORM RUN-APPROVED-MERGE
                 WHEN "masschange"
                    PERFORM RUN-APPROVED-MASS-CHANGE
              END-EVALUATE
           END-IF.

       RUN-APPROVED-DELETE.
           MOVE "N" TO APPROVAL-DONE-SW.
           MOVE "delete" TO THE-MODE.
           MOVE APPROVAL-CUSTOMER-NUMBER TO CUSTOMER-NUMBER.
           PERFORM READ-CUSTOMER-RECORD.
           MOVE APPROVAL-BEFORE-RECORD TO EXPECTED-CUSTOMER-IMAGE.
           PERFORM CHECK-APPROVAL-CUSTOMER.
           IF APPROVAL-IMAGE-OK = "Y"
              PERFORM CHECK-DELETE-GROUP-HEAD
              IF LINK-HEADS-GROUP = "Y"
                 MOVE "N" TO APPROVAL-IMAGE-OK
              END-IF
           END-IF.
           IF APPROVAL-IMAGE-OK = "Y"
              PERFORM WRITE-APPROVED-AUDIT-RECORD
              MOVE "delete" TO THE-MODE
              MOVE APPROVAL-REQUESTED-BY TO ACTING-OPERATOR
              PERFORM DELETE-CUSTOMER-RECORD
              MOVE SIGNED-ON-OPERATOR TO ACTING-OPERATOR
              IF CUSTOMER-FILE-STATUS = "00"
                 MOVE "Y" TO APPROVAL-DONE-SW
                 DISPLAY "Customer " APPROVAL-CUSTOMER-NUMBER
                    " deleted."
              END-IF
           END-IF.
           UNLOCK CUSTOMER-FILE.
           PERFORM FINISH-APPROVED-REQUEST.

      * Both sides are checked against the images the
      * requester saw before anything is written; the merge
      * itself then re-reads each side under lock exactly
      * as a supervisor's own merge does.
       RUN-APPROVED-MERGE.
           MOVE "N" TO APPROVAL-DONE-SW.
           MOVE "keep" TO THE-MODE.
           MOVE APPROVAL-SURVIVOR-NUMBER TO CUSTOMER-NUMBER.
           PERFORM READ-CUSTOMER-RECORD.
           MOVE APPROVAL-SURVIVOR-BEFORE TO EXPECTED-CUSTOMER-IMAGE.
           PERFORM CHECK-APPROVAL-CUSTOMER.
           IF APPROVAL-IMAGE-OK = "Y"
              MOVE CUSTOMER-RECORD TO SURV-CUSTOMER-RECORD
              MOVE "merge" TO THE-MODE
              MOVE APPROVAL-CUSTOMER-NUMBER TO CUSTOMER-NUMBER
              PERFORM READ-CUSTOMER-RECORD
              MOVE APPROVAL-BEFORE-RECORD TO EXPECTED-CUSTOMER-IMAGE
              PERFORM CHECK-APPROVAL-CUSTOMER
           END-IF.
           IF APPROVAL-IMAGE-OK = "Y"
              MOVE CUSTOMER-RECORD TO LOSE-CUSTOMER-RECORD
              PERFORM WRITE-APPROVED-AUDIT-RECORD
              MOVE SURV-CUSTOMER-RECORD TO CUSTOMER-RECORD
              PERFORM WRITE-APPROVED-AUDIT-RECORD
              MOVE "merge" TO THE-MODE
              MOVE APPROVAL-REQUESTED-BY TO ACTING-OPERATOR
              PERFORM MERGE-THE-PAIR
              MOVE SIGNED-ON-OPERATOR TO ACTING-OPERATOR
              IF MERGE-STEP-OK = "Y"
                 MOVE "Y" TO APPROVAL-DONE-SW
              END-IF
           END-IF.
           UNLOCK CUSTOMER-FILE.
           PERFORM FINISH-APPROVED-REQUEST.

      * EXPECTED-CUSTOMER-IMAGE holds the before image the
      * requester saw; the record just read must still match
      * it byte for byte.
       CHECK-APPROVAL-CUSTOMER.
           MOVE "N" TO APPROVAL-IMAGE-OK.
           EVALUATE TRUE
              WHEN RECORD-LOCKED
                 CONTINUE
              WHEN RECORD-FOUND = "N"
                 DISPLAY "Customer " CUSTOMER-NUMBER
                    " is no longer on file."
              WHEN CUSTOMER-RECORD NOT = EXPECTED-CUSTOMER-IMAGE
                 DISPLAY "Customer " CUSTOMER-NUMBER
                    " has changed since the request was made."
              WHEN OTHER
                 MOVE "Y" TO APPROVAL-IMAGE-OK
           END-EVALUATE.

       WRITE-APPROVED-AUDIT-RECORD.
           MOVE "approved" TO THE-MODE.
           MOVE CUSTOMER-RECORD TO AUDIT-BEFORE-RECORD.
           MOVE CUSTOMER-RECORD TO AUDIT-AFTER-RECORD.
           PERFORM WRITE-AUDIT-RECORD.

       FINISH-APPROVED-REQUEST.
           IF APPROVAL-DONE-SW = "Y"
              PERFORM STAMP-APPROVAL-DECISION
              MOVE "A" TO APPROVAL-STATUS
              MOVE APPROVAL-DECIDED-AT TO APPROVAL-APPLIED-AT
              PERFORM REWRITE-APPROVAL-RECORD
              IF APPROVAL-FILE-STATUS = "00"
                 DISPLAY "Request " APPROVAL-NUMBER " approved."
              END-IF
           ELSE
              DISPLAY "Request " APPROVAL-NUMBER " was not run "
                 "and is still pending;"
              DISPLAY "reject it if it no longer applies."
           END-IF.

      * A mass change is run by CUSTMCHG itself, which
      * checks the request is approved and not yet applied,
      * writes the audit records under both IDs and stamps
      * the request applied. The decision is rewritten
      * first, releasing the lock, so CUSTMCHG can update
      * the request.
       RUN-APPROVED-MASS-CHANGE.
           PERFORM STAMP-APPROVAL-DECISION.
           MOVE "A" TO APPROVAL-STATUS.
           PERFORM REWRITE-APPROVAL-RECORD.
           IF APPROVAL-FILE-STATUS = "00"
              DISPLAY "Request " APPROVAL-NUMBER " approved."
              MOVE SPACES TO APPROVAL-COMMAND
              STRING "custmchg APPROVED " DELIMITED BY SIZE
                     APPROVAL-NUMBER      DELIMITED BY SIZE
                     INTO APPROVAL-COMMAND
              DISPLAY "Running: " APPROVAL-COMMAND
              CALL "SYSTEM" USING APPROVAL-COMMAND
              MOVE RETURN-CODE TO APPROVAL-COMMAND-CODE
              MOVE ZEROES TO RETURN-CODE
              IF APPROVAL-COMMAND-CODE = ZEROES
                 DISPLAY "Mass change applied - see custmchg.lst."
              ELSE
                 DISPLAY "Mass change did not complete - see "
                    "custmchg.lst, then re-run:"
                 DISPLAY "   " APPROVAL-COMMAND
              END-IF
           END-IF.

       REJECT-REQUEST.
           PERFORM ENTER-REJECT-REASON.
           PERFORM STAMP-APPROVAL-DECISION.
           MOVE "R" TO APPROVAL-STATUS.
           MOVE APPROVAL-REASON-FIELD TO APPROVAL-REASON.
           PERFORM REWRITE-APPROVAL-RECORD.
           IF APPROVAL-FILE-STATUS = "00"
              DISPLAY "Request " APPROVAL-NUMBER " rejected."
           END-IF.

       ENTER-REJECT-REASON.
           PERFORM ACCEPT-REJECT-REASON.
           PERFORM RETRY-REJECT-REASON
              UNTIL APPROVAL-REASON-FIELD NOT = SPACES.

       ACCEPT-REJECT-REASON.
           DISPLAY "Reason for rejecting: " WITH NO ADVANCING.
           MOVE SPACES TO APPROVAL-REASON-FIELD.
           ACCEPT APPROVAL-REASON-FIELD.

       RETRY-REJECT-REASON.
           DISPLAY "A reason must be entered".
           PERFORM ACCEPT-REJECT-REASON.

       STAMP-APPROVAL-DECISION.
           MOVE SIGNED-ON-OPERATOR    TO APPROVAL-DECIDED-BY.
           MOVE FUNCTION CURRENT-DATE TO APPROVAL-DECIDED-AT.

       REWRITE-APPROVAL-RECORD.
           REWRITE APPROVAL-RECORD
              INVALID KEY
                 DISPLAY "Error rewriting Approval request"
           END-REWRITE.

      ****************************************************
      * Operator Maintenance routines (req. 019)
      *
           MOVE CUSTOMER-POSTCODE TO GEO-POSTCODE.
           MOVE CUSTOMER-CITY     TO GEO-CITY.
           MOVE CUSTOMER-STATE    TO GEO-STATE.
           PERFORM MATCH-GEO-COMBINATION.

      * Checks whatever combination is in GEO-POSTCODE,
      * GEO-CITY and GEO-STATE, so the dated addresses can
      * be checked the same way as the customer record.
       MATCH-GEO-COMBINATION.
           MOVE "N" TO GEO-VALID-SW.
           MOVE "N" TO POSTCODE-KNOWN-SW.
           INSPECT GEO-CITY
           END-REWRITE.

       DELETE-CUSTOMER-RECORD.
           PERFORM DROP-DELETED-CUSTOMER-LINK.
           MOVE CUSTOMER-RECORD TO AUDIT-BEFORE-RECORD.
           DELETE CUSTOMER-FILE RECORD
              INVALID KEY
                 PERFORM WRITE-AUDIT-RECORD
           END-DELETE.

      * A customer being deleted leaves its own group first,
      * so no relation record is left pointing at a number
      * that is no longer on file. The unlink is audited
      * (customer image unchanged on both sides) before the
      * delete, so the delete, with its blank after image,
      * stays the customer's last audit entry for the
      * delta extract and roll-forward. The customer is
      * held under lock, so the image in hand is current
      * and is not read again. A group head is never
      * deleted while it has members -
      * CHECK-DELETE-GROUP-HEAD refuses that beforehand.
       DROP-DELETED-CUSTOMER-LINK.
           MOVE THE-MODE TO LINK-SAVED-MODE.
           MOVE CUSTOMER-NUMBER TO RELATION-CUSTOMER-NUMBER.
           PERFORM READ-RELATION-RECORD.
           IF LINK-ON-FILE = "Y"
              MOVE RELATION-GROUP-NUMBER TO LINK-GROUP-NUMBER
              DELETE RELATION-FILE RECORD
                 INVALID KEY
                    DISPLAY "Error deleting Relation record"
                 NOT INVALID KEY
                    MOVE "unlink" TO THE-MODE
                    MOVE SPACES TO NEW-NOTE-TEXT
                    STRING "Left group "   DELIMITED BY SIZE
                           LINK-GROUP-NUMBER
                                           DELIMITED BY SIZE
                           " - customer deleted."
                                           DELIMITED BY SIZE
                           INTO NEW-NOTE-TEXT
                    PERFORM RECORD-HELD-LINK-CHANGE
              END-DELETE
           END-IF.
           MOVE LINK-SAVED-MODE TO THE-MODE.

       CHECK-DELETE-GROUP-HEAD.
           MOVE "N" TO LINK-HEADS-GROUP.
           MOVE CUSTOMER-NUMBER TO LINK-COUNT-GROUP.
           PERFORM COUNT-GROUP-MEMBERS.
           IF LINK-MEMBER-COUNT > ZEROES
              MOVE "Y" TO LINK-HEADS-GROUP
              MOVE LINK-MEMBER-COUNT TO LINK-MEMBER-COUNT-DISP
              DISPLAY "Customer " CUSTOMER-NUMBER
                 " heads a group with " LINK-MEMBER-COUNT-DISP
                 " member(s) - not deleted."
              DISPLAY "Unlink the members in Account Links first."
           END-IF.

      ****************************************************
      * Audit trail routines (req. 004)
      ****************************************************
           MOVE THE-MODE             TO AUDIT-ACTION.
           MOVE FUNCTION CURRENT-DATE
                                     TO AUDIT-TIMESTAMP.
           MOVE ACTING-OPERATOR      TO AUDIT-OPERATOR.
           WRITE AUDIT-RECORD.
