       01  OPERATOR-PROFILE-RECORD.
           03 OP-OPERATOR-ID PIC X(8).
           03 OP-OPERATOR-NAME PIC X(30).
           03 OP-PASSWORD PIC X(8).
           03 OP-PROFILE-STATUS PIC X.
             88 PROFILE-ACTIVE VALUE "A".
      * Set by OPRSIGN when too many sign-ons in a row fail;
      * only OPERMNT puts the profile back in service.
             88 PROFILE-SUSPENDED VALUE "S".
             88 PROFILE-REVOKED VALUE "R".
      * One switch per function an operator can be trusted
      * with.  The sign-on routine tests these by function
      * code: I, N, S and A in the order below.
           03 OP-AUTHORITIES.
             05 OP-INQUIRY-AUTH PIC X.
               88 MAY-INQUIRE VALUE "Y".
             05 OP-NOTE-ENTRY-AUTH PIC X.
               88 MAY-ENTER-NOTES VALUE "Y".
             05 OP-SUSPENSE-AUTH PIC X.
               88 MAY-CORRECT-SUSPENSE VALUE "Y".
             05 OP-ADJ-APPROVAL-AUTH PIC X.
               88 MAY-APPROVE-ADJUSTMENTS VALUE "Y".
           03 OP-FAILED-SIGNONS PIC 9(2).
           03 OP-LAST-SIGNON-STAMP.
             05 OP-LAST-SIGNON-DATE PIC 9(6).
             05 OP-LAST-SIGNON-TIME PIC 9(9).
           03 OP-ADDED-DATE PIC 9(6).
           03 OP-CHANGED-DATE PIC 9(6).
