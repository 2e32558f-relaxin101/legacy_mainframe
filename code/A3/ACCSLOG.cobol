       01  ACCESS-LOG-RECORD.
      * Keyed by when first, so the security report reads a
      * date range straight off the front of the key.
           03 AL-KEY.
             05 AL-ACCESS-STAMP.
               10 AL-ACCESS-DATE PIC 9(6).
               10 AL-ACCESS-TIME PIC 9(9).
             05 AL-OPERATOR-ID PIC X(8).
             05 AL-SEQUENCE-NO PIC 9(4).
           03 AL-PROGRAM-ID PIC X(8).
           03 AL-EVENT-TYPE PIC X.
             88 ACCESS-TAXID-DISPLAYED VALUE "D".
             88 ACCESS-SIGNED-ON VALUE "S".
             88 ACCESS-SIGNON-REFUSED VALUE "F".
             88 ACCESS-FUNCTION-REFUSED VALUE "R".
      * Why a sign-on was refused: unknown operator, wrong
      * password, or a profile that is suspended or revoked.
      * Blank on every other event.
           03 AL-REFUSAL-REASON PIC X.
             88 REFUSED-UNKNOWN-OPERATOR VALUE "U".
             88 REFUSED-BAD-PASSWORD VALUE "P".
             88 REFUSED-PROFILE-LOCKED VALUE "L".
           03 AL-FUNCTION-CODE PIC X.
      * The account shown; zero on a sign-on event.
           03 AL-TAXID PIC S9(9) USAGE IS COMP-3.
