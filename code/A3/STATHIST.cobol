      * the input file -- see TT-SOURCE-SEQ in TAXTRAN.cobol for
      * the matching field on the transaction ledger.
           03 SH-SOURCE-SEQ PIC 9(4) VALUE ZERO.
      * Set only on the entry HOLDMNT writes when a legal hold
      * comes off (STATS does not change, old and new match):
      * the hold's type, its first and last day in force, and
      * the court or appeal case, so a gap in collection
      * activity is explained on the account's own history.
      * Spaces and zeros on every ordinary status change.
           03 SH-HOLD-PERIOD.
             05 SH-HOLD-TYPE PIC X.
             05 SH-HOLD-START-DATE PIC 9(8).
             05 SH-HOLD-END-DATE PIC 9(8).
             05 SH-HOLD-CASE-REFERENCE PIC X(20).
