      * wall-clock-based.  Zero means "no dedup tracking for this
      * post" (e.g. ACCRUAL's postings, which aren't restarted).
           03 TT-SOURCE-SEQ PIC 9(4) VALUE ZERO.
      * TT-AMOUNT as TRANPOST applied it to each BALANCE
      * component -- the three always sum to TT-AMOUNT.
           03 TT-COMPONENT-AMOUNTS.
             05 TT-PRINCIPAL-AMOUNT PIC S9(11)V99 USAGE IS COMP-3.
             05 TT-PENALTY-AMOUNT PIC S9(11)V99 USAGE IS COMP-3.
             05 TT-INTEREST-AMOUNT PIC S9(11)V99 USAGE IS COMP-3.
