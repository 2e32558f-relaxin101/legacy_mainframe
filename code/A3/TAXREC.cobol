             05 PENALTY-APPLIED-SW PIC X.
               88 PENALTY-ALREADY-APPLIED VALUE "Y".
           03 BALANCE PIC S9(11)V99 USAGE IS COMP-3.
      * BALANCE split by what is owed.  The three always sum to
      * BALANCE; TRANPOST moves them together with it, and
      * TRANRECN proves each one against the ledger.
           03 BALANCE-COMPONENTS.
             05 PRINCIPAL-BALANCE PIC S9(11)V99 USAGE IS COMP-3.
             05 PENALTY-BALANCE PIC S9(11)V99 USAGE IS COMP-3.
             05 INTEREST-BALANCE PIC S9(11)V99 USAGE IS COMP-3.
           03 NOTES OCCURS 10 TIMES.
             05 NOTE-AUTHOR-ID PIC X(8).
             05 NOTE-ENTRY-STAMP.
