           03 GL-STATS PIC X.
           03 GL-ACCOUNT-COUNT PIC 9(9).
           03 GL-BALANCE-TOTAL PIC S9(11)V99 USAGE IS COMP-3.
      * GL-BALANCE-TOTAL broken out by BALANCE component; the
      * three always sum to it.
           03 GL-PRINCIPAL-TOTAL PIC S9(11)V99 USAGE IS COMP-3.
           03 GL-PENALTY-TOTAL PIC S9(11)V99 USAGE IS COMP-3.
           03 GL-INTEREST-TOTAL PIC S9(11)V99 USAGE IS COMP-3.
           03 GL-FILLER PIC X(10).
