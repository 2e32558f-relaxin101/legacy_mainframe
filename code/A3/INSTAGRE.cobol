             05 IA-PAID-THRU-DATE PIC 9(6).
             05 IA-PAID-THRU-TIME PIC 9(9).
           03 IA-PAID-THRU-SEQ PIC 9(4).
      * How the installments arrive.  An agreement on automatic
      * debit carries the taxpayer's bank routing and account
      * and walks a prenote cycle before any money is drawn:
      * INSTMNT files the details as prenote-pending, ACHORIG
      * sends a zero-dollar prenote and waits ACHPNDAY days for
      * a return, and only then goes live.  A prenote return,
      * or ACHRTNMX debit returns, puts the agreement back on
      * mail (BANKRTRN).
           03 IA-PAYMENT-METHOD PIC X.
             88 PAY-BY-MAIL VALUES "M" " ".
             88 PAY-BY-DEBIT VALUE "D".
           03 IA-DEBIT-STATUS PIC X.
             88 DEBIT-NOT-SET-UP VALUE " ".
             88 DEBIT-PRENOTE-PENDING VALUE "P".
             88 DEBIT-PRENOTE-SENT VALUE "S".
             88 DEBIT-LIVE VALUE "L".
             88 DEBIT-PRENOTE-RETURNED VALUE "R".
             88 DEBIT-STOPPED-RETURNS VALUE "X".
           03 IA-BANK-ROUTING PIC 9(9).
           03 IA-BANK-ACCOUNT PIC X(17).
           03 IA-BANK-ACCOUNT-TYPE PIC X.
             88 BANK-CHECKING VALUE "C".
             88 BANK-SAVINGS VALUE "S".
           03 IA-PRENOTE-DATE PIC 9(6).
           03 IA-DEBIT-RETURN-COUNT PIC 9(2).
      * The last draw: the installment it was for, the night it
      * was originated and the amount.  No new draw is made
      * until INSTMON's paid-through stamp has moved past the
      * night of the last one -- the ledger has taken it in and
      * IA-NEXT-DUE-DATE reflects it -- and a rerun the same
      * night sends the same debit out again instead of finding
      * it done.
           03 IA-LAST-DEBIT-DUE-DATE PIC 9(6).
           03 IA-LAST-DEBIT-ORIG-DATE PIC 9(6).
           03 IA-LAST-DEBIT-AMOUNT PIC S9(11)V99 USAGE IS COMP-3.
      * The night BANKRTRN last counted a debit return against
      * IA-DEBIT-RETURN-COUNT, so a same-night rerun of the
      * return file does not count the same return twice.
           03 IA-LAST-RETURN-DATE PIC 9(6).
