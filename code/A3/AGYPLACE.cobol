       01  AGENCY-PLACEMENT-RECORD.
           03 AP-KEY.
             05 AP-TAXID PIC S9(9) USAGE IS COMP-3.
             05 AP-PLACEMENT-DATE PIC 9(6).
      * The delinquency episode the placement belongs to -- the
      * same DELINQUENCY-START-DATE the NOTICE-HISTORY-RECORD
      * keys its ladder on, so an episode is placed only once.
           03 AP-EPISODE-START-DATE PIC 9(6).
           03 AP-PLACEMENT-STATUS PIC X.
             88 PLACEMENT-ACTIVE VALUE "A".
             88 PLACEMENT-RECALLED VALUE "R".
           03 AP-BALANCE-AT-PLACEMENT PIC S9(11)V99 USAGE IS COMP-3.
           03 AP-COMPONENTS-AT-PLACEMENT.
             05 AP-PRINCIPAL-AT-PLACEMENT PIC S9(11)V99
                 USAGE IS COMP-3.
             05 AP-PENALTY-AT-PLACEMENT PIC S9(11)V99
                 USAGE IS COMP-3.
             05 AP-INTEREST-AT-PLACEMENT PIC S9(11)V99
                 USAGE IS COMP-3.
      * Running totals of what the agency has remitted against
      * this placement: gross as collected, and the commission
      * kept back out of it.
           03 AP-GROSS-COLLECTED PIC S9(11)V99 USAGE IS COMP-3.
           03 AP-COMMISSION-TAKEN PIC S9(11)V99 USAGE IS COMP-3.
      * Batch and item position of the last remittance folded
      * into the totals above, and the night it was applied, so
      * a same-night rerun of the inbound file re-emits its
      * payments without counting them twice, and a batch sent
      * again on a later night is refused instead of posted.
           03 AP-LAST-REMIT-BATCH PIC 9(6).
           03 AP-LAST-REMIT-ITEM PIC 9(6).
           03 AP-LAST-REMIT-DATE PIC 9(6).
      * First batch applied on that night: only an item from a
      * batch at or past it was applied tonight and may be
      * re-emitted by a rerun -- an older batch sent again the
      * same night is refused like any other repeat.
           03 AP-NIGHT-FIRST-BATCH PIC 9(6).
           03 AP-RECALL-DATE PIC 9(6).
           03 AP-RECALL-REASON PIC X(2).
             88 RECALL-ACCOUNT-PAID VALUE "PD".
             88 RECALL-ON-AGREEMENT VALUE "IA".
             88 RECALL-ACCOUNT-CLOSED VALUE "CL".
             88 RECALL-BY-AGENCY VALUE "AG".
             88 RECALL-LEGAL-HOLD VALUE "LH".
