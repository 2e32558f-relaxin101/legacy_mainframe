                     ==PENALTY-ALREADY-APPLIED==
                                 BY ==AM-PENALTY-ALREADY-APPLIED==
                     ==BALANCE==          BY ==AM-BALANCE==
                     ==BALANCE-COMPONENTS==
                                 BY ==AM-BALANCE-COMPONENTS==
                     ==PRINCIPAL-BALANCE==
                                 BY ==AM-PRINCIPAL-BALANCE==
                     ==PENALTY-BALANCE==  BY ==AM-PENALTY-BALANCE==
                     ==INTEREST-BALANCE==
                                 BY ==AM-INTEREST-BALANCE==
                     ==NOTES==            BY ==AM-NOTES==
                     ==NOTE-AUTHOR-ID==   BY ==AM-NOTE-AUTHOR-ID==
                     ==NOTE-ENTRY-STAMP== BY ==AM-NOTE-ENTRY-STAMP==
                     ==TT-TYPE-ACCRUAL==  BY ==AT-TYPE-ACCRUAL==
                     ==TT-TYPE-REFUND==   BY ==AT-TYPE-REFUND==
                     ==TT-AMOUNT==        BY ==AT-AMOUNT==
                     ==TT-SOURCE-SEQ==    BY ==AT-SOURCE-SEQ==
                     ==TT-COMPONENT-AMOUNTS==
                                 BY ==AT-COMPONENT-AMOUNTS==
                     ==TT-PRINCIPAL-AMOUNT==
                                 BY ==AT-PRINCIPAL-AMOUNT==
                     ==TT-PENALTY-AMOUNT==
                                 BY ==AT-PENALTY-AMOUNT==
                     ==TT-INTEREST-AMOUNT==
                                 BY ==AT-INTEREST-AMOUNT==.

       FD  ARCHIVE-STATUS-FILE.
       COPY "STATHIST.cobol"
                     ==SH-OLD-STATS==     BY ==AS-OLD-STATS==
                     ==SH-NEW-STATS==     BY ==AS-NEW-STATS==
                     ==SH-SOURCE-PGM==    BY ==AS-SOURCE-PGM==
                     ==SH-SOURCE-SEQ==    BY ==AS-SOURCE-SEQ==
                     ==SH-HOLD-PERIOD==   BY ==AS-HOLD-PERIOD==
                     ==SH-HOLD-TYPE==     BY ==AS-HOLD-TYPE==
                     ==SH-HOLD-START-DATE==
                                 BY ==AS-HOLD-START-DATE==
                     ==SH-HOLD-END-DATE== BY ==AS-HOLD-END-DATE==
                     ==SH-HOLD-CASE-REFERENCE==
                                 BY ==AS-HOLD-CASE-REFERENCE==.

       FD  ARCHIVE-NOTE-FILE.
       COPY "NOTEHIST.cobol"
