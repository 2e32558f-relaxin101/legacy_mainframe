           03 NA-STATE PIC X(2).
           03 NA-ZIP PIC X(10).
           03 NA-ENTERED-DATE PIC 9(6).
      * Set by MAILRTN when a notice, statement or refund check
      * mailed to this row comes back from the post office.
      * The flag lives on the row, not the TAXID: once NAMEMNT
      * files a newer address that row is the one in force and
      * mail flows again, while the bad row keeps its history.
           03 NA-RETURNED-MAIL.
             05 NA-RETURNED-SW PIC X.
               88 NA-ADDRESS-UNDELIVERABLE VALUE "Y".
             05 NA-RETURNED-DATE PIC 9(6).
      *   N  delinquency notice (DELNOTCE)
      *   S  statement (STMTGEN)
      *   R  refund check (REFUND)
             05 NA-RETURNED-DOC-TYPE PIC X.
               88 NA-RETURNED-NOTICE VALUE "N".
               88 NA-RETURNED-STATEMENT VALUE "S".
               88 NA-RETURNED-REFUND VALUE "R".
