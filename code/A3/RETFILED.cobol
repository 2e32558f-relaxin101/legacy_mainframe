       01  RETURN-FILED-RECORD.
           03 FR-KEY.
             05 FR-TAXID PIC S9(9) USAGE IS COMP-3.
      * Tax period as YYYYMM of the period's closing month.
             05 FR-TAX-PERIOD PIC 9(6).
           03 FR-RETURN-STATUS PIC X.
             88 RETURN-FILED VALUE "F".
             88 RETURN-ESTIMATED VALUE "E".
      * Liability the taxpayer reported; zero while only an
      * estimate is on file.
           03 FR-TAX-DUE PIC S9(11)V99 USAGE IS COMP-3.
           03 FR-RECEIVED-DATE PIC 9(6).
      * The estimated assessment NONFILER raised for the period,
      * kept after a real return replaces it so the reversal
      * can always be traced back to what was charged.
           03 FR-ESTIMATED-AMOUNT PIC S9(11)V99 USAGE IS COMP-3.
           03 FR-ESTIMATE-DATE PIC 9(6).
           03 FR-ESTIMATE-REVERSED-SW PIC X.
             88 ESTIMATE-REVERSED VALUE "Y".
