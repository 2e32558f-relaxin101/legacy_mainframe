      *  summed (not the run's own clock), so a transaction
      *  posted in the same centisecond as a checkpoint
      *  advance is never skipped on the next run.
      *
      *  The tax, penalty and interest components of BALANCE
      *  are proved the same way, each from its own checkpoint
      *  figure plus the component amounts on the entries
      *  summed; an account whose components no longer add up
      *  to BALANCE is reported as well.  Every failed proof
      *  prints its own line naming what failed.
      ******************************************************
       ENVIRONMENT DIVISION.
       INPUT-OUTPUT SECTION.
       01  WS-EXPECTED-BALANCE PIC S9(11)V99 USAGE IS COMP-3.
       01  WS-TRAN-SUM PIC S9(11)V99 USAGE IS COMP-3.
       01  WS-STARTING-BALANCE PIC S9(11)V99 USAGE IS COMP-3.
       01  WS-STARTING-COMPONENTS.
           03 WS-STARTING-PRINCIPAL PIC S9(11)V99 USAGE IS COMP-3.
           03 WS-STARTING-PENALTY PIC S9(11)V99 USAGE IS COMP-3.
           03 WS-STARTING-INTEREST PIC S9(11)V99 USAGE IS COMP-3.
       01  WS-PRINCIPAL-SUM PIC S9(11)V99 USAGE IS COMP-3.
       01  WS-PENALTY-SUM PIC S9(11)V99 USAGE IS COMP-3.
       01  WS-INTEREST-SUM PIC S9(11)V99 USAGE IS COMP-3.
       01  WS-EXPECTED-COMPONENT PIC S9(11)V99 USAGE IS COMP-3.
       01  WS-ACCOUNT-OUT-SW PIC X VALUE "N".
           88 ACCOUNT-OUT-OF-BALANCE VALUE "Y".
       01  WS-STARTING-STAMP.
           03 WS-STARTING-DATE PIC 9(6).
           03 WS-STARTING-TIME PIC 9(9).
       01  WS-EXCEPTION-LINE.
           03 FILLER PIC X(7) VALUE "TAXID ".
           03 WS-E-TAXID PIC -(9).
           03 FILLER PIC X VALUE SPACE.
           03 WS-E-PROOF PIC X(10).
           03 FILLER PIC X(4) VALUE " EXP".
           03 WS-E-EXPECTED PIC -(9)9.99.
           03 FILLER PIC X(4) VALUE " ACT".
           PERFORM 2200-SUM-TRANSACTIONS-SINCE-CHECKPOINT
           COMPUTE WS-EXPECTED-BALANCE =
               WS-STARTING-BALANCE + WS-TRAN-SUM
           MOVE "N" TO WS-ACCOUNT-OUT-SW
           IF WS-EXPECTED-BALANCE NOT = BALANCE
               MOVE "TOTAL" TO WS-E-PROOF
               MOVE WS-EXPECTED-BALANCE TO WS-E-EXPECTED
               MOVE BALANCE TO WS-E-ACTUAL
               PERFORM 2500-WRITE-EXCEPTION
           END-IF
           PERFORM 2400-PROVE-COMPONENTS
           IF ACCOUNT-OUT-OF-BALANCE
               ADD 1 TO WS-EXCEPTIONS-FOUND
           END-IF
           PERFORM 2300-ADVANCE-CHECKPOINT.

      * Each component against its own ledger trail, then the
      * three together against BALANCE itself.
       2400-PROVE-COMPONENTS.
           COMPUTE WS-EXPECTED-COMPONENT =
               WS-STARTING-PRINCIPAL + WS-PRINCIPAL-SUM
           IF WS-EXPECTED-COMPONENT NOT = PRINCIPAL-BALANCE
               MOVE "TAX" TO WS-E-PROOF
               MOVE WS-EXPECTED-COMPONENT TO WS-E-EXPECTED
               MOVE PRINCIPAL-BALANCE TO WS-E-ACTUAL
               PERFORM 2500-WRITE-EXCEPTION
           END-IF
           COMPUTE WS-EXPECTED-COMPONENT =
               WS-STARTING-PENALTY + WS-PENALTY-SUM
           IF WS-EXPECTED-COMPONENT NOT = PENALTY-BALANCE
               MOVE "PENALTY" TO WS-E-PROOF
               MOVE WS-EXPECTED-COMPONENT TO WS-E-EXPECTED
               MOVE PENALTY-BALANCE TO WS-E-ACTUAL
               PERFORM 2500-WRITE-EXCEPTION
           END-IF
           COMPUTE WS-EXPECTED-COMPONENT =
               WS-STARTING-INTEREST + WS-INTEREST-SUM
           IF WS-EXPECTED-COMPONENT NOT = INTEREST-BALANCE
               MOVE "INTEREST" TO WS-E-PROOF
               MOVE WS-EXPECTED-COMPONENT TO WS-E-EXPECTED
               MOVE INTEREST-BALANCE TO WS-E-ACTUAL
               PERFORM 2500-WRITE-EXCEPTION
           END-IF
           COMPUTE WS-EXPECTED-COMPONENT = PRINCIPAL-BALANCE
               + PENALTY-BALANCE + INTEREST-BALANCE
           IF WS-EXPECTED-COMPONENT NOT = BALANCE
               MOVE "COMPONENTS" TO WS-E-PROOF
               MOVE WS-EXPECTED-COMPONENT TO WS-E-EXPECTED
               MOVE BALANCE TO WS-E-ACTUAL
               PERFORM 2500-WRITE-EXCEPTION
           END-IF.

       2500-WRITE-EXCEPTION.
           SET ACCOUNT-OUT-OF-BALANCE TO TRUE
           MOVE TAXID TO WS-E-TAXID
           WRITE EXCEPTION-REPORT-LINE FROM WS-EXCEPTION-LINE.

       2100-GET-CHECKPOINT.
           MOVE TAXID TO RC-TAXID
           READ RECON-CHECKPOINT-FILE
               INVALID KEY
                   MOVE ZERO TO WS-STARTING-BALANCE
                   MOVE ZERO TO WS-STARTING-PRINCIPAL
                   MOVE ZERO TO WS-STARTING-PENALTY
                   MOVE ZERO TO WS-STARTING-INTEREST
                   MOVE ZERO TO WS-STARTING-DATE
                   MOVE ZERO TO WS-STARTING-TIME
                   MOVE ZERO TO WS-STARTING-SEQ
               NOT INVALID KEY
                   MOVE RC-CHECKPOINT-BALANCE TO WS-STARTING-BALANCE
                   MOVE RC-CHECKPOINT-COMPONENTS
                       TO WS-STARTING-COMPONENTS
                   MOVE RC-CHECKPOINT-DATE TO WS-STARTING-DATE
                   MOVE RC-CHECKPOINT-TIME TO WS-STARTING-TIME
                   MOVE RC-CHECKPOINT-SEQ TO WS-STARTING-SEQ
      * as the last checkpoint advance.
       2200-SUM-TRANSACTIONS-SINCE-CHECKPOINT.
           MOVE ZERO TO WS-TRAN-SUM
           MOVE ZERO TO WS-PRINCIPAL-SUM
           MOVE ZERO TO WS-PENALTY-SUM
           MOVE ZERO TO WS-INTEREST-SUM
           MOVE "N" TO WS-TRAN-EOF-SW
           MOVE "N" TO WS-ANY-TRAN-SUMMED-SW
           MOVE WS-STARTING-DATE TO WS-MAX-TRAN-DATE
                           SET NO-MORE-TRAN-FOR-ACCOUNT TO TRUE
                       ELSE
                           ADD TT-AMOUNT TO WS-TRAN-SUM
                           ADD TT-PRINCIPAL-AMOUNT TO WS-PRINCIPAL-SUM
                           ADD TT-PENALTY-AMOUNT TO WS-PENALTY-SUM
                           ADD TT-INTEREST-AMOUNT TO WS-INTEREST-SUM
                           SET ANY-TRAN-SUMMED TO TRUE
                           MOVE TT-POST-DATE TO WS-MAX-TRAN-DATE
                           MOVE TT-POST-TIME TO WS-MAX-TRAN-TIME
       2300-ADVANCE-CHECKPOINT.
           MOVE TAXID TO RC-TAXID
           MOVE BALANCE TO RC-CHECKPOINT-BALANCE
           MOVE BALANCE-COMPONENTS TO RC-CHECKPOINT-COMPONENTS
           MOVE WS-MAX-TRAN-DATE TO RC-CHECKPOINT-DATE
           MOVE WS-MAX-TRAN-TIME TO RC-CHECKPOINT-TIME
           MOVE WS-MAX-TRAN-SEQ TO RC-CHECKPOINT-SEQ
