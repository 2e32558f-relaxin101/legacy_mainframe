      *  the penny against the bank's deposit total.  The
      *  payment file is in deposit order; operations sorts
      *  it into the nightly UPDTRAN build ahead of the
      *  SUSPRCYL merge.  The payment file's count and dollars
      *  are registered through DOLCTL for DOLPROOF to set
      *  against what the update pass posts.
      ******************************************************
       ENVIRONMENT DIVISION.
       INPUT-OUTPUT SECTION.
           03 PO-NEW-STATS PIC X.
           03 PO-TRANSACTION-TYPE PIC X(2).
           03 PO-AMOUNT PIC S9(11)V99.
           03 PO-COMPONENT-CODE PIC X.

       FD  BALANCING-REPORT-FILE.
       01  BALANCING-REPORT-LINE PIC X(132).
           03 FILLER PIC X(13) VALUE "  PAYMENTS: ".
           03 WS-S-PAYMENTS PIC ZZZ,ZZ9.

      * CALLed-program arguments for DOLCTL.  The payment file
      * is rebuilt every run, so its count and dollars replace
      * any an earlier run tonight registered.
       01  WS-DOL-PROGRAM-ID PIC X(8) VALUE "LOCKBOX".
       01  WS-DOL-ENTRY-KIND PIC X VALUE "F".
       01  WS-DOL-TRANSACTION-TYPE PIC X(2) VALUE "PY".
       01  WS-DOL-FUNCTION-CODE PIC X VALUE "R".
       01  WS-DOL-ITEM-COUNT PIC 9(9) VALUE ZERO.
       01  WS-DOL-DOLLAR-TOTAL PIC S9(11)V99 USAGE IS COMP-3
           VALUE ZERO.
       01  WS-DOL-REGISTER-OK PIC X.

       PROCEDURE DIVISION.
       0000-MAIN.
           PERFORM 1000-OPEN-FILES
               PERFORM 6000-REJECT-WHOLE-DEPOSIT
           END-IF
           PERFORM 8000-WRITE-SUMMARY
           PERFORM 8500-REGISTER-FEED-DOLLARS
           PERFORM 9000-CLOSE-FILES
           GOBACK.

           MOVE SPACE TO PO-NEW-STATS
           MOVE "PY" TO PO-TRANSACTION-TYPE
           COMPUTE PO-AMOUNT = ZERO - WS-ITEM-AMOUNT (WS-SUB)
           MOVE SPACE TO PO-COMPONENT-CODE
           WRITE PAYMENT-OUTPUT-RECORD
           ADD 1 TO WS-DOL-ITEM-COUNT
           ADD PO-AMOUNT TO WS-DOL-DOLLAR-TOTAL
           ADD 1 TO WS-PAYMENTS-WRITTEN.

       5300-WRITE-ONE-EXCEPTION.
           MOVE WS-PAYMENTS-WRITTEN TO WS-S-PAYMENTS
           WRITE BALANCING-REPORT-LINE FROM WS-SUMMARY-LINE.

       8500-REGISTER-FEED-DOLLARS.
           CALL "DOLCTL" USING WS-DOL-PROGRAM-ID, WS-DOL-ENTRY-KIND,
               WS-DOL-TRANSACTION-TYPE, WS-DOL-FUNCTION-CODE,
               WS-DOL-ITEM-COUNT, WS-DOL-DOLLAR-TOTAL,
               WS-DOL-REGISTER-OK.

       9000-CLOSE-FILES.
           CLOSE LOCKBOX-INPUT-FILE
           CLOSE PAYMENT-OUTPUT-FILE
