      *  the table limit are left untouched this run -- REFUND
      *  pays them in full exactly as it did before this pass
      *  existed -- and are picked up the next time.
      *
      *  Both sides of every offset handed to TRANPOST are
      *  registered through DOLCTL for the morning dollar
      *  proof; they net to zero, so the proof leans on the
      *  count as much as the dollars.
      *
      *  The LEGAL-HOLD-FILE (HOLDLKUP) is honoured on both
      *  sides.  A related account under a hold of any type is
      *  never offset against.  A credit account under a
      *  bankruptcy hold is not touched at all -- its credit
      *  belongs to the estate -- and is listed on the report;
      *  under an appeal or disaster-relief hold its own credit
      *  may still pay a related account.
      ******************************************************
       ENVIRONMENT DIVISION.
       INPUT-OUTPUT SECTION.
           03 WS-CREDIT-TAXID OCCURS 1000 TIMES
               PIC S9(9) USAGE IS COMP-3.

      * CALLed-program arguments for HOLDLKUP.
       01  WS-TODAY-8 PIC 9(8).
       01  WS-HOLD-TAXID PIC S9(9) USAGE IS COMP-3.
       01  WS-HOLD-TYPE PIC X.
           88 HOLD-BANKRUPTCY VALUE "B".
       01  WS-HOLD-FOUND PIC X.
           88 ACCOUNT-ON-LEGAL-HOLD VALUE "Y".

       01  WS-CREDIT-KEY PIC S9(9) USAGE IS COMP-3.
       01  WS-RELATED-KEY PIC S9(9) USAGE IS COMP-3.
      * The credit still unapplied, carried positive while the
       01  WS-CREDIT-REMAINING PIC S9(11)V99 USAGE IS COMP-3.
       01  WS-OFFSET-AMOUNT PIC S9(11)V99 USAGE IS COMP-3.
       01  WS-NEW-BALANCE PIC S9(11)V99 USAGE IS COMP-3.
       01  WS-NEW-COMPONENTS.
           03 WS-NEW-PRINCIPAL PIC S9(11)V99 USAGE IS COMP-3.
           03 WS-NEW-PENALTY PIC S9(11)V99 USAGE IS COMP-3.
           03 WS-NEW-INTEREST PIC S9(11)V99 USAGE IS COMP-3.
      * The credit account's BALANCE-COMPONENTS, carried across
      * its offsets the way WS-CREDIT-REMAINING carries BALANCE.
       01  WS-CREDIT-COMPONENTS.
           03 WS-CREDIT-PRINCIPAL PIC S9(11)V99 USAGE IS COMP-3.
           03 WS-CREDIT-PENALTY PIC S9(11)V99 USAGE IS COMP-3.
           03 WS-CREDIT-INTEREST PIC S9(11)V99 USAGE IS COMP-3.

       01  WS-CALL-TAXID PIC S9(9) USAGE IS COMP-3.
       01  WS-CALL-TRAN-TYPE PIC X(2) VALUE "OF".
       01  WS-CALL-INPUT-SEQ PIC 9(4) VALUE ZERO.
       01  WS-CALL-POST-OK PIC X.
           88 POST-SUCCESSFUL VALUE "Y".
      * Space: the related side's OF pays down its interest,
      * penalty and tax in statutory order, and the credit
      * side's OF comes off the tax credit it was built on.
       01  WS-CALL-COMPONENT-CODE PIC X VALUE SPACE.

       01  WS-OFFSETS-POSTED PIC 9(7) VALUE ZERO.
       01  WS-OFFSET-TOTAL PIC S9(11)V99 USAGE IS COMP-3
           VALUE ZERO.
       01  WS-CREDITS-WORKED PIC 9(7) VALUE ZERO.
       01  WS-CREDITS-HELD PIC 9(7) VALUE ZERO.

       01  WS-HEADING-LINE PIC X(60) VALUE
           "CREDIT TAXID   APPLIED TO      AMOUNT OFFSET".
           03 FILLER PIC X(22) VALUE "  CREDIT LEFT TO PAY ".
           03 WS-R-AMOUNT PIC -(9)9.99.

       01  WS-HELD-LINE.
           03 FILLER PIC X(7) VALUE "TAXID ".
           03 WS-H-TAXID PIC -(9).
           03 FILLER PIC X(36) VALUE
               "  BANKRUPTCY HOLD, CREDIT NOT USED".

       01  WS-SUMMARY-LINE.
           03 FILLER PIC X(18) VALUE "CREDITS WORKED: ".
           03 WS-S-WORKED PIC ZZZ,ZZ9.
           03 FILLER PIC X(16) VALUE "  TOTAL MOVED: ".
           03 WS-S-TOTAL PIC -(9)9.99.

      * CALLed-program arguments for DOLCTL.  Every post
      * handed to TRANPOST is registered as fed, whether or not
      * it lands, so a post that fails shows on the proof.
       01  WS-DOL-PROGRAM-ID PIC X(8) VALUE "REFNDOFS".
       01  WS-DOL-ENTRY-KIND PIC X VALUE "F".
       01  WS-DOL-TRANSACTION-TYPE PIC X(2) VALUE "OF".
       01  WS-DOL-FUNCTION-CODE PIC X VALUE "A".
       01  WS-DOL-ITEM-COUNT PIC 9(9) VALUE ZERO.
       01  WS-DOL-DOLLAR-TOTAL PIC S9(11)V99 USAGE IS COMP-3
           VALUE ZERO.
       01  WS-DOL-REGISTER-OK PIC X.

       PROCEDURE DIVISION.
       0000-MAIN.
           PERFORM 1000-OPEN-FILES
           ACCEPT WS-TODAY-8 FROM DATE YYYYMMDD
           IF LINK-FILE-AVAILABLE
               PERFORM 2000-COLLECT-CREDIT-ACCOUNTS
               PERFORM VARYING WS-SUB FROM 1 BY 1
               END-PERFORM
           END-IF
           PERFORM 8000-WRITE-SUMMARY
           PERFORM 8500-REGISTER-FEED-DOLLARS
           DISPLAY "REFNDOFS: OFFSETS POSTED " WS-OFFSETS-POSTED
               " CREDITS HELD " WS-CREDITS-HELD
           PERFORM 9000-CLOSE-FILES
           GOBACK.

                   DISPLAY "REFNDOFS: CREDIT TAXID GONE "
                       WS-CREDIT-KEY
               NOT INVALID KEY
                   MOVE WS-CREDIT-KEY TO WS-HOLD-TAXID
                   PERFORM 6000-CHECK-LEGAL-HOLD
                   IF ACCOUNT-ON-LEGAL-HOLD AND HOLD-BANKRUPTCY
                           AND BALANCE < ZERO
                       ADD 1 TO WS-CREDITS-HELD
                       PERFORM 7200-WRITE-HELD-LINE
                   END-IF
                   IF BALANCE < ZERO
                       AND NOT (ACCOUNT-ON-LEGAL-HOLD
                           AND HOLD-BANKRUPTCY)
                       COMPUTE WS-CREDIT-REMAINING = ZERO - BALANCE
                       MOVE BALANCE-COMPONENTS TO WS-CREDIT-COMPONENTS
                       PERFORM 3100-WALK-RELATED-ACCOUNTS
                       PERFORM 3500-SETTLE-CREDIT-ACCOUNT
                   END-IF
               INVALID KEY
                   CONTINUE
               NOT INVALID KEY
                   MOVE WS-RELATED-KEY TO WS-HOLD-TAXID
                   PERFORM 6000-CHECK-LEGAL-HOLD
                   IF ACCOUNT-DELINQUENT AND BALANCE > ZERO
                           AND NOT ACCOUNT-ON-LEGAL-HOLD
                       IF BALANCE < WS-CREDIT-REMAINING
                           MOVE BALANCE TO WS-OFFSET-AMOUNT
                       ELSE
           MOVE WS-RELATED-KEY TO WS-CALL-TAXID
           COMPUTE WS-CALL-AMOUNT = ZERO - WS-OFFSET-AMOUNT
           MOVE BALANCE TO WS-NEW-BALANCE
           MOVE BALANCE-COMPONENTS TO WS-NEW-COMPONENTS
           ADD 1 TO WS-DOL-ITEM-COUNT
           ADD WS-CALL-AMOUNT TO WS-DOL-DOLLAR-TOTAL
           CALL "TRANPOST" USING WS-CALL-TAXID, WS-CALL-TRAN-TYPE,
               WS-CALL-AMOUNT, WS-NEW-BALANCE, WS-CALL-INPUT-SEQ,
               WS-CALL-POST-OK, WS-CALL-COMPONENT-CODE,
               WS-NEW-COMPONENTS
           IF POST-SUCCESSFUL
               MOVE WS-NEW-BALANCE TO BALANCE
               MOVE WS-NEW-COMPONENTS TO BALANCE-COMPONENTS
               ACCEPT UPDATE-DATE FROM DATE
               ACCEPT UPDATE-TIME FROM TIME
               REWRITE TAX-RECORD
           MOVE WS-CREDIT-KEY TO WS-CALL-TAXID
           MOVE WS-OFFSET-AMOUNT TO WS-CALL-AMOUNT
           COMPUTE WS-NEW-BALANCE = ZERO - WS-CREDIT-REMAINING
           ADD 1 TO WS-DOL-ITEM-COUNT
           ADD WS-CALL-AMOUNT TO WS-DOL-DOLLAR-TOTAL
           CALL "TRANPOST" USING WS-CALL-TAXID, WS-CALL-TRAN-TYPE,
               WS-CALL-AMOUNT, WS-NEW-BALANCE, WS-CALL-INPUT-SEQ,
               WS-CALL-POST-OK, WS-CALL-COMPONENT-CODE,
               WS-CREDIT-COMPONENTS
           IF POST-SUCCESSFUL
               SUBTRACT WS-OFFSET-AMOUNT FROM WS-CREDIT-REMAINING
               ADD 1 TO WS-OFFSETS-POSTED
                       WS-CREDIT-KEY
               NOT INVALID KEY
                   COMPUTE BALANCE = ZERO - WS-CREDIT-REMAINING
                   MOVE WS-CREDIT-COMPONENTS TO BALANCE-COMPONENTS
                   ACCEPT UPDATE-DATE FROM DATE
                   ACCEPT UPDATE-TIME FROM TIME
                   REWRITE TAX-RECORD
                   END-IF
           END-READ.

       6000-CHECK-LEGAL-HOLD.
           CALL "HOLDLKUP" USING WS-HOLD-TAXID, WS-TODAY-8,
               WS-HOLD-TYPE, WS-HOLD-FOUND.

       7000-WRITE-OFFSET-DETAIL.
           MOVE WS-CREDIT-KEY TO WS-D-CREDIT-TAXID
           MOVE WS-RELATED-KEY TO WS-D-RELATED-TAXID
           MOVE WS-CREDIT-REMAINING TO WS-R-AMOUNT
           WRITE OFFSET-REPORT-LINE FROM WS-REMAINDER-LINE.

       7200-WRITE-HELD-LINE.
           MOVE WS-CREDIT-KEY TO WS-H-TAXID
           WRITE OFFSET-REPORT-LINE FROM WS-HELD-LINE.

       8000-WRITE-SUMMARY.
           MOVE WS-CREDITS-WORKED TO WS-S-WORKED
           MOVE WS-OFFSETS-POSTED TO WS-S-OFFSETS
           MOVE WS-OFFSET-TOTAL TO WS-S-TOTAL
           WRITE OFFSET-REPORT-LINE FROM WS-SUMMARY-LINE.

       8500-REGISTER-FEED-DOLLARS.
           CALL "DOLCTL" USING WS-DOL-PROGRAM-ID, WS-DOL-ENTRY-KIND,
               WS-DOL-TRANSACTION-TYPE, WS-DOL-FUNCTION-CODE,
               WS-DOL-ITEM-COUNT, WS-DOL-DOLLAR-TOTAL,
               WS-DOL-REGISTER-OK.

       9000-CLOSE-FILES.
           CLOSE TAX-MASTER-FILE
           IF LINK-FILE-AVAILABLE
