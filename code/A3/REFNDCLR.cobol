      *    - lists every refund still uncleared, with days
      *      outstanding, so undeliverable checks surface here
      *      instead of on a taxpayer call
      *  Every re-credit handed to TRANPOST is registered
      *  through DOLCTL for the morning dollar proof.
      ******************************************************
       ENVIRONMENT DIVISION.
       INPUT-OUTPUT SECTION.
       01  WS-TAXID-KEY PIC S9(9) USAGE IS COMP-3.
       01  WS-MATCH-AMOUNT PIC S9(11)V99 USAGE IS COMP-3.
       01  WS-NEW-BALANCE PIC S9(11)V99 USAGE IS COMP-3.
       01  WS-NEW-COMPONENTS.
           03 WS-NEW-PRINCIPAL PIC S9(11)V99 USAGE IS COMP-3.
           03 WS-NEW-PENALTY PIC S9(11)V99 USAGE IS COMP-3.
           03 WS-NEW-INTEREST PIC S9(11)V99 USAGE IS COMP-3.

       01  WS-CALL-TAXID PIC S9(9) USAGE IS COMP-3.
       01  WS-CALL-TRAN-TYPE PIC X(2) VALUE "RR".
       01  WS-CALL-INPUT-SEQ PIC 9(4) VALUE ZERO.
       01  WS-CALL-POST-OK PIC X.
           88 POST-SUCCESSFUL VALUE "Y".
      * The credit an RR restores sits on the tax component,
      * where the refunded overpayment came from.
       01  WS-CALL-COMPONENT-CODE PIC X VALUE "T".

       01  WS-REFUNDS-FILED PIC 9(7) VALUE ZERO.
       01  WS-REFUNDS-REFILED PIC 9(7) VALUE ZERO.
           03 FILLER PIC X(16) VALUE "  RECREDITED: ".
           03 WS-S-RECREDITED PIC ZZZ,ZZ9.

      * CALLed-program arguments for DOLCTL.  Every post
      * handed to TRANPOST is registered as fed, whether or not
      * it lands, so a post that fails shows on the proof.
       01  WS-DOL-PROGRAM-ID PIC X(8) VALUE "REFNDCLR".
       01  WS-DOL-ENTRY-KIND PIC X VALUE "F".
       01  WS-DOL-TRANSACTION-TYPE PIC X(2) VALUE "RR".
       01  WS-DOL-FUNCTION-CODE PIC X VALUE "A".
       01  WS-DOL-ITEM-COUNT PIC 9(9) VALUE ZERO.
       01  WS-DOL-DOLLAR-TOTAL PIC S9(11)V99 USAGE IS COMP-3
           VALUE ZERO.
       01  WS-DOL-REGISTER-OK PIC X.

       PROCEDURE DIVISION.
       0000-MAIN.
           PERFORM 1000-OPEN-FILES
           PERFORM 4000-SWEEP-TRACKING-FILE

           PERFORM 8000-WRITE-SUMMARY
           PERFORM 8500-REGISTER-FEED-DOLLARS
           DISPLAY "REFNDCLR: FILED " WS-REFUNDS-FILED
               " ALREADY FILED " WS-REFUNDS-REFILED
               " CLEARED " WS-ITEMS-CLEARED
                   MOVE RT-TAXID TO WS-CALL-TAXID
                   COMPUTE WS-CALL-AMOUNT = ZERO - RT-REFUND-AMOUNT
                   MOVE BALANCE TO WS-NEW-BALANCE
                   MOVE BALANCE-COMPONENTS TO WS-NEW-COMPONENTS
                   ADD 1 TO WS-DOL-ITEM-COUNT
                   ADD WS-CALL-AMOUNT TO WS-DOL-DOLLAR-TOTAL
                   CALL "TRANPOST" USING WS-CALL-TAXID,
                       WS-CALL-TRAN-TYPE, WS-CALL-AMOUNT,
                       WS-NEW-BALANCE, WS-CALL-INPUT-SEQ,
                       WS-CALL-POST-OK, WS-CALL-COMPONENT-CODE,
                       WS-NEW-COMPONENTS
                   IF POST-SUCCESSFUL
                       MOVE WS-NEW-BALANCE TO BALANCE
                       MOVE WS-NEW-COMPONENTS TO BALANCE-COMPONENTS
                       ACCEPT UPDATE-DATE FROM DATE
                       ACCEPT UPDATE-TIME FROM TIME
                       REWRITE TAX-RECORD
           MOVE WS-ITEMS-RECREDITED TO WS-S-RECREDITED
           WRITE AGING-REPORT-LINE FROM WS-SUMMARY-LINE.

       8500-REGISTER-FEED-DOLLARS.
           CALL "DOLCTL" USING WS-DOL-PROGRAM-ID, WS-DOL-ENTRY-KIND,
               WS-DOL-TRANSACTION-TYPE, WS-DOL-FUNCTION-CODE,
               WS-DOL-ITEM-COUNT, WS-DOL-DOLLAR-TOTAL,
               WS-DOL-REGISTER-OK.

       9000-CLOSE-FILES.
           IF FEED-FILE-AVAILABLE
               CLOSE REFUND-PAYMENT-FILE
