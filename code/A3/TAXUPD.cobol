      *  restart or not, passes zero so STHSTAPP/TRANPOST skip
      *  their already-posted scan exactly as they do for
      *  non-restart-sensitive callers like ACCRUAL.
      *
      *  Dollars filed to suspense instead of posted are counted
      *  onto the DOLLAR-CONTROL-FILE through DOLCTL, so the
      *  night's feeds still prove against what TRANPOST wrote.
      ******************************************************
       ENVIRONMENT DIVISION.
       INPUT-OUTPUT SECTION.
           03 UT-NEW-STATS PIC X.
           03 UT-TRANSACTION-TYPE PIC X(2).
           03 UT-AMOUNT PIC S9(11)V99.
      * Which BALANCE component the amount goes to (T, P or I,
      * as TRANPOST takes it); space lets TRANPOST decide from
      * the transaction type.
           03 UT-COMPONENT-CODE PIC X.

       FD  TAX-MASTER-FILE.
       COPY "TAXREC.cobol".
       01  WS-LKUP-FOUND-OK PIC X.
           88 PARAM-FOUND VALUE "Y".
       01  WS-NEW-BALANCE PIC S9(11)V99 USAGE IS COMP-3.
       01  WS-NEW-COMPONENTS.
           03 WS-NEW-PRINCIPAL PIC S9(11)V99 USAGE IS COMP-3.
           03 WS-NEW-PENALTY PIC S9(11)V99 USAGE IS COMP-3.
           03 WS-NEW-INTEREST PIC S9(11)V99 USAGE IS COMP-3.
       01  WS-CHANGE-MADE-SW PIC X VALUE "N".
           88 CHANGE-MADE VALUE "Y".

       01  WS-CALL-TRAN-TYPE PIC X(2).
       01  WS-CALL-AMOUNT PIC S9(11)V99 USAGE IS COMP-3.
       01  WS-CALL-INPUT-SEQ PIC 9(4).
      * Blank: only HOLDMNT's hold-lifted entries carry a hold.
       01  WS-CALL-HOLD-PERIOD.
           03 FILLER PIC X VALUE SPACE.
           03 FILLER PIC 9(8) VALUE ZERO.
           03 FILLER PIC 9(8) VALUE ZERO.
           03 FILLER PIC X(20) VALUE SPACES.
       01  WS-CALL-POST-OK PIC X.
           88 POST-SUCCESSFUL VALUE "Y".
           88 ALREADY-APPLIED VALUE "D".
       01  WS-CALL-COMPONENT-CODE PIC X.

      * CALLed-program arguments for SUSPADD -- an unknown-TAXID
      * transaction is filed on the suspense file instead of
       01  WS-SUSP-REASON-CODE PIC X(2) VALUE "UT".
       01  WS-SUSP-ORIGINAL-RECORD PIC X(120).

      * CALLed-program arguments for DOLCTL -- dollars sent to
      * suspense never reach TRANPOST, so they are registered
      * here or the night's feeds would not prove.
       01  WS-DOL-ENTRY-KIND PIC X VALUE "S".
       01  WS-DOL-FUNCTION-CODE PIC X VALUE "A".
       01  WS-DOL-ITEM-COUNT PIC 9(9) VALUE 1.
       01  WS-DOL-REGISTER-OK PIC X.

       PROCEDURE DIVISION.
       0000-MAIN.
           PERFORM 1000-OPEN-FILES
           IF NOT POST-SUCCESSFUL AND NOT ALREADY-APPLIED
               DISPLAY "TAXUPD: SUSPENSE WRITE FAILED FOR TAXID "
                   UT-TAXID
           END-IF
           IF POST-SUCCESSFUL AND UT-AMOUNT NOT = ZERO
               PERFORM 2160-REGISTER-SUSPENDED-DOLLARS
           END-IF.

       2160-REGISTER-SUSPENDED-DOLLARS.
           MOVE UT-TRANSACTION-TYPE TO WS-CALL-TRAN-TYPE
           MOVE UT-AMOUNT TO WS-CALL-AMOUNT
           CALL "DOLCTL" USING WS-CALL-SOURCE-PGM, WS-DOL-ENTRY-KIND,
               WS-CALL-TRAN-TYPE, WS-DOL-FUNCTION-CODE,
               WS-DOL-ITEM-COUNT, WS-CALL-AMOUNT, WS-DOL-REGISTER-OK.

       2300-UPDATE-STATS-IF-CHANGED.
           IF UT-NEW-STATS NOT = SPACE AND UT-NEW-STATS NOT = STATS
               MOVE WS-TAXID-KEY TO WS-CALL-TAXID
               MOVE WS-DEDUP-INPUT-SEQ TO WS-CALL-INPUT-SEQ
               CALL "STHSTAPP" USING WS-CALL-TAXID, WS-CALL-OLD-STATS,
                   WS-CALL-NEW-STATS, WS-CALL-SOURCE-PGM,
                   WS-CALL-INPUT-SEQ, WS-CALL-POST-OK,
                   WS-CALL-HOLD-PERIOD
               IF POST-SUCCESSFUL
                   PERFORM 2350-TRACK-DELINQUENCY-EPISODE
                   MOVE UT-NEW-STATS TO STATS
               MOVE UT-TRANSACTION-TYPE TO WS-CALL-TRAN-TYPE
               MOVE UT-AMOUNT TO WS-CALL-AMOUNT
               MOVE BALANCE TO WS-NEW-BALANCE
               MOVE BALANCE-COMPONENTS TO WS-NEW-COMPONENTS
               MOVE UT-COMPONENT-CODE TO WS-CALL-COMPONENT-CODE
               MOVE WS-DEDUP-INPUT-SEQ TO WS-CALL-INPUT-SEQ
               CALL "TRANPOST" USING WS-CALL-TAXID, WS-CALL-TRAN-TYPE,
                   WS-CALL-AMOUNT, WS-NEW-BALANCE, WS-CALL-INPUT-SEQ,
                   WS-CALL-POST-OK, WS-CALL-COMPONENT-CODE,
                   WS-NEW-COMPONENTS
               IF POST-SUCCESSFUL
                   MOVE WS-NEW-BALANCE TO BALANCE
                   MOVE WS-NEW-COMPONENTS TO BALANCE-COMPONENTS
                   MOVE "Y" TO WS-CHANGE-MADE-SW
               ELSE
                   IF NOT ALREADY-APPLIED
               MOVE WS-DEDUP-INPUT-SEQ TO WS-CALL-INPUT-SEQ
               CALL "STHSTAPP" USING WS-CALL-TAXID, WS-CALL-OLD-STATS,
                   WS-CALL-NEW-STATS, WS-CALL-SOURCE-PGM,
                   WS-CALL-INPUT-SEQ, WS-CALL-POST-OK,
                   WS-CALL-HOLD-PERIOD
               IF POST-SUCCESSFUL
                   ACCEPT DELINQUENCY-START-DATE FROM DATE
                   MOVE "N" TO PENALTY-APPLIED-SW
