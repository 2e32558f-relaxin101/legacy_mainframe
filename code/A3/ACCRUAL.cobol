      *  DATE, stamped by TAXUPD when STATS first turns
      *  delinquent -- passes 90 days old, and posts the accrual
      *  through TRANPOST so it lands on the transaction ledger
      *  and BALANCE both -- the interest to INTEREST-BALANCE
      *  and the penalty to PENALTY-BALANCE, one AC entry each.
      *  LAST-ACCRUAL-DATE is refreshed so the next run
      *  accrues interest only from today forward;
      *  PENALTY-APPLIED-SW is set once the penalty posts so a
      *  later run in the same episode doesn't charge it again.
      *  An account covered by an installment agreement still in
      *  the taxpayer is performing under negotiated terms, not
      *  sitting delinquent.  The rates and the penalty day
      *  threshold come from the RATE-PARAMETER-FILE via
      *  RATELKUP as of tonight's date.  Every accrual handed
      *  to TRANPOST is registered through DOLCTL for the
      *  morning dollar proof.
      *  An account under a legal hold on the LEGAL-HOLD-FILE
      *  (HOLDLKUP) is never charged the penalty while the hold
      *  is in force -- it falls due on the first run after the
      *  hold comes off.  A bankruptcy or disaster-relief hold
      *  also stops interest: LAST-ACCRUAL-DATE is moved up to
      *  today with nothing charged, so the held days are never
      *  billed.  Under an appeal interest accrues as usual.
      ******************************************************
       ENVIRONMENT DIVISION.
       INPUT-OUTPUT SECTION.
       01  WS-ON-PLAN-SW PIC X VALUE "N".
           88 ACCOUNT-ON-PAYMENT-PLAN VALUE "Y".

      * CALLed-program arguments for HOLDLKUP.
       01  WS-HOLD-TAXID PIC S9(9) USAGE IS COMP-3.
       01  WS-HOLD-TYPE PIC X.
           88 HOLD-STOPS-INTEREST VALUES "B" "D".
       01  WS-HOLD-FOUND PIC X.
           88 ACCOUNT-ON-LEGAL-HOLD VALUE "Y".

      * Compiled-in defaults only: each is replaced at run time
      * by the value in force for tonight's date on the RATE-
      * PARAMETER-FILE (RATELKUP), so a statutory change is a
       01  WS-PENALTY-AMOUNT PIC S9(11)V99 USAGE IS COMP-3.
       01  WS-ACCRUAL-AMOUNT PIC S9(11)V99 USAGE IS COMP-3.
       01  WS-NEW-BALANCE PIC S9(11)V99 USAGE IS COMP-3.
       01  WS-NEW-COMPONENTS.
           03 WS-NEW-PRINCIPAL PIC S9(11)V99 USAGE IS COMP-3.
           03 WS-NEW-PENALTY PIC S9(11)V99 USAGE IS COMP-3.
           03 WS-NEW-INTEREST PIC S9(11)V99 USAGE IS COMP-3.
       01  WS-ACCRUAL-OK-SW PIC X VALUE "Y".
           88 ACCRUAL-OK VALUE "Y".
       01  WS-ANY-POSTED-SW PIC X VALUE "N".
           88 ACCRUAL-POSTED VALUE "Y".

       01  WS-CALL-TAXID PIC S9(9) USAGE IS COMP-3.
       01  WS-CALL-TRAN-TYPE PIC X(2) VALUE "AC".
       01  WS-CALL-INPUT-SEQ PIC 9(4) VALUE ZERO.
       01  WS-CALL-POST-OK PIC X.
           88 POST-SUCCESSFUL VALUE "Y".
       01  WS-CALL-COMPONENT-CODE PIC X.

       01  WS-ACCOUNTS-ACCRUED PIC 9(7) VALUE ZERO.

       01  WS-CTL-RUN-OK PIC X.
           88 RUN-CLEARED VALUE "Y".

      * CALLed-program arguments for DOLCTL.  Every post
      * handed to TRANPOST is registered as fed, whether or not
      * it lands, so a post that fails shows on the proof.
       01  WS-DOL-PROGRAM-ID PIC X(8) VALUE "ACCRUAL".
       01  WS-DOL-ENTRY-KIND PIC X VALUE "F".
       01  WS-DOL-FUNCTION-CODE PIC X VALUE "A".
       01  WS-DOL-ITEM-COUNT PIC 9(9) VALUE ZERO.
       01  WS-DOL-DOLLAR-TOTAL PIC S9(11)V99 USAGE IS COMP-3
           VALUE ZERO.
       01  WS-DOL-REGISTER-OK PIC X.

       PROCEDURE DIVISION.
       0000-MAIN.
           OPEN I-O TAX-MASTER-FILE

               DISPLAY "ACCRUAL: ACCOUNTS ACCRUED "
                   WS-ACCOUNTS-ACCRUED
               PERFORM 8500-REGISTER-FEED-DOLLARS
               PERFORM 8000-REGISTER-RUN-END
           END-IF
           CLOSE TAX-MASTER-FILE
               WS-CTL-PREDECESSOR-ID, WS-CTL-FUNCTION-CODE,
               WS-CTL-RECORD-COUNT, WS-CTL-RUN-OK.

       8500-REGISTER-FEED-DOLLARS.
           CALL "DOLCTL" USING WS-DOL-PROGRAM-ID, WS-DOL-ENTRY-KIND,
               WS-CALL-TRAN-TYPE, WS-DOL-FUNCTION-CODE,
               WS-DOL-ITEM-COUNT, WS-DOL-DOLLAR-TOTAL,
               WS-DOL-REGISTER-OK.

       1000-OPEN-AGREEMENT-FILE.
           OPEN INPUT INSTALLMENT-AGREEMENT-FILE
           IF WS-AGREE-FILE-STATUS = "00"
           PERFORM 2100-COMPUTE-DAYS-OLD
           PERFORM 2150-COMPUTE-DELINQUENT-DAYS
           PERFORM 2175-CHECK-PAYMENT-PLAN
           PERFORM 2180-CHECK-LEGAL-HOLD
           IF WS-DAYS-OLD > ZERO
               IF ACCOUNT-ON-LEGAL-HOLD AND HOLD-STOPS-INTEREST
                   MOVE ZERO TO WS-INTEREST-AMOUNT
               ELSE
                   COMPUTE WS-INTEREST-AMOUNT ROUNDED =
                       BALANCE * WS-DAILY-INTEREST-RATE * WS-DAYS-OLD
               END-IF

               IF WS-DELINQUENT-DAYS >= WS-PENALTY-THRESHOLD-DAYS
                       AND NOT PENALTY-ALREADY-APPLIED
                       AND NOT ACCOUNT-ON-PAYMENT-PLAN
                       AND NOT ACCOUNT-ON-LEGAL-HOLD
                   COMPUTE WS-PENALTY-AMOUNT ROUNDED =
                       BALANCE * WS-PENALTY-RATE
               ELSE

               IF WS-ACCRUAL-AMOUNT > ZERO
                   MOVE TAXID TO WS-CALL-TAXID
                   MOVE BALANCE TO WS-NEW-BALANCE
                   MOVE BALANCE-COMPONENTS TO WS-NEW-COMPONENTS
                   MOVE "Y" TO WS-ACCRUAL-OK-SW
                   MOVE "N" TO WS-ANY-POSTED-SW
                   IF WS-INTEREST-AMOUNT > ZERO
                       MOVE WS-INTEREST-AMOUNT TO WS-CALL-AMOUNT
                       MOVE "I" TO WS-CALL-COMPONENT-CODE
                       PERFORM 2200-POST-ACCRUAL
                   END-IF
                   IF WS-PENALTY-AMOUNT > ZERO AND ACCRUAL-OK
                       MOVE WS-PENALTY-AMOUNT TO WS-CALL-AMOUNT
                       MOVE "P" TO WS-CALL-COMPONENT-CODE
                       PERFORM 2200-POST-ACCRUAL
                       IF POST-SUCCESSFUL
                           MOVE "Y" TO PENALTY-APPLIED-SW
                       END-IF
                   END-IF
                   IF ACCRUAL-POSTED
                       MOVE WS-NEW-BALANCE TO BALANCE
                       MOVE WS-NEW-COMPONENTS TO BALANCE-COMPONENTS
                       ACCEPT LAST-ACCRUAL-DATE FROM DATE
                       REWRITE TAX-RECORD
                           INVALID KEY
                               DISPLAY
                               TAXID
                       END-REWRITE
                       ADD 1 TO WS-ACCOUNTS-ACCRUED
                   END-IF
               END-IF

               IF ACCOUNT-ON-LEGAL-HOLD AND HOLD-STOPS-INTEREST
                   PERFORM 2190-PASS-OVER-HELD-DAYS
               END-IF
           END-IF.

      * The interest clock is moved up to today with nothing
      * posted, so the days under the hold are never charged
      * once it comes off.
       2190-PASS-OVER-HELD-DAYS.
           ACCEPT LAST-ACCRUAL-DATE FROM DATE
           REWRITE TAX-RECORD
               INVALID KEY
                   DISPLAY "ACCRUAL: REWRITE FAILED FOR TAXID "
                       TAXID
           END-REWRITE.

      * Interest and penalty post as separate AC entries so each
      * lands on its own BALANCE component.  Once the interest
      * post fails the penalty is not tried -- the account is
      * left exactly as it was for the next run.
       2200-POST-ACCRUAL.
           ADD 1 TO WS-DOL-ITEM-COUNT
           ADD WS-CALL-AMOUNT TO WS-DOL-DOLLAR-TOTAL
           CALL "TRANPOST" USING WS-CALL-TAXID,
               WS-CALL-TRAN-TYPE, WS-CALL-AMOUNT,
               WS-NEW-BALANCE, WS-CALL-INPUT-SEQ,
               WS-CALL-POST-OK, WS-CALL-COMPONENT-CODE,
               WS-NEW-COMPONENTS
           IF POST-SUCCESSFUL
               SET ACCRUAL-POSTED TO TRUE
           ELSE
               MOVE "N" TO WS-ACCRUAL-OK-SW
               DISPLAY
                   "ACCRUAL: TRANSACTION POST FAILED FOR "
                   "TAXID " TAXID
           END-IF.

       2175-CHECK-PAYMENT-PLAN.
               END-READ
           END-IF.

       2180-CHECK-LEGAL-HOLD.
           MOVE TAXID TO WS-HOLD-TAXID
           CALL "HOLDLKUP" USING WS-HOLD-TAXID, WS-TODAY-8,
               WS-HOLD-TYPE, WS-HOLD-FOUND.

       2100-COMPUTE-DAYS-OLD.
           IF LAST-ACCRUAL-DATE NOT = ZERO
               MOVE LAST-ACCRUAL-DATE TO WS-UPDATE-DATE-X
