      *  a restart reprocessing an open group) and LS-POST-OK
      *  comes back "D" instead of "Y" so the caller does not
      *  advance BALANCE a second time.
      *
      *  BALANCE is carried as tax (principal), penalty and
      *  interest components as well.  The caller passes its
      *  copy of BALANCE-COMPONENTS and a component code saying
      *  where the amount goes:
      *    T  tax, P  penalty, I  interest -- the whole amount
      *    SPACE  by transaction type:
      *      - a PY payment, the debit side of an OF offset, or
      *        a reducing AJ (a write-off) pays in statutory
      *        order: interest first, then penalty, then tax
      *        (any overpayment stays on tax as a credit)
      *      - an AC accrual goes to interest
      *      - everything else (CH, RF, RR, PR, an increasing
      *        AJ) goes to tax
      *  The split is recorded on the TAX-TRANSACTION-RECORD
      *  and the components are advanced with BALANCE.
      *
      *  Every entry written is also counted onto tonight's
      *  DOLLAR-CONTROL-FILE through DOLCTL by transaction type,
      *  so DOLPROOF can set what was actually posted against
      *  what the feeds sent.
      ******************************************************
       ENVIRONMENT DIVISION.
       INPUT-OUTPUT SECTION.
       01  WS-SCAN-EOF-SW PIC X VALUE "N".
           88 NO-MORE-SCAN-RECORDS VALUE "Y".

      * CALLed-program arguments for DOLCTL.
       01  WS-DOL-PROGRAM-ID PIC X(8) VALUE "TRANPOST".
       01  WS-DOL-ENTRY-KIND PIC X VALUE "P".
       01  WS-DOL-FUNCTION-CODE PIC X VALUE "A".
       01  WS-DOL-ITEM-COUNT PIC 9(9) VALUE 1.
       01  WS-DOL-REGISTER-OK PIC X.

      * The part of a payment still to be applied as it walks
      * down interest and penalty, kept positive.
       01  WS-UNAPPLIED-AMOUNT PIC S9(11)V99 USAGE IS COMP-3.

       LINKAGE SECTION.
       01  LS-TAXID PIC S9(9) USAGE IS COMP-3.
       01  LS-TRANSACTION-TYPE PIC X(2).
       01  LS-POST-OK PIC X.
           88 POST-SUCCESSFUL VALUE "Y".
           88 ALREADY-APPLIED VALUE "D".
       01  LS-COMPONENT-CODE PIC X.
           88 COMPONENT-TAX VALUE "T".
           88 COMPONENT-PENALTY VALUE "P".
           88 COMPONENT-INTEREST VALUE "I".
           88 COMPONENT-BY-TYPE VALUE SPACE.
       01  LS-BALANCE-COMPONENTS.
           03 LS-PRINCIPAL-BALANCE PIC S9(11)V99 USAGE IS COMP-3.
           03 LS-PENALTY-BALANCE PIC S9(11)V99 USAGE IS COMP-3.
           03 LS-INTEREST-BALANCE PIC S9(11)V99 USAGE IS COMP-3.

       PROCEDURE DIVISION USING LS-TAXID, LS-TRANSACTION-TYPE,
               LS-AMOUNT, LS-BALANCE, LS-INPUT-SEQ, LS-POST-OK,
               LS-COMPONENT-CODE, LS-BALANCE-COMPONENTS.
       0000-MAIN.
           IF NOT TRAN-FILE-IS-OPEN
               PERFORM 1000-OPEN-TRANSACTION-FILE
               MOVE LS-TRANSACTION-TYPE TO TT-TRANSACTION-TYPE
               MOVE LS-AMOUNT TO TT-AMOUNT
               MOVE LS-INPUT-SEQ TO TT-SOURCE-SEQ
               PERFORM 2000-SPLIT-COMPONENTS

               WRITE TAX-TRANSACTION-RECORD
                   INVALID KEY
                       MOVE "N" TO LS-POST-OK
                   NOT INVALID KEY
                       ADD LS-AMOUNT TO LS-BALANCE
                       ADD TT-PRINCIPAL-AMOUNT TO LS-PRINCIPAL-BALANCE
                       ADD TT-PENALTY-AMOUNT TO LS-PENALTY-BALANCE
                       ADD TT-INTEREST-AMOUNT TO LS-INTEREST-BALANCE
                       MOVE "Y" TO LS-POST-OK
                       PERFORM 3000-REGISTER-POSTED-DOLLARS
               END-WRITE
           END-IF

               END-READ
           END-PERFORM.

       2000-SPLIT-COMPONENTS.
           MOVE ZERO TO TT-PRINCIPAL-AMOUNT
           MOVE ZERO TO TT-PENALTY-AMOUNT
           MOVE ZERO TO TT-INTEREST-AMOUNT
           EVALUATE TRUE
               WHEN COMPONENT-TAX
                   MOVE LS-AMOUNT TO TT-PRINCIPAL-AMOUNT
               WHEN COMPONENT-PENALTY
                   MOVE LS-AMOUNT TO TT-PENALTY-AMOUNT
               WHEN COMPONENT-INTEREST
                   MOVE LS-AMOUNT TO TT-INTEREST-AMOUNT
               WHEN LS-AMOUNT < ZERO AND
                       (TT-TYPE-PAYMENT OR TT-TYPE-OFFSET
                        OR TT-TYPE-ADJUSTMENT)
                   PERFORM 2100-APPLY-STATUTORY-ORDER
               WHEN TT-TYPE-ACCRUAL
                   MOVE LS-AMOUNT TO TT-INTEREST-AMOUNT
               WHEN OTHER
                   MOVE LS-AMOUNT TO TT-PRINCIPAL-AMOUNT
           END-EVALUATE.

      * Only a component actually owed absorbs any of the
      * payment; a component already in credit is passed over.
       2100-APPLY-STATUTORY-ORDER.
           COMPUTE WS-UNAPPLIED-AMOUNT = ZERO - LS-AMOUNT
           IF LS-INTEREST-BALANCE > ZERO
               IF WS-UNAPPLIED-AMOUNT > LS-INTEREST-BALANCE
                   COMPUTE TT-INTEREST-AMOUNT =
                       ZERO - LS-INTEREST-BALANCE
               ELSE
                   COMPUTE TT-INTEREST-AMOUNT =
                       ZERO - WS-UNAPPLIED-AMOUNT
               END-IF
               ADD TT-INTEREST-AMOUNT TO WS-UNAPPLIED-AMOUNT
           END-IF
           IF LS-PENALTY-BALANCE > ZERO
               IF WS-UNAPPLIED-AMOUNT > LS-PENALTY-BALANCE
                   COMPUTE TT-PENALTY-AMOUNT =
                       ZERO - LS-PENALTY-BALANCE
               ELSE
                   COMPUTE TT-PENALTY-AMOUNT =
                       ZERO - WS-UNAPPLIED-AMOUNT
               END-IF
               ADD TT-PENALTY-AMOUNT TO WS-UNAPPLIED-AMOUNT
           END-IF
           COMPUTE TT-PRINCIPAL-AMOUNT = ZERO - WS-UNAPPLIED-AMOUNT.

       3000-REGISTER-POSTED-DOLLARS.
           CALL "DOLCTL" USING WS-DOL-PROGRAM-ID, WS-DOL-ENTRY-KIND,
               LS-TRANSACTION-TYPE, WS-DOL-FUNCTION-CODE,
               WS-DOL-ITEM-COUNT, LS-AMOUNT, WS-DOL-REGISTER-OK.

       1000-OPEN-TRANSACTION-FILE.
           OPEN I-O TAX-TRANSACTION-FILE
           IF WS-TRAN-FILE-STATUS = "35"
