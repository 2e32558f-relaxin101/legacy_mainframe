       IDENTIFICATION DIVISION.
       PROGRAM-ID. ACHORIG.
      ******************************************************
      *  AUTOMATIC DEBIT ORIGINATION FOR INSTALLMENT AGREEMENTS
      *  Walks every agreement in force that pays by automatic
      *  debit and does tonight's part of the debit cycle:
      *    - bank details INSTMNT has just filed go to the bank
      *      as a zero-dollar prenote
      *    - a prenote out ACHPNDAY days with no return from
      *      BANKRTRN puts the agreement live
      *    - a live agreement whose IA-NEXT-DUE-DATE has come
      *      is debited for the monthly amount (never more than
      *      the balance still owed)
      *  The bank gets one batch on the origination file: a
      *  header, a detail per prenote or debit, and a trailer
      *  carrying the entry count, the routing-number hash and
      *  the debit total, built from the details as they are
      *  written so the batch always balances.  Each debit is
      *  also written in UPDTRAN format as a PY for the amount
      *  drawn -- the expected payment -- and that file is
      *  sorted into the nightly UPDTRAN build like the LOCKBOX
      *  payment file.  A debit the bank returns comes back
      *  through BANKRTRN and is reversed like a bounced check.
      *  The origination file is rebuilt from the top each run:
      *  a rerun the same night sends tonight's prenotes and
      *  debits again rather than finding them already done.
      *  The payment file's count and dollars are registered
      *  through DOLCTL for DOLPROOF to set against what the
      *  update pass posts.  An account under a bankruptcy or
      *  disaster-relief hold on the LEGAL-HOLD-FILE (HOLDLKUP)
      *  is not debited while the hold is in force; the
      *  installment stays due and is drawn once the hold comes
      *  off.  An appeal does not stop a debit the taxpayer
      *  agreed to.
      ******************************************************
       ENVIRONMENT DIVISION.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
           SELECT INSTALLMENT-AGREEMENT-FILE
               ASSIGN TO "INSTAGRE"
               ORGANIZATION IS INDEXED
               ACCESS MODE IS DYNAMIC
               RECORD KEY IS IA-TAXID
               FILE STATUS IS WS-AGREE-FILE-STATUS.

           SELECT TAX-MASTER-FILE
               ASSIGN TO "TAXMAST"
               ORGANIZATION IS INDEXED
               ACCESS MODE IS DYNAMIC
               RECORD KEY IS TAXID
               FILE STATUS IS WS-MASTER-FILE-STATUS.

           SELECT ORIGINATION-OUTPUT-FILE
               ASSIGN TO "ACHOUT"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-OUT-FILE-STATUS.

           SELECT PAYMENT-OUTPUT-FILE
               ASSIGN TO "ACHTRAN"
               ORGANIZATION IS SEQUENTIAL
               FILE STATUS IS WS-PAY-FILE-STATUS.

           SELECT ORIGINATION-REPORT-FILE
               ASSIGN TO "ACHRPT"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-RPT-FILE-STATUS.

       DATA DIVISION.
       FILE SECTION.
       FD  INSTALLMENT-AGREEMENT-FILE.
       COPY "INSTAGRE.cobol".

       FD  TAX-MASTER-FILE.
       COPY "TAXREC.cobol".

       FD  ORIGINATION-OUTPUT-FILE.
       01  ORIGINATION-OUTPUT-RECORD.
           03 OO-RECORD-TYPE PIC X.
           03 OO-RECORD-BODY PIC X(93).

       FD  PAYMENT-OUTPUT-FILE.
       01  PAYMENT-OUTPUT-RECORD.
           03 PO-TAXID PIC S9(9).
           03 PO-NEW-STATS PIC X.
           03 PO-TRANSACTION-TYPE PIC X(2).
           03 PO-AMOUNT PIC S9(11)V99.
           03 PO-COMPONENT-CODE PIC X.

       FD  ORIGINATION-REPORT-FILE.
       01  ORIGINATION-REPORT-LINE PIC X(132).

       WORKING-STORAGE SECTION.
       01  WS-AGREE-FILE-STATUS PIC XX.
       01  WS-MASTER-FILE-STATUS PIC XX.
       01  WS-OUT-FILE-STATUS PIC XX.
       01  WS-PAY-FILE-STATUS PIC XX.
       01  WS-RPT-FILE-STATUS PIC XX.
       01  WS-EOF-SW PIC X VALUE "N".
           88 NO-MORE-AGREEMENTS VALUE "Y".

      * A site that has never set up an agreement has no
      * INSTALLMENT-AGREEMENT-FILE -- the run still sends the
      * bank an empty, balanced batch.
       01  WS-AGREE-FILE-SW PIC X VALUE "N".
           88 AGREEMENT-FILE-AVAILABLE VALUE "Y".
       01  WS-MASTER-FOUND-SW PIC X VALUE "N".
           88 MASTER-FOUND VALUE "Y".
       01  WS-REWRITE-SW PIC X VALUE "N".
           88 AGREEMENT-CHANGED VALUE "Y".

      * Compiled-in default only: the prenote wait comes from
      * the RATE-PARAMETER-FILE (RATELKUP) in force tonight.
       01  WS-PRENOTE-DAYS PIC 9(4) VALUE 6.

      * How this office is known to the originating bank.
       01  WS-COMPANY-NAME PIC X(16) VALUE "DEPT OF REVENUE".
       01  WS-COMPANY-ID PIC X(10) VALUE "9000000001".
       01  WS-ENTRY-DESCRIPTION PIC X(10) VALUE "TAX INSTL".

       01  WS-LKUP-PARAM-ID PIC X(8).
       01  WS-LKUP-AS-OF-DATE PIC 9(8).
       01  WS-LKUP-VALUE PIC S9(9)V9(4) USAGE IS COMP-3.
       01  WS-LKUP-FOUND-OK PIC X.
           88 PARAM-FOUND VALUE "Y".

       01  WS-TODAY-8 PIC 9(8).
       01  WS-TODAY-6 PIC 9(6).
       01  WS-PRENOTE-X PIC 9(6).
       01  WS-PRENOTE-PARTS REDEFINES WS-PRENOTE-X.
           03 WS-PN-YY PIC 99.
           03 WS-PN-MM PIC 99.
           03 WS-PN-DD PIC 99.
       01  WS-PRENOTE-8 PIC 9(8).
       01  WS-DAYS-SINCE-PRENOTE PIC S9(7).

       01  WS-DEBIT-AMOUNT PIC S9(11)V99 USAGE IS COMP-3.

      * CALLed-program arguments for HOLDLKUP.
       01  WS-HOLD-TAXID PIC S9(9) USAGE IS COMP-3.
       01  WS-HOLD-TYPE PIC X.
           88 HOLD-STOPS-DEBIT VALUES "B" "D".
       01  WS-HOLD-FOUND PIC X.
           88 ACCOUNT-ON-LEGAL-HOLD VALUE "Y".

      * CALLed-program arguments for NAMELKUP.  Only the name
      * is wanted -- the bank keys on routing and account.
       01  WS-NAME-TAXID PIC S9(9) USAGE IS COMP-3.
       01  WS-LKUP-NAME PIC X(35).
       01  WS-LKUP-ADDRESS-1 PIC X(35).
       01  WS-LKUP-ADDRESS-2 PIC X(35).
       01  WS-LKUP-CITY PIC X(20).
       01  WS-LKUP-STATE PIC X(2).
       01  WS-LKUP-ZIP PIC X(10).
       01  WS-LKUP-NAME-OK PIC X.
           88 NAME-FOUND VALUE "Y".
       01  WS-LKUP-RETURNED-MAIL.
           03 WS-LKUP-RETURNED-SW PIC X.
             88 ADDRESS-UNDELIVERABLE VALUE "Y".
           03 WS-LKUP-RETURNED-DATE PIC 9(6).
           03 WS-LKUP-RETURNED-DOC-TYPE PIC X.

      * Outbound record bodies, one view per record type: H
      * opens the batch, D is one prenote or debit entry, and T
      * closes the batch with its control totals.  The entry
      * hash is the sum of the first eight digits of every
      * detail's routing number, kept to its low ten digits.
       01  WS-RECORD-BODY PIC X(93).
       01  WS-HEADER-BODY REDEFINES WS-RECORD-BODY.
           03 WS-H-BATCH-NUMBER PIC 9(6).
           03 WS-H-COMPANY-NAME PIC X(16).
           03 WS-H-COMPANY-ID PIC X(10).
           03 WS-H-ENTRY-CLASS PIC X(3).
           03 WS-H-ENTRY-DESCRIPTION PIC X(10).
           03 WS-H-EFFECTIVE-DATE PIC 9(6).
           03 WS-H-ORIGINATION-DATE PIC 9(8).
           03 FILLER PIC X(34).
       01  WS-DETAIL-BODY REDEFINES WS-RECORD-BODY.
           03 WS-D-TRANSACTION-CODE PIC 9(2).
           03 WS-D-ROUTING PIC 9(9).
           03 WS-D-ROUTING-PARTS REDEFINES WS-D-ROUTING.
             05 WS-D-ROUTING-8 PIC 9(8).
             05 WS-D-ROUTING-CHECK PIC 9.
           03 WS-D-ACCOUNT PIC X(17).
           03 WS-D-AMOUNT PIC 9(11)V99.
           03 WS-D-TAXID PIC 9(9).
           03 WS-D-NAME PIC X(22).
           03 WS-D-DUE-DATE PIC 9(6).
           03 WS-D-TRACE-NUMBER PIC 9(7).
           03 FILLER PIC X(8).
       01  WS-TRAILER-BODY REDEFINES WS-RECORD-BODY.
           03 WS-T-BATCH-NUMBER PIC 9(6).
           03 WS-T-ENTRY-COUNT PIC 9(6).
           03 WS-T-ENTRY-HASH PIC 9(10).
           03 WS-T-DEBIT-TOTAL PIC 9(11)V99.
           03 WS-T-CREDIT-TOTAL PIC 9(11)V99.
           03 FILLER PIC X(45).

      * Bank transaction codes: debits draw money, prenotes
      * carry no dollars and only prove the account.
       01  WS-TRAN-CODE-CHK-DEBIT PIC 9(2) VALUE 27.
       01  WS-TRAN-CODE-CHK-PRENOTE PIC 9(2) VALUE 28.
       01  WS-TRAN-CODE-SAV-DEBIT PIC 9(2) VALUE 37.
       01  WS-TRAN-CODE-SAV-PRENOTE PIC 9(2) VALUE 38.

       01  WS-ENTRY-COUNT PIC 9(6) VALUE ZERO.
       01  WS-ENTRY-HASH PIC 9(10) VALUE ZERO.
       01  WS-DEBIT-TOTAL PIC S9(11)V99 USAGE IS COMP-3
           VALUE ZERO.

       01  WS-PRENOTES-SENT PIC 9(7) VALUE ZERO.
       01  WS-DEBITS-LIVE PIC 9(7) VALUE ZERO.
       01  WS-DEBITS-SENT PIC 9(7) VALUE ZERO.
       01  WS-DEBITS-SKIPPED PIC 9(7) VALUE ZERO.

       01  WS-REPORT-LINE.
           03 WS-L-ACTION PIC X(12).
           03 FILLER PIC X(7) VALUE "TAXID ".
           03 WS-L-TAXID PIC 9(9).
           03 FILLER PIC X(11) VALUE "  ROUTING ".
           03 WS-L-ROUTING PIC 9(9).
           03 FILLER PIC X(7) VALUE "  DUE ".
           03 WS-L-DUE-DATE PIC 9(6).
           03 FILLER PIC X(10) VALUE "  AMOUNT ".
           03 WS-L-AMOUNT PIC -(9)9.99.
           03 FILLER PIC X(2) VALUE SPACES.
           03 WS-L-NOTE PIC X(34).

       01  WS-SUMMARY-LINE.
           03 FILLER PIC X(10) VALUE "PRENOTES: ".
           03 WS-S-PRENOTES PIC ZZZ,ZZ9.
           03 FILLER PIC X(14) VALUE "  WENT LIVE: ".
           03 WS-S-LIVE PIC ZZZ,ZZ9.
           03 FILLER PIC X(11) VALUE "  DEBITS: ".
           03 WS-S-DEBITS PIC ZZZ,ZZ9.
           03 FILLER PIC X(3) VALUE " / ".
           03 WS-S-DEBIT-TOTAL PIC -(9)9.99.
           03 FILLER PIC X(12) VALUE "  SKIPPED: ".
           03 WS-S-SKIPPED PIC ZZZ,ZZ9.

      * CALLed-program arguments for DOLCTL.  The payment file
      * is rebuilt every run, so its count and dollars replace
      * any an earlier run tonight registered.
       01  WS-DOL-PROGRAM-ID PIC X(8) VALUE "ACHORIG".
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
           ACCEPT WS-TODAY-8 FROM DATE YYYYMMDD
           ACCEPT WS-TODAY-6 FROM DATE
           PERFORM 1100-LOAD-RUN-PARAMETERS
           PERFORM 1200-WRITE-BATCH-HEADER

           IF AGREEMENT-FILE-AVAILABLE
               PERFORM UNTIL NO-MORE-AGREEMENTS
                   READ INSTALLMENT-AGREEMENT-FILE NEXT
                       AT END
                           SET NO-MORE-AGREEMENTS TO TRUE
                       NOT AT END
                           IF AGREEMENT-IN-FORCE AND PAY-BY-DEBIT
                               PERFORM 2000-WORK-ONE-AGREEMENT
                           END-IF
                   END-READ
               END-PERFORM
           END-IF

           PERFORM 8000-WRITE-TRAILER-AND-SUMMARY
           PERFORM 8500-REGISTER-FEED-DOLLARS
           DISPLAY "ACHORIG: PRENOTES " WS-PRENOTES-SENT
               " WENT LIVE " WS-DEBITS-LIVE
               " DEBITS " WS-DEBITS-SENT
               " SKIPPED " WS-DEBITS-SKIPPED
           PERFORM 9000-CLOSE-FILES
           GOBACK.

       1000-OPEN-FILES.
           OPEN I-O INSTALLMENT-AGREEMENT-FILE
           IF WS-AGREE-FILE-STATUS = "00"
               SET AGREEMENT-FILE-AVAILABLE TO TRUE
           END-IF
           OPEN INPUT TAX-MASTER-FILE
           OPEN OUTPUT ORIGINATION-OUTPUT-FILE
           OPEN OUTPUT PAYMENT-OUTPUT-FILE
           OPEN OUTPUT ORIGINATION-REPORT-FILE.

       1100-LOAD-RUN-PARAMETERS.
           MOVE WS-TODAY-8 TO WS-LKUP-AS-OF-DATE
           MOVE "ACHPNDAY" TO WS-LKUP-PARAM-ID
           CALL "RATELKUP" USING WS-LKUP-PARAM-ID,
               WS-LKUP-AS-OF-DATE, WS-LKUP-VALUE, WS-LKUP-FOUND-OK
           IF PARAM-FOUND AND WS-LKUP-VALUE > ZERO
               MOVE WS-LKUP-VALUE TO WS-PRENOTE-DAYS
           END-IF.

      * One batch a night, numbered by the night it goes out
      * and effective tonight.
       1200-WRITE-BATCH-HEADER.
           MOVE SPACES TO WS-RECORD-BODY
           MOVE WS-TODAY-6 TO WS-H-BATCH-NUMBER
           MOVE WS-COMPANY-NAME TO WS-H-COMPANY-NAME
           MOVE WS-COMPANY-ID TO WS-H-COMPANY-ID
           MOVE "PPD" TO WS-H-ENTRY-CLASS
           MOVE WS-ENTRY-DESCRIPTION TO WS-H-ENTRY-DESCRIPTION
           MOVE WS-TODAY-6 TO WS-H-EFFECTIVE-DATE
           MOVE WS-TODAY-8 TO WS-H-ORIGINATION-DATE
           MOVE "H" TO OO-RECORD-TYPE
           MOVE WS-RECORD-BODY TO OO-RECORD-BODY
           WRITE ORIGINATION-OUTPUT-RECORD.

      * The steps fall through in order, so a prenote that
      * matures tonight can be followed by tonight's debit.  A
      * new draw waits until INSTMON has reviewed the ledger
      * past the night of the last one: a draw not yet posted
      * (the nightly chain stopped short) is never drawn twice,
      * while an agreement behind by several installments is
      * drawn once a night until it catches up, and an
      * installment whose debit the bank returned -- INSTMON
      * sets IA-NEXT-DUE-DATE back to it once the PR posts --
      * is presented again.
       2000-WORK-ONE-AGREEMENT.
           MOVE "N" TO WS-REWRITE-SW
           EVALUATE TRUE
               WHEN DEBIT-PRENOTE-PENDING
                   PERFORM 3000-SEND-PRENOTE
               WHEN DEBIT-PRENOTE-SENT AND IA-PRENOTE-DATE =
                       WS-TODAY-6
                   PERFORM 3100-WRITE-PRENOTE-ENTRY
               WHEN DEBIT-PRENOTE-SENT
                   PERFORM 3200-CHECK-PRENOTE-MATURED
           END-EVALUATE
           IF DEBIT-LIVE
               EVALUATE TRUE
                   WHEN IA-LAST-DEBIT-ORIG-DATE = WS-TODAY-6
                       PERFORM 4300-RESEND-DEBIT
                   WHEN IA-NEXT-DUE-DATE NOT = ZERO
                           AND IA-NEXT-DUE-DATE NOT > WS-TODAY-6
                           AND IA-PAID-THRU-DATE NOT <
                               IA-LAST-DEBIT-ORIG-DATE
                       PERFORM 4000-CONSIDER-DEBIT
               END-EVALUATE
           END-IF
           IF AGREEMENT-CHANGED
               REWRITE INSTALLMENT-AGREEMENT-RECORD
                   INVALID KEY
                       DISPLAY "ACHORIG: REWRITE FAILED FOR TAXID "
                           IA-TAXID
               END-REWRITE
           END-IF.

       3000-SEND-PRENOTE.
           MOVE "S" TO IA-DEBIT-STATUS
           MOVE WS-TODAY-6 TO IA-PRENOTE-DATE
           SET AGREEMENT-CHANGED TO TRUE
           PERFORM 3100-WRITE-PRENOTE-ENTRY.

       3100-WRITE-PRENOTE-ENTRY.
           MOVE SPACES TO WS-RECORD-BODY
           IF BANK-SAVINGS
               MOVE WS-TRAN-CODE-SAV-PRENOTE
                   TO WS-D-TRANSACTION-CODE
           ELSE
               MOVE WS-TRAN-CODE-CHK-PRENOTE
                   TO WS-D-TRANSACTION-CODE
           END-IF
           MOVE ZERO TO WS-DEBIT-AMOUNT
           MOVE ZERO TO WS-D-DUE-DATE
           PERFORM 5000-WRITE-DETAIL-ENTRY
           ADD 1 TO WS-PRENOTES-SENT
           MOVE "PRENOTE" TO WS-L-ACTION
           MOVE ZERO TO WS-L-DUE-DATE
           MOVE SPACES TO WS-L-NOTE
           PERFORM 7000-WRITE-REPORT-LINE.

      * No news is good news: the bank returns a prenote only
      * when the account will not take debits, and BANKRTRN
      * takes the agreement off debit when it does.  A prenote
      * still outstanding after the wait has proven the
      * account.
       3200-CHECK-PRENOTE-MATURED.
           MOVE IA-PRENOTE-DATE TO WS-PRENOTE-X
           COMPUTE WS-PRENOTE-8 =
               20000000 + (WS-PN-YY * 10000) + (WS-PN-MM * 100)
               + WS-PN-DD
           COMPUTE WS-DAYS-SINCE-PRENOTE =
               FUNCTION INTEGER-OF-DATE (WS-TODAY-8)
               - FUNCTION INTEGER-OF-DATE (WS-PRENOTE-8)
           IF WS-DAYS-SINCE-PRENOTE >= WS-PRENOTE-DAYS
               MOVE "L" TO IA-DEBIT-STATUS
               SET AGREEMENT-CHANGED TO TRUE
               ADD 1 TO WS-DEBITS-LIVE
               MOVE "WENT LIVE" TO WS-L-ACTION
               MOVE ZERO TO WS-L-DUE-DATE
               MOVE ZERO TO WS-DEBIT-AMOUNT
               MOVE "PRENOTE NOT RETURNED" TO WS-L-NOTE
               PERFORM 7000-WRITE-REPORT-LINE
           END-IF.

      * The draw is the monthly amount, cut back to what is
      * still owed so a nearly-paid account is not overdrawn
      * into a credit.  Nothing owed, or a closed account, is
      * not drawn at all.
       4000-CONSIDER-DEBIT.
           PERFORM 4100-READ-MASTER
           PERFORM 4150-CHECK-LEGAL-HOLD
           EVALUATE TRUE
               WHEN NOT MASTER-FOUND
                   ADD 1 TO WS-DEBITS-SKIPPED
                   MOVE "NOT DEBITED" TO WS-L-ACTION
                   MOVE ZERO TO WS-DEBIT-AMOUNT
                   MOVE "NO MASTER RECORD" TO WS-L-NOTE
                   MOVE IA-NEXT-DUE-DATE TO WS-L-DUE-DATE
                   PERFORM 7000-WRITE-REPORT-LINE
               WHEN ACCOUNT-CLOSED OR BALANCE NOT > ZERO
                   ADD 1 TO WS-DEBITS-SKIPPED
                   MOVE "NOT DEBITED" TO WS-L-ACTION
                   MOVE ZERO TO WS-DEBIT-AMOUNT
                   MOVE "NOTHING OWED" TO WS-L-NOTE
                   MOVE IA-NEXT-DUE-DATE TO WS-L-DUE-DATE
                   PERFORM 7000-WRITE-REPORT-LINE
               WHEN ACCOUNT-ON-LEGAL-HOLD AND HOLD-STOPS-DEBIT
                   ADD 1 TO WS-DEBITS-SKIPPED
                   MOVE "NOT DEBITED" TO WS-L-ACTION
                   MOVE ZERO TO WS-DEBIT-AMOUNT
                   MOVE "LEGAL HOLD" TO WS-L-NOTE
                   MOVE IA-NEXT-DUE-DATE TO WS-L-DUE-DATE
                   PERFORM 7000-WRITE-REPORT-LINE
               WHEN OTHER
                   IF BALANCE < IA-MONTHLY-AMOUNT
                       MOVE BALANCE TO WS-DEBIT-AMOUNT
                   ELSE
                       MOVE IA-MONTHLY-AMOUNT TO WS-DEBIT-AMOUNT
                   END-IF
                   MOVE IA-NEXT-DUE-DATE TO IA-LAST-DEBIT-DUE-DATE
                   MOVE WS-TODAY-6 TO IA-LAST-DEBIT-ORIG-DATE
                   MOVE WS-DEBIT-AMOUNT TO IA-LAST-DEBIT-AMOUNT
                   SET AGREEMENT-CHANGED TO TRUE
                   PERFORM 4200-WRITE-DEBIT-AND-PAYMENT
           END-EVALUATE.

       4100-READ-MASTER.
           MOVE "N" TO WS-MASTER-FOUND-SW
           MOVE IA-TAXID TO TAXID
           READ TAX-MASTER-FILE
               INVALID KEY
                   CONTINUE
               NOT INVALID KEY
                   SET MASTER-FOUND TO TRUE
           END-READ.

       4150-CHECK-LEGAL-HOLD.
           MOVE IA-TAXID TO WS-HOLD-TAXID
           CALL "HOLDLKUP" USING WS-HOLD-TAXID, WS-TODAY-8,
               WS-HOLD-TYPE, WS-HOLD-FOUND.

      * The bank entry and the expected PY go out together, so
      * tonight's ledger takes in exactly what the bank is
      * asked to draw.
       4200-WRITE-DEBIT-AND-PAYMENT.
           MOVE SPACES TO WS-RECORD-BODY
           IF BANK-SAVINGS
               MOVE WS-TRAN-CODE-SAV-DEBIT TO WS-D-TRANSACTION-CODE
           ELSE
               MOVE WS-TRAN-CODE-CHK-DEBIT TO WS-D-TRANSACTION-CODE
           END-IF
           MOVE IA-LAST-DEBIT-DUE-DATE TO WS-D-DUE-DATE
           PERFORM 5000-WRITE-DETAIL-ENTRY
           ADD WS-DEBIT-AMOUNT TO WS-DEBIT-TOTAL
           MOVE IA-TAXID TO PO-TAXID
           MOVE SPACE TO PO-NEW-STATS
           MOVE "PY" TO PO-TRANSACTION-TYPE
           COMPUTE PO-AMOUNT = ZERO - WS-DEBIT-AMOUNT
           MOVE SPACE TO PO-COMPONENT-CODE
           WRITE PAYMENT-OUTPUT-RECORD
           ADD 1 TO WS-DOL-ITEM-COUNT
           ADD PO-AMOUNT TO WS-DOL-DOLLAR-TOTAL
           ADD 1 TO WS-DEBITS-SENT
           MOVE "DEBITED" TO WS-L-ACTION
           MOVE IA-LAST-DEBIT-DUE-DATE TO WS-L-DUE-DATE
           MOVE SPACES TO WS-L-NOTE
           PERFORM 7000-WRITE-REPORT-LINE.

      * Tonight's debit is already stamped on the agreement --
      * this is the run being repeated, so the same entry and
      * the same PY go out again for the same amount.
       4300-RESEND-DEBIT.
           MOVE IA-LAST-DEBIT-AMOUNT TO WS-DEBIT-AMOUNT
           PERFORM 4200-WRITE-DEBIT-AND-PAYMENT.

       5000-WRITE-DETAIL-ENTRY.
           ADD 1 TO WS-ENTRY-COUNT
           MOVE IA-BANK-ROUTING TO WS-D-ROUTING
           MOVE IA-BANK-ACCOUNT TO WS-D-ACCOUNT
           MOVE WS-DEBIT-AMOUNT TO WS-D-AMOUNT
           MOVE IA-TAXID TO WS-D-TAXID
           PERFORM 5100-LOOKUP-NAME
           MOVE WS-LKUP-NAME TO WS-D-NAME
           MOVE WS-ENTRY-COUNT TO WS-D-TRACE-NUMBER
           ADD WS-D-ROUTING-8 TO WS-ENTRY-HASH
           MOVE "D" TO OO-RECORD-TYPE
           MOVE WS-RECORD-BODY TO OO-RECORD-BODY
           WRITE ORIGINATION-OUTPUT-RECORD.

       5100-LOOKUP-NAME.
           MOVE IA-TAXID TO WS-NAME-TAXID
           CALL "NAMELKUP" USING WS-NAME-TAXID, WS-TODAY-8,
               WS-LKUP-NAME, WS-LKUP-ADDRESS-1, WS-LKUP-ADDRESS-2,
               WS-LKUP-CITY, WS-LKUP-STATE, WS-LKUP-ZIP,
               WS-LKUP-NAME-OK,
               WS-LKUP-RETURNED-MAIL.

       7000-WRITE-REPORT-LINE.
           MOVE IA-TAXID TO WS-L-TAXID
           MOVE IA-BANK-ROUTING TO WS-L-ROUTING
           MOVE WS-DEBIT-AMOUNT TO WS-L-AMOUNT
           WRITE ORIGINATION-REPORT-LINE FROM WS-REPORT-LINE.

      * The entry hash is a plain sum and is allowed to roll
      * over: the bank keeps only its low ten digits too.
       8000-WRITE-TRAILER-AND-SUMMARY.
           MOVE SPACES TO WS-RECORD-BODY
           MOVE WS-TODAY-6 TO WS-T-BATCH-NUMBER
           MOVE WS-ENTRY-COUNT TO WS-T-ENTRY-COUNT
           MOVE WS-ENTRY-HASH TO WS-T-ENTRY-HASH
           MOVE WS-DEBIT-TOTAL TO WS-T-DEBIT-TOTAL
           MOVE ZERO TO WS-T-CREDIT-TOTAL
           MOVE "T" TO OO-RECORD-TYPE
           MOVE WS-RECORD-BODY TO OO-RECORD-BODY
           WRITE ORIGINATION-OUTPUT-RECORD
           MOVE WS-PRENOTES-SENT TO WS-S-PRENOTES
           MOVE WS-DEBITS-LIVE TO WS-S-LIVE
           MOVE WS-DEBITS-SENT TO WS-S-DEBITS
           MOVE WS-DEBIT-TOTAL TO WS-S-DEBIT-TOTAL
           MOVE WS-DEBITS-SKIPPED TO WS-S-SKIPPED
           WRITE ORIGINATION-REPORT-LINE FROM WS-SUMMARY-LINE.

       8500-REGISTER-FEED-DOLLARS.
           CALL "DOLCTL" USING WS-DOL-PROGRAM-ID, WS-DOL-ENTRY-KIND,
               WS-DOL-TRANSACTION-TYPE, WS-DOL-FUNCTION-CODE,
               WS-DOL-ITEM-COUNT, WS-DOL-DOLLAR-TOTAL,
               WS-DOL-REGISTER-OK.

       9000-CLOSE-FILES.
           IF AGREEMENT-FILE-AVAILABLE
               CLOSE INSTALLMENT-AGREEMENT-FILE
           END-IF
           CLOSE TAX-MASTER-FILE
           CLOSE ORIGINATION-OUTPUT-FILE
           CLOSE PAYMENT-OUTPUT-FILE
           CLOSE ORIGINATION-REPORT-FILE.
