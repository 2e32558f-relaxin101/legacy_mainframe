      *  feed balances before any money moves.  The refund is
      *  only written to the payment file when TRANPOST has
      *  actually posted it, so the feed and the ledger can
      *  never disagree.  Every refund handed to TRANPOST is
      *  registered through DOLCTL for the morning dollar proof.
      *  A credit whose address MAILRTN has flagged as returned
      *  mail is not refunded: nothing is posted or fed to
      *  treasury, the credit stays on the account, and the
      *  account is listed on the address research worklist
      *  until NAMEMNT files a newer address.
      ******************************************************
       ENVIRONMENT DIVISION.
       INPUT-OUTPUT SECTION.
               ORGANIZATION IS SEQUENTIAL
               FILE STATUS IS WS-REFUND-FILE-STATUS.

           SELECT ADDRESS-RESEARCH-FILE
               ASSIGN TO "RFRSCH"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-RESEARCH-FILE-STATUS.

       DATA DIVISION.
       FILE SECTION.
       FD  TAX-MASTER-FILE.
       FD  REFUND-PAYMENT-FILE.
       COPY "REFNDREC.cobol".

       FD  ADDRESS-RESEARCH-FILE.
       01  ADDRESS-RESEARCH-LINE PIC X(132).

       WORKING-STORAGE SECTION.
       01  WS-MASTER-FILE-STATUS PIC XX.
       01  WS-REFUND-FILE-STATUS PIC XX.
       01  WS-RESEARCH-FILE-STATUS PIC XX.
       01  WS-EOF-SW PIC X VALUE "N".
           88 NO-MORE-MASTER-RECORDS VALUE "Y".

       01  WS-REFUND-AMOUNT PIC S9(11)V99 USAGE IS COMP-3.
       01  WS-NEW-BALANCE PIC S9(11)V99 USAGE IS COMP-3.
       01  WS-NEW-COMPONENTS.
           03 WS-NEW-PRINCIPAL PIC S9(11)V99 USAGE IS COMP-3.
           03 WS-NEW-PENALTY PIC S9(11)V99 USAGE IS COMP-3.
           03 WS-NEW-INTEREST PIC S9(11)V99 USAGE IS COMP-3.

       01  WS-CALL-TAXID PIC S9(9) USAGE IS COMP-3.
       01  WS-CALL-TRAN-TYPE PIC X(2) VALUE "RF".
       01  WS-CALL-INPUT-SEQ PIC 9(4) VALUE ZERO.
       01  WS-CALL-POST-OK PIC X.
           88 POST-SUCCESSFUL VALUE "Y".
      * An overpayment is carried as a tax credit, so the RF
      * charge-back clears it from the tax component.
       01  WS-CALL-COMPONENT-CODE PIC X VALUE "T".

       01  WS-REFUNDS-ISSUED PIC 9(7) VALUE ZERO.
       01  WS-REFUND-TOTAL PIC S9(11)V99 USAGE IS COMP-3
           VALUE ZERO.
       01  WS-REFUNDS-HELD PIC 9(7) VALUE ZERO.
       01  WS-HELD-TOTAL PIC S9(11)V99 USAGE IS COMP-3
           VALUE ZERO.

       01  WS-RESEARCH-DETAIL.
           03 FILLER PIC X(7) VALUE "TAXID ".
           03 WS-R-TAXID PIC -(9).
           03 FILLER PIC X(2) VALUE SPACES.
           03 WS-R-NAME PIC X(35).
           03 FILLER PIC X(9) VALUE "  CREDIT ".
           03 WS-R-AMOUNT PIC -(9)9.99.
           03 FILLER PIC X(19) VALUE "  MAIL RETURNED ON ".
           03 WS-R-RETURNED-DATE PIC 9(6).
           03 FILLER PIC X(5) VALUE " DOC ".
           03 WS-R-RETURNED-DOC PIC X.

       01  WS-RESEARCH-TOTAL-LINE.
           03 FILLER PIC X(24) VALUE "REFUNDS HELD ".
           03 WS-RT-COUNT PIC ZZZ,ZZ9.
           03 FILLER PIC X(9) VALUE "  CREDIT ".
           03 WS-RT-AMOUNT PIC -(9)9.99.

      * CALLed-program arguments for NAMELKUP -- the payee name
      * and address in force today ride out on the payment feed
       01  WS-LKUP-ZIP PIC X(10).
       01  WS-LKUP-NAME-OK PIC X.
           88 NAME-FOUND VALUE "Y".
       01  WS-LKUP-RETURNED-MAIL.
           03 WS-LKUP-RETURNED-SW PIC X.
             88 ADDRESS-UNDELIVERABLE VALUE "Y".
           03 WS-LKUP-RETURNED-DATE PIC 9(6).
           03 WS-LKUP-RETURNED-DOC-TYPE PIC X.

      * CALLed-program arguments for DOLCTL.  Every post
      * handed to TRANPOST is registered as fed, whether or not
      * it lands, so a post that fails shows on the proof.
       01  WS-DOL-PROGRAM-ID PIC X(8) VALUE "REFUND".
       01  WS-DOL-ENTRY-KIND PIC X VALUE "F".
       01  WS-DOL-TRANSACTION-TYPE PIC X(2) VALUE "RF".
       01  WS-DOL-FUNCTION-CODE PIC X VALUE "A".
       01  WS-DOL-ITEM-COUNT PIC 9(9) VALUE ZERO.
       01  WS-DOL-DOLLAR-TOTAL PIC S9(11)V99 USAGE IS COMP-3
           VALUE ZERO.
       01  WS-DOL-REGISTER-OK PIC X.

       PROCEDURE DIVISION.
       0000-MAIN.
           OPEN I-O TAX-MASTER-FILE
           OPEN OUTPUT REFUND-PAYMENT-FILE
           OPEN OUTPUT ADDRESS-RESEARCH-FILE
           MOVE "REFUNDS HELD FOR ADDRESS RESEARCH (MAIL RETURNED)"
               TO ADDRESS-RESEARCH-LINE
           WRITE ADDRESS-RESEARCH-LINE
           ACCEPT WS-TODAY-8 FROM DATE YYYYMMDD

           PERFORM UNTIL NO-MORE-MASTER-RECORDS
                       SET NO-MORE-MASTER-RECORDS TO TRUE
                   NOT AT END
                       IF BALANCE < ZERO
                           PERFORM 1900-CHECK-PAYEE-ADDRESS
                       END-IF
               END-READ
           END-PERFORM

           PERFORM 8000-WRITE-TRAILER-RECORD
           PERFORM 8500-REGISTER-FEED-DOLLARS
           MOVE WS-REFUNDS-HELD TO WS-RT-COUNT
           MOVE WS-HELD-TOTAL TO WS-RT-AMOUNT
           WRITE ADDRESS-RESEARCH-LINE FROM WS-RESEARCH-TOTAL-LINE
           DISPLAY "REFUND: REFUNDS ISSUED " WS-REFUNDS-ISSUED
               " HELD FOR ADDRESS " WS-REFUNDS-HELD
           CLOSE TAX-MASTER-FILE
           CLOSE REFUND-PAYMENT-FILE
           CLOSE ADDRESS-RESEARCH-FILE
           GOBACK.

      * The payee is looked up before anything posts, so a check
      * is never cut to an address the post office has already
      * sent back.  The held credit is neither posted nor fed to
      * DOLCTL -- nothing moved.
       1900-CHECK-PAYEE-ADDRESS.
           CALL "NAMELKUP" USING TAXID, WS-TODAY-8,
               WS-LKUP-NAME, WS-LKUP-ADDRESS-1, WS-LKUP-ADDRESS-2,
               WS-LKUP-CITY, WS-LKUP-STATE, WS-LKUP-ZIP,
               WS-LKUP-NAME-OK,
               WS-LKUP-RETURNED-MAIL
           IF NAME-FOUND AND ADDRESS-UNDELIVERABLE
               PERFORM 1950-LIST-FOR-ADDRESS-RESEARCH
           ELSE
               PERFORM 2000-REFUND-ONE-ACCOUNT
           END-IF.

       1950-LIST-FOR-ADDRESS-RESEARCH.
           ADD 1 TO WS-REFUNDS-HELD
           ADD BALANCE TO WS-HELD-TOTAL
           MOVE TAXID TO WS-R-TAXID
           MOVE WS-LKUP-NAME TO WS-R-NAME
           MOVE BALANCE TO WS-R-AMOUNT
           MOVE WS-LKUP-RETURNED-DATE TO WS-R-RETURNED-DATE
           MOVE WS-LKUP-RETURNED-DOC-TYPE TO WS-R-RETURNED-DOC
           WRITE ADDRESS-RESEARCH-LINE FROM WS-RESEARCH-DETAIL.

      * The refund pays out the whole credit: the posted amount
      * is the balance negated, which brings BALANCE to zero
      * when TRANPOST applies it.
           MOVE TAXID TO WS-CALL-TAXID
           MOVE WS-REFUND-AMOUNT TO WS-CALL-AMOUNT
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
               REWRITE TAX-RECORD
                   INVALID KEY
                       DISPLAY "REFUND: REWRITE FAILED FOR TAXID "
           MOVE TAXID TO RP-TAXID
           MOVE WS-REFUND-AMOUNT TO RP-REFUND-AMOUNT
           MOVE ZERO TO RP-ITEM-COUNT
           IF NOT NAME-FOUND
               DISPLAY "REFUND: NO NAME ON FILE FOR TAXID " TAXID
           END-IF
           MOVE SPACES TO RP-ZIP
           MOVE SPACES TO RP-FILLER
           WRITE REFUND-PAYMENT-RECORD.

       8500-REGISTER-FEED-DOLLARS.
           CALL "DOLCTL" USING WS-DOL-PROGRAM-ID, WS-DOL-ENTRY-KIND,
               WS-DOL-TRANSACTION-TYPE, WS-DOL-FUNCTION-CODE,
               WS-DOL-ITEM-COUNT, WS-DOL-DOLLAR-TOTAL,
               WS-DOL-REGISTER-OK.
