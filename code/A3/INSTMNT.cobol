      *  agreement still in force.  INSTMON does the nightly
      *  payment monitoring; this program only maintains the
      *  terms.
      *  Automatic debit is authorised on an agreement in force
      *  by a D transaction carrying the bank routing number
      *  (which must pass the bank's own check digit), account
      *  number and account type -- or by giving those on the
      *  add itself.  New or changed bank details always go
      *  back through the prenote cycle ACHORIG runs.  An M
      *  transaction takes the agreement back to paying by
      *  mail.
      ******************************************************
       ENVIRONMENT DIVISION.
       INPUT-OUTPUT SECTION.
           03 AT-ACTION PIC X.
             88 ACTION-ADD VALUE "A".
             88 ACTION-CANCEL VALUE "C".
             88 ACTION-DEBIT VALUE "D".
             88 ACTION-MAIL VALUE "M".
           03 AT-TAXID PIC S9(9).
           03 AT-TERM-MONTHS PIC 9(3).
           03 AT-MONTHLY-AMOUNT PIC S9(11)V99.
           03 AT-FIRST-DUE-DATE PIC 9(6).
           03 AT-BANK-ROUTING PIC X(9).
           03 AT-BANK-ACCOUNT PIC X(17).
           03 AT-BANK-ACCOUNT-TYPE PIC X.
             88 AT-ACCOUNT-TYPE-VALID VALUES "C" "S".

       FD  TAX-MASTER-FILE.
       COPY "TAXREC.cobol".
       01  WS-AGREE-FOUND-SW PIC X VALUE "N".
           88 AGREEMENT-FOUND VALUE "Y".
       01  WS-TAXID-KEY PIC S9(9) USAGE IS COMP-3.
       01  WS-BANK-GIVEN-SW PIC X VALUE "N".
           88 BANK-DETAILS-GIVEN VALUE "Y".
       01  WS-BANK-VALID-SW PIC X VALUE "N".
           88 BANK-DETAILS-VALID VALUE "Y".

      * The routing number's ninth digit checks the first
      * eight: weights 3 7 1 repeated, the weighted sum a
      * multiple of ten.
       01  WS-ROUTING-X PIC 9(9).
       01  WS-ROUTING-DIGITS REDEFINES WS-ROUTING-X.
           03 WS-RT-DIGIT PIC 9 OCCURS 9 TIMES.
       01  WS-ROUTING-SUM PIC 9(4).
       01  WS-AGREEMENTS-ADDED PIC 9(7) VALUE ZERO.
       01  WS-AGREEMENTS-CANCELLED PIC 9(7) VALUE ZERO.
       01  WS-DEBITS-AUTHORISED PIC 9(7) VALUE ZERO.
       01  WS-DEBITS-STOPPED PIC 9(7) VALUE ZERO.
       01  WS-TRANS-REJECTED PIC 9(7) VALUE ZERO.

       PROCEDURE DIVISION.
           END-PERFORM
           DISPLAY "INSTMNT: ADDED " WS-AGREEMENTS-ADDED
               " CANCELLED " WS-AGREEMENTS-CANCELLED
               " DEBIT ON " WS-DEBITS-AUTHORISED
               " DEBIT OFF " WS-DEBITS-STOPPED
               " REJECTED " WS-TRANS-REJECTED
           PERFORM 9000-CLOSE-FILES
           GOBACK.
                   PERFORM 3000-ADD-AGREEMENT
               WHEN ACTION-CANCEL
                   PERFORM 4000-CANCEL-AGREEMENT
               WHEN ACTION-DEBIT
                   PERFORM 5000-AUTHORISE-DEBIT
               WHEN ACTION-MAIL
                   PERFORM 6000-RETURN-TO-MAIL
               WHEN OTHER
                   ADD 1 TO WS-TRANS-REJECTED
                   DISPLAY "INSTMNT: UNKNOWN ACTION " AT-ACTION
      * must never reach the file.
       3000-ADD-AGREEMENT.
           PERFORM 3100-VERIFY-MASTER-EXISTS
           PERFORM 5100-VALIDATE-BANK-DETAILS
           IF AT-TERM-MONTHS NOT NUMERIC OR AT-TERM-MONTHS = ZERO
                   OR AT-MONTHLY-AMOUNT NOT NUMERIC
                   OR AT-MONTHLY-AMOUNT NOT > ZERO
               DISPLAY "INSTMNT: BAD AGREEMENT TERMS FOR TAXID "
                   AT-TAXID
           ELSE
           IF BANK-DETAILS-GIVEN AND NOT BANK-DETAILS-VALID
               ADD 1 TO WS-TRANS-REJECTED
               DISPLAY "INSTMNT: BAD BANK DETAILS FOR TAXID "
                   AT-TAXID
           ELSE
           IF NOT MASTER-FOUND
               ADD 1 TO WS-TRANS-REJECTED
               DISPLAY "INSTMNT: UNKNOWN TAXID " AT-TAXID
                   PERFORM 3200-WRITE-AGREEMENT
               END-IF
           END-IF
           END-IF
           END-IF.

       3100-VERIFY-MASTER-EXISTS.
           MOVE IA-SETUP-DATE TO IA-PAID-THRU-DATE
           MOVE ZERO TO IA-PAID-THRU-TIME
           MOVE ZERO TO IA-PAID-THRU-SEQ
           PERFORM 6100-CLEAR-DEBIT-DETAILS
           IF BANK-DETAILS-GIVEN
               PERFORM 5200-FILE-BANK-DETAILS
           END-IF
           IF AGREEMENT-FOUND
               REWRITE INSTALLMENT-AGREEMENT-RECORD
                   INVALID KEY
               END-REWRITE
           END-IF.

      * Bank details filed here are never drawn on directly:
      * the agreement goes to prenote-pending and ACHORIG must
      * prove them with a zero-dollar prenote first.
       5000-AUTHORISE-DEBIT.
           PERFORM 5100-VALIDATE-BANK-DETAILS
           EVALUATE TRUE
               WHEN NOT AGREEMENT-FOUND OR NOT AGREEMENT-IN-FORCE
                   ADD 1 TO WS-TRANS-REJECTED
                   DISPLAY "INSTMNT: NO AGREEMENT IN FORCE FOR "
                       "TAXID " AT-TAXID
               WHEN NOT BANK-DETAILS-VALID
                   ADD 1 TO WS-TRANS-REJECTED
                   DISPLAY "INSTMNT: BAD BANK DETAILS FOR TAXID "
                       AT-TAXID
               WHEN OTHER
                   PERFORM 5200-FILE-BANK-DETAILS
                   REWRITE INSTALLMENT-AGREEMENT-RECORD
                       INVALID KEY
                           ADD 1 TO WS-TRANS-REJECTED
                           DISPLAY "INSTMNT: REWRITE FAILED FOR "
                               "TAXID " AT-TAXID
                       NOT INVALID KEY
                           ADD 1 TO WS-DEBITS-AUTHORISED
                   END-REWRITE
           END-EVALUATE.

      * Bank details count as given when any of the three is
      * present; once given, all three must be good.
       5100-VALIDATE-BANK-DETAILS.
           MOVE "N" TO WS-BANK-GIVEN-SW
           MOVE "N" TO WS-BANK-VALID-SW
           IF AT-BANK-ROUTING NOT = SPACES
                   OR AT-BANK-ACCOUNT NOT = SPACES
                   OR AT-BANK-ACCOUNT-TYPE NOT = SPACE
               SET BANK-DETAILS-GIVEN TO TRUE
           END-IF
           IF AT-BANK-ROUTING NUMERIC
                   AND AT-BANK-ACCOUNT NOT = SPACES
                   AND AT-ACCOUNT-TYPE-VALID
               MOVE AT-BANK-ROUTING TO WS-ROUTING-X
               COMPUTE WS-ROUTING-SUM =
                   (WS-RT-DIGIT (1) * 3) + (WS-RT-DIGIT (2) * 7)
                   + WS-RT-DIGIT (3)
                   + (WS-RT-DIGIT (4) * 3) + (WS-RT-DIGIT (5) * 7)
                   + WS-RT-DIGIT (6)
                   + (WS-RT-DIGIT (7) * 3) + (WS-RT-DIGIT (8) * 7)
                   + WS-RT-DIGIT (9)
               IF WS-ROUTING-X NOT = ZERO
                       AND FUNCTION MOD (WS-ROUTING-SUM, 10) = ZERO
                   SET BANK-DETAILS-VALID TO TRUE
               END-IF
           END-IF.

       5200-FILE-BANK-DETAILS.
           MOVE "D" TO IA-PAYMENT-METHOD
           MOVE "P" TO IA-DEBIT-STATUS
           MOVE AT-BANK-ROUTING TO IA-BANK-ROUTING
           MOVE AT-BANK-ACCOUNT TO IA-BANK-ACCOUNT
           MOVE AT-BANK-ACCOUNT-TYPE TO IA-BANK-ACCOUNT-TYPE
           MOVE ZERO TO IA-PRENOTE-DATE
           MOVE ZERO TO IA-DEBIT-RETURN-COUNT
           MOVE ZERO TO IA-LAST-RETURN-DATE.

       6000-RETURN-TO-MAIL.
           IF NOT AGREEMENT-FOUND OR NOT PAY-BY-DEBIT
               ADD 1 TO WS-TRANS-REJECTED
               DISPLAY "INSTMNT: NO AUTOMATIC DEBIT ON FILE FOR "
                   "TAXID " AT-TAXID
           ELSE
               MOVE "M" TO IA-PAYMENT-METHOD
               MOVE SPACE TO IA-DEBIT-STATUS
               REWRITE INSTALLMENT-AGREEMENT-RECORD
                   INVALID KEY
                       ADD 1 TO WS-TRANS-REJECTED
                       DISPLAY "INSTMNT: REWRITE FAILED FOR TAXID "
                           AT-TAXID
                   NOT INVALID KEY
                       ADD 1 TO WS-DEBITS-STOPPED
               END-REWRITE
           END-IF.

      * A reused record must not carry the last agreement's bank
      * details or its debit history into the new one.
       6100-CLEAR-DEBIT-DETAILS.
           MOVE "M" TO IA-PAYMENT-METHOD
           MOVE SPACE TO IA-DEBIT-STATUS
           MOVE ZERO TO IA-BANK-ROUTING
           MOVE SPACES TO IA-BANK-ACCOUNT
           MOVE SPACE TO IA-BANK-ACCOUNT-TYPE
           MOVE ZERO TO IA-PRENOTE-DATE
           MOVE ZERO TO IA-DEBIT-RETURN-COUNT
           MOVE ZERO TO IA-LAST-DEBIT-DUE-DATE
           MOVE ZERO TO IA-LAST-DEBIT-ORIG-DATE
           MOVE ZERO TO IA-LAST-DEBIT-AMOUNT
           MOVE ZERO TO IA-LAST-RETURN-DATE.

       9000-CLOSE-FILES.
           CLOSE AGREEMENT-TRANSACTION-FILE
           CLOSE TAX-MASTER-FILE
