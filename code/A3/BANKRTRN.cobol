      *    - every item must match a PY entry of the same
      *      amount on the TAX-TRANSACTION-FILE -- a return
      *      for a payment we never took is an exception, not
      *      a post; of several such PYs it is the latest not
      *      already backed out by a PR that is reversed
      *  Items that fail come out on the exception listing
      *  under the batch they arrived in, so accepted plus
      *  rejected still proves against the bank's total.  The
      *  build ahead of the SUSPRCYL merge, exactly like the
      *  LOCKBOX payment file; TAXUPD then posts the PR
      *  through TRANPOST and puts a reversed-out account
      *  back on the delinquency clock.  The reversal restores
      *  the BALANCE components exactly as the original PY paid
      *  them down -- one PR line per component it touched.
      *  The same file carries the bank's returns of the
      *  automatic debits and prenotes ACHORIG originated,
      *  marked on the detail by source:
      *    - a returned debit is reversed exactly like a
      *      bounced check, and counted on the installment
      *      agreement; ACHRTNMX returns, or one return saying
      *      the account cannot take debits at all, puts the
      *      agreement back to paying by mail
      *    - a returned prenote carries no dollars and posts
      *      nothing; it takes the agreement off debit before
      *      a single dollar is drawn
      *  The reversal file's line count and dollars are
      *  registered through DOLCTL for DOLPROOF to set against
      *  what the update pass posts.
      ******************************************************
       ENVIRONMENT DIVISION.
       INPUT-OUTPUT SECTION.
               ALTERNATE RECORD KEY IS TT-TAXID WITH DUPLICATES
               FILE STATUS IS WS-TRAN-FILE-STATUS.

           SELECT INSTALLMENT-AGREEMENT-FILE
               ASSIGN TO "INSTAGRE"
               ORGANIZATION IS INDEXED
               ACCESS MODE IS DYNAMIC
               RECORD KEY IS IA-TAXID
               FILE STATUS IS WS-AGREE-FILE-STATUS.

           SELECT BALANCING-REPORT-FILE
               ASSIGN TO "RTNRPT"
               ORGANIZATION IS LINE SEQUENTIAL
           03 RO-NEW-STATS PIC X.
           03 RO-TRANSACTION-TYPE PIC X(2).
           03 RO-AMOUNT PIC S9(11)V99.
           03 RO-COMPONENT-CODE PIC X.

       FD  TAX-TRANSACTION-FILE.
       COPY "TAXTRAN.cobol".

       FD  INSTALLMENT-AGREEMENT-FILE.
       COPY "INSTAGRE.cobol".

       FD  BALANCING-REPORT-FILE.
       01  BALANCING-REPORT-LINE PIC X(132).

       01  WS-RTN-FILE-STATUS PIC XX.
       01  WS-REV-FILE-STATUS PIC XX.
       01  WS-TRAN-FILE-STATUS PIC XX.
       01  WS-AGREE-FILE-STATUS PIC XX.
       01  WS-RPT-FILE-STATUS PIC XX.
       01  WS-EOF-SW PIC X VALUE "N".
           88 NO-MORE-RETURN-RECORDS VALUE "Y".
       01  WS-PAYMENT-FOUND-SW PIC X VALUE "N".
           88 ORIGINAL-PAYMENT-FOUND VALUE "Y".

      * The PYs of the returned amount on one TAXID's chain,
      * oldest first, each with its split and the part of it
      * no PR on the chain has yet put back (1 tax, 2 penalty,
      * 3 interest).  A PY whose parts are all back is already
      * reversed.  Past the limit the oldest drops off -- a
      * return is for a recent payment.
       01  WS-CAND-COUNT PIC 9(4).
       01  WS-CAND-LIMIT PIC 9(4) VALUE 60.
       01  WS-CAND-SUB PIC 9(4).
       01  WS-CAND-TABLE.
           03 WS-CAND-ENTRY OCCURS 60 TIMES.
             05 WS-CAND-SPLIT PIC S9(11)V99 USAGE IS COMP-3
                 OCCURS 3 TIMES.
             05 WS-CAND-PART PIC S9(11)V99 USAGE IS COMP-3
                 OCCURS 3 TIMES.
       01  WS-PR-PART-TABLE.
           03 WS-PR-PART PIC S9(11)V99 USAGE IS COMP-3
               OCCURS 3 TIMES.
       01  WS-PART-SUB PIC 9.
       01  WS-PART-DONE-SW PIC X.
           88 PART-MATCHED VALUE "Y".
       01  WS-EARLIER-RETURNS PIC 9(4).
       01  WS-EARLIER-SUB PIC 9(6).

      * A fresh system has no TAX-TRANSACTION-FILE -- no item
      * can then match an original payment, and every item goes
      * out as an exception rather than abending the run.
       01  WS-TRAN-FILE-SW PIC X VALUE "N".
           88 TRAN-FILE-AVAILABLE VALUE "Y".

      * A site that has never set up an agreement has no
      * INSTALLMENT-AGREEMENT-FILE; a prenote return then has
      * no agreement to match and goes out as an exception.
       01  WS-AGREE-FILE-SW PIC X VALUE "N".
           88 AGREEMENT-FILE-AVAILABLE VALUE "Y".
       01  WS-AGREE-FOUND-SW PIC X VALUE "N".
           88 AGREEMENT-FOUND VALUE "Y".

      * Compiled-in default only: the return limit comes from
      * the RATE-PARAMETER-FILE (RATELKUP) in force tonight.
       01  WS-RETURN-LIMIT PIC 9(2) VALUE 2.

       01  WS-LKUP-PARAM-ID PIC X(8).
       01  WS-LKUP-AS-OF-DATE PIC 9(8).
       01  WS-LKUP-VALUE PIC S9(9)V9(4) USAGE IS COMP-3.
       01  WS-LKUP-FOUND-OK PIC X.
           88 PARAM-FOUND VALUE "Y".
       01  WS-TODAY-8 PIC 9(8).
       01  WS-TODAY-6 PIC 9(6).

       01  WS-RECORD-BODY PIC X(30).
       01  WS-HEADER-BODY REDEFINES WS-RECORD-BODY.
           03 WS-H-BATCH-NUMBER PIC 9(6).
           03 WS-H-BATCH-DATE PIC 9(8).
           03 FILLER PIC X(16).
      * The item source is blank for a returned check; the bank
      * return reason code comes with debit and prenote returns.
       01  WS-DETAIL-BODY REDEFINES WS-RECORD-BODY.
           03 WS-D-TAXID PIC 9(9).
           03 WS-D-AMOUNT PIC 9(11)V99.
           03 WS-D-ITEM-SOURCE PIC X.
             88 WS-D-DEBIT-RETURN VALUE "A".
             88 WS-D-PRENOTE-RETURN VALUE "P".
           03 WS-D-RETURN-REASON PIC X(3).
           03 FILLER PIC X(4).
       01  WS-TRAILER-BODY REDEFINES WS-RECORD-BODY.
           03 WS-T-ITEM-COUNT PIC 9(6).
           03 WS-T-BATCH-TOTAL PIC 9(11)V99.
             05 WS-ITEM-VALID-SW PIC X.
               88 ITEM-VALID VALUE "Y".
             05 WS-ITEM-REASON PIC X(24).
             05 WS-ITEM-SOURCE PIC X.
               88 ITEM-DEBIT-RETURN VALUE "A".
               88 ITEM-PRENOTE-RETURN VALUE "P".
      * Account closed, no account, bad account number,
      * authorisation revoked or refused, account frozen: no
      * later debit on that account can succeed.
             05 WS-ITEM-RETURN-REASON PIC X(3).
               88 ITEM-ACCOUNT-UNUSABLE VALUES "R02" "R03" "R04"
                   "R07" "R10" "R16".
      * The matched PY's split across the BALANCE components.
             05 WS-ITEM-PRINCIPAL PIC S9(11)V99 USAGE IS COMP-3.
             05 WS-ITEM-PENALTY PIC S9(11)V99 USAGE IS COMP-3.
             05 WS-ITEM-INTEREST PIC S9(11)V99 USAGE IS COMP-3.
       01  WS-ITEM-LIMIT PIC 9(4) VALUE 1000.
       01  WS-HELD-COUNT PIC 9(6).
       01  WS-SUB PIC 9(4).
       01  WS-BATCHES-BALANCED PIC 9(7) VALUE ZERO.
       01  WS-BATCHES-REJECTED PIC 9(7) VALUE ZERO.
       01  WS-REVERSALS-WRITTEN PIC 9(7) VALUE ZERO.
       01  WS-AGREEMENTS-TO-MAIL PIC 9(7) VALUE ZERO.

       01  WS-BATCH-LINE.
           03 FILLER PIC X(8) VALUE "BATCH  ".
           03 FILLER PIC X(5) VALUE " AMT ".
           03 WS-E-AMOUNT PIC -(9)9.99.

       01  WS-AGREEMENT-LINE.
           03 FILLER PIC X(8) VALUE "BATCH  ".
           03 WS-A-NUMBER PIC 9(6).
           03 FILLER PIC X(2) VALUE SPACES.
           03 WS-A-ACTION PIC X(24).
           03 FILLER PIC X(7) VALUE "TAXID ".
           03 WS-A-TAXID PIC 9(9).
           03 FILLER PIC X(9) VALUE " RETURNS ".
           03 WS-A-RETURNS PIC Z9.
           03 FILLER PIC X(8) VALUE " REASON ".
           03 WS-A-REASON PIC X(3).

       01  WS-SUMMARY-LINE.
           03 FILLER PIC X(16) VALUE "BATCHES READ: ".
           03 WS-S-READ PIC ZZZ,ZZ9.
           03 WS-S-REJECTED PIC ZZZ,ZZ9.
           03 FILLER PIC X(14) VALUE "  REVERSALS: ".
           03 WS-S-REVERSALS PIC ZZZ,ZZ9.
           03 FILLER PIC X(16) VALUE "  BACK TO MAIL: ".
           03 WS-S-TO-MAIL PIC ZZZ,ZZ9.

      * CALLed-program arguments for DOLCTL.  The reversal file
      * is rebuilt every run, so its count and dollars replace
      * any an earlier run tonight registered.
       01  WS-DOL-PROGRAM-ID PIC X(8) VALUE "BANKRTRN".
       01  WS-DOL-ENTRY-KIND PIC X VALUE "F".
       01  WS-DOL-TRANSACTION-TYPE PIC X(2) VALUE "PR".
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
           PERFORM UNTIL NO-MORE-RETURN-RECORDS
               READ RETURN-INPUT-FILE
                   AT END
               PERFORM 6000-REJECT-WHOLE-BATCH
           END-IF
           PERFORM 8000-WRITE-SUMMARY
           PERFORM 8500-REGISTER-FEED-DOLLARS
           PERFORM 9000-CLOSE-FILES
           GOBACK.

           IF WS-TRAN-FILE-STATUS = "00"
               SET TRAN-FILE-AVAILABLE TO TRUE
           END-IF
           OPEN I-O INSTALLMENT-AGREEMENT-FILE
           IF WS-AGREE-FILE-STATUS = "00"
               SET AGREEMENT-FILE-AVAILABLE TO TRUE
           END-IF
           OPEN OUTPUT BALANCING-REPORT-FILE.

       1100-LOAD-RUN-PARAMETERS.
           MOVE WS-TODAY-8 TO WS-LKUP-AS-OF-DATE
           MOVE "ACHRTNMX" TO WS-LKUP-PARAM-ID
           CALL "RATELKUP" USING WS-LKUP-PARAM-ID,
               WS-LKUP-AS-OF-DATE, WS-LKUP-VALUE, WS-LKUP-FOUND-OK
           IF PARAM-FOUND AND WS-LKUP-VALUE > ZERO
               MOVE WS-LKUP-VALUE TO WS-RETURN-LIMIT
           END-IF.

       2000-HANDLE-ONE-RECORD.
           MOVE RI-RECORD-BODY TO WS-RECORD-BODY
           EVALUATE TRUE
                   END-IF
                   MOVE WS-D-TAXID
                       TO WS-ITEM-TAXID (WS-HELD-COUNT)
                   MOVE WS-D-ITEM-SOURCE
                       TO WS-ITEM-SOURCE (WS-HELD-COUNT)
                   MOVE WS-D-RETURN-REASON
                       TO WS-ITEM-RETURN-REASON (WS-HELD-COUNT)
                   PERFORM 4100-VALIDATE-ONE-DETAIL
               END-IF
           END-IF.
      * listing.  The last test is the one LOCKBOX has no
      * equivalent of: the returned check must match a PY of the
      * same amount already on the ledger, or the reversal would
      * back out a payment this system never took.  A prenote
      * is the one return that carries no dollars: it must
      * instead match an agreement that has bank details out
      * for proving.
       4100-VALIDATE-ONE-DETAIL.
           MOVE "N" TO WS-ITEM-VALID-SW (WS-HELD-COUNT)
           MOVE SPACES TO WS-ITEM-REASON (WS-HELD-COUNT)
               WHEN WS-D-AMOUNT NOT NUMERIC
                   MOVE "AMOUNT NOT NUMERIC" TO
                       WS-ITEM-REASON (WS-HELD-COUNT)
               WHEN WS-D-PRENOTE-RETURN
                   PERFORM 4400-MATCH-PRENOTE
               WHEN WS-D-AMOUNT = ZERO
                   MOVE "ZERO AMOUNT" TO
                       WS-ITEM-REASON (WS-HELD-COUNT)

      * Payments post as negative amounts, so the original PY
      * this return backs out carries the return amount negated.
      * The whole chain is walked: the reversal must mirror the
      * split of the payment actually returned, and ACHORIG
      * draws the same amount every month against different
      * balances.  Each PR on the chain puts back the parts of
      * the latest payment it fits, so a payment already backed
      * out is passed over, and the latest payment still
      * standing is the one this return reverses -- less any
      * earlier return of the same amount in this batch, which
      * has taken the latest one already.
       4300-MATCH-ORIGINAL-PAYMENT.
           MOVE "N" TO WS-PAYMENT-FOUND-SW
           MOVE ZERO TO WS-CAND-COUNT
           IF NOT TRAN-FILE-AVAILABLE
               CONTINUE
           ELSE
                           ELSE
                               IF TT-TYPE-PAYMENT AND
                                       TT-AMOUNT = WS-MATCH-AMOUNT
                                   PERFORM 4310-ADD-CANDIDATE
                               END-IF
                               IF TT-TYPE-PAYMENT-REVERSAL
                                   PERFORM 4320-APPLY-REVERSAL-ENTRY
                               END-IF
                           END-IF
                   END-READ
               END-PERFORM
               PERFORM 4330-COUNT-EARLIER-RETURNS
               PERFORM 4340-TAKE-LATEST-STANDING
           END-IF.

       4310-ADD-CANDIDATE.
           IF WS-CAND-COUNT NOT < WS-CAND-LIMIT
               PERFORM VARYING WS-CAND-SUB FROM 2 BY 1
                       UNTIL WS-CAND-SUB > WS-CAND-COUNT
                   MOVE WS-CAND-ENTRY (WS-CAND-SUB)
                       TO WS-CAND-ENTRY (WS-CAND-SUB - 1)
               END-PERFORM
               SUBTRACT 1 FROM WS-CAND-COUNT
           END-IF
           ADD 1 TO WS-CAND-COUNT
           MOVE TT-PRINCIPAL-AMOUNT TO WS-CAND-SPLIT (WS-CAND-COUNT, 1)
           MOVE TT-PENALTY-AMOUNT TO WS-CAND-SPLIT (WS-CAND-COUNT, 2)
           MOVE TT-INTEREST-AMOUNT TO WS-CAND-SPLIT (WS-CAND-COUNT, 3)
           MOVE TT-PRINCIPAL-AMOUNT TO WS-CAND-PART (WS-CAND-COUNT, 1)
           MOVE TT-PENALTY-AMOUNT TO WS-CAND-PART (WS-CAND-COUNT, 2)
           MOVE TT-INTEREST-AMOUNT TO WS-CAND-PART (WS-CAND-COUNT, 3).

      * A PR line carries one component; it puts back the same
      * part, negated, of the latest payment seen so far that
      * still has that part outstanding.
       4320-APPLY-REVERSAL-ENTRY.
           MOVE TT-PRINCIPAL-AMOUNT TO WS-PR-PART (1)
           MOVE TT-PENALTY-AMOUNT TO WS-PR-PART (2)
           MOVE TT-INTEREST-AMOUNT TO WS-PR-PART (3)
           PERFORM VARYING WS-PART-SUB FROM 1 BY 1
                   UNTIL WS-PART-SUB > 3
               IF WS-PR-PART (WS-PART-SUB) NOT = ZERO
                   PERFORM 4325-PUT-BACK-ONE-PART
               END-IF
           END-PERFORM.

       4325-PUT-BACK-ONE-PART.
           MOVE "N" TO WS-PART-DONE-SW
           PERFORM VARYING WS-CAND-SUB FROM WS-CAND-COUNT BY -1
                   UNTIL WS-CAND-SUB < 1 OR PART-MATCHED
               IF WS-CAND-PART (WS-CAND-SUB, WS-PART-SUB)
                       = ZERO - WS-PR-PART (WS-PART-SUB)
                   MOVE ZERO TO WS-CAND-PART (WS-CAND-SUB, WS-PART-SUB)
                   SET PART-MATCHED TO TRUE
               END-IF
           END-PERFORM.

      * Reversals already taken from this batch are not on the
      * ledger until the update pass posts them.
       4330-COUNT-EARLIER-RETURNS.
           MOVE ZERO TO WS-EARLIER-RETURNS
           PERFORM VARYING WS-EARLIER-SUB FROM 1 BY 1
                   UNTIL WS-EARLIER-SUB NOT < WS-HELD-COUNT
               IF ITEM-VALID (WS-EARLIER-SUB)
                       AND NOT ITEM-PRENOTE-RETURN (WS-EARLIER-SUB)
                       AND WS-ITEM-TAXID (WS-EARLIER-SUB)
                           = WS-MATCH-TAXID
                       AND WS-ITEM-AMOUNT (WS-EARLIER-SUB)
                           = WS-D-AMOUNT
                   ADD 1 TO WS-EARLIER-RETURNS
               END-IF
           END-PERFORM.

       4340-TAKE-LATEST-STANDING.
           PERFORM VARYING WS-CAND-SUB FROM WS-CAND-COUNT BY -1
                   UNTIL WS-CAND-SUB < 1 OR ORIGINAL-PAYMENT-FOUND
               IF WS-CAND-PART (WS-CAND-SUB, 1) NOT = ZERO
                       OR WS-CAND-PART (WS-CAND-SUB, 2) NOT = ZERO
                       OR WS-CAND-PART (WS-CAND-SUB, 3) NOT = ZERO
                   IF WS-EARLIER-RETURNS > ZERO
                       SUBTRACT 1 FROM WS-EARLIER-RETURNS
                   ELSE
                       SET ORIGINAL-PAYMENT-FOUND TO TRUE
                       MOVE WS-CAND-SPLIT (WS-CAND-SUB, 1) TO
                           WS-ITEM-PRINCIPAL (WS-HELD-COUNT)
                       MOVE WS-CAND-SPLIT (WS-CAND-SUB, 2) TO
                           WS-ITEM-PENALTY (WS-HELD-COUNT)
                       MOVE WS-CAND-SPLIT (WS-CAND-SUB, 3) TO
                           WS-ITEM-INTEREST (WS-HELD-COUNT)
                   END-IF
               END-IF
           END-PERFORM.

       4400-MATCH-PRENOTE.
           MOVE WS-D-TAXID TO WS-CALL-TAXID
           PERFORM 5600-READ-AGREEMENT
           EVALUATE TRUE
               WHEN WS-D-AMOUNT NOT = ZERO
                   MOVE "PRENOTE WITH AMOUNT" TO
                       WS-ITEM-REASON (WS-HELD-COUNT)
               WHEN NOT AGREEMENT-FOUND
                   MOVE "NO AGREEMENT ON DEBIT" TO
                       WS-ITEM-REASON (WS-HELD-COUNT)
               WHEN NOT PAY-BY-DEBIT
                   MOVE "NO AGREEMENT ON DEBIT" TO
                       WS-ITEM-REASON (WS-HELD-COUNT)
               WHEN OTHER
                   MOVE "Y" TO WS-ITEM-VALID-SW (WS-HELD-COUNT)
           END-EVALUATE.

       4200-TALLY-OVERFLOW-ITEM.
           IF NOT BATCH-OVERFLOWED
               SET BATCH-OVERFLOWED TO TRUE
           PERFORM VARYING WS-SUB FROM 1 BY 1
                   UNTIL WS-SUB > WS-HELD-COUNT
               IF ITEM-VALID (WS-SUB)
                   EVALUATE TRUE
                       WHEN ITEM-PRENOTE-RETURN (WS-SUB)
                           ADD 1 TO WS-ACCEPTED-COUNT
                           PERFORM 5500-TAKE-OFF-DEBIT
                       WHEN ITEM-DEBIT-RETURN (WS-SUB)
                           PERFORM 5200-WRITE-ONE-REVERSAL
                           PERFORM 5400-COUNT-DEBIT-RETURN
                       WHEN OTHER
                           PERFORM 5200-WRITE-ONE-REVERSAL
                   END-EVALUATE
               ELSE
                   ADD 1 TO WS-REJECTED-COUNT
                   ADD WS-ITEM-AMOUNT (WS-SUB)
           MOVE WS-ITEM-TAXID (WS-SUB) TO RO-TAXID
           MOVE SPACE TO RO-NEW-STATS
           MOVE "PR" TO RO-TRANSACTION-TYPE
           IF WS-ITEM-PRINCIPAL (WS-SUB) = ZERO
                   AND WS-ITEM-PENALTY (WS-SUB) = ZERO
                   AND WS-ITEM-INTEREST (WS-SUB) = ZERO
               MOVE WS-ITEM-AMOUNT (WS-SUB) TO RO-AMOUNT
               MOVE SPACE TO RO-COMPONENT-CODE
               PERFORM 5260-WRITE-REVERSAL-LINE
           ELSE
               PERFORM 5250-WRITE-COMPONENT-REVERSALS
           END-IF
           ADD 1 TO WS-REVERSALS-WRITTEN.

      * Each part of the original payment comes back on the
      * component it paid down; the parts still sum to the
      * returned amount the trailer proved.
       5250-WRITE-COMPONENT-REVERSALS.
           IF WS-ITEM-INTEREST (WS-SUB) NOT = ZERO
               COMPUTE RO-AMOUNT = ZERO - WS-ITEM-INTEREST (WS-SUB)
               MOVE "I" TO RO-COMPONENT-CODE
               PERFORM 5260-WRITE-REVERSAL-LINE
           END-IF
           IF WS-ITEM-PENALTY (WS-SUB) NOT = ZERO
               COMPUTE RO-AMOUNT = ZERO - WS-ITEM-PENALTY (WS-SUB)
               MOVE "P" TO RO-COMPONENT-CODE
               PERFORM 5260-WRITE-REVERSAL-LINE
           END-IF
           IF WS-ITEM-PRINCIPAL (WS-SUB) NOT = ZERO
               COMPUTE RO-AMOUNT = ZERO - WS-ITEM-PRINCIPAL (WS-SUB)
               MOVE "T" TO RO-COMPONENT-CODE
               PERFORM 5260-WRITE-REVERSAL-LINE
           END-IF.

       5260-WRITE-REVERSAL-LINE.
           WRITE REVERSAL-OUTPUT-RECORD
           ADD 1 TO WS-DOL-ITEM-COUNT
           ADD RO-AMOUNT TO WS-DOL-DOLLAR-TOTAL.

       5300-WRITE-ONE-EXCEPTION.
           MOVE WS-BATCH-NUMBER TO WS-E-NUMBER
           MOVE WS-ITEM-TAXID (WS-SUB) TO WS-E-TAXID
           MOVE WS-ITEM-AMOUNT (WS-SUB) TO WS-E-AMOUNT
           WRITE BALANCING-REPORT-LINE FROM WS-EXCEPTION-LINE.

      * The reversal above has already put the installment
      * back as owed; INSTMON sets IA-NEXT-DUE-DATE back to it
      * and ACHORIG presents it again -- unless this return
      * is one too many, or says the account is no good.  A
      * return is counted once a night: a rerun finds the
      * agreement already stamped and leaves the count alone.
       5400-COUNT-DEBIT-RETURN.
           MOVE WS-ITEM-TAXID (WS-SUB) TO WS-CALL-TAXID
           PERFORM 5600-READ-AGREEMENT
           IF AGREEMENT-FOUND AND PAY-BY-DEBIT
               IF IA-LAST-RETURN-DATE NOT = WS-TODAY-6
                   ADD 1 TO IA-DEBIT-RETURN-COUNT
                   MOVE WS-TODAY-6 TO IA-LAST-RETURN-DATE
               END-IF
               IF IA-DEBIT-RETURN-COUNT NOT < WS-RETURN-LIMIT
                       OR ITEM-ACCOUNT-UNUSABLE (WS-SUB)
                   MOVE "M" TO IA-PAYMENT-METHOD
                   MOVE "X" TO IA-DEBIT-STATUS
                   MOVE "DEBIT RETURNED, TO MAIL" TO WS-A-ACTION
                   PERFORM 5700-REWRITE-AGREEMENT
                   PERFORM 5800-WRITE-AGREEMENT-LINE
               ELSE
                   PERFORM 5700-REWRITE-AGREEMENT
               END-IF
           END-IF.

       5500-TAKE-OFF-DEBIT.
           MOVE WS-ITEM-TAXID (WS-SUB) TO WS-CALL-TAXID
           PERFORM 5600-READ-AGREEMENT
           IF AGREEMENT-FOUND AND PAY-BY-DEBIT
               MOVE "M" TO IA-PAYMENT-METHOD
               MOVE "R" TO IA-DEBIT-STATUS
               MOVE "PRENOTE RETURNED, TO MAIL" TO WS-A-ACTION
               PERFORM 5700-REWRITE-AGREEMENT
               PERFORM 5800-WRITE-AGREEMENT-LINE
           END-IF.

       5600-READ-AGREEMENT.
           MOVE "N" TO WS-AGREE-FOUND-SW
           IF AGREEMENT-FILE-AVAILABLE
               MOVE WS-CALL-TAXID TO IA-TAXID
               READ INSTALLMENT-AGREEMENT-FILE
                   INVALID KEY
                       CONTINUE
                   NOT INVALID KEY
                       SET AGREEMENT-FOUND TO TRUE
               END-READ
           END-IF.

       5700-REWRITE-AGREEMENT.
           REWRITE INSTALLMENT-AGREEMENT-RECORD
               INVALID KEY
                   DISPLAY "BANKRTRN: AGREEMENT REWRITE FAILED FOR "
                       "TAXID " IA-TAXID
           END-REWRITE.

       5800-WRITE-AGREEMENT-LINE.
           ADD 1 TO WS-AGREEMENTS-TO-MAIL
           MOVE WS-BATCH-NUMBER TO WS-A-NUMBER
           MOVE WS-ITEM-TAXID (WS-SUB) TO WS-A-TAXID
           MOVE IA-DEBIT-RETURN-COUNT TO WS-A-RETURNS
           MOVE WS-ITEM-RETURN-REASON (WS-SUB) TO WS-A-REASON
           WRITE BALANCING-REPORT-LINE FROM WS-AGREEMENT-LINE.

       6000-REJECT-WHOLE-BATCH.
           ADD 1 TO WS-BATCHES-REJECTED
           MOVE "REJECTED WHOLE" TO WS-BATCH-VERDICT
           MOVE WS-BATCHES-BALANCED TO WS-S-BALANCED
           MOVE WS-BATCHES-REJECTED TO WS-S-REJECTED
           MOVE WS-REVERSALS-WRITTEN TO WS-S-REVERSALS
           MOVE WS-AGREEMENTS-TO-MAIL TO WS-S-TO-MAIL
           WRITE BALANCING-REPORT-LINE FROM WS-SUMMARY-LINE.

       8500-REGISTER-FEED-DOLLARS.
           CALL "DOLCTL" USING WS-DOL-PROGRAM-ID, WS-DOL-ENTRY-KIND,
               WS-DOL-TRANSACTION-TYPE, WS-DOL-FUNCTION-CODE,
               WS-DOL-ITEM-COUNT, WS-DOL-DOLLAR-TOTAL,
               WS-DOL-REGISTER-OK.

       9000-CLOSE-FILES.
           CLOSE RETURN-INPUT-FILE
           CLOSE REVERSAL-OUTPUT-FILE
           IF TRAN-FILE-AVAILABLE
               CLOSE TAX-TRANSACTION-FILE
           END-IF
           IF AGREEMENT-FILE-AVAILABLE
               CLOSE INSTALLMENT-AGREEMENT-FILE
           END-IF
           CLOSE BALANCING-REPORT-FILE.
