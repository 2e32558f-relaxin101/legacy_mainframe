       IDENTIFICATION DIVISION.
       PROGRAM-ID. AGYRMIT.
      ******************************************************
      *  COLLECTION AGENCY REMITTANCE AND RECALL INTAKE
      *  Reads the agency's inbound file -- a batch header,
      *  its remittance and recall-notice details, and a
      *  trailer carrying the item count and remitted dollar
      *  total -- against the AGENCY-PLACEMENT-FILE:
      *    - a batch's details must balance to its trailer
      *      count and total before a single item is applied;
      *      an out-of-balance batch is rejected whole, the
      *      same discipline LOCKBOX holds the bank to
      *    - every TAXID must pass the CHKDGT modulus-11 test
      *      and must have been placed with the agency
      *    - a remittance is the gross the agency collected;
      *      the AGYCOMM commission it keeps back comes off,
      *      and the net posts as a "PY" in UPDTRAN format, so
      *      the account is credited with what actually
      *      reached us while the placement carries both the
      *      gross collected and the commission taken
      *    - a recall notice is the agency handing an active
      *      placement back (reason AG)
      *  Items that fail come out on the exception listing
      *  under their batch.  The payment file is in batch
      *  order; operations sorts it into the nightly UPDTRAN
      *  build ahead of the SUSPRCYL merge, the same as
      *  LBXTRAN.  The payment file is rebuilt from the top
      *  each run: the placement remembers the last batch and
      *  item it applied and the night it did so, so a rerun
      *  the same night emits the payments again without
      *  adding them to the totals twice, and a batch sent
      *  again on a later night is refused.  A batch that
      *  appears twice in one file is applied once and the
      *  repeat rejected whole, and an older batch sent again
      *  on the night a newer one was applied is refused item
      *  by item rather than re-emitted.  The payment
      *  file's count and dollars are registered through DOLCTL
      *  for DOLPROOF to set against what the update pass posts.
      ******************************************************
       ENVIRONMENT DIVISION.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
           SELECT AGENCY-INPUT-FILE
               ASSIGN TO "AGYIN"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-AGY-FILE-STATUS.

           SELECT AGENCY-PLACEMENT-FILE
               ASSIGN TO "AGYPLACE"
               ORGANIZATION IS INDEXED
               ACCESS MODE IS DYNAMIC
               RECORD KEY IS AP-KEY
               FILE STATUS IS WS-PLACE-FILE-STATUS.

           SELECT PAYMENT-OUTPUT-FILE
               ASSIGN TO "AGYTRAN"
               ORGANIZATION IS SEQUENTIAL
               FILE STATUS IS WS-PAY-FILE-STATUS.

           SELECT BALANCING-REPORT-FILE
               ASSIGN TO "AGYIRPT"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-RPT-FILE-STATUS.

       DATA DIVISION.
       FILE SECTION.
       FD  AGENCY-INPUT-FILE.
       01  AGENCY-INPUT-RECORD.
           03 AI-RECORD-TYPE PIC X.
             88 AI-HEADER-RECORD VALUE "H".
             88 AI-REMITTANCE-RECORD VALUE "D".
             88 AI-RECALL-RECORD VALUE "R".
             88 AI-TRAILER-RECORD VALUE "T".
           03 AI-RECORD-BODY PIC X(30).

       FD  AGENCY-PLACEMENT-FILE.
       COPY "AGYPLACE.cobol".

       FD  PAYMENT-OUTPUT-FILE.
       01  PAYMENT-OUTPUT-RECORD.
           03 PO-TAXID PIC S9(9).
           03 PO-NEW-STATS PIC X.
           03 PO-TRANSACTION-TYPE PIC X(2).
           03 PO-AMOUNT PIC S9(11)V99.
           03 PO-COMPONENT-CODE PIC X.

       FD  BALANCING-REPORT-FILE.
       01  BALANCING-REPORT-LINE PIC X(132).

       WORKING-STORAGE SECTION.
       01  WS-AGY-FILE-STATUS PIC XX.
       01  WS-PLACE-FILE-STATUS PIC XX.
       01  WS-PAY-FILE-STATUS PIC XX.
       01  WS-RPT-FILE-STATUS PIC XX.
       01  WS-EOF-SW PIC X VALUE "N".
           88 NO-MORE-AGENCY-RECORDS VALUE "Y".
       01  WS-BATCH-OPEN-SW PIC X VALUE "N".
           88 BATCH-IN-PROGRESS VALUE "Y".
       01  WS-CHAIN-EOF-SW PIC X VALUE "N".
           88 NO-MORE-PLACEMENTS VALUE "Y".
       01  WS-PLACEMENT-FOUND-SW PIC X VALUE "N".
           88 PLACEMENT-ON-FILE VALUE "Y".
       01  WS-ALREADY-APPLIED-SW PIC X VALUE "N".
           88 REMITTANCE-ALREADY-APPLIED VALUE "Y".

       01  WS-RECORD-BODY PIC X(30).
       01  WS-HEADER-BODY REDEFINES WS-RECORD-BODY.
           03 WS-H-BATCH-NUMBER PIC 9(6).
           03 WS-H-BATCH-DATE PIC 9(8).
           03 FILLER PIC X(16).
       01  WS-DETAIL-BODY REDEFINES WS-RECORD-BODY.
           03 WS-D-TAXID PIC 9(9).
           03 WS-D-AMOUNT PIC 9(11)V99.
           03 FILLER PIC X(8).
       01  WS-RECALL-BODY REDEFINES WS-RECORD-BODY.
           03 WS-R-TAXID PIC 9(9).
           03 FILLER PIC X(21).
       01  WS-TRAILER-BODY REDEFINES WS-RECORD-BODY.
           03 WS-T-ITEM-COUNT PIC 9(6).
           03 WS-T-REMITTED-TOTAL PIC 9(11)V99.
           03 FILLER PIC X(11).

      * Batches already proven and released from this file, so
      * a batch repeated inside one file is never applied
      * twice.
       01  WS-DONE-COUNT PIC 9(4) VALUE ZERO.
       01  WS-DONE-LIMIT PIC 9(4) VALUE 500.
       01  WS-DONE-SUB PIC 9(4).
       01  WS-DONE-FOUND-SW PIC X VALUE "N".
           88 BATCH-ALREADY-IN-FILE VALUE "Y".
       01  WS-DONE-TABLE.
           03 WS-DONE-BATCH PIC 9(6) OCCURS 500 TIMES.
       01  WS-REJECT-REASON PIC X(26).

       01  WS-BATCH-NUMBER PIC 9(6).
       01  WS-BATCH-DATE PIC 9(8).
       01  WS-ITEM-COUNT PIC 9(6).
       01  WS-ITEM-TOTAL PIC S9(11)V99 USAGE IS COMP-3.

      * One agency batch's details, held until the trailer has
      * proven the batch balances.  The item's position in the
      * batch is kept with it -- batch and position together
      * are what the placement remembers as applied.
       01  WS-BATCH-ITEM-TABLE.
           03 WS-BATCH-ITEM OCCURS 1000 TIMES.
             05 WS-ITEM-TYPE PIC X.
               88 ITEM-IS-REMITTANCE VALUE "D".
               88 ITEM-IS-RECALL VALUE "R".
             05 WS-ITEM-POSITION PIC 9(6).
             05 WS-ITEM-TAXID PIC 9(9).
             05 WS-ITEM-AMOUNT PIC 9(11)V99.
             05 WS-ITEM-VALID-SW PIC X.
               88 ITEM-VALID VALUE "Y".
             05 WS-ITEM-REASON PIC X(24).
       01  WS-ITEM-LIMIT PIC 9(4) VALUE 1000.
       01  WS-HELD-COUNT PIC 9(6).
       01  WS-SUB PIC 9(4).

       01  WS-BATCH-OVERFLOW-SW PIC X VALUE "N".
           88 BATCH-OVERFLOWED VALUE "Y".
       01  WS-OVERFLOW-COUNT PIC 9(6).
       01  WS-OVERFLOW-AMOUNT PIC S9(11)V99 USAGE IS COMP-3.

       01  WS-CALL-TAXID PIC S9(9) USAGE IS COMP-3.
       01  WS-CALL-CHECK-OK PIC X.
           88 CHECK-DIGIT-GOOD VALUE "Y".

      * Compiled-in default only: the commission rate comes
      * from the RATE-PARAMETER-FILE (RATELKUP) in force for
      * tonight's date.
       01  WS-COMMISSION-RATE PIC V9(4) USAGE IS COMP-3
           VALUE 0.2500.
       01  WS-LKUP-PARAM-ID PIC X(8).
       01  WS-LKUP-AS-OF-DATE PIC 9(8).
       01  WS-LKUP-VALUE PIC S9(9)V9(4) USAGE IS COMP-3.
       01  WS-LKUP-FOUND-OK PIC X.
           88 PARAM-FOUND VALUE "Y".

       01  WS-TODAY-8 PIC 9(8).
       01  WS-TODAY-6 PIC 9(6).
       01  WS-TAXID-KEY PIC S9(9) USAGE IS COMP-3.
       01  WS-LATEST-PLACEMENT-DATE PIC 9(6).
       01  WS-COMMISSION PIC S9(11)V99 USAGE IS COMP-3.
       01  WS-NET-AMOUNT PIC S9(11)V99 USAGE IS COMP-3.

       01  WS-BATCH-VERDICT PIC X(16).
       01  WS-ACCEPTED-COUNT PIC 9(6).
       01  WS-ACCEPTED-AMOUNT PIC S9(11)V99 USAGE IS COMP-3.
       01  WS-REJECTED-COUNT PIC 9(6).
       01  WS-REJECTED-AMOUNT PIC S9(11)V99 USAGE IS COMP-3.

       01  WS-BATCHES-READ PIC 9(7) VALUE ZERO.
       01  WS-BATCHES-BALANCED PIC 9(7) VALUE ZERO.
       01  WS-BATCHES-REJECTED PIC 9(7) VALUE ZERO.
       01  WS-PAYMENTS-WRITTEN PIC 9(7) VALUE ZERO.
       01  WS-RECALLS-APPLIED PIC 9(7) VALUE ZERO.
       01  WS-GROSS-TOTAL PIC S9(11)V99 USAGE IS COMP-3
           VALUE ZERO.
       01  WS-COMMISSION-TOTAL PIC S9(11)V99 USAGE IS COMP-3
           VALUE ZERO.
       01  WS-NET-TOTAL PIC S9(11)V99 USAGE IS COMP-3
           VALUE ZERO.

       01  WS-BATCH-LINE.
           03 FILLER PIC X(6) VALUE "BATCH ".
           03 WS-BL-NUMBER PIC 9(6).
           03 FILLER PIC X(7) VALUE "  DATE ".
           03 WS-BL-DATE PIC 9(8).
           03 FILLER PIC X(8) VALUE "  ITEMS ".
           03 WS-BL-COUNT PIC ZZZ,ZZ9.
           03 FILLER PIC X(8) VALUE "  TOTAL ".
           03 WS-BL-TOTAL PIC -(9)9.99.
           03 FILLER PIC X(2) VALUE SPACES.
           03 WS-BL-VERDICT PIC X(16).

       01  WS-TALLY-LINE.
           03 FILLER PIC X(11) VALUE "  ACCEPTED ".
           03 WS-TL-ACC-COUNT PIC ZZZ,ZZ9.
           03 FILLER PIC X(3) VALUE " / ".
           03 WS-TL-ACC-AMOUNT PIC -(9)9.99.
           03 FILLER PIC X(11) VALUE "  REJECTED ".
           03 WS-TL-REJ-COUNT PIC ZZZ,ZZ9.
           03 FILLER PIC X(3) VALUE " / ".
           03 WS-TL-REJ-AMOUNT PIC -(9)9.99.

       01  WS-EXCEPTION-LINE.
           03 FILLER PIC X(6) VALUE "BATCH ".
           03 WS-E-NUMBER PIC 9(6).
           03 FILLER PIC X(1) VALUE SPACES.
           03 WS-E-TYPE PIC X.
           03 FILLER PIC X(2) VALUE SPACES.
           03 WS-E-REASON PIC X(26).
           03 FILLER PIC X(7) VALUE "TAXID ".
           03 WS-E-TAXID PIC 9(9).
           03 FILLER PIC X(5) VALUE " AMT ".
           03 WS-E-AMOUNT PIC -(9)9.99.

       01  WS-SUMMARY-LINE.
           03 FILLER PIC X(15) VALUE "BATCHES READ: ".
           03 WS-S-READ PIC ZZZ,ZZ9.
           03 FILLER PIC X(13) VALUE "  BALANCED: ".
           03 WS-S-BALANCED PIC ZZZ,ZZ9.
           03 FILLER PIC X(13) VALUE "  REJECTED: ".
           03 WS-S-REJECTED PIC ZZZ,ZZ9.
           03 FILLER PIC X(13) VALUE "  PAYMENTS: ".
           03 WS-S-PAYMENTS PIC ZZZ,ZZ9.
           03 FILLER PIC X(12) VALUE "  RECALLS: ".
           03 WS-S-RECALLS PIC ZZZ,ZZ9.

       01  WS-DOLLAR-SUMMARY-LINE.
           03 FILLER PIC X(7) VALUE "GROSS ".
           03 WS-S-GROSS PIC -(9)9.99.
           03 FILLER PIC X(14) VALUE "  COMMISSION ".
           03 WS-S-COMMISSION PIC -(9)9.99.
           03 FILLER PIC X(13) VALUE "  NET TO PY ".
           03 WS-S-NET PIC -(9)9.99.

      * CALLed-program arguments for DOLCTL.  The payment file
      * is rebuilt every run, so its count and dollars replace
      * any an earlier run tonight registered.
       01  WS-DOL-PROGRAM-ID PIC X(8) VALUE "AGYRMIT".
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
           PERFORM UNTIL NO-MORE-AGENCY-RECORDS
               READ AGENCY-INPUT-FILE
                   AT END
                       SET NO-MORE-AGENCY-RECORDS TO TRUE
                   NOT AT END
                       PERFORM 2000-HANDLE-ONE-RECORD
               END-READ
           END-PERFORM
           IF BATCH-IN-PROGRESS
               PERFORM 6000-REJECT-WHOLE-BATCH
           END-IF
           PERFORM 8000-WRITE-SUMMARY
           PERFORM 8500-REGISTER-FEED-DOLLARS
           PERFORM 9000-CLOSE-FILES
           GOBACK.

       1000-OPEN-FILES.
           OPEN INPUT AGENCY-INPUT-FILE
           OPEN I-O AGENCY-PLACEMENT-FILE
           IF WS-PLACE-FILE-STATUS = "35"
               OPEN OUTPUT AGENCY-PLACEMENT-FILE
               CLOSE AGENCY-PLACEMENT-FILE
               OPEN I-O AGENCY-PLACEMENT-FILE
           END-IF
           OPEN OUTPUT PAYMENT-OUTPUT-FILE
           OPEN OUTPUT BALANCING-REPORT-FILE.

       1100-LOAD-RUN-PARAMETERS.
           MOVE WS-TODAY-8 TO WS-LKUP-AS-OF-DATE
           MOVE "AGYCOMM " TO WS-LKUP-PARAM-ID
           CALL "RATELKUP" USING WS-LKUP-PARAM-ID,
               WS-LKUP-AS-OF-DATE, WS-LKUP-VALUE, WS-LKUP-FOUND-OK
           IF PARAM-FOUND AND WS-LKUP-VALUE NOT < ZERO
                   AND WS-LKUP-VALUE < 1
               MOVE WS-LKUP-VALUE TO WS-COMMISSION-RATE
           END-IF.

       2000-HANDLE-ONE-RECORD.
           MOVE AI-RECORD-BODY TO WS-RECORD-BODY
           EVALUATE TRUE
               WHEN AI-HEADER-RECORD
                   PERFORM 3000-START-NEW-BATCH
               WHEN AI-REMITTANCE-RECORD
                   PERFORM 4000-HOLD-ONE-DETAIL
               WHEN AI-RECALL-RECORD
                   MOVE ZERO TO WS-D-AMOUNT
                   PERFORM 4000-HOLD-ONE-DETAIL
               WHEN AI-TRAILER-RECORD
                   PERFORM 5000-PROVE-AND-RELEASE-BATCH
               WHEN OTHER
                   DISPLAY "AGYRMIT: UNKNOWN RECORD TYPE "
                       AI-RECORD-TYPE
           END-EVALUATE.

      * A header arriving while a batch is still open means
      * the agency file lost a trailer -- the open batch cannot
      * be proven and is rejected whole before the new one
      * starts.
       3000-START-NEW-BATCH.
           IF BATCH-IN-PROGRESS
               PERFORM 6000-REJECT-WHOLE-BATCH
           END-IF
           ADD 1 TO WS-BATCHES-READ
           MOVE WS-H-BATCH-NUMBER TO WS-BATCH-NUMBER
           MOVE WS-H-BATCH-DATE TO WS-BATCH-DATE
           MOVE ZERO TO WS-ITEM-COUNT
           MOVE ZERO TO WS-ITEM-TOTAL
           MOVE ZERO TO WS-HELD-COUNT
           MOVE ZERO TO WS-OVERFLOW-COUNT
           MOVE ZERO TO WS-OVERFLOW-AMOUNT
           MOVE "N" TO WS-BATCH-OVERFLOW-SW
           MOVE "BATCH NOT PROVEN" TO WS-REJECT-REASON
           SET BATCH-IN-PROGRESS TO TRUE.

      * A recall notice counts as an item but carries no
      * dollars, so the trailer total proves the remittances
      * alone.
       4000-HOLD-ONE-DETAIL.
           IF NOT BATCH-IN-PROGRESS
               DISPLAY "AGYRMIT: DETAIL OUTSIDE BATCH, TAXID "
                   WS-D-TAXID
           ELSE
               ADD 1 TO WS-ITEM-COUNT
               IF WS-D-AMOUNT NUMERIC
                   ADD WS-D-AMOUNT TO WS-ITEM-TOTAL
               END-IF
               IF WS-HELD-COUNT >= WS-ITEM-LIMIT
                   PERFORM 4200-TALLY-OVERFLOW-ITEM
               ELSE
                   ADD 1 TO WS-HELD-COUNT
                   MOVE AI-RECORD-TYPE TO WS-ITEM-TYPE (WS-HELD-COUNT)
                   MOVE WS-ITEM-COUNT
                       TO WS-ITEM-POSITION (WS-HELD-COUNT)
                   IF WS-D-AMOUNT NUMERIC
                       MOVE WS-D-AMOUNT
                           TO WS-ITEM-AMOUNT (WS-HELD-COUNT)
                   ELSE
                       MOVE ZERO
                           TO WS-ITEM-AMOUNT (WS-HELD-COUNT)
                   END-IF
                   MOVE WS-D-TAXID
                       TO WS-ITEM-TAXID (WS-HELD-COUNT)
                   PERFORM 4100-VALIDATE-ONE-DETAIL
               END-IF
           END-IF.

       4100-VALIDATE-ONE-DETAIL.
           MOVE "N" TO WS-ITEM-VALID-SW (WS-HELD-COUNT)
           MOVE SPACES TO WS-ITEM-REASON (WS-HELD-COUNT)
           EVALUATE TRUE
               WHEN WS-D-TAXID NOT NUMERIC
                   MOVE "TAXID NOT NUMERIC" TO
                       WS-ITEM-REASON (WS-HELD-COUNT)
               WHEN WS-D-AMOUNT NOT NUMERIC
                   MOVE "AMOUNT NOT NUMERIC" TO
                       WS-ITEM-REASON (WS-HELD-COUNT)
               WHEN AI-REMITTANCE-RECORD AND WS-D-AMOUNT = ZERO
                   MOVE "ZERO AMOUNT" TO
                       WS-ITEM-REASON (WS-HELD-COUNT)
               WHEN OTHER
                   MOVE WS-D-TAXID TO WS-CALL-TAXID
                   CALL "CHKDGT" USING WS-CALL-TAXID,
                       WS-CALL-CHECK-OK
                   IF CHECK-DIGIT-GOOD
                       MOVE "Y" TO WS-ITEM-VALID-SW (WS-HELD-COUNT)
                   ELSE
                       MOVE "BAD TAXID CHECK DIGIT" TO
                           WS-ITEM-REASON (WS-HELD-COUNT)
                   END-IF
           END-EVALUATE.

       4200-TALLY-OVERFLOW-ITEM.
           IF NOT BATCH-OVERFLOWED
               SET BATCH-OVERFLOWED TO TRUE
               DISPLAY "AGYRMIT: BATCH " WS-BATCH-NUMBER
                   " EXCEEDS ITEM LIMIT, WILL REJECT WHOLE"
           END-IF
           ADD 1 TO WS-OVERFLOW-COUNT
           IF WS-D-AMOUNT NUMERIC
               ADD WS-D-AMOUNT TO WS-OVERFLOW-AMOUNT
           END-IF.

       5000-PROVE-AND-RELEASE-BATCH.
           IF NOT BATCH-IN-PROGRESS
               DISPLAY "AGYRMIT: TRAILER WITHOUT BATCH, IGNORED"
           ELSE
               PERFORM 5050-CHECK-BATCH-IN-FILE
               EVALUATE TRUE
                   WHEN BATCH-OVERFLOWED
                       PERFORM 6000-REJECT-WHOLE-BATCH
                   WHEN WS-T-ITEM-COUNT NOT = WS-ITEM-COUNT
                           OR WS-T-REMITTED-TOTAL NOT = WS-ITEM-TOTAL
                       DISPLAY "AGYRMIT: BATCH " WS-BATCH-NUMBER
                           " OUT OF BALANCE"
                       PERFORM 6000-REJECT-WHOLE-BATCH
                   WHEN BATCH-ALREADY-IN-FILE
                       DISPLAY "AGYRMIT: BATCH " WS-BATCH-NUMBER
                           " REPEATED IN THIS FILE"
                       MOVE "BATCH ALREADY IN THIS FILE"
                           TO WS-REJECT-REASON
                       PERFORM 6000-REJECT-WHOLE-BATCH
                   WHEN OTHER
                       PERFORM 5060-REMEMBER-BATCH
                       PERFORM 5100-RELEASE-BALANCED-BATCH
               END-EVALUATE
           END-IF.

       5050-CHECK-BATCH-IN-FILE.
           MOVE "N" TO WS-DONE-FOUND-SW
           PERFORM VARYING WS-DONE-SUB FROM 1 BY 1
                   UNTIL WS-DONE-SUB > WS-DONE-COUNT
                   OR BATCH-ALREADY-IN-FILE
               IF WS-DONE-BATCH (WS-DONE-SUB) = WS-BATCH-NUMBER
                   SET BATCH-ALREADY-IN-FILE TO TRUE
               END-IF
           END-PERFORM.

      * Past the limit a batch goes unremembered; the placement's
      * own batch and item check still refuses a repeat of it.
       5060-REMEMBER-BATCH.
           IF WS-DONE-COUNT < WS-DONE-LIMIT
               ADD 1 TO WS-DONE-COUNT
               MOVE WS-BATCH-NUMBER TO WS-DONE-BATCH (WS-DONE-COUNT)
           END-IF.

       5100-RELEASE-BALANCED-BATCH.
           ADD 1 TO WS-BATCHES-BALANCED
           MOVE "BALANCED" TO WS-BATCH-VERDICT
           MOVE ZERO TO WS-ACCEPTED-COUNT
           MOVE ZERO TO WS-ACCEPTED-AMOUNT
           MOVE ZERO TO WS-REJECTED-COUNT
           MOVE ZERO TO WS-REJECTED-AMOUNT
           PERFORM VARYING WS-SUB FROM 1 BY 1
                   UNTIL WS-SUB > WS-HELD-COUNT
               IF ITEM-VALID (WS-SUB)
                   PERFORM 5150-FIND-LATEST-PLACEMENT
                   IF ITEM-IS-REMITTANCE (WS-SUB)
                       PERFORM 5200-APPLY-ONE-REMITTANCE
                   ELSE
                       PERFORM 5400-APPLY-ONE-RECALL
                   END-IF
               END-IF
               IF NOT ITEM-VALID (WS-SUB)
                   ADD 1 TO WS-REJECTED-COUNT
                   ADD WS-ITEM-AMOUNT (WS-SUB)
                       TO WS-REJECTED-AMOUNT
                   MOVE WS-ITEM-REASON (WS-SUB) TO WS-E-REASON
                   PERFORM 5300-WRITE-ONE-EXCEPTION
               END-IF
           END-PERFORM
           PERFORM 7000-WRITE-BATCH-REPORT.

      * Walks the item's placements forward to the newest, then
      * reads that one back by key so it is the current record
      * for the rewrite that follows.
       5150-FIND-LATEST-PLACEMENT.
           MOVE "N" TO WS-PLACEMENT-FOUND-SW
           MOVE "N" TO WS-CHAIN-EOF-SW
           MOVE WS-ITEM-TAXID (WS-SUB) TO WS-TAXID-KEY
           MOVE WS-TAXID-KEY TO AP-TAXID
           MOVE ZERO TO AP-PLACEMENT-DATE
           START AGENCY-PLACEMENT-FILE KEY IS NOT LESS THAN AP-KEY
               INVALID KEY
                   SET NO-MORE-PLACEMENTS TO TRUE
           END-START
           PERFORM UNTIL NO-MORE-PLACEMENTS
               READ AGENCY-PLACEMENT-FILE NEXT
                   AT END
                       SET NO-MORE-PLACEMENTS TO TRUE
                   NOT AT END
                       IF AP-TAXID = WS-TAXID-KEY
                           SET PLACEMENT-ON-FILE TO TRUE
                           MOVE AP-PLACEMENT-DATE
                               TO WS-LATEST-PLACEMENT-DATE
                       ELSE
                           SET NO-MORE-PLACEMENTS TO TRUE
                       END-IF
               END-READ
           END-PERFORM
           IF PLACEMENT-ON-FILE
               MOVE WS-TAXID-KEY TO AP-TAXID
               MOVE WS-LATEST-PLACEMENT-DATE TO AP-PLACEMENT-DATE
               READ AGENCY-PLACEMENT-FILE
                   INVALID KEY
                       MOVE "N" TO WS-PLACEMENT-FOUND-SW
               END-READ
           END-IF.

      * Money collected just before a recall still belongs to
      * the placement it was collected under, so a remittance
      * is taken against the newest placement whether or not
      * it is still active.
       5200-APPLY-ONE-REMITTANCE.
           IF NOT PLACEMENT-ON-FILE
               MOVE "N" TO WS-ITEM-VALID-SW (WS-SUB)
               MOVE "NOT PLACED WITH AGENCY" TO WS-ITEM-REASON (WS-SUB)
           ELSE
               PERFORM 5210-CHECK-ALREADY-APPLIED
               COMPUTE WS-COMMISSION ROUNDED =
                   WS-ITEM-AMOUNT (WS-SUB) * WS-COMMISSION-RATE
               COMPUTE WS-NET-AMOUNT =
                   WS-ITEM-AMOUNT (WS-SUB) - WS-COMMISSION
               EVALUATE TRUE
                   WHEN NOT REMITTANCE-ALREADY-APPLIED
                       PERFORM 5220-ADD-TO-PLACEMENT
                   WHEN AP-LAST-REMIT-DATE = WS-TODAY-6
                           AND WS-BATCH-NUMBER
                               NOT < AP-NIGHT-FIRST-BATCH
                       PERFORM 5250-WRITE-ONE-PAYMENT
                   WHEN OTHER
                       MOVE "N" TO WS-ITEM-VALID-SW (WS-SUB)
                       MOVE "REMITTANCE ALREADY POSTED"
                           TO WS-ITEM-REASON (WS-SUB)
               END-EVALUATE
           END-IF.

       5210-CHECK-ALREADY-APPLIED.
           MOVE "N" TO WS-ALREADY-APPLIED-SW
           IF WS-BATCH-NUMBER < AP-LAST-REMIT-BATCH
               SET REMITTANCE-ALREADY-APPLIED TO TRUE
           END-IF
           IF WS-BATCH-NUMBER = AP-LAST-REMIT-BATCH
                   AND WS-ITEM-POSITION (WS-SUB)
                       NOT > AP-LAST-REMIT-ITEM
               SET REMITTANCE-ALREADY-APPLIED TO TRUE
           END-IF.

      * The placement is rewritten first: if the rewrite fails
      * no payment goes out, so nothing posts that the
      * placement's totals do not account for.
       5220-ADD-TO-PLACEMENT.
           ADD WS-ITEM-AMOUNT (WS-SUB) TO AP-GROSS-COLLECTED
           ADD WS-COMMISSION TO AP-COMMISSION-TAKEN
           IF AP-LAST-REMIT-DATE NOT = WS-TODAY-6
               MOVE WS-BATCH-NUMBER TO AP-NIGHT-FIRST-BATCH
           END-IF
           MOVE WS-BATCH-NUMBER TO AP-LAST-REMIT-BATCH
           MOVE WS-ITEM-POSITION (WS-SUB) TO AP-LAST-REMIT-ITEM
           MOVE WS-TODAY-6 TO AP-LAST-REMIT-DATE
           REWRITE AGENCY-PLACEMENT-RECORD
               INVALID KEY
                   MOVE "N" TO WS-ITEM-VALID-SW (WS-SUB)
                   MOVE "PLACEMENT REWRITE FAILED"
                       TO WS-ITEM-REASON (WS-SUB)
               NOT INVALID KEY
                   PERFORM 5250-WRITE-ONE-PAYMENT
           END-REWRITE.

      * What reaches us is the net, so that is what reduces the
      * account: a negative "PY" left to TRANPOST's statutory
      * order, exactly as a lockbox payment would post.
       5250-WRITE-ONE-PAYMENT.
           ADD 1 TO WS-ACCEPTED-COUNT
           ADD WS-ITEM-AMOUNT (WS-SUB) TO WS-ACCEPTED-AMOUNT
           ADD WS-ITEM-AMOUNT (WS-SUB) TO WS-GROSS-TOTAL
           ADD WS-COMMISSION TO WS-COMMISSION-TOTAL
           ADD WS-NET-AMOUNT TO WS-NET-TOTAL
           IF WS-NET-AMOUNT > ZERO
               MOVE WS-TAXID-KEY TO PO-TAXID
               MOVE SPACE TO PO-NEW-STATS
               MOVE "PY" TO PO-TRANSACTION-TYPE
               COMPUTE PO-AMOUNT = ZERO - WS-NET-AMOUNT
               MOVE SPACE TO PO-COMPONENT-CODE
               WRITE PAYMENT-OUTPUT-RECORD
               ADD 1 TO WS-DOL-ITEM-COUNT
               ADD PO-AMOUNT TO WS-DOL-DOLLAR-TOTAL
               ADD 1 TO WS-PAYMENTS-WRITTEN
           END-IF.

       5300-WRITE-ONE-EXCEPTION.
           MOVE WS-BATCH-NUMBER TO WS-E-NUMBER
           MOVE WS-ITEM-TYPE (WS-SUB) TO WS-E-TYPE
           MOVE WS-ITEM-TAXID (WS-SUB) TO WS-E-TAXID
           MOVE WS-ITEM-AMOUNT (WS-SUB) TO WS-E-AMOUNT
           WRITE BALANCING-REPORT-LINE FROM WS-EXCEPTION-LINE.

      * A recall the agency already sent us tonight is this
      * file being run again and is simply accepted.
       5400-APPLY-ONE-RECALL.
           EVALUATE TRUE
               WHEN NOT PLACEMENT-ON-FILE
                   MOVE "N" TO WS-ITEM-VALID-SW (WS-SUB)
                   MOVE "NOT PLACED WITH AGENCY"
                       TO WS-ITEM-REASON (WS-SUB)
               WHEN PLACEMENT-ACTIVE
                   PERFORM 5410-RECALL-PLACEMENT
               WHEN RECALL-BY-AGENCY AND AP-RECALL-DATE = WS-TODAY-6
                   ADD 1 TO WS-ACCEPTED-COUNT
                   ADD 1 TO WS-RECALLS-APPLIED
               WHEN OTHER
                   MOVE "N" TO WS-ITEM-VALID-SW (WS-SUB)
                   MOVE "PLACEMENT ALREADY RECALLED"
                       TO WS-ITEM-REASON (WS-SUB)
           END-EVALUATE.

       5410-RECALL-PLACEMENT.
           SET PLACEMENT-RECALLED TO TRUE
           MOVE WS-TODAY-6 TO AP-RECALL-DATE
           SET RECALL-BY-AGENCY TO TRUE
           REWRITE AGENCY-PLACEMENT-RECORD
               INVALID KEY
                   MOVE "N" TO WS-ITEM-VALID-SW (WS-SUB)
                   MOVE "PLACEMENT REWRITE FAILED"
                       TO WS-ITEM-REASON (WS-SUB)
               NOT INVALID KEY
                   ADD 1 TO WS-ACCEPTED-COUNT
                   ADD 1 TO WS-RECALLS-APPLIED
           END-REWRITE.

      * An unprovable batch (out of balance, truncated, or over
      * the item limit) applies nothing: every item comes out on
      * the exception listing under its batch.
       6000-REJECT-WHOLE-BATCH.
           ADD 1 TO WS-BATCHES-REJECTED
           MOVE "REJECTED WHOLE" TO WS-BATCH-VERDICT
           MOVE ZERO TO WS-ACCEPTED-COUNT
           MOVE ZERO TO WS-ACCEPTED-AMOUNT
           MOVE ZERO TO WS-REJECTED-COUNT
           MOVE ZERO TO WS-REJECTED-AMOUNT
           PERFORM VARYING WS-SUB FROM 1 BY 1
                   UNTIL WS-SUB > WS-HELD-COUNT
               ADD 1 TO WS-REJECTED-COUNT
               ADD WS-ITEM-AMOUNT (WS-SUB) TO WS-REJECTED-AMOUNT
               MOVE WS-REJECT-REASON TO WS-E-REASON
               PERFORM 5300-WRITE-ONE-EXCEPTION
           END-PERFORM
           ADD WS-OVERFLOW-COUNT TO WS-REJECTED-COUNT
           ADD WS-OVERFLOW-AMOUNT TO WS-REJECTED-AMOUNT
           PERFORM 7000-WRITE-BATCH-REPORT.

       7000-WRITE-BATCH-REPORT.
           MOVE WS-BATCH-NUMBER TO WS-BL-NUMBER
           MOVE WS-BATCH-DATE TO WS-BL-DATE
           MOVE WS-ITEM-COUNT TO WS-BL-COUNT
           MOVE WS-ITEM-TOTAL TO WS-BL-TOTAL
           MOVE WS-BATCH-VERDICT TO WS-BL-VERDICT
           WRITE BALANCING-REPORT-LINE FROM WS-BATCH-LINE
           MOVE WS-ACCEPTED-COUNT TO WS-TL-ACC-COUNT
           MOVE WS-ACCEPTED-AMOUNT TO WS-TL-ACC-AMOUNT
           MOVE WS-REJECTED-COUNT TO WS-TL-REJ-COUNT
           MOVE WS-REJECTED-AMOUNT TO WS-TL-REJ-AMOUNT
           WRITE BALANCING-REPORT-LINE FROM WS-TALLY-LINE
           MOVE "N" TO WS-BATCH-OPEN-SW.

       8000-WRITE-SUMMARY.
           MOVE WS-BATCHES-READ TO WS-S-READ
           MOVE WS-BATCHES-BALANCED TO WS-S-BALANCED
           MOVE WS-BATCHES-REJECTED TO WS-S-REJECTED
           MOVE WS-PAYMENTS-WRITTEN TO WS-S-PAYMENTS
           MOVE WS-RECALLS-APPLIED TO WS-S-RECALLS
           WRITE BALANCING-REPORT-LINE FROM WS-SUMMARY-LINE
           MOVE WS-GROSS-TOTAL TO WS-S-GROSS
           MOVE WS-COMMISSION-TOTAL TO WS-S-COMMISSION
           MOVE WS-NET-TOTAL TO WS-S-NET
           WRITE BALANCING-REPORT-LINE FROM WS-DOLLAR-SUMMARY-LINE.

       8500-REGISTER-FEED-DOLLARS.
           CALL "DOLCTL" USING WS-DOL-PROGRAM-ID, WS-DOL-ENTRY-KIND,
               WS-DOL-TRANSACTION-TYPE, WS-DOL-FUNCTION-CODE,
               WS-DOL-ITEM-COUNT, WS-DOL-DOLLAR-TOTAL,
               WS-DOL-REGISTER-OK.

       9000-CLOSE-FILES.
           CLOSE AGENCY-INPUT-FILE
           CLOSE AGENCY-PLACEMENT-FILE
           CLOSE PAYMENT-OUTPUT-FILE
           CLOSE BALANCING-REPORT-FILE.
