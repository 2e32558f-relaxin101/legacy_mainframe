       IDENTIFICATION DIVISION.
       PROGRAM-ID. HOLDMNT.
      ******************************************************
      *  LEGAL HOLD MAINTENANCE
      *  Maintains the LEGAL-HOLD-FILE that stops collection
      *  on an account while a bankruptcy, a formal appeal of
      *  the assessment, or a disaster-relief period is in
      *  force.  ACCRUAL, DELNOTCE, REFNDOFS, AGYPLCMT and
      *  ACHORIG honour a hold by its type and AGERPT reports
      *  held accounts in their own bucket, all through the
      *  common HOLDLKUP routine.  Under the controls NAMEMNT
      *  applies to addresses:
      *    A  add a hold: the TAXID must pass the CHKDGT
      *       modulus-11 test and exist on the TAX-RECORD
      *       master; the hold type, start date and case
      *       reference must be present, and an end date, if
      *       given, must not be before the start
      *    C  change a hold still on: a type, end date or case
      *       reference given replaces the one on file
      *    L  lift a hold: the end date given (today when
      *       none) closes it, and the hold's type, start, end
      *       and case reference go on the STATUS-HISTORY-FILE
      *       through STHSTAPP so the gap in collection
      *       activity is explained on the account
      *  Every transaction names the operator entering it,
      *  who must hold an active profile on the OPERATOR-
      *  PROFILE-FILE when that file exists.  A hold is keyed
      *  by TAXID and start date and is never deleted.  After
      *  the transactions, every hold that has run past its end
      *  date without reaching the history is written there and
      *  stamped as expired, so the run belongs in the nightly
      *  schedule even with an empty transaction file.
      ******************************************************
       ENVIRONMENT DIVISION.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
           SELECT HOLD-TRANSACTION-FILE
               ASSIGN TO "HOLDIN"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-TRAN-FILE-STATUS.

           SELECT TAX-MASTER-FILE
               ASSIGN TO "TAXMAST"
               ORGANIZATION IS INDEXED
               ACCESS MODE IS DYNAMIC
               RECORD KEY IS TAXID
               FILE STATUS IS WS-MASTER-FILE-STATUS.

           SELECT OPERATOR-PROFILE-FILE
               ASSIGN TO "OPERPROF"
               ORGANIZATION IS INDEXED
               ACCESS MODE IS DYNAMIC
               RECORD KEY IS OP-OPERATOR-ID
               FILE STATUS IS WS-PROF-FILE-STATUS.

           SELECT LEGAL-HOLD-FILE
               ASSIGN TO "LEGLHOLD"
               ORGANIZATION IS INDEXED
               ACCESS MODE IS DYNAMIC
               RECORD KEY IS LH-KEY
               ALTERNATE RECORD KEY IS LH-TAXID WITH DUPLICATES
               FILE STATUS IS WS-HOLD-FILE-STATUS.

       DATA DIVISION.
       FILE SECTION.
       FD  HOLD-TRANSACTION-FILE.
       01  HOLD-TRANSACTION-RECORD.
           03 HM-ACTION PIC X.
             88 ACTION-ADD VALUE "A".
             88 ACTION-CHANGE VALUE "C".
             88 ACTION-LIFT VALUE "L".
           03 HM-TAXID PIC S9(9).
           03 HM-START-DATE PIC 9(8).
           03 HM-HOLD-TYPE PIC X.
             88 HM-HOLD-TYPE-VALID VALUES "B" "A" "D".
           03 HM-END-DATE PIC 9(8).
           03 HM-CASE-REFERENCE PIC X(20).
           03 HM-OPERATOR-ID PIC X(8).

       FD  TAX-MASTER-FILE.
       COPY "TAXREC.cobol".

       FD  OPERATOR-PROFILE-FILE.
       COPY "OPERPROF.cobol".

       FD  LEGAL-HOLD-FILE.
       COPY "LEGLHOLD.cobol".

       WORKING-STORAGE SECTION.
       01  WS-TRAN-FILE-STATUS PIC XX.
       01  WS-MASTER-FILE-STATUS PIC XX.
       01  WS-PROF-FILE-STATUS PIC XX.
       01  WS-HOLD-FILE-STATUS PIC XX.
       01  WS-EOF-SW PIC X VALUE "N".
           88 NO-MORE-TRANSACTIONS VALUE "Y".
       01  WS-SWEEP-EOF-SW PIC X VALUE "N".
           88 NO-MORE-HOLDS VALUE "Y".
       01  WS-MASTER-FOUND-SW PIC X VALUE "N".
           88 MASTER-FOUND VALUE "Y".
       01  WS-HOLD-FOUND-SW PIC X VALUE "N".
           88 HOLD-ON-FILE VALUE "Y".
       01  WS-OPERATOR-SW PIC X VALUE "N".
           88 OPERATOR-ACCEPTED VALUE "Y".

      * A site that has never set up operator profiles has no
      * OPERATOR-PROFILE-FILE -- an operator id is then only
      * required to be present.
       01  WS-PROF-FILE-SW PIC X VALUE "N".
           88 PROFILE-FILE-AVAILABLE VALUE "Y".

       01  WS-TAXID-KEY PIC S9(9) USAGE IS COMP-3.
       01  WS-TODAY-8 PIC 9(8).
       01  WS-TODAY-6 PIC 9(6).
       01  WS-NEW-END-DATE PIC 9(8).

       01  WS-CALL-TAXID PIC S9(9) USAGE IS COMP-3.
       01  WS-CALL-CHECK-OK PIC X.
           88 CHECK-DIGIT-GOOD VALUE "Y".

      * CALLed-program arguments for STHSTAPP.  A hold does not
      * change STATS, so old and new both carry the current
      * value; HOLDMNT is not restarted, so no input sequence.
       01  WS-CALL-OLD-STATS PIC X.
       01  WS-CALL-NEW-STATS PIC X.
       01  WS-CALL-SOURCE-PGM PIC X(8) VALUE "HOLDMNT".
       01  WS-CALL-INPUT-SEQ PIC 9(4) VALUE ZERO.
       01  WS-CALL-POST-OK PIC X.
           88 POST-SUCCESSFUL VALUE "Y".
       01  WS-CALL-HOLD-PERIOD.
           03 WS-CALL-HOLD-TYPE PIC X.
           03 WS-CALL-HOLD-START-DATE PIC 9(8).
           03 WS-CALL-HOLD-END-DATE PIC 9(8).
           03 WS-CALL-HOLD-CASE-REFERENCE PIC X(20).

       01  WS-HOLDS-ADDED PIC 9(7) VALUE ZERO.
       01  WS-HOLDS-CHANGED PIC 9(7) VALUE ZERO.
       01  WS-HOLDS-LIFTED PIC 9(7) VALUE ZERO.
       01  WS-HOLDS-EXPIRED PIC 9(7) VALUE ZERO.
       01  WS-TRANS-REJECTED PIC 9(7) VALUE ZERO.

       PROCEDURE DIVISION.
       0000-MAIN.
           PERFORM 1000-OPEN-FILES
           ACCEPT WS-TODAY-8 FROM DATE YYYYMMDD
           ACCEPT WS-TODAY-6 FROM DATE
           PERFORM UNTIL NO-MORE-TRANSACTIONS
               READ HOLD-TRANSACTION-FILE
                   AT END
                       SET NO-MORE-TRANSACTIONS TO TRUE
                   NOT AT END
                       PERFORM 2000-APPLY-ONE-TRANSACTION
               END-READ
           END-PERFORM
           PERFORM 6000-RECORD-EXPIRED-HOLDS
           DISPLAY "HOLDMNT: ADDED " WS-HOLDS-ADDED
               " CHANGED " WS-HOLDS-CHANGED
               " LIFTED " WS-HOLDS-LIFTED
               " EXPIRED " WS-HOLDS-EXPIRED
               " REJECTED " WS-TRANS-REJECTED
           PERFORM 9000-CLOSE-FILES
           GOBACK.

       1000-OPEN-FILES.
           OPEN INPUT HOLD-TRANSACTION-FILE
           OPEN INPUT TAX-MASTER-FILE
           OPEN INPUT OPERATOR-PROFILE-FILE
           IF WS-PROF-FILE-STATUS = "00"
               SET PROFILE-FILE-AVAILABLE TO TRUE
           END-IF
           OPEN I-O LEGAL-HOLD-FILE
           IF WS-HOLD-FILE-STATUS = "35"
               OPEN OUTPUT LEGAL-HOLD-FILE
               CLOSE LEGAL-HOLD-FILE
               OPEN I-O LEGAL-HOLD-FILE
           END-IF.

       2000-APPLY-ONE-TRANSACTION.
           MOVE HM-TAXID TO WS-TAXID-KEY
           PERFORM 2100-LOOK-UP-MASTER
           PERFORM 2200-CHECK-OPERATOR
           PERFORM 2300-LOOK-UP-HOLD
           EVALUATE TRUE
               WHEN NOT OPERATOR-ACCEPTED
                   ADD 1 TO WS-TRANS-REJECTED
                   DISPLAY "HOLDMNT: OPERATOR " HM-OPERATOR-ID
                       " NOT ACCEPTED FOR TAXID " HM-TAXID
               WHEN HM-START-DATE NOT NUMERIC
                       OR HM-START-DATE = ZERO
                   ADD 1 TO WS-TRANS-REJECTED
                   DISPLAY "HOLDMNT: BAD START DATE FOR TAXID "
                       HM-TAXID
               WHEN HM-END-DATE NOT NUMERIC
                   ADD 1 TO WS-TRANS-REJECTED
                   DISPLAY "HOLDMNT: BAD END DATE FOR TAXID "
                       HM-TAXID
               WHEN ACTION-ADD
                   PERFORM 3000-ADD-HOLD
               WHEN ACTION-CHANGE
                   PERFORM 4000-CHANGE-HOLD
               WHEN ACTION-LIFT
                   PERFORM 5000-LIFT-HOLD
               WHEN OTHER
                   ADD 1 TO WS-TRANS-REJECTED
                   DISPLAY "HOLDMNT: UNKNOWN ACTION " HM-ACTION
                       " FOR TAXID " HM-TAXID
           END-EVALUATE.

       2100-LOOK-UP-MASTER.
           MOVE "N" TO WS-MASTER-FOUND-SW
           MOVE WS-TAXID-KEY TO TAXID
           READ TAX-MASTER-FILE
               INVALID KEY
                   CONTINUE
               NOT INVALID KEY
                   SET MASTER-FOUND TO TRUE
           END-READ.

       2200-CHECK-OPERATOR.
           MOVE "N" TO WS-OPERATOR-SW
           IF HM-OPERATOR-ID NOT = SPACES
               IF PROFILE-FILE-AVAILABLE
                   MOVE HM-OPERATOR-ID TO OP-OPERATOR-ID
                   READ OPERATOR-PROFILE-FILE
                       INVALID KEY
                           CONTINUE
                       NOT INVALID KEY
                           IF PROFILE-ACTIVE
                               SET OPERATOR-ACCEPTED TO TRUE
                           END-IF
                   END-READ
               ELSE
                   SET OPERATOR-ACCEPTED TO TRUE
               END-IF
           END-IF.

       2300-LOOK-UP-HOLD.
           MOVE "N" TO WS-HOLD-FOUND-SW
           MOVE WS-TAXID-KEY TO LH-TAXID
           MOVE HM-START-DATE TO LH-START-DATE
           READ LEGAL-HOLD-FILE
               INVALID KEY
                   CONTINUE
               NOT INVALID KEY
                   SET HOLD-ON-FILE TO TRUE
           END-READ.

       3000-ADD-HOLD.
           MOVE WS-TAXID-KEY TO WS-CALL-TAXID
           CALL "CHKDGT" USING WS-CALL-TAXID, WS-CALL-CHECK-OK
           EVALUATE TRUE
               WHEN NOT CHECK-DIGIT-GOOD
                   ADD 1 TO WS-TRANS-REJECTED
                   DISPLAY "HOLDMNT: BAD CHECK DIGIT FOR TAXID "
                       HM-TAXID
               WHEN NOT MASTER-FOUND
                   ADD 1 TO WS-TRANS-REJECTED
                   DISPLAY "HOLDMNT: UNKNOWN TAXID " HM-TAXID
               WHEN HOLD-ON-FILE
                   ADD 1 TO WS-TRANS-REJECTED
                   DISPLAY "HOLDMNT: HOLD ALREADY ON FILE FOR "
                       "TAXID " HM-TAXID " FROM " HM-START-DATE
               WHEN NOT HM-HOLD-TYPE-VALID
                   ADD 1 TO WS-TRANS-REJECTED
                   DISPLAY "HOLDMNT: UNKNOWN HOLD TYPE "
                       HM-HOLD-TYPE " FOR TAXID " HM-TAXID
               WHEN HM-END-DATE NOT = ZERO
                       AND HM-END-DATE < HM-START-DATE
                   ADD 1 TO WS-TRANS-REJECTED
                   DISPLAY "HOLDMNT: END BEFORE START FOR TAXID "
                       HM-TAXID
               WHEN HM-CASE-REFERENCE = SPACES
                   ADD 1 TO WS-TRANS-REJECTED
                   DISPLAY "HOLDMNT: CASE REFERENCE MISSING FOR "
                       "TAXID " HM-TAXID
               WHEN OTHER
                   PERFORM 3100-WRITE-HOLD
           END-EVALUATE.

       3100-WRITE-HOLD.
           MOVE WS-TAXID-KEY TO LH-TAXID
           MOVE HM-START-DATE TO LH-START-DATE
           MOVE HM-HOLD-TYPE TO LH-HOLD-TYPE
           MOVE HM-END-DATE TO LH-END-DATE
           MOVE HM-CASE-REFERENCE TO LH-CASE-REFERENCE
           MOVE HM-OPERATOR-ID TO LH-ENTERED-BY
           MOVE WS-TODAY-6 TO LH-ENTERED-DATE
           MOVE SPACES TO LH-CHANGED-BY
           MOVE ZERO TO LH-CHANGED-DATE
           MOVE SPACES TO LH-LIFTED-BY
           MOVE ZERO TO LH-LIFTED-DATE
           MOVE "N" TO LH-HISTORY-SW
           WRITE LEGAL-HOLD-RECORD
               INVALID KEY
                   ADD 1 TO WS-TRANS-REJECTED
                   DISPLAY "HOLDMNT: WRITE FAILED FOR TAXID "
                       HM-TAXID
               NOT INVALID KEY
                   ADD 1 TO WS-HOLDS-ADDED
           END-WRITE.

      * Only a hold still on can be changed: once lifted its
      * period is on the status history and must stay as
      * written there.
       4000-CHANGE-HOLD.
           IF HM-END-DATE NOT = ZERO
               MOVE HM-END-DATE TO WS-NEW-END-DATE
           ELSE
               MOVE LH-END-DATE TO WS-NEW-END-DATE
           END-IF
           EVALUATE TRUE
               WHEN NOT HOLD-ON-FILE
                   ADD 1 TO WS-TRANS-REJECTED
                   DISPLAY "HOLDMNT: NO HOLD ON FILE FOR TAXID "
                       HM-TAXID " FROM " HM-START-DATE
               WHEN LH-LIFTED-DATE NOT = ZERO
                   ADD 1 TO WS-TRANS-REJECTED
                   DISPLAY "HOLDMNT: HOLD ALREADY LIFTED FOR TAXID "
                       HM-TAXID " FROM " HM-START-DATE
               WHEN HM-HOLD-TYPE NOT = SPACE
                       AND NOT HM-HOLD-TYPE-VALID
                   ADD 1 TO WS-TRANS-REJECTED
                   DISPLAY "HOLDMNT: UNKNOWN HOLD TYPE "
                       HM-HOLD-TYPE " FOR TAXID " HM-TAXID
               WHEN WS-NEW-END-DATE NOT = ZERO
                       AND WS-NEW-END-DATE < LH-START-DATE
                   ADD 1 TO WS-TRANS-REJECTED
                   DISPLAY "HOLDMNT: END BEFORE START FOR TAXID "
                       HM-TAXID
               WHEN OTHER
                   IF HM-HOLD-TYPE NOT = SPACE
                       MOVE HM-HOLD-TYPE TO LH-HOLD-TYPE
                   END-IF
                   MOVE WS-NEW-END-DATE TO LH-END-DATE
                   IF HM-CASE-REFERENCE NOT = SPACES
                       MOVE HM-CASE-REFERENCE TO LH-CASE-REFERENCE
                   END-IF
                   MOVE HM-OPERATOR-ID TO LH-CHANGED-BY
                   MOVE WS-TODAY-6 TO LH-CHANGED-DATE
                   REWRITE LEGAL-HOLD-RECORD
                       INVALID KEY
                           ADD 1 TO WS-TRANS-REJECTED
                           DISPLAY "HOLDMNT: REWRITE FAILED FOR "
                               "TAXID " HM-TAXID
                       NOT INVALID KEY
                           ADD 1 TO WS-HOLDS-CHANGED
                   END-REWRITE
           END-EVALUATE.

       5000-LIFT-HOLD.
           IF HM-END-DATE NOT = ZERO
               MOVE HM-END-DATE TO WS-NEW-END-DATE
           ELSE
               MOVE WS-TODAY-8 TO WS-NEW-END-DATE
           END-IF
           EVALUATE TRUE
               WHEN NOT HOLD-ON-FILE
                   ADD 1 TO WS-TRANS-REJECTED
                   DISPLAY "HOLDMNT: NO HOLD ON FILE FOR TAXID "
                       HM-TAXID " FROM " HM-START-DATE
               WHEN LH-LIFTED-DATE NOT = ZERO
                   ADD 1 TO WS-TRANS-REJECTED
                   DISPLAY "HOLDMNT: HOLD ALREADY LIFTED FOR TAXID "
                       HM-TAXID " FROM " HM-START-DATE
               WHEN WS-NEW-END-DATE < LH-START-DATE
                   ADD 1 TO WS-TRANS-REJECTED
                   DISPLAY "HOLDMNT: END BEFORE START FOR TAXID "
                       HM-TAXID
               WHEN OTHER
                   MOVE WS-NEW-END-DATE TO LH-END-DATE
                   MOVE HM-OPERATOR-ID TO LH-LIFTED-BY
                   MOVE WS-TODAY-6 TO LH-LIFTED-DATE
                   PERFORM 5100-RECORD-HOLD-PERIOD
                   REWRITE LEGAL-HOLD-RECORD
                       INVALID KEY
                           ADD 1 TO WS-TRANS-REJECTED
                           DISPLAY "HOLDMNT: REWRITE FAILED FOR "
                               "TAXID " HM-TAXID
                       NOT INVALID KEY
                           ADD 1 TO WS-HOLDS-LIFTED
                   END-REWRITE
           END-EVALUATE.

      * The master's STATS rides on both sides of the entry, so
      * the history reads as "no status change" with the hold
      * period beside it.  A history write that fails leaves
      * the switch off and the expiry sweep tries again on a
      * later night.
       5100-RECORD-HOLD-PERIOD.
           IF MASTER-FOUND
               MOVE STATS TO WS-CALL-OLD-STATS
           ELSE
               MOVE SPACE TO WS-CALL-OLD-STATS
           END-IF
           MOVE WS-CALL-OLD-STATS TO WS-CALL-NEW-STATS
           MOVE LH-TAXID TO WS-CALL-TAXID
           MOVE LH-HOLD-TYPE TO WS-CALL-HOLD-TYPE
           MOVE LH-START-DATE TO WS-CALL-HOLD-START-DATE
           MOVE LH-END-DATE TO WS-CALL-HOLD-END-DATE
           MOVE LH-CASE-REFERENCE TO WS-CALL-HOLD-CASE-REFERENCE
           CALL "STHSTAPP" USING WS-CALL-TAXID, WS-CALL-OLD-STATS,
               WS-CALL-NEW-STATS, WS-CALL-SOURCE-PGM,
               WS-CALL-INPUT-SEQ, WS-CALL-POST-OK,
               WS-CALL-HOLD-PERIOD
           IF POST-SUCCESSFUL
               SET LIFT-ON-HISTORY TO TRUE
           ELSE
               DISPLAY "HOLDMNT: STATUS HISTORY NOT WRITTEN FOR "
                   "TAXID " LH-TAXID
           END-IF.

      * A hold given an end date comes off by itself once that
      * date has passed.  The whole file is walked from the
      * lowest key; a hold whose period is not yet on the
      * history -- an expiry, or a lift whose history write
      * failed -- is written now.
       6000-RECORD-EXPIRED-HOLDS.
           MOVE "N" TO WS-SWEEP-EOF-SW
           MOVE LOW-VALUES TO LH-KEY
           START LEGAL-HOLD-FILE KEY IS NOT LESS THAN LH-KEY
               INVALID KEY
                   SET NO-MORE-HOLDS TO TRUE
           END-START
           PERFORM UNTIL NO-MORE-HOLDS
               READ LEGAL-HOLD-FILE NEXT
                   AT END
                       SET NO-MORE-HOLDS TO TRUE
                   NOT AT END
                       IF LH-END-DATE NOT = ZERO
                               AND LH-END-DATE < WS-TODAY-8
                               AND NOT LIFT-ON-HISTORY
                           PERFORM 6100-RECORD-ONE-EXPIRY
                       END-IF
               END-READ
           END-PERFORM.

       6100-RECORD-ONE-EXPIRY.
           MOVE LH-TAXID TO WS-TAXID-KEY
           PERFORM 2100-LOOK-UP-MASTER
           IF LH-LIFTED-DATE = ZERO
               MOVE "EXPIRED" TO LH-LIFTED-BY
               MOVE WS-TODAY-6 TO LH-LIFTED-DATE
           END-IF
           PERFORM 5100-RECORD-HOLD-PERIOD
           REWRITE LEGAL-HOLD-RECORD
               INVALID KEY
                   DISPLAY "HOLDMNT: REWRITE FAILED FOR TAXID "
                       LH-TAXID
               NOT INVALID KEY
                   IF LIFT-ON-HISTORY
                       ADD 1 TO WS-HOLDS-EXPIRED
                   END-IF
           END-REWRITE.

       9000-CLOSE-FILES.
           CLOSE HOLD-TRANSACTION-FILE
           CLOSE TAX-MASTER-FILE
           IF PROFILE-FILE-AVAILABLE
               CLOSE OPERATOR-PROFILE-FILE
           END-IF
           CLOSE LEGAL-HOLD-FILE.
