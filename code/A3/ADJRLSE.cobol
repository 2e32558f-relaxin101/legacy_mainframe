       IDENTIFICATION DIVISION.
       PROGRAM-ID. ADJRLSE.
      ******************************************************
      *  NIGHTLY ADJUSTMENT RELEASE
      *  The only road an "AJ" adjustment has into the
      *  nightly UPDTRAN build.  Walks the ADJUSTMENT-
      *  REQUEST-FILE ADJWORK maintains and:
      *    - releases every approved request as an AJ line in
      *      UPDTRAN format, marked released with tonight's
      *      date so it never goes out twice
      *    - expires every request still pending approval
      *      past the expiry days in force (RATELKUP
      *      "ADJEXPDY") -- a stale request must be re-entered
      *      and re-justified, not approved weeks later
      *    - lists every rejected and expired request on the
      *      exception listing with preparer, decider and
      *      reason, so the audit trail shows who tried to
      *      adjust what and why it did not post
      *  The release file is in TAXID order (the request key
      *  leads with TAXID); operations sorts it into the
      *  nightly UPDTRAN build ahead of the SUSPRCYL merge,
      *  the same as LBXTRAN.  The release file is rebuilt
      *  from the top each run, so a rerun the same night
      *  emits tonight's releases again rather than losing
      *  them.  The release file's count and dollars are
      *  registered through DOLCTL for DOLPROOF to set against
      *  what the update pass posts.
      *  Tonight's date -- the release and close stamps, the
      *  expiry aging and the rerun test -- is the cycle date
      *  from CYCLEDT, as RUNCTL and DOLCTL take it, so a run
      *  after midnight still works under the night it belongs
      *  to.  Only when no control file exists does this fall
      *  back to the machine date.
      ******************************************************
       ENVIRONMENT DIVISION.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
           SELECT ADJUSTMENT-REQUEST-FILE
               ASSIGN TO "ADJREQ"
               ORGANIZATION IS INDEXED
               ACCESS MODE IS DYNAMIC
               RECORD KEY IS AR-KEY
               FILE STATUS IS WS-ADJ-FILE-STATUS.

           SELECT ADJUSTMENT-OUTPUT-FILE
               ASSIGN TO "ADJTRAN"
               ORGANIZATION IS SEQUENTIAL
               FILE STATUS IS WS-OUT-FILE-STATUS.

           SELECT EXCEPTION-REPORT-FILE
               ASSIGN TO "ADJRPT"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-RPT-FILE-STATUS.

           SELECT CYCLE-DATE-FILE
               ASSIGN TO "CYCLEDT"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-CYC-FILE-STATUS.

       DATA DIVISION.
       FILE SECTION.
       FD  ADJUSTMENT-REQUEST-FILE.
       COPY "ADJREQ.cobol".

       FD  ADJUSTMENT-OUTPUT-FILE.
       01  ADJUSTMENT-OUTPUT-RECORD.
           03 AO-TAXID PIC S9(9).
           03 AO-NEW-STATS PIC X.
           03 AO-TRANSACTION-TYPE PIC X(2).
           03 AO-AMOUNT PIC S9(11)V99.
           03 AO-COMPONENT-CODE PIC X.

       FD  EXCEPTION-REPORT-FILE.
       01  EXCEPTION-REPORT-LINE PIC X(132).

       FD  CYCLE-DATE-FILE.
       01  CYCLE-DATE-RECORD.
           03 CD-CYCLE-DATE PIC 9(8).

       WORKING-STORAGE SECTION.
       01  WS-ADJ-FILE-STATUS PIC XX.
       01  WS-OUT-FILE-STATUS PIC XX.
       01  WS-RPT-FILE-STATUS PIC XX.
       01  WS-CYC-FILE-STATUS PIC XX.
       01  WS-EOF-SW PIC X VALUE "N".
           88 NO-MORE-REQUESTS VALUE "Y".

      * No request has ever been keyed at a fresh site -- the
      * run still writes an empty release file and listing.
       01  WS-ADJ-FILE-SW PIC X VALUE "N".
           88 ADJ-FILE-AVAILABLE VALUE "Y".

      * The VALUE is only the compiled-in default: the expiry
      * in force tonight is taken from the RATE-PARAMETER-FILE
      * (RATELKUP) at run time.
       01  WS-EXPIRY-DAYS PIC 9(4) VALUE 10.

       01  WS-TODAY-8 PIC 9(8) VALUE ZERO.
       01  WS-TODAY-8-PARTS REDEFINES WS-TODAY-8.
           03 WS-TD-CC PIC 99.
           03 WS-TD-YYMMDD PIC 9(6).
       01  WS-TODAY-6 PIC 9(6).
       01  WS-REQUEST-DATE-X PIC 9(6).
       01  WS-REQUEST-DATE-PARTS REDEFINES WS-REQUEST-DATE-X.
           03 WS-RD-YY PIC 99.
           03 WS-RD-MM PIC 99.
           03 WS-RD-DD PIC 99.
       01  WS-REQUEST-8 PIC 9(8).
       01  WS-DAYS-PENDING PIC S9(7).

       01  WS-LKUP-PARAM-ID PIC X(8).
       01  WS-LKUP-AS-OF-DATE PIC 9(8).
       01  WS-LKUP-VALUE PIC S9(9)V9(4) USAGE IS COMP-3.
       01  WS-LKUP-FOUND-OK PIC X.
           88 PARAM-FOUND VALUE "Y".

       01  WS-REQUESTS-READ PIC 9(7) VALUE ZERO.
       01  WS-RELEASED-COUNT PIC 9(7) VALUE ZERO.
       01  WS-RELEASED-AMOUNT PIC S9(11)V99 USAGE IS COMP-3
           VALUE ZERO.
       01  WS-REJECTED-COUNT PIC 9(7) VALUE ZERO.
       01  WS-EXPIRED-COUNT PIC 9(7) VALUE ZERO.
       01  WS-STILL-PENDING PIC 9(7) VALUE ZERO.

       01  WS-HEADING-LINE.
           03 FILLER PIC X(40) VALUE
               "ADJUSTMENT REQUESTS NOT RELEASED, RUN ".
           03 WS-HD-DATE PIC 9(8).

       01  WS-EXCEPTION-LINE.
           03 WS-E-VERDICT PIC X(9).
           03 FILLER PIC X(1) VALUE SPACES.
           03 WS-E-TAXID PIC -(9).
           03 FILLER PIC X(2) VALUE SPACES.
           03 WS-E-AMOUNT PIC -(9)9.99.
           03 FILLER PIC X(2) VALUE SPACES.
           03 WS-E-REASON PIC X(2).
           03 FILLER PIC X(2) VALUE SPACES.
           03 WS-E-REQUEST-DATE PIC 9(6).
           03 FILLER PIC X(5) VALUE " PREP".
           03 FILLER PIC X(1) VALUE SPACES.
           03 WS-E-PREPARER PIC X(8).
           03 FILLER PIC X(4) VALUE " BY ".
           03 WS-E-APPROVER PIC X(8).
           03 FILLER PIC X(2) VALUE SPACES.
           03 WS-E-DECISION-TEXT PIC X(40).

       01  WS-JUSTIFICATION-LINE.
           03 FILLER PIC X(10) VALUE SPACES.
           03 FILLER PIC X(15) VALUE "JUSTIFICATION: ".
           03 WS-J-TEXT PIC X(60).

       01  WS-SUMMARY-LINE.
           03 FILLER PIC X(11) VALUE "RELEASED: ".
           03 WS-S-RELEASED PIC ZZZ,ZZ9.
           03 FILLER PIC X(3) VALUE " / ".
           03 WS-S-RELEASED-AMOUNT PIC -(9)9.99.
           03 FILLER PIC X(13) VALUE "  REJECTED: ".
           03 WS-S-REJECTED PIC ZZZ,ZZ9.
           03 FILLER PIC X(12) VALUE "  EXPIRED: ".
           03 WS-S-EXPIRED PIC ZZZ,ZZ9.
           03 FILLER PIC X(12) VALUE "  PENDING: ".
           03 WS-S-PENDING PIC ZZZ,ZZ9.

      * CALLed-program arguments for DOLCTL.  The release file
      * is rebuilt every run, so its count and dollars replace
      * any an earlier run tonight registered.
       01  WS-DOL-PROGRAM-ID PIC X(8) VALUE "ADJRLSE".
       01  WS-DOL-ENTRY-KIND PIC X VALUE "F".
       01  WS-DOL-TRANSACTION-TYPE PIC X(2) VALUE "AJ".
       01  WS-DOL-FUNCTION-CODE PIC X VALUE "R".
       01  WS-DOL-ITEM-COUNT PIC 9(9) VALUE ZERO.
       01  WS-DOL-DOLLAR-TOTAL PIC S9(11)V99 USAGE IS COMP-3
           VALUE ZERO.
       01  WS-DOL-REGISTER-OK PIC X.

       PROCEDURE DIVISION.
       0000-MAIN.
           PERFORM 1000-OPEN-FILES
           PERFORM 1100-LOAD-RUN-PARAMETERS
           MOVE WS-TODAY-8 TO WS-HD-DATE
           WRITE EXCEPTION-REPORT-LINE FROM WS-HEADING-LINE
           IF ADJ-FILE-AVAILABLE
               PERFORM UNTIL NO-MORE-REQUESTS
                   READ ADJUSTMENT-REQUEST-FILE NEXT
                       AT END
                           SET NO-MORE-REQUESTS TO TRUE
                       NOT AT END
                           ADD 1 TO WS-REQUESTS-READ
                           PERFORM 2000-DISPOSE-ONE-REQUEST
                   END-READ
               END-PERFORM
           END-IF
           PERFORM 8000-WRITE-SUMMARY
           PERFORM 8500-REGISTER-FEED-DOLLARS
           PERFORM 9000-CLOSE-FILES
           GOBACK.

       1000-OPEN-FILES.
           OPEN I-O ADJUSTMENT-REQUEST-FILE
           IF WS-ADJ-FILE-STATUS = "00"
               SET ADJ-FILE-AVAILABLE TO TRUE
           END-IF
           OPEN OUTPUT ADJUSTMENT-OUTPUT-FILE
           OPEN OUTPUT EXCEPTION-REPORT-FILE.

       1100-LOAD-RUN-PARAMETERS.
           PERFORM 1200-ESTABLISH-CYCLE-DATE
           MOVE WS-TD-YYMMDD TO WS-TODAY-6
           MOVE WS-TODAY-8 TO WS-LKUP-AS-OF-DATE
           MOVE "ADJEXPDY" TO WS-LKUP-PARAM-ID
           CALL "RATELKUP" USING WS-LKUP-PARAM-ID,
               WS-LKUP-AS-OF-DATE, WS-LKUP-VALUE, WS-LKUP-FOUND-OK
           IF PARAM-FOUND AND WS-LKUP-VALUE > ZERO
               MOVE WS-LKUP-VALUE TO WS-EXPIRY-DAYS
           END-IF.

       1200-ESTABLISH-CYCLE-DATE.
           OPEN INPUT CYCLE-DATE-FILE
           IF WS-CYC-FILE-STATUS = "00"
               READ CYCLE-DATE-FILE
                   AT END
                       CONTINUE
                   NOT AT END
                       IF CD-CYCLE-DATE NUMERIC
                               AND CD-CYCLE-DATE > ZERO
                           MOVE CD-CYCLE-DATE TO WS-TODAY-8
                       END-IF
               END-READ
               CLOSE CYCLE-DATE-FILE
           END-IF
           IF WS-TODAY-8 = ZERO
               ACCEPT WS-TODAY-8 FROM DATE YYYYMMDD
           END-IF.

      * A request closed on an earlier night is history and is
      * left alone; one closed tonight is a rerun and is
      * emitted or listed again.
       2000-DISPOSE-ONE-REQUEST.
           EVALUATE TRUE
               WHEN AR-CLOSED-DATE NOT = ZERO
                       AND AR-CLOSED-DATE NOT = WS-TODAY-6
                   CONTINUE
               WHEN ADJ-APPROVED OR ADJ-RELEASED
                   PERFORM 3000-RELEASE-ONE-REQUEST
               WHEN ADJ-REJECTED
                   PERFORM 4000-LIST-REJECTED-REQUEST
               WHEN ADJ-EXPIRED
                   PERFORM 4500-LIST-EXPIRED-REQUEST
               WHEN ADJ-PENDING-APPROVAL
                   PERFORM 5000-EXPIRE-IF-STALE
               WHEN OTHER
                   DISPLAY "ADJRLSE: UNKNOWN STATUS "
                       AR-REQUEST-STATUS " FOR TAXID " AR-TAXID
           END-EVALUATE.

      * The AJ line is written before the request is marked
      * released -- an abend between the two leaves the
      * request approved, and the rerun emits it once.
       3000-RELEASE-ONE-REQUEST.
           MOVE AR-TAXID TO AO-TAXID
           MOVE SPACE TO AO-NEW-STATS
           MOVE "AJ" TO AO-TRANSACTION-TYPE
           MOVE AR-AMOUNT TO AO-AMOUNT
           PERFORM 3100-SET-COMPONENT-CODE
           WRITE ADJUSTMENT-OUTPUT-RECORD
           ADD 1 TO WS-DOL-ITEM-COUNT
           ADD AO-AMOUNT TO WS-DOL-DOLLAR-TOTAL
           ADD 1 TO WS-RELEASED-COUNT
           ADD AR-AMOUNT TO WS-RELEASED-AMOUNT
           IF ADJ-APPROVED
               SET ADJ-RELEASED TO TRUE
               MOVE WS-TODAY-6 TO AR-CLOSED-DATE
               PERFORM 6000-REWRITE-REQUEST
           END-IF.

      * An abatement comes off the component it abates; a
      * write-off is left to TRANPOST to take in statutory
      * order, the way a payment would clear the account.
       3100-SET-COMPONENT-CODE.
           EVALUATE TRUE
               WHEN ADJ-PENALTY-ABATEMENT
                   MOVE "P" TO AO-COMPONENT-CODE
               WHEN ADJ-INTEREST-ABATEMENT
                   MOVE "I" TO AO-COMPONENT-CODE
               WHEN ADJ-WRITE-OFF
                   MOVE SPACE TO AO-COMPONENT-CODE
               WHEN OTHER
                   MOVE "T" TO AO-COMPONENT-CODE
           END-EVALUATE.

       4000-LIST-REJECTED-REQUEST.
           ADD 1 TO WS-REJECTED-COUNT
           MOVE "REJECTED" TO WS-E-VERDICT
           PERFORM 7000-WRITE-EXCEPTION
           IF AR-CLOSED-DATE = ZERO
               MOVE WS-TODAY-6 TO AR-CLOSED-DATE
               PERFORM 6000-REWRITE-REQUEST
           END-IF.

       4500-LIST-EXPIRED-REQUEST.
           ADD 1 TO WS-EXPIRED-COUNT
           MOVE "EXPIRED" TO WS-E-VERDICT
           PERFORM 7000-WRITE-EXCEPTION.

       5000-EXPIRE-IF-STALE.
           MOVE AR-REQUEST-DATE TO WS-REQUEST-DATE-X
           COMPUTE WS-REQUEST-8 =
               20000000 + (WS-RD-YY * 10000) + (WS-RD-MM * 100)
               + WS-RD-DD
           COMPUTE WS-DAYS-PENDING =
               FUNCTION INTEGER-OF-DATE (WS-TODAY-8)
               - FUNCTION INTEGER-OF-DATE (WS-REQUEST-8)
           IF WS-DAYS-PENDING > WS-EXPIRY-DAYS
               SET ADJ-EXPIRED TO TRUE
               MOVE "NOT APPROVED WITHIN EXPIRY DAYS"
                   TO AR-DECISION-TEXT
               MOVE WS-TODAY-6 TO AR-DECISION-DATE
               ACCEPT AR-DECISION-TIME FROM TIME
               MOVE WS-TODAY-6 TO AR-CLOSED-DATE
               PERFORM 6000-REWRITE-REQUEST
               PERFORM 4500-LIST-EXPIRED-REQUEST
           ELSE
               ADD 1 TO WS-STILL-PENDING
           END-IF.

       6000-REWRITE-REQUEST.
           REWRITE ADJUSTMENT-REQUEST-RECORD
               INVALID KEY
                   DISPLAY "ADJRLSE: REWRITE FAILED FOR TAXID "
                       AR-TAXID
           END-REWRITE.

       7000-WRITE-EXCEPTION.
           MOVE AR-TAXID TO WS-E-TAXID
           MOVE AR-AMOUNT TO WS-E-AMOUNT
           MOVE AR-REASON-CODE TO WS-E-REASON
           MOVE AR-REQUEST-DATE TO WS-E-REQUEST-DATE
           MOVE AR-PREPARER-ID TO WS-E-PREPARER
           MOVE AR-APPROVER-ID TO WS-E-APPROVER
           MOVE AR-DECISION-TEXT TO WS-E-DECISION-TEXT
           WRITE EXCEPTION-REPORT-LINE FROM WS-EXCEPTION-LINE
           MOVE AR-JUSTIFICATION TO WS-J-TEXT
           WRITE EXCEPTION-REPORT-LINE FROM WS-JUSTIFICATION-LINE.

       8000-WRITE-SUMMARY.
           MOVE WS-RELEASED-COUNT TO WS-S-RELEASED
           MOVE WS-RELEASED-AMOUNT TO WS-S-RELEASED-AMOUNT
           MOVE WS-REJECTED-COUNT TO WS-S-REJECTED
           MOVE WS-EXPIRED-COUNT TO WS-S-EXPIRED
           MOVE WS-STILL-PENDING TO WS-S-PENDING
           WRITE EXCEPTION-REPORT-LINE FROM WS-SUMMARY-LINE.

       8500-REGISTER-FEED-DOLLARS.
           CALL "DOLCTL" USING WS-DOL-PROGRAM-ID, WS-DOL-ENTRY-KIND,
               WS-DOL-TRANSACTION-TYPE, WS-DOL-FUNCTION-CODE,
               WS-DOL-ITEM-COUNT, WS-DOL-DOLLAR-TOTAL,
               WS-DOL-REGISTER-OK.

       9000-CLOSE-FILES.
           IF ADJ-FILE-AVAILABLE
               CLOSE ADJUSTMENT-REQUEST-FILE
           END-IF
           CLOSE ADJUSTMENT-OUTPUT-FILE
           CLOSE EXCEPTION-REPORT-FILE.
