      *  update, delinquency clock, whether the penalty has
      *  been charged, and any installment agreement in
      *  force), the most recent TAX-TRANSACTION-FILE entries
      *  newest first, the recent STATUS-HISTORY-FILE
      *  changes with the program that made each one (and
      *  the period of any hold HOLDMNT has lifted), and
      *  whether the account is out with the collection
      *  agency on the AGENCY-PLACEMENT-FILE or under a legal
      *  hold on the LEGAL-HOLD-FILE -- so "what
      *  does this account look like and how did it get that
      *  way" no longer waits on a batch file dump.
      *  Enter 0 to end.  The ledger and history chains are
      *  walked forward through their TAXID alternate keys
      *  holding the last ten entries, then shown backwards.
      *  The operator signs on through OPRSIGN and must carry
      *  inquiry authority; every account shown is put on the
      *  ACCESS-LOG-FILE through ACCSADD first, and one that
      *  cannot be logged is not shown.
      ******************************************************
       ENVIRONMENT DIVISION.
       INPUT-OUTPUT SECTION.
               RECORD KEY IS IA-TAXID
               FILE STATUS IS WS-AGREE-FILE-STATUS.

           SELECT AGENCY-PLACEMENT-FILE
               ASSIGN TO "AGYPLACE"
               ORGANIZATION IS INDEXED
               ACCESS MODE IS DYNAMIC
               RECORD KEY IS AP-KEY
               FILE STATUS IS WS-PLACE-FILE-STATUS.

       DATA DIVISION.
       FILE SECTION.
       FD  TAX-MASTER-FILE.
       FD  INSTALLMENT-AGREEMENT-FILE.
       COPY "INSTAGRE.cobol".

       FD  AGENCY-PLACEMENT-FILE.
       COPY "AGYPLACE.cobol".

       WORKING-STORAGE SECTION.
       01  WS-MASTER-FILE-STATUS PIC XX.
       01  WS-TRAN-FILE-STATUS PIC XX.
       01  WS-STAT-FILE-STATUS PIC XX.
       01  WS-AGREE-FILE-STATUS PIC XX.
       01  WS-PLACE-FILE-STATUS PIC XX.
       01  WS-DONE-SW PIC X VALUE "N".
           88 INQUIRY-DONE VALUE "Y".
       01  WS-CHAIN-EOF-SW PIC X VALUE "N".

      * The ledger and history files may not exist yet on a
      * fresh system; the agreement file may never exist at a
      * site that has no payment plans, and the placement file
      * at one that has never used an outside agency.
       01  WS-TRAN-FILE-SW PIC X VALUE "N".
           88 TRAN-FILE-AVAILABLE VALUE "Y".
       01  WS-STAT-FILE-SW PIC X VALUE "N".
           88 STAT-FILE-AVAILABLE VALUE "Y".
       01  WS-AGREE-FILE-SW PIC X VALUE "N".
           88 AGREEMENT-FILE-AVAILABLE VALUE "Y".
       01  WS-PLACE-FILE-SW PIC X VALUE "N".
           88 PLACEMENT-FILE-AVAILABLE VALUE "Y".
       01  WS-PLACEMENT-FOUND-SW PIC X VALUE "N".
           88 PLACEMENT-ON-FILE VALUE "Y".
       01  WS-LATEST-PLACEMENT-DATE PIC 9(6).

       01  WS-INPUT-TAXID PIC S9(9).
       01  WS-TAXID-KEY PIC S9(9) USAGE IS COMP-3.
             05 WS-RS-OLD-STATS PIC X.
             05 WS-RS-NEW-STATS PIC X.
             05 WS-RS-SOURCE-PGM PIC X(8).
             05 WS-RS-HOLD-TYPE PIC X.
             05 WS-RS-HOLD-START-DATE PIC 9(8).
             05 WS-RS-HOLD-END-DATE PIC 9(8).

       01  WS-HEADER-LINE-1.
           03 FILLER PIC X(7) VALUE "STATS ".
           03 FILLER PIC X(1) VALUE "/".
           03 WS-H-UPDATE-TIME PIC 9(9).

       01  WS-BREAKDOWN-LINE.
           03 FILLER PIC X(8) VALUE "  TAX ".
           03 WS-H-PRINCIPAL PIC -(9)9.99.
           03 FILLER PIC X(10) VALUE "  PENALTY ".
           03 WS-H-PENALTY-AMT PIC -(9)9.99.
           03 FILLER PIC X(11) VALUE "  INTEREST ".
           03 WS-H-INTEREST PIC -(9)9.99.

       01  WS-HEADER-LINE-2.
           03 FILLER PIC X(15) VALUE "DELINQ SINCE ".
           03 WS-H-DELINQ-DATE PIC 9(6).
           03 WS-P-NEXT-DUE PIC 9(6).
           03 FILLER PIC X(9) VALUE "  MISSED ".
           03 WS-P-MISSED PIC ZZ9.
           03 FILLER PIC X(2) VALUE SPACES.
           03 WS-P-METHOD PIC X(16).

       01  WS-AGENCY-LINE.
           03 FILLER PIC X(22) VALUE "OUT AT AGENCY SINCE ".
           03 WS-A-PLACED-DATE PIC 9(6).
           03 FILLER PIC X(12) VALUE "  PLACED AT".
           03 WS-A-PLACED-BALANCE PIC -(9)9.99.
           03 FILLER PIC X(12) VALUE "  COLLECTED".
           03 WS-A-COLLECTED PIC -(9)9.99.

      * CALLed-program arguments for HOLDLKUP.
       01  WS-HOLD-TYPE PIC X.
       01  WS-HOLD-FOUND PIC X.
           88 ACCOUNT-ON-LEGAL-HOLD VALUE "Y".

       01  WS-HOLD-LINE.
           03 FILLER PIC X(12) VALUE "LEGAL HOLD ".
           03 WS-L-HOLD-TYPE PIC X(16).
           03 FILLER PIC X(26) VALUE
               "-- COLLECTION STOPPED".

       01  WS-TRAN-LINE.
           03 FILLER PIC X(8) VALUE "  TRAN  ".

      * CALLed-program arguments for NAMELKUP -- the counter
      * lookup shows who the account belongs to and where mail
      * goes, and flags an address MAILRTN has marked
      * undeliverable.  A TAXID with no name on file shows
      * exactly what it did before the name master existed.
       01  WS-TODAY-8 PIC 9(8).
       01  WS-LKUP-NAME PIC X(35).
       01  WS-LKUP-ADDRESS-1 PIC X(35).
       01  WS-LKUP-ZIP PIC X(10).
       01  WS-LKUP-NAME-OK PIC X.
           88 NAME-FOUND VALUE "Y".
       01  WS-LKUP-RETURNED-MAIL.
           03 WS-LKUP-RETURNED-SW PIC X.
             88 ADDRESS-UNDELIVERABLE VALUE "Y".
           03 WS-LKUP-RETURNED-DATE PIC 9(6).
           03 WS-LKUP-RETURNED-DOC-TYPE PIC X.

       01  WS-NAME-LINE.
           03 FILLER PIC X(7) VALUE "NAME   ".
           03 WS-N-STATE PIC X(2).
           03 FILLER PIC X(1) VALUE SPACES.
           03 WS-N-ZIP PIC X(10).
       01  WS-RETURNED-LINE.
           03 FILLER PIC X(21) VALUE "  MAIL RETURNED ON ".
           03 WS-N-RETURNED-DATE PIC 9(6).
           03 FILLER PIC X(7) VALUE " DOC ".
           03 WS-N-RETURNED-DOC PIC X.
           03 FILLER PIC X(31) VALUE
               "  -- ADDRESS RESEARCH, NO MAIL".

      * CALLed-program arguments for OPRSIGN and ACCSADD.
       01  WS-OPERATOR-ID PIC X(8).
       01  WS-OPERATOR-PASSWORD PIC X(8).
       01  WS-SIGN-REQUEST PIC X VALUE "S".
       01  WS-SIGN-FUNCTION PIC X VALUE "I".
       01  WS-SIGN-PROGRAM PIC X(8) VALUE "ACCTINQ".
       01  WS-SIGN-OK PIC X.
           88 SIGN-ON-GRANTED VALUE "Y".
       01  WS-LOG-EVENT-TYPE PIC X VALUE "D".
       01  WS-LOG-REFUSAL-REASON PIC X VALUE SPACE.
       01  WS-LOG-POST-OK PIC X.
           88 ACCESS-LOGGED VALUE "Y".

       01  WS-STAT-LINE.
           03 FILLER PIC X(8) VALUE "  STAT  ".
           03 FILLER PIC X(3) VALUE SPACES.
           03 WS-S-SOURCE PIC X(8).

       01  WS-STAT-HOLD-LINE.
           03 FILLER PIC X(19) VALUE "        HOLD LIFTED".
           03 FILLER PIC X(1) VALUE SPACES.
           03 WS-SH-TYPE PIC X.
           03 FILLER PIC X(6) VALUE "  FROM".
           03 FILLER PIC X(1) VALUE SPACES.
           03 WS-SH-START PIC 9(8).
           03 FILLER PIC X(4) VALUE " TO ".
           03 WS-SH-END PIC 9(8).

       PROCEDURE DIVISION.
       0000-MAIN.
           PERFORM 1000-OPEN-FILES
           ACCEPT WS-TODAY-8 FROM DATE YYYYMMDD
           PERFORM 1500-SIGN-ON

           PERFORM UNTIL INQUIRY-DONE
               DISPLAY "ENTER TAXID TO INQUIRE (0 TO END): "
           OPEN INPUT INSTALLMENT-AGREEMENT-FILE
           IF WS-AGREE-FILE-STATUS = "00"
               SET AGREEMENT-FILE-AVAILABLE TO TRUE
           END-IF
           OPEN INPUT AGENCY-PLACEMENT-FILE
           IF WS-PLACE-FILE-STATUS = "00"
               SET PLACEMENT-FILE-AVAILABLE TO TRUE
           END-IF.

       1500-SIGN-ON.
           DISPLAY "ENTER OPERATOR ID: "
           ACCEPT WS-OPERATOR-ID
           DISPLAY "ENTER PASSWORD: "
           ACCEPT WS-OPERATOR-PASSWORD
           CALL "OPRSIGN" USING WS-SIGN-REQUEST, WS-OPERATOR-ID,
               WS-OPERATOR-PASSWORD, WS-SIGN-FUNCTION,
               WS-SIGN-PROGRAM, WS-SIGN-OK
           MOVE SPACES TO WS-OPERATOR-PASSWORD
           IF NOT SIGN-ON-GRANTED
               DISPLAY "ACCTINQ: SIGN-ON REFUSED, SESSION ENDED"
               SET INQUIRY-DONE TO TRUE
           END-IF.

      * The look is logged before the account is put up, the
      * same order SUSPWORK files a disposition before it
      * touches the queue.
       1900-LOG-ACCESS.
           CALL "ACCSADD" USING WS-OPERATOR-ID, WS-SIGN-PROGRAM,
               WS-LOG-EVENT-TYPE, WS-LOG-REFUSAL-REASON,
               WS-SIGN-FUNCTION, WS-TAXID-KEY, WS-LOG-POST-OK.

       2000-DISPLAY-ONE-TAXID.
           MOVE WS-INPUT-TAXID TO WS-TAXID-KEY
           MOVE WS-TAXID-KEY TO TAXID
               INVALID KEY
                   DISPLAY "NO SUCH TAXID " WS-INPUT-TAXID
               NOT INVALID KEY
                   PERFORM 1900-LOG-ACCESS
                   IF ACCESS-LOGGED
                       DISPLAY "ACCOUNT PICTURE FOR TAXID "
                           WS-INPUT-TAXID
                       PERFORM 2500-DISPLAY-NAME-ADDRESS
                       PERFORM 3000-DISPLAY-MASTER-HEADER
                       PERFORM 3500-DISPLAY-PAYMENT-PLAN
                       PERFORM 3600-DISPLAY-AGENCY-PLACEMENT
                       PERFORM 3700-DISPLAY-LEGAL-HOLD
                       PERFORM 4000-DISPLAY-RECENT-TRANSACTIONS
                       PERFORM 5000-DISPLAY-RECENT-STATUS-MOVES
                   ELSE
                       DISPLAY "ACCESS NOT LOGGED, ACCOUNT NOT SHOWN"
                   END-IF
           END-READ.

       2500-DISPLAY-NAME-ADDRESS.
           CALL "NAMELKUP" USING WS-TAXID-KEY, WS-TODAY-8,
               WS-LKUP-NAME, WS-LKUP-ADDRESS-1, WS-LKUP-ADDRESS-2,
               WS-LKUP-CITY, WS-LKUP-STATE, WS-LKUP-ZIP,
               WS-LKUP-NAME-OK,
               WS-LKUP-RETURNED-MAIL
           IF NAME-FOUND
               MOVE WS-LKUP-NAME TO WS-N-NAME
               DISPLAY WS-NAME-LINE
               MOVE WS-LKUP-STATE TO WS-N-STATE
               MOVE WS-LKUP-ZIP TO WS-N-ZIP
               DISPLAY WS-CITY-LINE
               IF ADDRESS-UNDELIVERABLE
                   MOVE WS-LKUP-RETURNED-DATE TO WS-N-RETURNED-DATE
                   MOVE WS-LKUP-RETURNED-DOC-TYPE
                       TO WS-N-RETURNED-DOC
                   DISPLAY WS-RETURNED-LINE
               END-IF
           ELSE
               DISPLAY "  NO NAME OR ADDRESS ON FILE"
           END-IF.
           MOVE UPDATE-DATE TO WS-H-UPDATE-DATE
           MOVE UPDATE-TIME TO WS-H-UPDATE-TIME
           DISPLAY WS-HEADER-LINE-1
           MOVE PRINCIPAL-BALANCE TO WS-H-PRINCIPAL
           MOVE PENALTY-BALANCE TO WS-H-PENALTY-AMT
           MOVE INTEREST-BALANCE TO WS-H-INTEREST
           DISPLAY WS-BREAKDOWN-LINE
           MOVE DELINQUENCY-START-DATE TO WS-H-DELINQ-DATE
           MOVE LAST-ACCRUAL-DATE TO WS-H-ACCRUAL-DATE
           IF PENALTY-ALREADY-APPLIED
                           MOVE IA-MONTHLY-AMOUNT TO WS-P-MONTHLY
                           MOVE IA-NEXT-DUE-DATE TO WS-P-NEXT-DUE
                           MOVE IA-MISSED-COUNT TO WS-P-MISSED
                           EVALUATE TRUE
                               WHEN PAY-BY-DEBIT AND DEBIT-LIVE
                                   MOVE "AUTO DEBIT" TO WS-P-METHOD
                               WHEN PAY-BY-DEBIT
                                   MOVE "DEBIT PRENOTE"
                                       TO WS-P-METHOD
                               WHEN OTHER
                                   MOVE "BY MAIL" TO WS-P-METHOD
                           END-EVALUATE
                           DISPLAY WS-PLAN-LINE
                       END-IF
               END-READ
           END-IF.

      * Only the newest placement matters: if it is still
      * active the account is out with the agency.
       3600-DISPLAY-AGENCY-PLACEMENT.
           IF PLACEMENT-FILE-AVAILABLE
               MOVE "N" TO WS-PLACEMENT-FOUND-SW
               MOVE "N" TO WS-CHAIN-EOF-SW
               MOVE WS-TAXID-KEY TO AP-TAXID
               MOVE ZERO TO AP-PLACEMENT-DATE
               START AGENCY-PLACEMENT-FILE
                       KEY IS NOT LESS THAN AP-KEY
                   INVALID KEY
                       SET NO-MORE-CHAIN-RECORDS TO TRUE
               END-START
               PERFORM UNTIL NO-MORE-CHAIN-RECORDS
                   READ AGENCY-PLACEMENT-FILE NEXT
                       AT END
                           SET NO-MORE-CHAIN-RECORDS TO TRUE
                       NOT AT END
                           IF AP-TAXID = WS-TAXID-KEY
                               SET PLACEMENT-ON-FILE TO TRUE
                               MOVE AP-PLACEMENT-DATE
                                   TO WS-LATEST-PLACEMENT-DATE
                           ELSE
                               SET NO-MORE-CHAIN-RECORDS TO TRUE
                           END-IF
                   END-READ
               END-PERFORM
               IF PLACEMENT-ON-FILE
                   MOVE WS-TAXID-KEY TO AP-TAXID
                   MOVE WS-LATEST-PLACEMENT-DATE TO AP-PLACEMENT-DATE
                   READ AGENCY-PLACEMENT-FILE
                       INVALID KEY
                           CONTINUE
                       NOT INVALID KEY
                           IF PLACEMENT-ACTIVE
                               MOVE AP-PLACEMENT-DATE
                                   TO WS-A-PLACED-DATE
                               MOVE AP-BALANCE-AT-PLACEMENT
                                   TO WS-A-PLACED-BALANCE
                               MOVE AP-GROSS-COLLECTED
                                   TO WS-A-COLLECTED
                               DISPLAY WS-AGENCY-LINE
                           END-IF
                   END-READ
               END-IF
           END-IF.

       3700-DISPLAY-LEGAL-HOLD.
           CALL "HOLDLKUP" USING WS-TAXID-KEY, WS-TODAY-8,
               WS-HOLD-TYPE, WS-HOLD-FOUND
           IF ACCOUNT-ON-LEGAL-HOLD
               EVALUATE WS-HOLD-TYPE
                   WHEN "B"
                       MOVE "BANKRUPTCY" TO WS-L-HOLD-TYPE
                   WHEN "A"
                       MOVE "APPEAL" TO WS-L-HOLD-TYPE
                   WHEN "D"
                       MOVE "DISASTER RELIEF" TO WS-L-HOLD-TYPE
               END-EVALUATE
               DISPLAY WS-HOLD-LINE
           END-IF.

       4000-DISPLAY-RECENT-TRANSACTIONS.
           MOVE ZERO TO WS-RECENT-TRAN-COUNT
           IF TRAN-FILE-AVAILABLE
                               TO WS-RS-NEW-STATS (WS-SLOT)
                           MOVE SH-SOURCE-PGM
                               TO WS-RS-SOURCE-PGM (WS-SLOT)
                           MOVE SH-HOLD-TYPE
                               TO WS-RS-HOLD-TYPE (WS-SLOT)
                           MOVE SH-HOLD-START-DATE
                               TO WS-RS-HOLD-START-DATE (WS-SLOT)
                           MOVE SH-HOLD-END-DATE
                               TO WS-RS-HOLD-END-DATE (WS-SLOT)
                       END-IF
               END-READ
           END-PERFORM.
               MOVE WS-RS-NEW-STATS (WS-SLOT) TO WS-S-NEW
               MOVE WS-RS-SOURCE-PGM (WS-SLOT) TO WS-S-SOURCE
               DISPLAY WS-STAT-LINE
               IF WS-RS-HOLD-TYPE (WS-SLOT) NOT = SPACE
                   MOVE WS-RS-HOLD-TYPE (WS-SLOT) TO WS-SH-TYPE
                   MOVE WS-RS-HOLD-START-DATE (WS-SLOT)
                       TO WS-SH-START
                   MOVE WS-RS-HOLD-END-DATE (WS-SLOT) TO WS-SH-END
                   DISPLAY WS-STAT-HOLD-LINE
               END-IF
           END-PERFORM.

       9000-CLOSE-FILES.
           END-IF
           IF AGREEMENT-FILE-AVAILABLE
               CLOSE INSTALLMENT-AGREEMENT-FILE
           END-IF
           IF PLACEMENT-FILE-AVAILABLE
               CLOSE AGENCY-PLACEMENT-FILE
           END-IF.
