       IDENTIFICATION DIVISION.
       PROGRAM-ID. NONFILER.
      ******************************************************
      *  PERIOD-END NON-FILER SWEEP
      *  Run after a tax period's return due date, for the
      *  period and due date named on the NFCTL control card.
      *  Walks every ACCOUNT-ACTIVE TAX-RECORD and looks for
      *  a return for the period on the RETURNS-FILED-FILE
      *  RETINTK loads:
      *    - every active account with no return is listed,
      *      with the name NAMELKUP has on file, so the
      *      non-filers can be chased while still in grace
      *    - once the grace days in force (RATELKUP "NFGRACE")
      *      have run past the due date, an estimated
      *      assessment is raised: a "CH" charge for the
      *      liability on the account's latest earlier filed
      *      return, or the default estimate in force
      *      (RATELKUP "NFESTAMT") when it has never filed --
      *      filed on the returns file as the period's
      *      estimate so it is raised only once, and so a real
      *      return arriving later through RETINTK reverses it
      *  The charge file is in TAXID order (the master is read
      *  in key order); operations sorts it into the nightly
      *  UPDTRAN build ahead of the SUSPRCYL merge, the same as
      *  LBXTRAN.  It is rebuilt from the top each run, so a
      *  rerun the same day emits today's estimates again
      *  rather than losing them.
      ******************************************************
       ENVIRONMENT DIVISION.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
           SELECT SWEEP-CONTROL-FILE
               ASSIGN TO "NFCTL"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-CTL-FILE-STATUS.

           SELECT TAX-MASTER-FILE
               ASSIGN TO "TAXMAST"
               ORGANIZATION IS INDEXED
               ACCESS MODE IS DYNAMIC
               RECORD KEY IS TAXID
               FILE STATUS IS WS-MASTER-FILE-STATUS.

           SELECT RETURNS-FILED-FILE
               ASSIGN TO "RETFILED"
               ORGANIZATION IS INDEXED
               ACCESS MODE IS DYNAMIC
               RECORD KEY IS FR-KEY
               FILE STATUS IS WS-FILED-FILE-STATUS.

           SELECT CHARGE-OUTPUT-FILE
               ASSIGN TO "NFRTRAN"
               ORGANIZATION IS SEQUENTIAL
               FILE STATUS IS WS-CHG-FILE-STATUS.

           SELECT NON-FILER-REPORT-FILE
               ASSIGN TO "NFRPT"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-RPT-FILE-STATUS.

       DATA DIVISION.
       FILE SECTION.
       FD  SWEEP-CONTROL-FILE.
       01  SWEEP-CONTROL-RECORD.
           03 NC-TAX-PERIOD PIC 9(6).
           03 NC-DUE-DATE PIC 9(8).

       FD  TAX-MASTER-FILE.
       COPY "TAXREC.cobol".

       FD  RETURNS-FILED-FILE.
       COPY "RETFILED.cobol".

       FD  CHARGE-OUTPUT-FILE.
       01  CHARGE-OUTPUT-RECORD.
           03 CO-TAXID PIC S9(9).
           03 CO-NEW-STATS PIC X.
           03 CO-TRANSACTION-TYPE PIC X(2).
           03 CO-AMOUNT PIC S9(11)V99.
           03 CO-COMPONENT-CODE PIC X.

       FD  NON-FILER-REPORT-FILE.
       01  NON-FILER-REPORT-LINE PIC X(132).

       WORKING-STORAGE SECTION.
       01  WS-CTL-FILE-STATUS PIC XX.
       01  WS-MASTER-FILE-STATUS PIC XX.
       01  WS-FILED-FILE-STATUS PIC XX.
       01  WS-CHG-FILE-STATUS PIC XX.
       01  WS-RPT-FILE-STATUS PIC XX.
       01  WS-EOF-SW PIC X VALUE "N".
           88 NO-MORE-MASTER-RECORDS VALUE "Y".
       01  WS-SCAN-DONE-SW PIC X VALUE "N".
           88 SCAN-DONE VALUE "Y".
       01  WS-CONTROL-OK-SW PIC X VALUE "N".
           88 CONTROL-CARD-OK VALUE "Y".
       01  WS-PRIOR-RETURN-SW PIC X VALUE "N".
           88 PRIOR-RETURN-FOUND VALUE "Y".

       01  WS-TAX-PERIOD PIC 9(6).
       01  WS-PERIOD-PARTS REDEFINES WS-TAX-PERIOD.
           03 WS-PD-YYYY PIC 9(4).
           03 WS-PD-MM PIC 99.
       01  WS-DUE-DATE PIC 9(8).
       01  WS-TODAY-8 PIC 9(8).
       01  WS-TODAY-6 PIC 9(6).
       01  WS-DAYS-PAST-DUE PIC S9(7).

      * The VALUEs are only the compiled-in defaults: the grace
      * days and the default estimate in force today are taken
      * from the RATE-PARAMETER-FILE (RATELKUP) at run time.
       01  WS-GRACE-DAYS PIC 9(4) VALUE 30.
       01  WS-DEFAULT-ESTIMATE PIC S9(9)V99 USAGE IS COMP-3
           VALUE 1000.00.

       01  WS-LKUP-PARAM-ID PIC X(8).
       01  WS-LKUP-AS-OF-DATE PIC 9(8).
       01  WS-LKUP-VALUE PIC S9(9)V9(4) USAGE IS COMP-3.
       01  WS-LKUP-FOUND-OK PIC X.
           88 PARAM-FOUND VALUE "Y".

       01  WS-TAXID-KEY PIC S9(9) USAGE IS COMP-3.
       01  WS-ESTIMATE-AMOUNT PIC S9(11)V99 USAGE IS COMP-3.
       01  WS-PRIOR-TAX-DUE PIC S9(11)V99 USAGE IS COMP-3.
       01  WS-VERDICT PIC X(20).

      * CALLed-program arguments for NAMELKUP -- the listing is
      * worked by phone and letter, so it carries the name.
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

       01  WS-ACCOUNTS-SWEPT PIC 9(7) VALUE ZERO.
       01  WS-NO-RETURN-COUNT PIC 9(7) VALUE ZERO.
       01  WS-ESTIMATES-RAISED PIC 9(7) VALUE ZERO.
       01  WS-ESTIMATE-TOTAL PIC S9(11)V99 USAGE IS COMP-3
           VALUE ZERO.

       01  WS-HEADING-LINE.
           03 FILLER PIC X(27) VALUE "NON-FILERS FOR TAX PERIOD ".
           03 WS-HD-PERIOD PIC 9(6).
           03 FILLER PIC X(11) VALUE "  DUE DATE ".
           03 WS-HD-DUE-DATE PIC 9(8).
           03 FILLER PIC X(9) VALUE "  GRACE ".
           03 WS-HD-GRACE PIC ZZZ9.

       01  WS-DETAIL-LINE.
           03 WS-D-TAXID PIC -(9).
           03 FILLER PIC X(2) VALUE SPACES.
           03 WS-D-NAME PIC X(35).
           03 FILLER PIC X(2) VALUE SPACES.
           03 WS-D-VERDICT PIC X(20).
           03 WS-D-AMOUNT PIC -(9)9.99.

       01  WS-SUMMARY-LINE.
           03 FILLER PIC X(16) VALUE "ACTIVE SWEPT: ".
           03 WS-S-SWEPT PIC ZZZ,ZZ9.
           03 FILLER PIC X(14) VALUE "  NO RETURN: ".
           03 WS-S-NO-RETURN PIC ZZZ,ZZ9.
           03 FILLER PIC X(14) VALUE "  ESTIMATES: ".
           03 WS-S-ESTIMATES PIC ZZZ,ZZ9.
           03 FILLER PIC X(3) VALUE " / ".
           03 WS-S-ESTIMATE-TOTAL PIC -(9)9.99.

       PROCEDURE DIVISION.
       0000-MAIN.
           PERFORM 1000-OPEN-FILES
           PERFORM 1100-READ-CONTROL-CARD
           IF CONTROL-CARD-OK
               PERFORM 1200-LOAD-RUN-PARAMETERS
               PERFORM 1300-WRITE-HEADING
               PERFORM UNTIL NO-MORE-MASTER-RECORDS
                   READ TAX-MASTER-FILE NEXT
                       AT END
                           SET NO-MORE-MASTER-RECORDS TO TRUE
                       NOT AT END
                           IF ACCOUNT-ACTIVE
                               ADD 1 TO WS-ACCOUNTS-SWEPT
                               PERFORM 2000-CHECK-ONE-ACCOUNT
                           END-IF
                   END-READ
               END-PERFORM
               PERFORM 8000-WRITE-SUMMARY
           END-IF
           PERFORM 9000-CLOSE-FILES
           GOBACK.

       1000-OPEN-FILES.
           OPEN INPUT TAX-MASTER-FILE
           OPEN I-O RETURNS-FILED-FILE
           IF WS-FILED-FILE-STATUS = "35"
               OPEN OUTPUT RETURNS-FILED-FILE
               CLOSE RETURNS-FILED-FILE
               OPEN I-O RETURNS-FILED-FILE
           END-IF
           OPEN OUTPUT CHARGE-OUTPUT-FILE
           OPEN OUTPUT NON-FILER-REPORT-FILE.

      * Without a period and due date there is nothing to sweep
      * for -- a missing or garbled card stops the run before a
      * single estimate can be raised against the wrong period.
       1100-READ-CONTROL-CARD.
           OPEN INPUT SWEEP-CONTROL-FILE
           IF WS-CTL-FILE-STATUS = "00"
               READ SWEEP-CONTROL-FILE
                   AT END
                       CONTINUE
                   NOT AT END
                       IF NC-TAX-PERIOD NUMERIC
                               AND NC-DUE-DATE NUMERIC
                           MOVE NC-TAX-PERIOD TO WS-TAX-PERIOD
                           MOVE NC-DUE-DATE TO WS-DUE-DATE
                           IF WS-PD-MM >= 1 AND WS-PD-MM <= 12
                                   AND WS-DUE-DATE > ZERO
                               SET CONTROL-CARD-OK TO TRUE
                           END-IF
                       END-IF
               END-READ
               CLOSE SWEEP-CONTROL-FILE
           END-IF
           IF NOT CONTROL-CARD-OK
               DISPLAY "NONFILER: NO VALID NFCTL CONTROL CARD, "
                   "NOTHING SWEPT"
           END-IF.

       1200-LOAD-RUN-PARAMETERS.
           ACCEPT WS-TODAY-8 FROM DATE YYYYMMDD
           ACCEPT WS-TODAY-6 FROM DATE
           MOVE WS-TODAY-8 TO WS-LKUP-AS-OF-DATE
           MOVE "NFGRACE " TO WS-LKUP-PARAM-ID
           CALL "RATELKUP" USING WS-LKUP-PARAM-ID,
               WS-LKUP-AS-OF-DATE, WS-LKUP-VALUE, WS-LKUP-FOUND-OK
           IF PARAM-FOUND AND WS-LKUP-VALUE NOT < ZERO
               MOVE WS-LKUP-VALUE TO WS-GRACE-DAYS
           END-IF
           MOVE "NFESTAMT" TO WS-LKUP-PARAM-ID
           CALL "RATELKUP" USING WS-LKUP-PARAM-ID,
               WS-LKUP-AS-OF-DATE, WS-LKUP-VALUE, WS-LKUP-FOUND-OK
           IF PARAM-FOUND AND WS-LKUP-VALUE > ZERO
               MOVE WS-LKUP-VALUE TO WS-DEFAULT-ESTIMATE
           END-IF
           COMPUTE WS-DAYS-PAST-DUE =
               FUNCTION INTEGER-OF-DATE (WS-TODAY-8)
               - FUNCTION INTEGER-OF-DATE (WS-DUE-DATE).

       1300-WRITE-HEADING.
           MOVE WS-TAX-PERIOD TO WS-HD-PERIOD
           MOVE WS-DUE-DATE TO WS-HD-DUE-DATE
           MOVE WS-GRACE-DAYS TO WS-HD-GRACE
           WRITE NON-FILER-REPORT-LINE FROM WS-HEADING-LINE.

       2000-CHECK-ONE-ACCOUNT.
           MOVE TAXID TO WS-TAXID-KEY
           MOVE WS-TAXID-KEY TO FR-TAXID
           MOVE WS-TAX-PERIOD TO FR-TAX-PERIOD
           READ RETURNS-FILED-FILE
               INVALID KEY
                   PERFORM 2100-HANDLE-NO-RETURN
               NOT INVALID KEY
                   IF RETURN-ESTIMATED
                       PERFORM 2200-HANDLE-ESTIMATE-ON-FILE
                   END-IF
           END-READ.

       2100-HANDLE-NO-RETURN.
           ADD 1 TO WS-NO-RETURN-COUNT
           IF WS-DAYS-PAST-DUE > WS-GRACE-DAYS
               PERFORM 3000-RAISE-ESTIMATE
           ELSE
               MOVE "NO RETURN, IN GRACE" TO WS-VERDICT
               MOVE ZERO TO WS-ESTIMATE-AMOUNT
               PERFORM 7000-WRITE-DETAIL
           END-IF.

      * An estimate raised today is this sweep being run again
      * -- its charge goes out again because the charge file
      * was rebuilt.  An older one is just listed: the account
      * still owes a return.
       2200-HANDLE-ESTIMATE-ON-FILE.
           ADD 1 TO WS-NO-RETURN-COUNT
           MOVE FR-ESTIMATED-AMOUNT TO WS-ESTIMATE-AMOUNT
           IF FR-ESTIMATE-DATE = WS-TODAY-6
               PERFORM 3500-WRITE-ESTIMATE-CHARGE
               MOVE "ESTIMATE RAISED" TO WS-VERDICT
           ELSE
               MOVE "ESTIMATE ON FILE" TO WS-VERDICT
           END-IF
           PERFORM 7000-WRITE-DETAIL.

      * The estimate is filed on the returns file before its
      * charge goes out -- that record is what keeps it from
      * being raised twice and what RETINTK reverses.
       3000-RAISE-ESTIMATE.
           PERFORM 3100-FIND-PRIOR-LIABILITY
           IF PRIOR-RETURN-FOUND AND WS-PRIOR-TAX-DUE > ZERO
               MOVE WS-PRIOR-TAX-DUE TO WS-ESTIMATE-AMOUNT
           ELSE
               MOVE WS-DEFAULT-ESTIMATE TO WS-ESTIMATE-AMOUNT
           END-IF
           MOVE WS-TAXID-KEY TO FR-TAXID
           MOVE WS-TAX-PERIOD TO FR-TAX-PERIOD
           SET RETURN-ESTIMATED TO TRUE
           MOVE ZERO TO FR-TAX-DUE
           MOVE ZERO TO FR-RECEIVED-DATE
           MOVE WS-ESTIMATE-AMOUNT TO FR-ESTIMATED-AMOUNT
           MOVE WS-TODAY-6 TO FR-ESTIMATE-DATE
           MOVE "N" TO FR-ESTIMATE-REVERSED-SW
           WRITE RETURN-FILED-RECORD
               INVALID KEY
                   DISPLAY "NONFILER: ESTIMATE WRITE FAILED FOR TAXID "
                       WS-TAXID-KEY
                   MOVE "ESTIMATE NOT FILED" TO WS-VERDICT
               NOT INVALID KEY
                   PERFORM 3500-WRITE-ESTIMATE-CHARGE
                   MOVE "ESTIMATE RAISED" TO WS-VERDICT
           END-WRITE
           PERFORM 7000-WRITE-DETAIL.

      * The latest period before this one that carries a real
      * return sets the estimate -- an earlier estimate is not
      * a liability anyone reported, so it never feeds another.
       3100-FIND-PRIOR-LIABILITY.
           MOVE "N" TO WS-PRIOR-RETURN-SW
           MOVE ZERO TO WS-PRIOR-TAX-DUE
           MOVE "N" TO WS-SCAN-DONE-SW
           MOVE WS-TAXID-KEY TO FR-TAXID
           MOVE ZERO TO FR-TAX-PERIOD
           START RETURNS-FILED-FILE KEY IS NOT LESS THAN FR-KEY
               INVALID KEY
                   SET SCAN-DONE TO TRUE
           END-START
           PERFORM UNTIL SCAN-DONE
               READ RETURNS-FILED-FILE NEXT
                   AT END
                       SET SCAN-DONE TO TRUE
                   NOT AT END
                       IF FR-TAXID NOT = WS-TAXID-KEY
                               OR FR-TAX-PERIOD NOT < WS-TAX-PERIOD
                           SET SCAN-DONE TO TRUE
                       ELSE
                           IF RETURN-FILED
                               SET PRIOR-RETURN-FOUND TO TRUE
                               MOVE FR-TAX-DUE TO WS-PRIOR-TAX-DUE
                           END-IF
                       END-IF
               END-READ
           END-PERFORM.

       3500-WRITE-ESTIMATE-CHARGE.
           MOVE WS-TAXID-KEY TO CO-TAXID
           MOVE SPACE TO CO-NEW-STATS
           MOVE "CH" TO CO-TRANSACTION-TYPE
           MOVE WS-ESTIMATE-AMOUNT TO CO-AMOUNT
           MOVE "T" TO CO-COMPONENT-CODE
           WRITE CHARGE-OUTPUT-RECORD
           ADD 1 TO WS-ESTIMATES-RAISED
           ADD WS-ESTIMATE-AMOUNT TO WS-ESTIMATE-TOTAL.

       7000-WRITE-DETAIL.
           CALL "NAMELKUP" USING WS-TAXID-KEY, WS-TODAY-8,
               WS-LKUP-NAME, WS-LKUP-ADDRESS-1, WS-LKUP-ADDRESS-2,
               WS-LKUP-CITY, WS-LKUP-STATE, WS-LKUP-ZIP,
               WS-LKUP-NAME-OK,
               WS-LKUP-RETURNED-MAIL
           IF NAME-FOUND
               MOVE WS-LKUP-NAME TO WS-D-NAME
           ELSE
               MOVE "NO NAME ON FILE" TO WS-D-NAME
           END-IF
           MOVE WS-TAXID-KEY TO WS-D-TAXID
           MOVE WS-VERDICT TO WS-D-VERDICT
           MOVE WS-ESTIMATE-AMOUNT TO WS-D-AMOUNT
           WRITE NON-FILER-REPORT-LINE FROM WS-DETAIL-LINE.

       8000-WRITE-SUMMARY.
           MOVE WS-ACCOUNTS-SWEPT TO WS-S-SWEPT
           MOVE WS-NO-RETURN-COUNT TO WS-S-NO-RETURN
           MOVE WS-ESTIMATES-RAISED TO WS-S-ESTIMATES
           MOVE WS-ESTIMATE-TOTAL TO WS-S-ESTIMATE-TOTAL
           WRITE NON-FILER-REPORT-LINE FROM WS-SUMMARY-LINE.

       9000-CLOSE-FILES.
           CLOSE TAX-MASTER-FILE
           CLOSE RETURNS-FILED-FILE
           CLOSE CHARGE-OUTPUT-FILE
           CLOSE NON-FILER-REPORT-FILE.
