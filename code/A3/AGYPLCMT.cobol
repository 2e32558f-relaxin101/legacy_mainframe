       IDENTIFICATION DIVISION.
       PROGRAM-ID. AGYPLCMT.
      ******************************************************
      *  COLLECTION AGENCY PLACEMENT AND RECALL RUN
      *  Picks up where DELNOTCE's ladder ends.  An account
      *  still delinquent AGYDAYS days after its level 3
      *  final demand went out for the current episode is
      *  placed with the outside collection agency: the
      *  placement is recorded on the AGENCY-PLACEMENT-FILE,
      *  keyed by TAXID and placement date, with the episode
      *  it belongs to and the balance as placed, and a
      *  placement record goes to the agency on the outbound
      *  file carrying the name and address in force today
      *  from NAMELKUP.  An episode is placed only once.
      *  Every active placement is checked again each night
      *  and recalled automatically when the account
      *    - is closed                          (CL)
      *    - is paid off, balance zero or less  (PD)
      *    - comes under a legal hold           (LH)
      *    - goes on an installment agreement   (IA)
      *  and the recall goes to the agency on the same file.
      *  A hold of any type on the LEGAL-HOLD-FILE (HOLDLKUP)
      *  also keeps an account from being placed at all; an
      *  episode recalled for a hold is not placed again after
      *  the hold comes off.
      *  An account with no address on file is not placed --
      *  it is listed for manual handling and comes up again
      *  the next night.  The outbound file is rebuilt from
      *  the top each run, so a rerun the same day sends
      *  tonight's placements and recalls again rather than
      *  finding them already done.
      ******************************************************
       ENVIRONMENT DIVISION.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
           SELECT TAX-MASTER-FILE
               ASSIGN TO "TAXMAST"
               ORGANIZATION IS INDEXED
               ACCESS MODE IS SEQUENTIAL
               RECORD KEY IS TAXID
               FILE STATUS IS WS-MASTER-FILE-STATUS.

           SELECT INSTALLMENT-AGREEMENT-FILE
               ASSIGN TO "INSTAGRE"
               ORGANIZATION IS INDEXED
               ACCESS MODE IS DYNAMIC
               RECORD KEY IS IA-TAXID
               FILE STATUS IS WS-AGREE-FILE-STATUS.

           SELECT NOTICE-HISTORY-FILE
               ASSIGN TO "NOTCHIST"
               ORGANIZATION IS INDEXED
               ACCESS MODE IS DYNAMIC
               RECORD KEY IS ND-KEY
               FILE STATUS IS WS-HIST-FILE-STATUS.

           SELECT AGENCY-PLACEMENT-FILE
               ASSIGN TO "AGYPLACE"
               ORGANIZATION IS INDEXED
               ACCESS MODE IS DYNAMIC
               RECORD KEY IS AP-KEY
               FILE STATUS IS WS-PLACE-FILE-STATUS.

           SELECT AGENCY-OUTPUT-FILE
               ASSIGN TO "AGYOUT"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-OUT-FILE-STATUS.

           SELECT PLACEMENT-REPORT-FILE
               ASSIGN TO "AGYRPT"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-RPT-FILE-STATUS.

       DATA DIVISION.
       FILE SECTION.
       FD  TAX-MASTER-FILE.
       COPY "TAXREC.cobol".

       FD  INSTALLMENT-AGREEMENT-FILE.
       COPY "INSTAGRE.cobol".

       FD  NOTICE-HISTORY-FILE.
       COPY "NOTCHIST.cobol".

       FD  AGENCY-PLACEMENT-FILE.
       COPY "AGYPLACE.cobol".

       FD  AGENCY-OUTPUT-FILE.
       01  AGENCY-OUTPUT-RECORD.
           03 AO-RECORD-TYPE PIC X.
           03 AO-RECORD-BODY PIC X(170).

       FD  PLACEMENT-REPORT-FILE.
       01  PLACEMENT-REPORT-LINE PIC X(132).

       WORKING-STORAGE SECTION.
       01  WS-MASTER-FILE-STATUS PIC XX.
       01  WS-AGREE-FILE-STATUS PIC XX.
       01  WS-HIST-FILE-STATUS PIC XX.
       01  WS-PLACE-FILE-STATUS PIC XX.
       01  WS-OUT-FILE-STATUS PIC XX.
       01  WS-RPT-FILE-STATUS PIC XX.
       01  WS-EOF-SW PIC X VALUE "N".
           88 NO-MORE-MASTER-RECORDS VALUE "Y".
       01  WS-CHAIN-EOF-SW PIC X VALUE "N".
           88 NO-MORE-PLACEMENTS VALUE "Y".

      * A site that has never set up an agreement has no
      * INSTALLMENT-AGREEMENT-FILE, and one that has never run
      * DELNOTCE has no NOTICE-HISTORY-FILE -- with no final
      * demand on file nothing is ever placed.
       01  WS-AGREE-FILE-SW PIC X VALUE "N".
           88 AGREEMENT-FILE-AVAILABLE VALUE "Y".
       01  WS-HIST-FILE-SW PIC X VALUE "N".
           88 HISTORY-FILE-AVAILABLE VALUE "Y".
       01  WS-ON-PLAN-SW PIC X VALUE "N".
           88 ACCOUNT-ON-PAYMENT-PLAN VALUE "Y".
       01  WS-PLACEMENT-FOUND-SW PIC X VALUE "N".
           88 PLACEMENT-ON-FILE VALUE "Y".
       01  WS-DEMAND-AGED-SW PIC X VALUE "N".
           88 FINAL-DEMAND-AGED VALUE "Y".

      * CALLed-program arguments for HOLDLKUP.
       01  WS-HOLD-TAXID PIC S9(9) USAGE IS COMP-3.
       01  WS-HOLD-TYPE PIC X.
       01  WS-HOLD-FOUND PIC X.
           88 ACCOUNT-ON-LEGAL-HOLD VALUE "Y".

      * Compiled-in default only: the wait after the final
      * demand comes from the RATE-PARAMETER-FILE (RATELKUP)
      * in force for tonight's date.
       01  WS-AGENCY-DAYS PIC 9(4) VALUE 30.

       01  WS-LKUP-PARAM-ID PIC X(8).
       01  WS-LKUP-AS-OF-DATE PIC 9(8).
       01  WS-LKUP-VALUE PIC S9(9)V9(4) USAGE IS COMP-3.
       01  WS-LKUP-FOUND-OK PIC X.
           88 PARAM-FOUND VALUE "Y".

       01  WS-TODAY-8 PIC 9(8).
       01  WS-TODAY-6 PIC 9(6).
       01  WS-SENT-X PIC 9(6).
       01  WS-SENT-PARTS REDEFINES WS-SENT-X.
           03 WS-SD-YY PIC 99.
           03 WS-SD-MM PIC 99.
           03 WS-SD-DD PIC 99.
       01  WS-SENT-8 PIC 9(8).
       01  WS-DAYS-SINCE-DEMAND PIC S9(7).

       01  WS-LATEST-PLACEMENT-DATE PIC 9(6).
       01  WS-RECALL-REASON PIC X(2).

      * CALLed-program arguments for NAMELKUP.
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
      * opens the file, P places an account, R recalls one,
      * and T closes the file with the counts and the placed
      * dollars so the agency can prove what it received.
       01  WS-RECORD-BODY PIC X(170).
       01  WS-HEADER-BODY REDEFINES WS-RECORD-BODY.
           03 WS-H-RUN-DATE PIC 9(8).
           03 FILLER PIC X(162).
       01  WS-PLACEMENT-BODY REDEFINES WS-RECORD-BODY.
           03 WS-P-TAXID PIC 9(9).
           03 WS-P-PLACEMENT-DATE PIC 9(6).
           03 WS-P-BALANCE PIC 9(11)V99.
           03 WS-P-NAME PIC X(35).
           03 WS-P-ADDRESS-1 PIC X(35).
           03 WS-P-ADDRESS-2 PIC X(35).
           03 WS-P-CITY PIC X(20).
           03 WS-P-STATE PIC X(2).
           03 WS-P-ZIP PIC X(10).
           03 FILLER PIC X(5).
       01  WS-RECALL-BODY REDEFINES WS-RECORD-BODY.
           03 WS-R-TAXID PIC 9(9).
           03 WS-R-PLACEMENT-DATE PIC 9(6).
           03 WS-R-RECALL-DATE PIC 9(6).
           03 WS-R-REASON PIC X(2).
           03 FILLER PIC X(147).
       01  WS-TRAILER-BODY REDEFINES WS-RECORD-BODY.
           03 WS-T-PLACEMENT-COUNT PIC 9(6).
           03 WS-T-RECALL-COUNT PIC 9(6).
           03 WS-T-PLACED-TOTAL PIC 9(11)V99.
           03 FILLER PIC X(145).

       01  WS-ACCOUNTS-PLACED PIC 9(7) VALUE ZERO.
       01  WS-ACCOUNTS-RECALLED PIC 9(7) VALUE ZERO.
       01  WS-NO-ADDRESS-COUNT PIC 9(7) VALUE ZERO.
       01  WS-PLACED-TOTAL PIC S9(11)V99 USAGE IS COMP-3
           VALUE ZERO.

       01  WS-REPORT-LINE.
           03 WS-L-ACTION PIC X(10).
           03 FILLER PIC X(7) VALUE "TAXID ".
           03 WS-L-TAXID PIC 9(9).
           03 FILLER PIC X(10) VALUE "  EPISODE ".
           03 WS-L-EPISODE PIC 9(6).
           03 FILLER PIC X(10) VALUE "  BALANCE ".
           03 WS-L-BALANCE PIC -(9)9.99.
           03 FILLER PIC X(2) VALUE SPACES.
           03 WS-L-NOTE PIC X(34).

       01  WS-SUMMARY-LINE.
           03 FILLER PIC X(9) VALUE "PLACED: ".
           03 WS-S-PLACED PIC ZZZ,ZZ9.
           03 FILLER PIC X(3) VALUE " / ".
           03 WS-S-PLACED-TOTAL PIC -(9)9.99.
           03 FILLER PIC X(13) VALUE "  RECALLED: ".
           03 WS-S-RECALLED PIC ZZZ,ZZ9.
           03 FILLER PIC X(15) VALUE "  NO ADDRESS: ".
           03 WS-S-NO-ADDRESS PIC ZZZ,ZZ9.

       PROCEDURE DIVISION.
       0000-MAIN.
           PERFORM 1000-OPEN-FILES
           ACCEPT WS-TODAY-8 FROM DATE YYYYMMDD
           ACCEPT WS-TODAY-6 FROM DATE
           PERFORM 1100-LOAD-RUN-PARAMETERS
           PERFORM 1200-WRITE-FILE-HEADER

           PERFORM UNTIL NO-MORE-MASTER-RECORDS
               READ TAX-MASTER-FILE NEXT
                   AT END
                       SET NO-MORE-MASTER-RECORDS TO TRUE
                   NOT AT END
                       PERFORM 2000-CONSIDER-ONE-ACCOUNT
               END-READ
           END-PERFORM

           PERFORM 8000-WRITE-TRAILER-AND-SUMMARY
           DISPLAY "AGYPLCMT: PLACED " WS-ACCOUNTS-PLACED
               " RECALLED " WS-ACCOUNTS-RECALLED
               " NO ADDRESS " WS-NO-ADDRESS-COUNT
           PERFORM 9000-CLOSE-FILES
           GOBACK.

       1000-OPEN-FILES.
           OPEN INPUT TAX-MASTER-FILE
           OPEN INPUT INSTALLMENT-AGREEMENT-FILE
           IF WS-AGREE-FILE-STATUS = "00"
               SET AGREEMENT-FILE-AVAILABLE TO TRUE
           END-IF
           OPEN INPUT NOTICE-HISTORY-FILE
           IF WS-HIST-FILE-STATUS = "00"
               SET HISTORY-FILE-AVAILABLE TO TRUE
           END-IF
           OPEN I-O AGENCY-PLACEMENT-FILE
           IF WS-PLACE-FILE-STATUS = "35"
               OPEN OUTPUT AGENCY-PLACEMENT-FILE
               CLOSE AGENCY-PLACEMENT-FILE
               OPEN I-O AGENCY-PLACEMENT-FILE
           END-IF
           OPEN OUTPUT AGENCY-OUTPUT-FILE
           OPEN OUTPUT PLACEMENT-REPORT-FILE.

       1100-LOAD-RUN-PARAMETERS.
           MOVE WS-TODAY-8 TO WS-LKUP-AS-OF-DATE
           MOVE "AGYDAYS " TO WS-LKUP-PARAM-ID
           CALL "RATELKUP" USING WS-LKUP-PARAM-ID,
               WS-LKUP-AS-OF-DATE, WS-LKUP-VALUE, WS-LKUP-FOUND-OK
           IF PARAM-FOUND AND WS-LKUP-VALUE > ZERO
               MOVE WS-LKUP-VALUE TO WS-AGENCY-DAYS
           END-IF.

       1200-WRITE-FILE-HEADER.
           MOVE SPACES TO WS-RECORD-BODY
           MOVE WS-TODAY-8 TO WS-H-RUN-DATE
           MOVE "H" TO AO-RECORD-TYPE
           MOVE WS-RECORD-BODY TO AO-RECORD-BODY
           WRITE AGENCY-OUTPUT-RECORD.

      * The latest placement decides everything: an active one
      * is either recalled tonight or left with the agency; a
      * placement or recall already made today is this run
      * being repeated and goes out again; otherwise the
      * account is a candidate for a new placement.
       2000-CONSIDER-ONE-ACCOUNT.
           PERFORM 2100-CHECK-PAYMENT-PLAN
           PERFORM 2150-CHECK-LEGAL-HOLD
           PERFORM 2200-FIND-LATEST-PLACEMENT
           EVALUATE TRUE
               WHEN PLACEMENT-ON-FILE AND PLACEMENT-ACTIVE
                       AND AP-PLACEMENT-DATE = WS-TODAY-6
                   PERFORM 4300-RESEND-PLACEMENT
               WHEN PLACEMENT-ON-FILE AND PLACEMENT-ACTIVE
                   PERFORM 3000-CHECK-FOR-RECALL
               WHEN PLACEMENT-ON-FILE AND AP-RECALL-DATE = WS-TODAY-6
                       AND NOT RECALL-BY-AGENCY
                   PERFORM 3200-WRITE-RECALL-RECORD
               WHEN OTHER
                   PERFORM 4000-CONSIDER-PLACEMENT
           END-EVALUATE.

       2100-CHECK-PAYMENT-PLAN.
           MOVE "N" TO WS-ON-PLAN-SW
           IF AGREEMENT-FILE-AVAILABLE
               MOVE TAXID TO IA-TAXID
               READ INSTALLMENT-AGREEMENT-FILE
                   INVALID KEY
                       CONTINUE
                   NOT INVALID KEY
                       IF AGREEMENT-IN-FORCE
                           SET ACCOUNT-ON-PAYMENT-PLAN TO TRUE
                       END-IF
               END-READ
           END-IF.

       2150-CHECK-LEGAL-HOLD.
           MOVE TAXID TO WS-HOLD-TAXID
           CALL "HOLDLKUP" USING WS-HOLD-TAXID, WS-TODAY-8,
               WS-HOLD-TYPE, WS-HOLD-FOUND.

      * Walks this TAXID's placements forward to the newest,
      * then reads that one back by key so it is the current
      * record for any rewrite that follows.
       2200-FIND-LATEST-PLACEMENT.
           MOVE "N" TO WS-PLACEMENT-FOUND-SW
           MOVE "N" TO WS-CHAIN-EOF-SW
           MOVE TAXID TO AP-TAXID
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
                       IF AP-TAXID = TAXID
                           SET PLACEMENT-ON-FILE TO TRUE
                           MOVE AP-PLACEMENT-DATE
                               TO WS-LATEST-PLACEMENT-DATE
                       ELSE
                           SET NO-MORE-PLACEMENTS TO TRUE
                       END-IF
               END-READ
           END-PERFORM
           IF PLACEMENT-ON-FILE
               MOVE TAXID TO AP-TAXID
               MOVE WS-LATEST-PLACEMENT-DATE TO AP-PLACEMENT-DATE
               READ AGENCY-PLACEMENT-FILE
                   INVALID KEY
                       MOVE "N" TO WS-PLACEMENT-FOUND-SW
               END-READ
           END-IF.

      * Closed is checked first so a closed account with a zero
      * balance is reported as closed, not as paid.  A legal
      * hold outranks an agreement: collection is barred either
      * way, and the hold is what the agency must be told.
       3000-CHECK-FOR-RECALL.
           MOVE SPACES TO WS-RECALL-REASON
           EVALUATE TRUE
               WHEN ACCOUNT-CLOSED
                   MOVE "CL" TO WS-RECALL-REASON
               WHEN BALANCE NOT > ZERO
                   MOVE "PD" TO WS-RECALL-REASON
               WHEN ACCOUNT-ON-LEGAL-HOLD
                   MOVE "LH" TO WS-RECALL-REASON
               WHEN ACCOUNT-ON-PAYMENT-PLAN
                   MOVE "IA" TO WS-RECALL-REASON
           END-EVALUATE
           IF WS-RECALL-REASON NOT = SPACES
               PERFORM 3100-RECALL-PLACEMENT
           END-IF.

       3100-RECALL-PLACEMENT.
           SET PLACEMENT-RECALLED TO TRUE
           MOVE WS-TODAY-6 TO AP-RECALL-DATE
           MOVE WS-RECALL-REASON TO AP-RECALL-REASON
           REWRITE AGENCY-PLACEMENT-RECORD
               INVALID KEY
                   DISPLAY "AGYPLCMT: PLACEMENT REWRITE FAILED, "
                       "RECALL NOT SENT FOR TAXID " TAXID
               NOT INVALID KEY
                   PERFORM 3200-WRITE-RECALL-RECORD
           END-REWRITE.

       3200-WRITE-RECALL-RECORD.
           MOVE SPACES TO WS-RECORD-BODY
           MOVE AP-TAXID TO WS-R-TAXID
           MOVE AP-PLACEMENT-DATE TO WS-R-PLACEMENT-DATE
           MOVE AP-RECALL-DATE TO WS-R-RECALL-DATE
           MOVE AP-RECALL-REASON TO WS-R-REASON
           MOVE "R" TO AO-RECORD-TYPE
           MOVE WS-RECORD-BODY TO AO-RECORD-BODY
           WRITE AGENCY-OUTPUT-RECORD
           ADD 1 TO WS-ACCOUNTS-RECALLED
           MOVE "RECALLED" TO WS-L-ACTION
           MOVE AP-EPISODE-START-DATE TO WS-L-EPISODE
           MOVE BALANCE TO WS-L-BALANCE
           MOVE SPACES TO WS-L-NOTE
           EVALUATE TRUE
               WHEN RECALL-ACCOUNT-CLOSED
                   MOVE "ACCOUNT CLOSED" TO WS-L-NOTE
               WHEN RECALL-ACCOUNT-PAID
                   MOVE "ACCOUNT PAID" TO WS-L-NOTE
               WHEN RECALL-ON-AGREEMENT
                   MOVE "INSTALLMENT AGREEMENT" TO WS-L-NOTE
               WHEN RECALL-LEGAL-HOLD
                   MOVE "LEGAL HOLD" TO WS-L-NOTE
           END-EVALUATE
           PERFORM 7000-WRITE-REPORT-LINE.

      * An episode goes to the agency once.  If the agency has
      * already had and returned this episode, it stays with
      * us; only a new episode can be placed again.
       4000-CONSIDER-PLACEMENT.
           IF ACCOUNT-DELINQUENT AND BALANCE > ZERO
                   AND DELINQUENCY-START-DATE NOT = ZERO
                   AND NOT ACCOUNT-ON-PAYMENT-PLAN
                   AND NOT ACCOUNT-ON-LEGAL-HOLD
               IF PLACEMENT-ON-FILE
                       AND AP-EPISODE-START-DATE =
                           DELINQUENCY-START-DATE
                   CONTINUE
               ELSE
                   PERFORM 4100-CHECK-FINAL-DEMAND-AGE
                   IF FINAL-DEMAND-AGED
                       PERFORM 4200-PLACE-ONE-ACCOUNT
                   END-IF
               END-IF
           END-IF.

       4100-CHECK-FINAL-DEMAND-AGE.
           MOVE "N" TO WS-DEMAND-AGED-SW
           IF HISTORY-FILE-AVAILABLE
               MOVE TAXID TO ND-TAXID
               MOVE DELINQUENCY-START-DATE TO ND-EPISODE-START-DATE
               MOVE 3 TO ND-NOTICE-LEVEL
               READ NOTICE-HISTORY-FILE
                   INVALID KEY
                       CONTINUE
                   NOT INVALID KEY
                       PERFORM 4150-AGE-FINAL-DEMAND
               END-READ
           END-IF.

       4150-AGE-FINAL-DEMAND.
           MOVE ND-SENT-DATE TO WS-SENT-X
           COMPUTE WS-SENT-8 =
               20000000 + (WS-SD-YY * 10000) + (WS-SD-MM * 100)
               + WS-SD-DD
           COMPUTE WS-DAYS-SINCE-DEMAND =
               FUNCTION INTEGER-OF-DATE (WS-TODAY-8)
               - FUNCTION INTEGER-OF-DATE (WS-SENT-8)
           IF WS-DAYS-SINCE-DEMAND >= WS-AGENCY-DAYS
               SET FINAL-DEMAND-AGED TO TRUE
           END-IF.

      * The placement record is written first: if the write
      * fails nothing goes to the agency, so an account is
      * never worked outside without the trail that recalls it.
       4200-PLACE-ONE-ACCOUNT.
           PERFORM 5000-LOOKUP-NAME-ADDRESS
           IF NOT NAME-FOUND
               ADD 1 TO WS-NO-ADDRESS-COUNT
               MOVE "NOT PLACED" TO WS-L-ACTION
               MOVE DELINQUENCY-START-DATE TO WS-L-EPISODE
               MOVE BALANCE TO WS-L-BALANCE
               MOVE "NO ADDRESS ON FILE, HANDLE BY HAND"
                   TO WS-L-NOTE
               PERFORM 7000-WRITE-REPORT-LINE
           ELSE
               MOVE TAXID TO AP-TAXID
               MOVE WS-TODAY-6 TO AP-PLACEMENT-DATE
               MOVE DELINQUENCY-START-DATE TO AP-EPISODE-START-DATE
               SET PLACEMENT-ACTIVE TO TRUE
               MOVE BALANCE TO AP-BALANCE-AT-PLACEMENT
               MOVE PRINCIPAL-BALANCE TO AP-PRINCIPAL-AT-PLACEMENT
               MOVE PENALTY-BALANCE TO AP-PENALTY-AT-PLACEMENT
               MOVE INTEREST-BALANCE TO AP-INTEREST-AT-PLACEMENT
               MOVE ZERO TO AP-GROSS-COLLECTED
               MOVE ZERO TO AP-COMMISSION-TAKEN
               MOVE ZERO TO AP-LAST-REMIT-BATCH
               MOVE ZERO TO AP-LAST-REMIT-ITEM
               MOVE ZERO TO AP-LAST-REMIT-DATE
               MOVE ZERO TO AP-NIGHT-FIRST-BATCH
               MOVE ZERO TO AP-RECALL-DATE
               MOVE SPACES TO AP-RECALL-REASON
               WRITE AGENCY-PLACEMENT-RECORD
                   INVALID KEY
                       DISPLAY "AGYPLCMT: PLACEMENT WRITE FAILED, "
                           "NOT PLACED TAXID " TAXID
                   NOT INVALID KEY
                       PERFORM 4400-WRITE-PLACEMENT-RECORD
               END-WRITE
           END-IF.

       4300-RESEND-PLACEMENT.
           PERFORM 5000-LOOKUP-NAME-ADDRESS
           PERFORM 4400-WRITE-PLACEMENT-RECORD.

       4400-WRITE-PLACEMENT-RECORD.
           MOVE SPACES TO WS-RECORD-BODY
           MOVE AP-TAXID TO WS-P-TAXID
           MOVE AP-PLACEMENT-DATE TO WS-P-PLACEMENT-DATE
           MOVE AP-BALANCE-AT-PLACEMENT TO WS-P-BALANCE
           MOVE WS-LKUP-NAME TO WS-P-NAME
           MOVE WS-LKUP-ADDRESS-1 TO WS-P-ADDRESS-1
           MOVE WS-LKUP-ADDRESS-2 TO WS-P-ADDRESS-2
           MOVE WS-LKUP-CITY TO WS-P-CITY
           MOVE WS-LKUP-STATE TO WS-P-STATE
           MOVE WS-LKUP-ZIP TO WS-P-ZIP
           MOVE "P" TO AO-RECORD-TYPE
           MOVE WS-RECORD-BODY TO AO-RECORD-BODY
           WRITE AGENCY-OUTPUT-RECORD
           ADD 1 TO WS-ACCOUNTS-PLACED
           ADD AP-BALANCE-AT-PLACEMENT TO WS-PLACED-TOTAL
           MOVE "PLACED" TO WS-L-ACTION
           MOVE AP-EPISODE-START-DATE TO WS-L-EPISODE
           MOVE AP-BALANCE-AT-PLACEMENT TO WS-L-BALANCE
           MOVE SPACES TO WS-L-NOTE
           PERFORM 7000-WRITE-REPORT-LINE.

       5000-LOOKUP-NAME-ADDRESS.
           MOVE TAXID TO WS-NAME-TAXID
           CALL "NAMELKUP" USING WS-NAME-TAXID, WS-TODAY-8,
               WS-LKUP-NAME, WS-LKUP-ADDRESS-1, WS-LKUP-ADDRESS-2,
               WS-LKUP-CITY, WS-LKUP-STATE, WS-LKUP-ZIP,
               WS-LKUP-NAME-OK,
               WS-LKUP-RETURNED-MAIL.

       7000-WRITE-REPORT-LINE.
           MOVE TAXID TO WS-L-TAXID
           WRITE PLACEMENT-REPORT-LINE FROM WS-REPORT-LINE.

       8000-WRITE-TRAILER-AND-SUMMARY.
           MOVE SPACES TO WS-RECORD-BODY
           MOVE WS-ACCOUNTS-PLACED TO WS-T-PLACEMENT-COUNT
           MOVE WS-ACCOUNTS-RECALLED TO WS-T-RECALL-COUNT
           MOVE WS-PLACED-TOTAL TO WS-T-PLACED-TOTAL
           MOVE "T" TO AO-RECORD-TYPE
           MOVE WS-RECORD-BODY TO AO-RECORD-BODY
           WRITE AGENCY-OUTPUT-RECORD
           MOVE WS-ACCOUNTS-PLACED TO WS-S-PLACED
           MOVE WS-PLACED-TOTAL TO WS-S-PLACED-TOTAL
           MOVE WS-ACCOUNTS-RECALLED TO WS-S-RECALLED
           MOVE WS-NO-ADDRESS-COUNT TO WS-S-NO-ADDRESS
           WRITE PLACEMENT-REPORT-LINE FROM WS-SUMMARY-LINE.

       9000-CLOSE-FILES.
           CLOSE TAX-MASTER-FILE
           IF AGREEMENT-FILE-AVAILABLE
               CLOSE INSTALLMENT-AGREEMENT-FILE
           END-IF
           IF HISTORY-FILE-AVAILABLE
               CLOSE NOTICE-HISTORY-FILE
           END-IF
           CLOSE AGENCY-PLACEMENT-FILE
           CLOSE AGENCY-OUTPUT-FILE
           CLOSE PLACEMENT-REPORT-FILE.
