       IDENTIFICATION DIVISION.
       PROGRAM-ID. INTEGSWP.
      ******************************************************
      *  NIGHTLY REFERENTIAL INTEGRITY SWEEP
      *  Reads every file that hangs off the TAX-RECORD
      *  master and lists what no longer joins up, by problem
      *  type with a count for each, so a broken link is
      *  found by this report instead of by a taxpayer call
      *  or an abend in some later run:
      *    - detail with no master: TAXTRAN, STATHIST,
      *      NOTEHIST, INSTAGRE, NAMEADDR, LINKACCT, REFTRACK,
      *      NOTCHIST, RECNCKPT, MERGXREF, SUSPENSE, AGYPLACE,
      *      RETFILED and LEGLHOLD rows against the live master
      *      (or the archive master, for the files ARCHPRG
      *      leaves in place), and the ARCHTRAN, ARCHSTAT and
      *      ARCHNOTE archive set against ARCHMAST
      *    - detail ARCHPRG should have moved but left on a
      *      live file behind an archived master
      *    - a MERGXREF source TAXID still open on the master
      *    - a LINKACCT link missing its reverse record
      *    - an agreement in force on a closed account
      *    - a REFTRACK refund with no "RF" ledger entry
      *  Suspense items filed as unknown TAXID are skipped --
      *  having no master is why they are there.  The sweep
      *  changes nothing; it only reads.  Detail lines stop at
      *  a limit per type so one systematic break cannot bury
      *  the rest, but every count runs to the end.  It
      *  registers with RUNCTL behind GLEXTRCT, so it sweeps
      *  the files as the night left them and shows on OPSRPT
      *  with the count of records examined.
      ******************************************************
       ENVIRONMENT DIVISION.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
           SELECT TAX-MASTER-FILE
               ASSIGN TO "TAXMAST"
               ORGANIZATION IS INDEXED
               ACCESS MODE IS DYNAMIC
               RECORD KEY IS TAXID
               FILE STATUS IS WS-MASTER-FILE-STATUS.

           SELECT TAX-TRANSACTION-FILE
               ASSIGN TO "TAXTRAN"
               ORGANIZATION IS INDEXED
               ACCESS MODE IS DYNAMIC
               RECORD KEY IS TT-KEY
               ALTERNATE RECORD KEY IS TT-TAXID WITH DUPLICATES
               FILE STATUS IS WS-TRAN-FILE-STATUS.

           SELECT STATUS-HISTORY-FILE
               ASSIGN TO "STATHIST"
               ORGANIZATION IS INDEXED
               ACCESS MODE IS DYNAMIC
               RECORD KEY IS SH-KEY
               ALTERNATE RECORD KEY IS SH-TAXID WITH DUPLICATES
               FILE STATUS IS WS-STAT-FILE-STATUS.

           SELECT NOTE-OVERFLOW-FILE
               ASSIGN TO "NOTEHIST"
               ORGANIZATION IS INDEXED
               ACCESS MODE IS DYNAMIC
               RECORD KEY IS NO-KEY
               FILE STATUS IS WS-NOTE-FILE-STATUS.

           SELECT INSTALLMENT-AGREEMENT-FILE
               ASSIGN TO "INSTAGRE"
               ORGANIZATION IS INDEXED
               ACCESS MODE IS DYNAMIC
               RECORD KEY IS IA-TAXID
               FILE STATUS IS WS-AGREE-FILE-STATUS.

           SELECT NAME-ADDRESS-FILE
               ASSIGN TO "NAMEADDR"
               ORGANIZATION IS INDEXED
               ACCESS MODE IS DYNAMIC
               RECORD KEY IS NA-KEY
               ALTERNATE RECORD KEY IS NA-TAXID WITH DUPLICATES
               FILE STATUS IS WS-NAME-FILE-STATUS.

           SELECT LINKED-ACCOUNT-FILE
               ASSIGN TO "LINKACCT"
               ORGANIZATION IS INDEXED
               ACCESS MODE IS DYNAMIC
               RECORD KEY IS LA-KEY
               FILE STATUS IS WS-LINK-FILE-STATUS.

           SELECT REFUND-TRACKING-FILE
               ASSIGN TO "REFTRACK"
               ORGANIZATION IS INDEXED
               ACCESS MODE IS DYNAMIC
               RECORD KEY IS RT-KEY
               FILE STATUS IS WS-TRACK-FILE-STATUS.

           SELECT NOTICE-HISTORY-FILE
               ASSIGN TO "NOTCHIST"
               ORGANIZATION IS INDEXED
               ACCESS MODE IS DYNAMIC
               RECORD KEY IS ND-KEY
               FILE STATUS IS WS-HIST-FILE-STATUS.

           SELECT RECON-CHECKPOINT-FILE
               ASSIGN TO "RECNCKPT"
               ORGANIZATION IS INDEXED
               ACCESS MODE IS DYNAMIC
               RECORD KEY IS RC-TAXID
               FILE STATUS IS WS-CKPT-FILE-STATUS.

           SELECT MERGE-XREF-FILE
               ASSIGN TO "MERGXREF"
               ORGANIZATION IS INDEXED
               ACCESS MODE IS DYNAMIC
               RECORD KEY IS MX-SOURCE-TAXID
               FILE STATUS IS WS-XREF-FILE-STATUS.

           SELECT SUSPENSE-FILE
               ASSIGN TO "SUSPENSE"
               ORGANIZATION IS INDEXED
               ACCESS MODE IS DYNAMIC
               RECORD KEY IS SU-KEY
               ALTERNATE RECORD KEY IS SU-TAXID WITH DUPLICATES
               FILE STATUS IS WS-SUSP-FILE-STATUS.

           SELECT AGENCY-PLACEMENT-FILE
               ASSIGN TO "AGYPLACE"
               ORGANIZATION IS INDEXED
               ACCESS MODE IS DYNAMIC
               RECORD KEY IS AP-KEY
               FILE STATUS IS WS-PLACE-FILE-STATUS.

           SELECT RETURNS-FILED-FILE
               ASSIGN TO "RETFILED"
               ORGANIZATION IS INDEXED
               ACCESS MODE IS DYNAMIC
               RECORD KEY IS FR-KEY
               FILE STATUS IS WS-FILED-FILE-STATUS.

           SELECT LEGAL-HOLD-FILE
               ASSIGN TO "LEGLHOLD"
               ORGANIZATION IS INDEXED
               ACCESS MODE IS DYNAMIC
               RECORD KEY IS LH-KEY
               ALTERNATE RECORD KEY IS LH-TAXID WITH DUPLICATES
               FILE STATUS IS WS-HOLD-FILE-STATUS.

           SELECT ARCHIVE-MASTER-FILE
               ASSIGN TO "ARCHMAST"
               ORGANIZATION IS INDEXED
               ACCESS MODE IS DYNAMIC
               RECORD KEY IS AM-TAXID
               FILE STATUS IS WS-ARCH-MAST-STATUS.

           SELECT ARCHIVE-TRANSACTION-FILE
               ASSIGN TO "ARCHTRAN"
               ORGANIZATION IS INDEXED
               ACCESS MODE IS DYNAMIC
               RECORD KEY IS AT-KEY
               ALTERNATE RECORD KEY IS AT-TAXID WITH DUPLICATES
               FILE STATUS IS WS-ARCH-TRAN-STATUS.

           SELECT ARCHIVE-STATUS-FILE
               ASSIGN TO "ARCHSTAT"
               ORGANIZATION IS INDEXED
               ACCESS MODE IS DYNAMIC
               RECORD KEY IS AS-KEY
               ALTERNATE RECORD KEY IS AS-TAXID WITH DUPLICATES
               FILE STATUS IS WS-ARCH-STAT-STATUS.

           SELECT ARCHIVE-NOTE-FILE
               ASSIGN TO "ARCHNOTE"
               ORGANIZATION IS INDEXED
               ACCESS MODE IS DYNAMIC
               RECORD KEY IS AO-KEY
               FILE STATUS IS WS-ARCH-NOTE-STATUS.

           SELECT INTEGRITY-REPORT-FILE
               ASSIGN TO "INTGRPT"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-RPT-FILE-STATUS.

       DATA DIVISION.
       FILE SECTION.
       FD  TAX-MASTER-FILE.
       COPY "TAXREC.cobol".

       FD  TAX-TRANSACTION-FILE.
       COPY "TAXTRAN.cobol".

       FD  STATUS-HISTORY-FILE.
       COPY "STATHIST.cobol".

       FD  NOTE-OVERFLOW-FILE.
       COPY "NOTEHIST.cobol".

       FD  INSTALLMENT-AGREEMENT-FILE.
       COPY "INSTAGRE.cobol".

       FD  NAME-ADDRESS-FILE.
       COPY "NAMEREC.cobol".

       FD  LINKED-ACCOUNT-FILE.
       COPY "LINKACCT.cobol".

       FD  REFUND-TRACKING-FILE.
       COPY "REFTRACK.cobol".

       FD  NOTICE-HISTORY-FILE.
       COPY "NOTCHIST.cobol".

       FD  RECON-CHECKPOINT-FILE.
       COPY "RECNCKPT.cobol".

       FD  MERGE-XREF-FILE.
       COPY "MERGXREF.cobol".

       FD  SUSPENSE-FILE.
       COPY "SUSPREC.cobol".

       FD  AGENCY-PLACEMENT-FILE.
       COPY "AGYPLACE.cobol".

       FD  RETURNS-FILED-FILE.
       COPY "RETFILED.cobol".

       FD  LEGAL-HOLD-FILE.
       COPY "LEGLHOLD.cobol".

       FD  ARCHIVE-MASTER-FILE.
       COPY "TAXREC.cobol"
           REPLACING ==TAX-RECORD==       BY ==ARCHIVE-TAX-RECORD==
                     ==META==             BY ==AM-META==
                     ==TAXID==            BY ==AM-TAXID==
                     ==STATS==            BY ==AM-STATS==
                     ==ACCOUNT-ACTIVE==     BY ==AM-ACCOUNT-ACTIVE==
                     ==ACCOUNT-DELINQUENT== BY ==AM-ACCOUNT-DELINQUENT==
                     ==ACCOUNT-CLOSED==     BY ==AM-ACCOUNT-CLOSED==
                     ==LAST-UPDATED==     BY ==AM-LAST-UPDATED==
                     ==UPDATE-DATE==      BY ==AM-UPDATE-DATE==
                     ==UPDATE-TIME==      BY ==AM-UPDATE-TIME==
                     ==LAST-ACCRUAL-DATE== BY ==AM-LAST-ACCRUAL-DATE==
                     ==DELINQUENCY-START-DATE==
                                 BY ==AM-DELINQ-START-DATE==
                     ==PENALTY-APPLIED-SW== BY ==AM-PENALTY-APPLIED-SW==
                     ==PENALTY-ALREADY-APPLIED==
                                 BY ==AM-PENALTY-ALREADY-APPLIED==
                     ==BALANCE==          BY ==AM-BALANCE==
                     ==BALANCE-COMPONENTS==
                                 BY ==AM-BALANCE-COMPONENTS==
                     ==PRINCIPAL-BALANCE==
                                 BY ==AM-PRINCIPAL-BALANCE==
                     ==PENALTY-BALANCE==  BY ==AM-PENALTY-BALANCE==
                     ==INTEREST-BALANCE==
                                 BY ==AM-INTEREST-BALANCE==
                     ==NOTES==            BY ==AM-NOTES==
                     ==NOTE-AUTHOR-ID==   BY ==AM-NOTE-AUTHOR-ID==
                     ==NOTE-ENTRY-STAMP== BY ==AM-NOTE-ENTRY-STAMP==
                     ==NOTE-ENTRY-DATE==  BY ==AM-NOTE-ENTRY-DATE==
                     ==NOTE-ENTRY-TIME==  BY ==AM-NOTE-ENTRY-TIME==
                     ==NOTE-TEXT==        BY ==AM-NOTE-TEXT==.

       FD  ARCHIVE-TRANSACTION-FILE.
       COPY "TAXTRAN.cobol"
           REPLACING ==TAX-TRANSACTION-RECORD==
                                 BY ==ARCHIVE-TRAN-RECORD==
                     ==TT-KEY==           BY ==AT-KEY==
                     ==TT-TAXID==         BY ==AT-TAXID==
                     ==TT-POST-STAMP==    BY ==AT-POST-STAMP==
                     ==TT-POST-DATE==     BY ==AT-POST-DATE==
                     ==TT-POST-TIME==     BY ==AT-POST-TIME==
                     ==TT-SEQUENCE-NO==   BY ==AT-SEQUENCE-NO==
                     ==TT-TRANSACTION-TYPE==
                                 BY ==AT-TRANSACTION-TYPE==
                     ==TT-TYPE-CHARGE==   BY ==AT-TYPE-CHARGE==
                     ==TT-TYPE-PAYMENT==  BY ==AT-TYPE-PAYMENT==
                     ==TT-TYPE-ADJUSTMENT==
                                 BY ==AT-TYPE-ADJUSTMENT==
                     ==TT-TYPE-ACCRUAL==  BY ==AT-TYPE-ACCRUAL==
                     ==TT-TYPE-REFUND==   BY ==AT-TYPE-REFUND==
                     ==TT-TYPE-OFFSET==   BY ==AT-TYPE-OFFSET==
                     ==TT-TYPE-REFUND-REVERSAL==
                                 BY ==AT-TYPE-REFUND-REVERSAL==
                     ==TT-TYPE-PAYMENT-REVERSAL==
                                 BY ==AT-TYPE-PAYMENT-REVERSAL==
                     ==TT-AMOUNT==        BY ==AT-AMOUNT==
                     ==TT-SOURCE-SEQ==    BY ==AT-SOURCE-SEQ==
                     ==TT-COMPONENT-AMOUNTS==
                                 BY ==AT-COMPONENT-AMOUNTS==
                     ==TT-PRINCIPAL-AMOUNT==
                                 BY ==AT-PRINCIPAL-AMOUNT==
                     ==TT-PENALTY-AMOUNT==
                                 BY ==AT-PENALTY-AMOUNT==
                     ==TT-INTEREST-AMOUNT==
                                 BY ==AT-INTEREST-AMOUNT==.

       FD  ARCHIVE-STATUS-FILE.
       COPY "STATHIST.cobol"
           REPLACING ==STATUS-HISTORY-RECORD==
                                 BY ==ARCHIVE-STATUS-RECORD==
                     ==SH-KEY==           BY ==AS-KEY==
                     ==SH-TAXID==         BY ==AS-TAXID==
                     ==SH-CHANGE-STAMP==  BY ==AS-CHANGE-STAMP==
                     ==SH-CHANGE-DATE==   BY ==AS-CHANGE-DATE==
                     ==SH-CHANGE-TIME==   BY ==AS-CHANGE-TIME==
                     ==SH-SEQUENCE-NO==   BY ==AS-SEQUENCE-NO==
                     ==SH-OLD-STATS==     BY ==AS-OLD-STATS==
                     ==SH-NEW-STATS==     BY ==AS-NEW-STATS==
                     ==SH-SOURCE-PGM==    BY ==AS-SOURCE-PGM==
                     ==SH-SOURCE-SEQ==    BY ==AS-SOURCE-SEQ==
                     ==SH-HOLD-PERIOD==   BY ==AS-HOLD-PERIOD==
                     ==SH-HOLD-TYPE==     BY ==AS-HOLD-TYPE==
                     ==SH-HOLD-START-DATE==
                                 BY ==AS-HOLD-START-DATE==
                     ==SH-HOLD-END-DATE== BY ==AS-HOLD-END-DATE==
                     ==SH-HOLD-CASE-REFERENCE==
                                 BY ==AS-HOLD-CASE-REFERENCE==.

       FD  ARCHIVE-NOTE-FILE.
       COPY "NOTEHIST.cobol"
           REPLACING ==NOTE-OVERFLOW-RECORD==
                                 BY ==ARCHIVE-NOTE-RECORD==
                     ==NO-KEY==           BY ==AO-KEY==
                     ==NO-TAXID==         BY ==AO-TAXID==
                     ==NO-SEQUENCE-NO==   BY ==AO-SEQUENCE-NO==
                     ==NO-AUTHOR-ID==     BY ==AO-AUTHOR-ID==
                     ==NO-ENTRY-STAMP==   BY ==AO-ENTRY-STAMP==
                     ==NO-ENTRY-DATE==    BY ==AO-ENTRY-DATE==
                     ==NO-ENTRY-TIME==    BY ==AO-ENTRY-TIME==
                     ==NO-TEXT==          BY ==AO-TEXT==.

       FD  INTEGRITY-REPORT-FILE.
       01  INTEGRITY-REPORT-LINE PIC X(132).

       WORKING-STORAGE SECTION.
       01  WS-MASTER-FILE-STATUS PIC XX.
       01  WS-TRAN-FILE-STATUS PIC XX.
       01  WS-STAT-FILE-STATUS PIC XX.
       01  WS-NOTE-FILE-STATUS PIC XX.
       01  WS-AGREE-FILE-STATUS PIC XX.
       01  WS-NAME-FILE-STATUS PIC XX.
       01  WS-LINK-FILE-STATUS PIC XX.
       01  WS-TRACK-FILE-STATUS PIC XX.
       01  WS-HIST-FILE-STATUS PIC XX.
       01  WS-CKPT-FILE-STATUS PIC XX.
       01  WS-XREF-FILE-STATUS PIC XX.
       01  WS-SUSP-FILE-STATUS PIC XX.
       01  WS-PLACE-FILE-STATUS PIC XX.
       01  WS-FILED-FILE-STATUS PIC XX.
       01  WS-HOLD-FILE-STATUS PIC XX.
       01  WS-ARCH-MAST-STATUS PIC XX.
       01  WS-ARCH-TRAN-STATUS PIC XX.
       01  WS-ARCH-STAT-STATUS PIC XX.
       01  WS-ARCH-NOTE-STATUS PIC XX.
       01  WS-RPT-FILE-STATUS PIC XX.

      * Any file but the master may not exist yet at a given
      * site; a missing file has nothing in it to be broken.
       01  WS-TRAN-FILE-SW PIC X VALUE "N".
           88 TRAN-FILE-AVAILABLE VALUE "Y".
       01  WS-STAT-FILE-SW PIC X VALUE "N".
           88 STAT-FILE-AVAILABLE VALUE "Y".
       01  WS-NOTE-FILE-SW PIC X VALUE "N".
           88 NOTE-FILE-AVAILABLE VALUE "Y".
       01  WS-AGREE-FILE-SW PIC X VALUE "N".
           88 AGREEMENT-FILE-AVAILABLE VALUE "Y".
       01  WS-NAME-FILE-SW PIC X VALUE "N".
           88 NAME-FILE-AVAILABLE VALUE "Y".
       01  WS-LINK-FILE-SW PIC X VALUE "N".
           88 LINK-FILE-AVAILABLE VALUE "Y".
       01  WS-TRACK-FILE-SW PIC X VALUE "N".
           88 TRACK-FILE-AVAILABLE VALUE "Y".
       01  WS-HIST-FILE-SW PIC X VALUE "N".
           88 HISTORY-FILE-AVAILABLE VALUE "Y".
       01  WS-CKPT-FILE-SW PIC X VALUE "N".
           88 CHECKPOINT-FILE-AVAILABLE VALUE "Y".
       01  WS-XREF-FILE-SW PIC X VALUE "N".
           88 XREF-FILE-AVAILABLE VALUE "Y".
       01  WS-SUSP-FILE-SW PIC X VALUE "N".
           88 SUSPENSE-FILE-AVAILABLE VALUE "Y".
       01  WS-PLACE-FILE-SW PIC X VALUE "N".
           88 PLACEMENT-FILE-AVAILABLE VALUE "Y".
       01  WS-FILED-FILE-SW PIC X VALUE "N".
           88 FILED-FILE-AVAILABLE VALUE "Y".
       01  WS-HOLD-FILE-SW PIC X VALUE "N".
           88 HOLD-FILE-AVAILABLE VALUE "Y".
       01  WS-ARCH-MAST-SW PIC X VALUE "N".
           88 ARCHIVE-MASTER-AVAILABLE VALUE "Y".
       01  WS-ARCH-TRAN-SW PIC X VALUE "N".
           88 ARCHIVE-TRAN-AVAILABLE VALUE "Y".
       01  WS-ARCH-STAT-SW PIC X VALUE "N".
           88 ARCHIVE-STAT-AVAILABLE VALUE "Y".
       01  WS-ARCH-NOTE-SW PIC X VALUE "N".
           88 ARCHIVE-NOTE-AVAILABLE VALUE "Y".

       01  WS-FILE-EOF-SW PIC X VALUE "N".
           88 END-OF-SWEPT-FILE VALUE "Y".
       01  WS-CHAIN-EOF-SW PIC X VALUE "N".
           88 NO-MORE-CHAIN-RECORDS VALUE "Y".
       01  WS-REFUND-FOUND-SW PIC X VALUE "N".
           88 REFUND-ENTRY-FOUND VALUE "Y".

      * Where the TAXID being checked has a master.  Detail
      * files are in TAXID order, so the last answer is held
      * and a run of rows for one account costs one lookup.
       01  WS-CHECK-TAXID PIC S9(9) USAGE IS COMP-3.
       01  WS-CACHED-TAXID PIC S9(9) USAGE IS COMP-3.
       01  WS-CACHE-SW PIC X VALUE "N".
           88 CACHE-LOADED VALUE "Y".
       01  WS-LIVE-FOUND-SW PIC X VALUE "N".
           88 LIVE-MASTER-FOUND VALUE "Y".
       01  WS-ARCH-FOUND-SW PIC X VALUE "N".
           88 ARCHIVE-MASTER-FOUND VALUE "Y".
       01  WS-LIVE-STATS PIC X.
           88 LIVE-ACCOUNT-CLOSED VALUE "C".

       01  WS-HOLD-TAXID PIC S9(9) USAGE IS COMP-3.
       01  WS-HOLD-RELATED-TAXID PIC S9(9) USAGE IS COMP-3.

       01  WS-TODAY-8 PIC 9(8).
       01  WS-RECORDS-EXAMINED PIC 9(9) VALUE ZERO.
       01  WS-TOTAL-PROBLEMS PIC 9(9) VALUE ZERO.

      * Problem types, in the order the summary prints them.
      * The orphan type for the file being swept is set before
      * each master check.
       01  WS-TYPE-COUNT-MAX PIC 99 VALUE 22.
       01  WS-PROBLEM-TYPE PIC 99.
       01  WS-ORPHAN-TYPE PIC 99.
       01  WS-TYPE-SUB PIC 99.
       01  WS-PROBLEM-TITLES.
           03 FILLER PIC X(40) VALUE
               "TAXTRAN ENTRY WITH NO MASTER".
           03 FILLER PIC X(40) VALUE
               "STATHIST ROW WITH NO MASTER".
           03 FILLER PIC X(40) VALUE
               "NOTEHIST NOTE WITH NO MASTER".
           03 FILLER PIC X(40) VALUE
               "INSTAGRE AGREEMENT WITH NO MASTER".
           03 FILLER PIC X(40) VALUE
               "NAMEADDR ROW WITH NO MASTER".
           03 FILLER PIC X(40) VALUE
               "LINKACCT LINK WITH NO MASTER".
           03 FILLER PIC X(40) VALUE
               "REFTRACK REFUND WITH NO MASTER".
           03 FILLER PIC X(40) VALUE
               "NOTCHIST NOTICE WITH NO MASTER".
           03 FILLER PIC X(40) VALUE
               "RECNCKPT CHECKPOINT WITH NO MASTER".
           03 FILLER PIC X(40) VALUE
               "MERGXREF PAIR WITH NO MASTER".
           03 FILLER PIC X(40) VALUE
               "SUSPENSE ITEM WITH NO MASTER".
           03 FILLER PIC X(40) VALUE
               "AGYPLACE PLACEMENT WITH NO MASTER".
           03 FILLER PIC X(40) VALUE
               "RETFILED RETURN WITH NO MASTER".
           03 FILLER PIC X(40) VALUE
               "LEGLHOLD HOLD WITH NO MASTER".
           03 FILLER PIC X(40) VALUE
               "ARCHTRAN ENTRY WITH NO ARCHMAST".
           03 FILLER PIC X(40) VALUE
               "ARCHSTAT ROW WITH NO ARCHMAST".
           03 FILLER PIC X(40) VALUE
               "ARCHNOTE NOTE WITH NO ARCHMAST".
           03 FILLER PIC X(40) VALUE
               "LIVE DETAIL LEFT BEHIND BY ARCHIVE".
           03 FILLER PIC X(40) VALUE
               "MERGXREF SOURCE TAXID STILL OPEN".
           03 FILLER PIC X(40) VALUE
               "LINKACCT LINK MISSING ITS REVERSE".
           03 FILLER PIC X(40) VALUE
               "AGREEMENT IN FORCE ON CLOSED ACCOUNT".
           03 FILLER PIC X(40) VALUE
               "REFTRACK REFUND WITH NO RF ENTRY".
       01  WS-PROBLEM-TITLE-TABLE REDEFINES WS-PROBLEM-TITLES.
           03 WS-PROBLEM-TITLE PIC X(40) OCCURS 22 TIMES.
       01  WS-PROBLEM-COUNT-TABLE.
           03 WS-PROBLEM-COUNT PIC 9(7) OCCURS 22 TIMES.

      * Detail lines printed per problem type; the count keeps
      * going past this.
       01  WS-DETAIL-LIMIT PIC 9(7) VALUE 50.

      * CALLed-program arguments for RUNCTL.  The sweep reads
      * the files as the night's chain left them, so it runs
      * once the extract has finished.
       01  WS-CTL-PROGRAM-ID PIC X(8) VALUE "INTEGSWP".
       01  WS-CTL-PREDECESSOR-ID PIC X(8) VALUE "GLEXTRCT".
       01  WS-CTL-FUNCTION-CODE PIC X.
       01  WS-CTL-RECORD-COUNT PIC 9(9) VALUE ZERO.
       01  WS-CTL-RUN-OK PIC X.
           88 RUN-CLEARED VALUE "Y".

       01  WS-HEADING-LINE.
           03 FILLER PIC X(34) VALUE
               "REFERENTIAL INTEGRITY SWEEP, RUN ".
           03 WS-HD-DATE PIC 9(8).

       01  WS-PROBLEM-LINE.
           03 WS-PL-TITLE PIC X(40).
           03 FILLER PIC X(2) VALUE SPACES.
           03 WS-PL-FILE PIC X(8).
           03 FILLER PIC X(8) VALUE "  TAXID ".
           03 WS-PL-TAXID PIC 9(9).
           03 FILLER PIC X(2) VALUE SPACES.
           03 WS-PL-LABEL PIC X(9).
           03 WS-PL-VALUE PIC Z(8)9.

       01  WS-SUMMARY-HEADING PIC X(30) VALUE
           "PROBLEMS BY TYPE".

       01  WS-SUMMARY-LINE.
           03 WS-SL-TITLE PIC X(40).
           03 FILLER PIC X(2) VALUE SPACES.
           03 WS-SL-COUNT PIC Z,ZZZ,ZZ9.

       01  WS-TOTAL-LINE.
           03 FILLER PIC X(18) VALUE "RECORDS EXAMINED: ".
           03 WS-TL-EXAMINED PIC ZZZ,ZZZ,ZZ9.
           03 FILLER PIC X(12) VALUE "  PROBLEMS: ".
           03 WS-TL-PROBLEMS PIC ZZZ,ZZZ,ZZ9.

       PROCEDURE DIVISION.
       0000-MAIN.
           PERFORM 1000-REGISTER-RUN-START
           IF RUN-CLEARED
               ACCEPT WS-TODAY-8 FROM DATE YYYYMMDD
               PERFORM 1100-OPEN-FILES
               MOVE ZERO TO WS-PROBLEM-COUNT-TABLE
               MOVE WS-TODAY-8 TO WS-HD-DATE
               WRITE INTEGRITY-REPORT-LINE FROM WS-HEADING-LINE

               PERFORM 3000-SWEEP-TRANSACTIONS
               PERFORM 3100-SWEEP-STATUS-HISTORY
               PERFORM 3200-SWEEP-NOTE-OVERFLOW
               PERFORM 3300-SWEEP-AGREEMENTS
               PERFORM 3400-SWEEP-NAME-ADDRESS
               PERFORM 3500-SWEEP-LINKED-ACCOUNTS
               PERFORM 3600-SWEEP-REFUND-TRACKING
               PERFORM 3700-SWEEP-NOTICE-HISTORY
               PERFORM 3800-SWEEP-RECON-CHECKPOINTS
               PERFORM 3900-SWEEP-MERGE-XREF
               PERFORM 4000-SWEEP-SUSPENSE
               PERFORM 4100-SWEEP-AGENCY-PLACEMENTS
               PERFORM 4200-SWEEP-RETURNS-FILED
               PERFORM 4300-SWEEP-LEGAL-HOLDS
               PERFORM 5000-SWEEP-ARCHIVE-TRANSACTIONS
               PERFORM 5100-SWEEP-ARCHIVE-STATUS
               PERFORM 5200-SWEEP-ARCHIVE-NOTES

               PERFORM 8000-WRITE-SUMMARY
               PERFORM 9000-CLOSE-FILES
               PERFORM 9100-REGISTER-RUN-END
           END-IF
           GOBACK.

       1000-REGISTER-RUN-START.
           MOVE "S" TO WS-CTL-FUNCTION-CODE
           CALL "RUNCTL" USING WS-CTL-PROGRAM-ID,
               WS-CTL-PREDECESSOR-ID, WS-CTL-FUNCTION-CODE,
               WS-CTL-RECORD-COUNT, WS-CTL-RUN-OK
           IF NOT RUN-CLEARED
               DISPLAY "INTEGSWP: NOT CLEARED BY RUN CONTROL, "
                   "NO SWEEP RUN"
           END-IF.

       1100-OPEN-FILES.
           OPEN INPUT TAX-MASTER-FILE
           OPEN INPUT TAX-TRANSACTION-FILE
           IF WS-TRAN-FILE-STATUS = "00"
               SET TRAN-FILE-AVAILABLE TO TRUE
           END-IF
           OPEN INPUT STATUS-HISTORY-FILE
           IF WS-STAT-FILE-STATUS = "00"
               SET STAT-FILE-AVAILABLE TO TRUE
           END-IF
           OPEN INPUT NOTE-OVERFLOW-FILE
           IF WS-NOTE-FILE-STATUS = "00"
               SET NOTE-FILE-AVAILABLE TO TRUE
           END-IF
           OPEN INPUT INSTALLMENT-AGREEMENT-FILE
           IF WS-AGREE-FILE-STATUS = "00"
               SET AGREEMENT-FILE-AVAILABLE TO TRUE
           END-IF
           OPEN INPUT NAME-ADDRESS-FILE
           IF WS-NAME-FILE-STATUS = "00"
               SET NAME-FILE-AVAILABLE TO TRUE
           END-IF
           OPEN INPUT LINKED-ACCOUNT-FILE
           IF WS-LINK-FILE-STATUS = "00"
               SET LINK-FILE-AVAILABLE TO TRUE
           END-IF
           OPEN INPUT REFUND-TRACKING-FILE
           IF WS-TRACK-FILE-STATUS = "00"
               SET TRACK-FILE-AVAILABLE TO TRUE
           END-IF
           OPEN INPUT NOTICE-HISTORY-FILE
           IF WS-HIST-FILE-STATUS = "00"
               SET HISTORY-FILE-AVAILABLE TO TRUE
           END-IF
           OPEN INPUT RECON-CHECKPOINT-FILE
           IF WS-CKPT-FILE-STATUS = "00"
               SET CHECKPOINT-FILE-AVAILABLE TO TRUE
           END-IF
           OPEN INPUT MERGE-XREF-FILE
           IF WS-XREF-FILE-STATUS = "00"
               SET XREF-FILE-AVAILABLE TO TRUE
           END-IF
           OPEN INPUT SUSPENSE-FILE
           IF WS-SUSP-FILE-STATUS = "00"
               SET SUSPENSE-FILE-AVAILABLE TO TRUE
           END-IF
           OPEN INPUT AGENCY-PLACEMENT-FILE
           IF WS-PLACE-FILE-STATUS = "00"
               SET PLACEMENT-FILE-AVAILABLE TO TRUE
           END-IF
           OPEN INPUT RETURNS-FILED-FILE
           IF WS-FILED-FILE-STATUS = "00"
               SET FILED-FILE-AVAILABLE TO TRUE
           END-IF
           OPEN INPUT LEGAL-HOLD-FILE
           IF WS-HOLD-FILE-STATUS = "00"
               SET HOLD-FILE-AVAILABLE TO TRUE
           END-IF
           OPEN INPUT ARCHIVE-MASTER-FILE
           IF WS-ARCH-MAST-STATUS = "00"
               SET ARCHIVE-MASTER-AVAILABLE TO TRUE
           END-IF
           OPEN INPUT ARCHIVE-TRANSACTION-FILE
           IF WS-ARCH-TRAN-STATUS = "00"
               SET ARCHIVE-TRAN-AVAILABLE TO TRUE
           END-IF
           OPEN INPUT ARCHIVE-STATUS-FILE
           IF WS-ARCH-STAT-STATUS = "00"
               SET ARCHIVE-STAT-AVAILABLE TO TRUE
           END-IF
           OPEN INPUT ARCHIVE-NOTE-FILE
           IF WS-ARCH-NOTE-STATUS = "00"
               SET ARCHIVE-NOTE-AVAILABLE TO TRUE
           END-IF
           OPEN OUTPUT INTEGRITY-REPORT-FILE.

      * Looks WS-CHECK-TAXID up on both masters.
       2000-LOCATE-MASTER.
           IF CACHE-LOADED AND WS-CHECK-TAXID = WS-CACHED-TAXID
               CONTINUE
           ELSE
               MOVE "N" TO WS-LIVE-FOUND-SW
               MOVE "N" TO WS-ARCH-FOUND-SW
               MOVE SPACE TO WS-LIVE-STATS
               MOVE WS-CHECK-TAXID TO TAXID
               READ TAX-MASTER-FILE
                   INVALID KEY
                       CONTINUE
                   NOT INVALID KEY
                       SET LIVE-MASTER-FOUND TO TRUE
                       MOVE STATS TO WS-LIVE-STATS
               END-READ
               IF ARCHIVE-MASTER-AVAILABLE
                   MOVE WS-CHECK-TAXID TO AM-TAXID
                   READ ARCHIVE-MASTER-FILE
                       INVALID KEY
                           CONTINUE
                       NOT INVALID KEY
                           SET ARCHIVE-MASTER-FOUND TO TRUE
                   END-READ
               END-IF
               MOVE WS-CHECK-TAXID TO WS-CACHED-TAXID
               SET CACHE-LOADED TO TRUE
           END-IF.

      * For the files ARCHPRG moves with the account: a row
      * behind an archived master was left behind by a purge,
      * a row behind no master at all is an orphan.
       2100-CHECK-PURGED-DETAIL.
           PERFORM 2000-LOCATE-MASTER
           EVALUATE TRUE
               WHEN LIVE-MASTER-FOUND
                   CONTINUE
               WHEN ARCHIVE-MASTER-FOUND
                   MOVE 18 TO WS-PROBLEM-TYPE
                   PERFORM 2500-RECORD-PROBLEM
               WHEN OTHER
                   MOVE WS-ORPHAN-TYPE TO WS-PROBLEM-TYPE
                   PERFORM 2500-RECORD-PROBLEM
           END-EVALUATE.

      * For the files ARCHPRG leaves in place: either master
      * is a master.
       2200-CHECK-RETAINED-DETAIL.
           PERFORM 2000-LOCATE-MASTER
           IF NOT LIVE-MASTER-FOUND AND NOT ARCHIVE-MASTER-FOUND
               MOVE WS-ORPHAN-TYPE TO WS-PROBLEM-TYPE
               PERFORM 2500-RECORD-PROBLEM
           END-IF.

       2300-CHECK-ARCHIVED-DETAIL.
           PERFORM 2000-LOCATE-MASTER
           IF NOT ARCHIVE-MASTER-FOUND
               MOVE WS-ORPHAN-TYPE TO WS-PROBLEM-TYPE
               PERFORM 2500-RECORD-PROBLEM
           END-IF.

       2500-RECORD-PROBLEM.
           ADD 1 TO WS-PROBLEM-COUNT (WS-PROBLEM-TYPE)
           ADD 1 TO WS-TOTAL-PROBLEMS
           IF WS-PROBLEM-COUNT (WS-PROBLEM-TYPE)
                   NOT > WS-DETAIL-LIMIT
               MOVE WS-PROBLEM-TITLE (WS-PROBLEM-TYPE)
                   TO WS-PL-TITLE
               MOVE WS-CHECK-TAXID TO WS-PL-TAXID
               WRITE INTEGRITY-REPORT-LINE FROM WS-PROBLEM-LINE
           END-IF.

       3000-SWEEP-TRANSACTIONS.
           IF TRAN-FILE-AVAILABLE
               MOVE "N" TO WS-FILE-EOF-SW
               MOVE "TAXTRAN" TO WS-PL-FILE
               MOVE "POSTED" TO WS-PL-LABEL
               MOVE 1 TO WS-ORPHAN-TYPE
               PERFORM UNTIL END-OF-SWEPT-FILE
                   READ TAX-TRANSACTION-FILE NEXT
                       AT END
                           SET END-OF-SWEPT-FILE TO TRUE
                       NOT AT END
                           ADD 1 TO WS-RECORDS-EXAMINED
                           MOVE TT-TAXID TO WS-CHECK-TAXID
                           MOVE TT-POST-DATE TO WS-PL-VALUE
                           PERFORM 2100-CHECK-PURGED-DETAIL
                   END-READ
               END-PERFORM
           END-IF.

       3100-SWEEP-STATUS-HISTORY.
           IF STAT-FILE-AVAILABLE
               MOVE "N" TO WS-FILE-EOF-SW
               MOVE "STATHIST" TO WS-PL-FILE
               MOVE "CHANGED" TO WS-PL-LABEL
               MOVE 2 TO WS-ORPHAN-TYPE
               PERFORM UNTIL END-OF-SWEPT-FILE
                   READ STATUS-HISTORY-FILE NEXT
                       AT END
                           SET END-OF-SWEPT-FILE TO TRUE
                       NOT AT END
                           ADD 1 TO WS-RECORDS-EXAMINED
                           MOVE SH-TAXID TO WS-CHECK-TAXID
                           MOVE SH-CHANGE-DATE TO WS-PL-VALUE
                           PERFORM 2100-CHECK-PURGED-DETAIL
                   END-READ
               END-PERFORM
           END-IF.

       3200-SWEEP-NOTE-OVERFLOW.
           IF NOTE-FILE-AVAILABLE
               MOVE "N" TO WS-FILE-EOF-SW
               MOVE "NOTEHIST" TO WS-PL-FILE
               MOVE "ENTERED" TO WS-PL-LABEL
               MOVE 3 TO WS-ORPHAN-TYPE
               PERFORM UNTIL END-OF-SWEPT-FILE
                   READ NOTE-OVERFLOW-FILE NEXT
                       AT END
                           SET END-OF-SWEPT-FILE TO TRUE
                       NOT AT END
                           ADD 1 TO WS-RECORDS-EXAMINED
                           MOVE NO-TAXID TO WS-CHECK-TAXID
                           MOVE NO-ENTRY-DATE TO WS-PL-VALUE
                           PERFORM 2100-CHECK-PURGED-DETAIL
                   END-READ
               END-PERFORM
           END-IF.

       3300-SWEEP-AGREEMENTS.
           IF AGREEMENT-FILE-AVAILABLE
               MOVE "N" TO WS-FILE-EOF-SW
               MOVE "INSTAGRE" TO WS-PL-FILE
               MOVE "SET UP" TO WS-PL-LABEL
               MOVE 4 TO WS-ORPHAN-TYPE
               PERFORM UNTIL END-OF-SWEPT-FILE
                   READ INSTALLMENT-AGREEMENT-FILE NEXT
                       AT END
                           SET END-OF-SWEPT-FILE TO TRUE
                       NOT AT END
                           ADD 1 TO WS-RECORDS-EXAMINED
                           MOVE IA-TAXID TO WS-CHECK-TAXID
                           MOVE IA-SETUP-DATE TO WS-PL-VALUE
                           PERFORM 2100-CHECK-PURGED-DETAIL
                           IF LIVE-MASTER-FOUND
                                   AND LIVE-ACCOUNT-CLOSED
                                   AND AGREEMENT-IN-FORCE
                               MOVE 21 TO WS-PROBLEM-TYPE
                               PERFORM 2500-RECORD-PROBLEM
                           END-IF
                   END-READ
               END-PERFORM
           END-IF.

       3400-SWEEP-NAME-ADDRESS.
           IF NAME-FILE-AVAILABLE
               MOVE "N" TO WS-FILE-EOF-SW
               MOVE "NAMEADDR" TO WS-PL-FILE
               MOVE "ENTERED" TO WS-PL-LABEL
               MOVE 5 TO WS-ORPHAN-TYPE
               PERFORM UNTIL END-OF-SWEPT-FILE
                   READ NAME-ADDRESS-FILE NEXT
                       AT END
                           SET END-OF-SWEPT-FILE TO TRUE
                       NOT AT END
                           ADD 1 TO WS-RECORDS-EXAMINED
                           MOVE NA-TAXID TO WS-CHECK-TAXID
                           MOVE NA-ENTERED-DATE TO WS-PL-VALUE
                           PERFORM 2200-CHECK-RETAINED-DETAIL
                   END-READ
               END-PERFORM
           END-IF.

      * LINKMNT files every link in both directions, so each
      * record's mirror image must be on file too.  The keyed
      * read for the mirror moves the file position, so the
      * sweep re-starts just past the record it was on.
       3500-SWEEP-LINKED-ACCOUNTS.
           IF LINK-FILE-AVAILABLE
               MOVE "N" TO WS-FILE-EOF-SW
               MOVE "LINKACCT" TO WS-PL-FILE
               MOVE "RELATED" TO WS-PL-LABEL
               MOVE 6 TO WS-ORPHAN-TYPE
               PERFORM UNTIL END-OF-SWEPT-FILE
                   READ LINKED-ACCOUNT-FILE NEXT
                       AT END
                           SET END-OF-SWEPT-FILE TO TRUE
                       NOT AT END
                           ADD 1 TO WS-RECORDS-EXAMINED
                           MOVE LA-TAXID TO WS-CHECK-TAXID
                           MOVE LA-RELATED-TAXID TO WS-PL-VALUE
                           PERFORM 2200-CHECK-RETAINED-DETAIL
                           PERFORM 3550-CHECK-REVERSE-LINK
                   END-READ
               END-PERFORM
           END-IF.

       3550-CHECK-REVERSE-LINK.
           MOVE LA-TAXID TO WS-HOLD-TAXID
           MOVE LA-RELATED-TAXID TO WS-HOLD-RELATED-TAXID
           MOVE WS-HOLD-RELATED-TAXID TO LA-TAXID
           MOVE WS-HOLD-TAXID TO LA-RELATED-TAXID
           READ LINKED-ACCOUNT-FILE
               INVALID KEY
                   MOVE 20 TO WS-PROBLEM-TYPE
                   PERFORM 2500-RECORD-PROBLEM
           END-READ
           MOVE WS-HOLD-TAXID TO LA-TAXID
           MOVE WS-HOLD-RELATED-TAXID TO LA-RELATED-TAXID
           START LINKED-ACCOUNT-FILE KEY IS GREATER THAN LA-KEY
               INVALID KEY
                   SET END-OF-SWEPT-FILE TO TRUE
           END-START.

      * Every tracked refund started as an RF posting by
      * REFUND; a tracked refund the ledger cannot show was
      * never charged back against the account.
       3600-SWEEP-REFUND-TRACKING.
           IF TRACK-FILE-AVAILABLE
               MOVE "N" TO WS-FILE-EOF-SW
               MOVE "REFTRACK" TO WS-PL-FILE
               MOVE "ISSUED" TO WS-PL-LABEL
               MOVE 7 TO WS-ORPHAN-TYPE
               PERFORM UNTIL END-OF-SWEPT-FILE
                   READ REFUND-TRACKING-FILE NEXT
                       AT END
                           SET END-OF-SWEPT-FILE TO TRUE
                       NOT AT END
                           ADD 1 TO WS-RECORDS-EXAMINED
                           MOVE RT-TAXID TO WS-CHECK-TAXID
                           MOVE RT-ISSUE-DATE TO WS-PL-VALUE
                           PERFORM 2200-CHECK-RETAINED-DETAIL
                           IF LIVE-MASTER-FOUND
                               PERFORM 3650-FIND-REFUND-ENTRY
                               IF NOT REFUND-ENTRY-FOUND
                                   MOVE 22 TO WS-PROBLEM-TYPE
                                   PERFORM 2500-RECORD-PROBLEM
                               END-IF
                           END-IF
                   END-READ
               END-PERFORM
           END-IF.

       3650-FIND-REFUND-ENTRY.
           MOVE "N" TO WS-REFUND-FOUND-SW
           IF TRAN-FILE-AVAILABLE
               MOVE "N" TO WS-CHAIN-EOF-SW
               MOVE RT-TAXID TO TT-TAXID
               START TAX-TRANSACTION-FILE
                       KEY IS NOT LESS THAN TT-TAXID
                   INVALID KEY
                       SET NO-MORE-CHAIN-RECORDS TO TRUE
               END-START
               PERFORM UNTIL NO-MORE-CHAIN-RECORDS
                       OR REFUND-ENTRY-FOUND
                   READ TAX-TRANSACTION-FILE NEXT
                       AT END
                           SET NO-MORE-CHAIN-RECORDS TO TRUE
                       NOT AT END
                           IF TT-TAXID NOT = RT-TAXID
                               SET NO-MORE-CHAIN-RECORDS TO TRUE
                           ELSE
                               IF TT-TYPE-REFUND
                                   AND TT-AMOUNT = RT-REFUND-AMOUNT
                                   SET REFUND-ENTRY-FOUND TO TRUE
                               END-IF
                           END-IF
                   END-READ
               END-PERFORM
           END-IF.

       3700-SWEEP-NOTICE-HISTORY.
           IF HISTORY-FILE-AVAILABLE
               MOVE "N" TO WS-FILE-EOF-SW
               MOVE "NOTCHIST" TO WS-PL-FILE
               MOVE "SENT" TO WS-PL-LABEL
               MOVE 8 TO WS-ORPHAN-TYPE
               PERFORM UNTIL END-OF-SWEPT-FILE
                   READ NOTICE-HISTORY-FILE NEXT
                       AT END
                           SET END-OF-SWEPT-FILE TO TRUE
                       NOT AT END
                           ADD 1 TO WS-RECORDS-EXAMINED
                           MOVE ND-TAXID TO WS-CHECK-TAXID
                           MOVE ND-SENT-DATE TO WS-PL-VALUE
                           PERFORM 2200-CHECK-RETAINED-DETAIL
                   END-READ
               END-PERFORM
           END-IF.

       3800-SWEEP-RECON-CHECKPOINTS.
           IF CHECKPOINT-FILE-AVAILABLE
               MOVE "N" TO WS-FILE-EOF-SW
               MOVE "RECNCKPT" TO WS-PL-FILE
               MOVE "THROUGH" TO WS-PL-LABEL
               MOVE 9 TO WS-ORPHAN-TYPE
               PERFORM UNTIL END-OF-SWEPT-FILE
                   READ RECON-CHECKPOINT-FILE NEXT
                       AT END
                           SET END-OF-SWEPT-FILE TO TRUE
                       NOT AT END
                           ADD 1 TO WS-RECORDS-EXAMINED
                           MOVE RC-TAXID TO WS-CHECK-TAXID
                           MOVE RC-CHECKPOINT-DATE TO WS-PL-VALUE
                           PERFORM 2100-CHECK-PURGED-DETAIL
                   END-READ
               END-PERFORM
           END-IF.

      * The cross-reference outlives both accounts (it is kept
      * for good), so either master will do; but the source
      * side must have been closed by the merge.
       3900-SWEEP-MERGE-XREF.
           IF XREF-FILE-AVAILABLE
               MOVE "N" TO WS-FILE-EOF-SW
               MOVE "MERGXREF" TO WS-PL-FILE
               MOVE 10 TO WS-ORPHAN-TYPE
               PERFORM UNTIL END-OF-SWEPT-FILE
                   READ MERGE-XREF-FILE NEXT
                       AT END
                           SET END-OF-SWEPT-FILE TO TRUE
                       NOT AT END
                           ADD 1 TO WS-RECORDS-EXAMINED
                           MOVE "SURVIVOR" TO WS-PL-LABEL
                           MOVE MX-SURVIVING-TAXID TO WS-PL-VALUE
                           MOVE MX-SOURCE-TAXID TO WS-CHECK-TAXID
                           PERFORM 2200-CHECK-RETAINED-DETAIL
                           IF LIVE-MASTER-FOUND
                                   AND NOT LIVE-ACCOUNT-CLOSED
                               MOVE 19 TO WS-PROBLEM-TYPE
                               PERFORM 2500-RECORD-PROBLEM
                           END-IF
                           MOVE "SOURCE" TO WS-PL-LABEL
                           MOVE MX-SOURCE-TAXID TO WS-PL-VALUE
                           MOVE MX-SURVIVING-TAXID TO WS-CHECK-TAXID
                           PERFORM 2200-CHECK-RETAINED-DETAIL
                   END-READ
               END-PERFORM
           END-IF.

       4000-SWEEP-SUSPENSE.
           IF SUSPENSE-FILE-AVAILABLE
               MOVE "N" TO WS-FILE-EOF-SW
               MOVE "SUSPENSE" TO WS-PL-FILE
               MOVE "FILED" TO WS-PL-LABEL
               MOVE 11 TO WS-ORPHAN-TYPE
               PERFORM UNTIL END-OF-SWEPT-FILE
                   READ SUSPENSE-FILE NEXT
                       AT END
                           SET END-OF-SWEPT-FILE TO TRUE
                       NOT AT END
                           ADD 1 TO WS-RECORDS-EXAMINED
                           IF NOT SU-REASON-UNKNOWN-TAXID
                               MOVE SU-TAXID TO WS-CHECK-TAXID
                               MOVE SU-ADDED-DATE TO WS-PL-VALUE
                               PERFORM 2200-CHECK-RETAINED-DETAIL
                           END-IF
                   END-READ
               END-PERFORM
           END-IF.

       4100-SWEEP-AGENCY-PLACEMENTS.
           IF PLACEMENT-FILE-AVAILABLE
               MOVE "N" TO WS-FILE-EOF-SW
               MOVE "AGYPLACE" TO WS-PL-FILE
               MOVE "PLACED" TO WS-PL-LABEL
               MOVE 12 TO WS-ORPHAN-TYPE
               PERFORM UNTIL END-OF-SWEPT-FILE
                   READ AGENCY-PLACEMENT-FILE NEXT
                       AT END
                           SET END-OF-SWEPT-FILE TO TRUE
                       NOT AT END
                           ADD 1 TO WS-RECORDS-EXAMINED
                           MOVE AP-TAXID TO WS-CHECK-TAXID
                           MOVE AP-PLACEMENT-DATE TO WS-PL-VALUE
                           PERFORM 2200-CHECK-RETAINED-DETAIL
                   END-READ
               END-PERFORM
           END-IF.

       4200-SWEEP-RETURNS-FILED.
           IF FILED-FILE-AVAILABLE
               MOVE "N" TO WS-FILE-EOF-SW
               MOVE "RETFILED" TO WS-PL-FILE
               MOVE "PERIOD" TO WS-PL-LABEL
               MOVE 13 TO WS-ORPHAN-TYPE
               PERFORM UNTIL END-OF-SWEPT-FILE
                   READ RETURNS-FILED-FILE NEXT
                       AT END
                           SET END-OF-SWEPT-FILE TO TRUE
                       NOT AT END
                           ADD 1 TO WS-RECORDS-EXAMINED
                           MOVE FR-TAXID TO WS-CHECK-TAXID
                           MOVE FR-TAX-PERIOD TO WS-PL-VALUE
                           PERFORM 2200-CHECK-RETAINED-DETAIL
                   END-READ
               END-PERFORM
           END-IF.

       4300-SWEEP-LEGAL-HOLDS.
           IF HOLD-FILE-AVAILABLE
               MOVE "N" TO WS-FILE-EOF-SW
               MOVE "LEGLHOLD" TO WS-PL-FILE
               MOVE "START" TO WS-PL-LABEL
               MOVE 14 TO WS-ORPHAN-TYPE
               PERFORM UNTIL END-OF-SWEPT-FILE
                   READ LEGAL-HOLD-FILE NEXT
                       AT END
                           SET END-OF-SWEPT-FILE TO TRUE
                       NOT AT END
                           ADD 1 TO WS-RECORDS-EXAMINED
                           MOVE LH-TAXID TO WS-CHECK-TAXID
                           MOVE LH-START-DATE TO WS-PL-VALUE
                           PERFORM 2200-CHECK-RETAINED-DETAIL
                   END-READ
               END-PERFORM
           END-IF.

       5000-SWEEP-ARCHIVE-TRANSACTIONS.
           IF ARCHIVE-TRAN-AVAILABLE
               MOVE "N" TO WS-FILE-EOF-SW
               MOVE "ARCHTRAN" TO WS-PL-FILE
               MOVE "POSTED" TO WS-PL-LABEL
               MOVE 15 TO WS-ORPHAN-TYPE
               PERFORM UNTIL END-OF-SWEPT-FILE
                   READ ARCHIVE-TRANSACTION-FILE NEXT
                       AT END
                           SET END-OF-SWEPT-FILE TO TRUE
                       NOT AT END
                           ADD 1 TO WS-RECORDS-EXAMINED
                           MOVE AT-TAXID TO WS-CHECK-TAXID
                           MOVE AT-POST-DATE TO WS-PL-VALUE
                           PERFORM 2300-CHECK-ARCHIVED-DETAIL
                   END-READ
               END-PERFORM
           END-IF.

       5100-SWEEP-ARCHIVE-STATUS.
           IF ARCHIVE-STAT-AVAILABLE
               MOVE "N" TO WS-FILE-EOF-SW
               MOVE "ARCHSTAT" TO WS-PL-FILE
               MOVE "CHANGED" TO WS-PL-LABEL
               MOVE 16 TO WS-ORPHAN-TYPE
               PERFORM UNTIL END-OF-SWEPT-FILE
                   READ ARCHIVE-STATUS-FILE NEXT
                       AT END
                           SET END-OF-SWEPT-FILE TO TRUE
                       NOT AT END
                           ADD 1 TO WS-RECORDS-EXAMINED
                           MOVE AS-TAXID TO WS-CHECK-TAXID
                           MOVE AS-CHANGE-DATE TO WS-PL-VALUE
                           PERFORM 2300-CHECK-ARCHIVED-DETAIL
                   END-READ
               END-PERFORM
           END-IF.

       5200-SWEEP-ARCHIVE-NOTES.
           IF ARCHIVE-NOTE-AVAILABLE
               MOVE "N" TO WS-FILE-EOF-SW
               MOVE "ARCHNOTE" TO WS-PL-FILE
               MOVE "ENTERED" TO WS-PL-LABEL
               MOVE 17 TO WS-ORPHAN-TYPE
               PERFORM UNTIL END-OF-SWEPT-FILE
                   READ ARCHIVE-NOTE-FILE NEXT
                       AT END
                           SET END-OF-SWEPT-FILE TO TRUE
                       NOT AT END
                           ADD 1 TO WS-RECORDS-EXAMINED
                           MOVE AO-TAXID TO WS-CHECK-TAXID
                           MOVE AO-ENTRY-DATE TO WS-PL-VALUE
                           PERFORM 2300-CHECK-ARCHIVED-DETAIL
                   END-READ
               END-PERFORM
           END-IF.

      * Every type prints, zero or not, so the page shows each
      * check was made.
       8000-WRITE-SUMMARY.
           WRITE INTEGRITY-REPORT-LINE FROM WS-SUMMARY-HEADING
           PERFORM VARYING WS-TYPE-SUB FROM 1 BY 1
                   UNTIL WS-TYPE-SUB > WS-TYPE-COUNT-MAX
               MOVE WS-PROBLEM-TITLE (WS-TYPE-SUB) TO WS-SL-TITLE
               MOVE WS-PROBLEM-COUNT (WS-TYPE-SUB) TO WS-SL-COUNT
               WRITE INTEGRITY-REPORT-LINE FROM WS-SUMMARY-LINE
           END-PERFORM
           MOVE WS-RECORDS-EXAMINED TO WS-TL-EXAMINED
           MOVE WS-TOTAL-PROBLEMS TO WS-TL-PROBLEMS
           WRITE INTEGRITY-REPORT-LINE FROM WS-TOTAL-LINE
           DISPLAY "INTEGSWP: RECORDS EXAMINED " WS-RECORDS-EXAMINED
               " PROBLEMS " WS-TOTAL-PROBLEMS.

       9000-CLOSE-FILES.
           CLOSE TAX-MASTER-FILE
           IF TRAN-FILE-AVAILABLE
               CLOSE TAX-TRANSACTION-FILE
           END-IF
           IF STAT-FILE-AVAILABLE
               CLOSE STATUS-HISTORY-FILE
           END-IF
           IF NOTE-FILE-AVAILABLE
               CLOSE NOTE-OVERFLOW-FILE
           END-IF
           IF AGREEMENT-FILE-AVAILABLE
               CLOSE INSTALLMENT-AGREEMENT-FILE
           END-IF
           IF NAME-FILE-AVAILABLE
               CLOSE NAME-ADDRESS-FILE
           END-IF
           IF LINK-FILE-AVAILABLE
               CLOSE LINKED-ACCOUNT-FILE
           END-IF
           IF TRACK-FILE-AVAILABLE
               CLOSE REFUND-TRACKING-FILE
           END-IF
           IF HISTORY-FILE-AVAILABLE
               CLOSE NOTICE-HISTORY-FILE
           END-IF
           IF CHECKPOINT-FILE-AVAILABLE
               CLOSE RECON-CHECKPOINT-FILE
           END-IF
           IF XREF-FILE-AVAILABLE
               CLOSE MERGE-XREF-FILE
           END-IF
           IF SUSPENSE-FILE-AVAILABLE
               CLOSE SUSPENSE-FILE
           END-IF
           IF PLACEMENT-FILE-AVAILABLE
               CLOSE AGENCY-PLACEMENT-FILE
           END-IF
           IF FILED-FILE-AVAILABLE
               CLOSE RETURNS-FILED-FILE
           END-IF
           IF HOLD-FILE-AVAILABLE
               CLOSE LEGAL-HOLD-FILE
           END-IF
           IF ARCHIVE-MASTER-AVAILABLE
               CLOSE ARCHIVE-MASTER-FILE
           END-IF
           IF ARCHIVE-TRAN-AVAILABLE
               CLOSE ARCHIVE-TRANSACTION-FILE
           END-IF
           IF ARCHIVE-STAT-AVAILABLE
               CLOSE ARCHIVE-STATUS-FILE
           END-IF
           IF ARCHIVE-NOTE-AVAILABLE
               CLOSE ARCHIVE-NOTE-FILE
           END-IF
           CLOSE INTEGRITY-REPORT-FILE.

       9100-REGISTER-RUN-END.
           MOVE "E" TO WS-CTL-FUNCTION-CODE
           MOVE WS-RECORDS-EXAMINED TO WS-CTL-RECORD-COUNT
           CALL "RUNCTL" USING WS-CTL-PROGRAM-ID,
               WS-CTL-PREDECESSOR-ID, WS-CTL-FUNCTION-CODE,
               WS-CTL-RECORD-COUNT, WS-CTL-RUN-OK.
