       IDENTIFICATION DIVISION.
       PROGRAM-ID. DOLPROOF.
      ******************************************************
      *  NIGHTLY DOLLAR PROOF
      *  Morning read-back of the DOLLAR-CONTROL-FILE for one
      *  cycle date.  OPSRPT proves every program ran; this
      *  proves the money they moved adds up:
      *    - by transaction type, what the feeds sent (LOCKBOX,
      *      BANKRTRN, ACHORIG, AGYRMIT, ADJRLSE, the recycled
      *      suspense items from SUSPRCYL, and the direct
      *      posters ACCRUAL, REFNDOFS, REFUND and REFNDCLR),
      *      less what TAXUPD sent to suspense instead, must
      *      equal to the penny -- and to the item -- what
      *      TRANPOST actually wrote to the ledger.  OF nets to
      *      zero on its own, so the item count is what catches
      *      a lost half of an offset.
      *    - the change in the GL extract trailer from the
      *      last night it was registered to tonight must equal
      *      what TRANPOST posted in between: everything posted
      *      after the earlier extract (its night's late posts
      *      and any night with no extract at all) plus
      *      everything posted tonight before tonight's extract
      *  Anything that does not tie is flagged at the top of
      *  the page.  A transaction type no feed registers (CH
      *  from the filing intake, for one) is shown with what
      *  posted but marked NOT PROVEN rather than flagged --
      *  there is nothing to prove it against.
      *
      *  The cycle date reported is read from the CYCLEDT
      *  control file exactly as DOLCTL reads it, so the
      *  report covers the night just run even when the chain
      *  straddled midnight.
      ******************************************************
       ENVIRONMENT DIVISION.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
           SELECT DOLLAR-CONTROL-FILE
               ASSIGN TO "DOLCTL"
               ORGANIZATION IS INDEXED
               ACCESS MODE IS DYNAMIC
               RECORD KEY IS DC-KEY
               FILE STATUS IS WS-DOL-FILE-STATUS.

           SELECT CYCLE-DATE-FILE
               ASSIGN TO "CYCLEDT"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-CYC-FILE-STATUS.

           SELECT PROOF-REPORT-FILE
               ASSIGN TO "PRFRPT"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-RPT-FILE-STATUS.

       DATA DIVISION.
       FILE SECTION.
       FD  DOLLAR-CONTROL-FILE.
       COPY "DOLCTLRC.cobol".

       FD  CYCLE-DATE-FILE.
       01  CYCLE-DATE-RECORD.
           03 CD-CYCLE-DATE PIC 9(8).

       FD  PROOF-REPORT-FILE.
       01  PROOF-REPORT-LINE PIC X(132).

       WORKING-STORAGE SECTION.
       01  WS-DOL-FILE-STATUS PIC XX.
       01  WS-CYC-FILE-STATUS PIC XX.
       01  WS-RPT-FILE-STATUS PIC XX.
       01  WS-EOF-SW PIC X VALUE "N".
           88 NO-MORE-CONTROL-RECORDS VALUE "Y".

      * A first night has no DOLLAR-CONTROL-FILE yet -- the
      * report still prints, and flags the missing trailer.
       01  WS-DOL-FILE-SW PIC X VALUE "N".
           88 CONTROL-FILE-AVAILABLE VALUE "Y".

       01  WS-CYCLE-DATE PIC 9(8) VALUE ZERO.

      * Every entry registered tonight, held in key order
      * (program within kind within type is how the report
      * lists them under each type).
       01  WS-SUB PIC 9(4).
       01  WS-NIGHT-COUNT PIC 9(4) VALUE ZERO.
       01  WS-NIGHT-LIMIT PIC 9(4) VALUE 100.
       01  WS-NIGHT-TABLE.
           03 WS-NIGHT-ENTRY OCCURS 100 TIMES.
             05 WS-NT-PROGRAM-ID PIC X(8).
             05 WS-NT-ENTRY-KIND PIC X.
             05 WS-NT-TRANSACTION-TYPE PIC X(2).
             05 WS-NT-ITEM-COUNT PIC 9(9).
             05 WS-NT-DOLLAR-TOTAL PIC S9(11)V99 USAGE IS COMP-3.

      * Tonight's dollars folded by transaction type.  The
      * types the feeds account for are loaded first, in
      * report order, and are the only ones proven; any other
      * type that posted takes the next free slot.
       01  WS-TYPE-SUB PIC 9(2).
       01  WS-TYPE-COUNT PIC 9(2) VALUE 7.
       01  WS-TYPE-LIMIT PIC 9(2) VALUE 16.
       01  WS-PROVEN-TYPE-COUNT PIC 9(2) VALUE 7.
       01  WS-PROVEN-TYPE-LIST PIC X(14) VALUE
           "PYPRAJACOFRFRR".
       01  WS-TYPE-TABLE.
           03 WS-TYPE-ENTRY OCCURS 16 TIMES.
             05 WS-TT-TYPE PIC X(2).
             05 WS-TT-PROVEN-SW PIC X.
               88 TYPE-PROVEN VALUE "Y".
             05 WS-TT-FED-COUNT PIC 9(9).
             05 WS-TT-FED-AMOUNT PIC S9(11)V99 USAGE IS COMP-3.
             05 WS-TT-SUSP-COUNT PIC 9(9).
             05 WS-TT-SUSP-AMOUNT PIC S9(11)V99 USAGE IS COMP-3.
             05 WS-TT-POSTED-COUNT PIC 9(9).
             05 WS-TT-POSTED-AMOUNT PIC S9(11)V99 USAGE IS COMP-3.
             05 WS-TT-DIFF-COUNT PIC S9(9).
             05 WS-TT-DIFF-AMOUNT PIC S9(11)V99 USAGE IS COMP-3.

      * GL trailer proof.  The earlier trailer is looked for a
      * night at a time back to the look-back limit, so a
      * skipped night or a weekend does not lose the chain.
       01  WS-GL-TONIGHT-SW PIC X VALUE "N".
           88 GL-TONIGHT-FOUND VALUE "Y".
       01  WS-GL-PRIOR-SW PIC X VALUE "N".
           88 GL-PRIOR-FOUND VALUE "Y".
       01  WS-GL-TONIGHT-TOTAL PIC S9(11)V99 USAGE IS COMP-3
           VALUE ZERO.
       01  WS-GL-PRIOR-TOTAL PIC S9(11)V99 USAGE IS COMP-3
           VALUE ZERO.
       01  WS-PRIOR-CYCLE-DATE PIC 9(8) VALUE ZERO.
       01  WS-DAYS-BACK PIC 9(3).
       01  WS-LOOK-BACK-LIMIT PIC 9(3) VALUE 31.
       01  WS-POSTED-SINCE-PRIOR PIC S9(11)V99 USAGE IS COMP-3
           VALUE ZERO.
       01  WS-POSTED-BEFORE-GL PIC S9(11)V99 USAGE IS COMP-3
           VALUE ZERO.
       01  WS-GL-CHANGE PIC S9(11)V99 USAGE IS COMP-3 VALUE ZERO.
       01  WS-GL-EXPLAINED PIC S9(11)V99 USAGE IS COMP-3
           VALUE ZERO.
       01  WS-GL-DIFFERENCE PIC S9(11)V99 USAGE IS COMP-3
           VALUE ZERO.

       01  WS-FLAG-COUNT PIC 9(4) VALUE ZERO.
       01  WS-FLAG-LIMIT PIC 9(4) VALUE 50.
       01  WS-FLAG-TABLE.
           03 WS-FLAG-LINE-HELD OCCURS 50 TIMES PIC X(80).

       01  WS-HEADING-LINE.
           03 FILLER PIC X(28) VALUE
               "NIGHTLY DOLLAR PROOF, CYCLE ".
           03 WS-HD-CYCLE PIC 9(8).

       01  WS-ATTENTION-LINE PIC X(20) VALUE "*** ATTENTION ***".
       01  WS-ALL-TIED-LINE PIC X(60) VALUE
           "EVERY PROVEN FEED AND THE GL TRAILER TIE TO THE PENNY".

       01  WS-FLAG-WORK-LINE.
           03 WS-F-SUBJECT PIC X(8).
           03 FILLER PIC X(2) VALUE SPACES.
           03 WS-F-TEXT PIC X(30).
           03 WS-F-AMOUNT PIC -(11)9.99.
           03 FILLER PIC X(8) VALUE "  ITEMS ".
           03 WS-F-COUNT PIC -(9)9.
           03 FILLER PIC X(6) VALUE SPACES.

       01  WS-SECTION-LINE PIC X(40).

       01  WS-COLUMN-LINE.
           03 FILLER PIC X(38) VALUE SPACES.
           03 FILLER PIC X(12) VALUE "      ITEMS".
           03 FILLER PIC X(17) VALUE "          DOLLARS".

       01  WS-TYPE-LINE.
           03 FILLER PIC X(5) VALUE "TYPE ".
           03 WS-T-TYPE PIC X(2).
           03 FILLER PIC X(2) VALUE SPACES.
           03 WS-T-VERDICT PIC X(12).

       01  WS-AMOUNT-LINE.
           03 FILLER PIC X(4) VALUE SPACES.
           03 WS-A-LABEL PIC X(24).
           03 WS-A-PROGRAM-ID PIC X(8).
           03 FILLER PIC X(2) VALUE SPACES.
           03 WS-A-COUNT PIC -(9)9.
           03 FILLER PIC X(2) VALUE SPACES.
           03 WS-A-AMOUNT PIC -(11)9.99.

       01  WS-GL-DATE-LINE.
           03 FILLER PIC X(4) VALUE SPACES.
           03 WS-G-LABEL PIC X(24).
           03 FILLER PIC X(6) VALUE "CYCLE ".
           03 WS-G-CYCLE PIC 9(8).
           03 FILLER PIC X(6) VALUE SPACES.
           03 WS-G-AMOUNT PIC -(11)9.99.

       PROCEDURE DIVISION.
       0000-MAIN.
           PERFORM 1000-OPEN-FILES
           PERFORM 1100-ESTABLISH-CYCLE-DATE
           PERFORM 1200-LOAD-PROVEN-TYPES
           IF CONTROL-FILE-AVAILABLE
               PERFORM 2000-GATHER-TONIGHT
               PERFORM 3000-FIND-PRIOR-TRAILER
               IF GL-PRIOR-FOUND
                   PERFORM 3200-GATHER-POSTED-SINCE-PRIOR
               END-IF
           END-IF
           PERFORM 4000-PROVE-FEEDS
           PERFORM 4500-PROVE-GL-TRAILER
           PERFORM 5000-WRITE-REPORT
           PERFORM 9000-CLOSE-FILES
           GOBACK.

       1000-OPEN-FILES.
           OPEN INPUT DOLLAR-CONTROL-FILE
           IF WS-DOL-FILE-STATUS = "00"
               SET CONTROL-FILE-AVAILABLE TO TRUE
           END-IF
           OPEN OUTPUT PROOF-REPORT-FILE.

       1100-ESTABLISH-CYCLE-DATE.
           OPEN INPUT CYCLE-DATE-FILE
           IF WS-CYC-FILE-STATUS = "00"
               READ CYCLE-DATE-FILE
                   AT END
                       CONTINUE
                   NOT AT END
                       IF CD-CYCLE-DATE NUMERIC
                               AND CD-CYCLE-DATE > ZERO
                           MOVE CD-CYCLE-DATE TO WS-CYCLE-DATE
                       END-IF
               END-READ
               CLOSE CYCLE-DATE-FILE
           END-IF
           IF WS-CYCLE-DATE = ZERO
               ACCEPT WS-CYCLE-DATE FROM DATE YYYYMMDD
           END-IF.

       1200-LOAD-PROVEN-TYPES.
           PERFORM VARYING WS-TYPE-SUB FROM 1 BY 1
                   UNTIL WS-TYPE-SUB > WS-TYPE-LIMIT
               IF WS-TYPE-SUB > WS-PROVEN-TYPE-COUNT
                   MOVE SPACES TO WS-TT-TYPE (WS-TYPE-SUB)
                   MOVE "N" TO WS-TT-PROVEN-SW (WS-TYPE-SUB)
               ELSE
                   MOVE WS-PROVEN-TYPE-LIST
                       (WS-TYPE-SUB * 2 - 1:2)
                       TO WS-TT-TYPE (WS-TYPE-SUB)
                   MOVE "Y" TO WS-TT-PROVEN-SW (WS-TYPE-SUB)
               END-IF
               MOVE ZERO TO WS-TT-FED-COUNT (WS-TYPE-SUB)
               MOVE ZERO TO WS-TT-FED-AMOUNT (WS-TYPE-SUB)
               MOVE ZERO TO WS-TT-SUSP-COUNT (WS-TYPE-SUB)
               MOVE ZERO TO WS-TT-SUSP-AMOUNT (WS-TYPE-SUB)
               MOVE ZERO TO WS-TT-POSTED-COUNT (WS-TYPE-SUB)
               MOVE ZERO TO WS-TT-POSTED-AMOUNT (WS-TYPE-SUB)
               MOVE ZERO TO WS-TT-DIFF-COUNT (WS-TYPE-SUB)
               MOVE ZERO TO WS-TT-DIFF-AMOUNT (WS-TYPE-SUB)
           END-PERFORM.

      * The ledger is keyed by cycle date first, so tonight is
      * one START and a forward read until the date changes.
       2000-GATHER-TONIGHT.
           MOVE WS-CYCLE-DATE TO DC-CYCLE-DATE
           MOVE LOW-VALUES TO DC-PROGRAM-ID
           MOVE LOW-VALUES TO DC-ENTRY-KIND
           MOVE LOW-VALUES TO DC-TRANSACTION-TYPE
           MOVE "N" TO WS-EOF-SW
           START DOLLAR-CONTROL-FILE KEY IS NOT LESS THAN DC-KEY
               INVALID KEY
                   SET NO-MORE-CONTROL-RECORDS TO TRUE
           END-START
           PERFORM UNTIL NO-MORE-CONTROL-RECORDS
               READ DOLLAR-CONTROL-FILE NEXT
                   AT END
                       SET NO-MORE-CONTROL-RECORDS TO TRUE
                   NOT AT END
                       IF DC-CYCLE-DATE NOT = WS-CYCLE-DATE
                           SET NO-MORE-CONTROL-RECORDS TO TRUE
                       ELSE
                           PERFORM 2100-HOLD-ONE-ENTRY
                       END-IF
               END-READ
           END-PERFORM.

       2100-HOLD-ONE-ENTRY.
           IF ENTRY-GL-TOTAL
               SET GL-TONIGHT-FOUND TO TRUE
               MOVE DC-DOLLAR-TOTAL TO WS-GL-TONIGHT-TOTAL
           ELSE
               IF ENTRY-POSTED
                   ADD DC-DOLLAR-TOTAL TO WS-POSTED-BEFORE-GL
               END-IF
               PERFORM 2200-FOLD-INTO-TYPE
               IF WS-NIGHT-COUNT >= WS-NIGHT-LIMIT
                   DISPLAY "DOLPROOF: NIGHT TABLE FULL, "
                       DC-PROGRAM-ID " " DC-TRANSACTION-TYPE
                       " NOT LISTED"
               ELSE
                   ADD 1 TO WS-NIGHT-COUNT
                   MOVE DC-PROGRAM-ID
                       TO WS-NT-PROGRAM-ID (WS-NIGHT-COUNT)
                   MOVE DC-ENTRY-KIND
                       TO WS-NT-ENTRY-KIND (WS-NIGHT-COUNT)
                   MOVE DC-TRANSACTION-TYPE
                       TO WS-NT-TRANSACTION-TYPE (WS-NIGHT-COUNT)
                   MOVE DC-ITEM-COUNT
                       TO WS-NT-ITEM-COUNT (WS-NIGHT-COUNT)
                   MOVE DC-DOLLAR-TOTAL
                       TO WS-NT-DOLLAR-TOTAL (WS-NIGHT-COUNT)
               END-IF
           END-IF.

      * A type the table has no room for is still in the GL
      * proof; it just gets no section of its own.
       2200-FOLD-INTO-TYPE.
           PERFORM VARYING WS-TYPE-SUB FROM 1 BY 1
                   UNTIL WS-TYPE-SUB > WS-TYPE-COUNT
                   OR WS-TT-TYPE (WS-TYPE-SUB) = DC-TRANSACTION-TYPE
               CONTINUE
           END-PERFORM
           IF WS-TYPE-SUB > WS-TYPE-COUNT
                   AND WS-TYPE-COUNT < WS-TYPE-LIMIT
               ADD 1 TO WS-TYPE-COUNT
               MOVE DC-TRANSACTION-TYPE TO WS-TT-TYPE (WS-TYPE-SUB)
           END-IF
           IF WS-TYPE-SUB NOT > WS-TYPE-COUNT
               EVALUATE TRUE
                   WHEN ENTRY-FED
                       ADD DC-ITEM-COUNT
                           TO WS-TT-FED-COUNT (WS-TYPE-SUB)
                       ADD DC-DOLLAR-TOTAL
                           TO WS-TT-FED-AMOUNT (WS-TYPE-SUB)
                   WHEN ENTRY-SUSPENDED
                       ADD DC-ITEM-COUNT
                           TO WS-TT-SUSP-COUNT (WS-TYPE-SUB)
                       ADD DC-DOLLAR-TOTAL
                           TO WS-TT-SUSP-AMOUNT (WS-TYPE-SUB)
                   WHEN ENTRY-POSTED OR ENTRY-POSTED-AFTER-GL
                       ADD DC-ITEM-COUNT
                           TO WS-TT-POSTED-COUNT (WS-TYPE-SUB)
                       ADD DC-DOLLAR-TOTAL
                           TO WS-TT-POSTED-AMOUNT (WS-TYPE-SUB)
                   WHEN OTHER
                       CONTINUE
               END-EVALUATE
           ELSE
               DISPLAY "DOLPROOF: TYPE TABLE FULL, TYPE "
                   DC-TRANSACTION-TYPE " NOT LISTED"
           END-IF.

       3000-FIND-PRIOR-TRAILER.
           PERFORM VARYING WS-DAYS-BACK FROM 1 BY 1
                   UNTIL GL-PRIOR-FOUND
                   OR WS-DAYS-BACK > WS-LOOK-BACK-LIMIT
               PERFORM 3100-READ-TRAILER-FOR-DAY
           END-PERFORM.

       3100-READ-TRAILER-FOR-DAY.
           COMPUTE WS-PRIOR-CYCLE-DATE = FUNCTION DATE-OF-INTEGER
               (FUNCTION INTEGER-OF-DATE (WS-CYCLE-DATE)
                - WS-DAYS-BACK)
           MOVE WS-PRIOR-CYCLE-DATE TO DC-CYCLE-DATE
           MOVE "GLEXTRCT" TO DC-PROGRAM-ID
           MOVE "G" TO DC-ENTRY-KIND
           MOVE SPACES TO DC-TRANSACTION-TYPE
           READ DOLLAR-CONTROL-FILE
               INVALID KEY
                   CONTINUE
               NOT INVALID KEY
                   SET GL-PRIOR-FOUND TO TRUE
                   MOVE DC-DOLLAR-TOTAL TO WS-GL-PRIOR-TOTAL
           END-READ.

      * From the earlier extract up to tonight: that night's
      * posts made after its extract, then every post on any
      * night in between (a night with no extract of its own
      * never made it into a trailer).  Tonight's posts before
      * the extract were gathered with tonight's entries.
       3200-GATHER-POSTED-SINCE-PRIOR.
           MOVE WS-PRIOR-CYCLE-DATE TO DC-CYCLE-DATE
           MOVE LOW-VALUES TO DC-PROGRAM-ID
           MOVE LOW-VALUES TO DC-ENTRY-KIND
           MOVE LOW-VALUES TO DC-TRANSACTION-TYPE
           MOVE "N" TO WS-EOF-SW
           START DOLLAR-CONTROL-FILE KEY IS NOT LESS THAN DC-KEY
               INVALID KEY
                   SET NO-MORE-CONTROL-RECORDS TO TRUE
           END-START
           PERFORM UNTIL NO-MORE-CONTROL-RECORDS
               READ DOLLAR-CONTROL-FILE NEXT
                   AT END
                       SET NO-MORE-CONTROL-RECORDS TO TRUE
                   NOT AT END
                       IF DC-CYCLE-DATE NOT < WS-CYCLE-DATE
                           SET NO-MORE-CONTROL-RECORDS TO TRUE
                       ELSE
                           PERFORM 3300-FOLD-ONE-EARLIER-ENTRY
                       END-IF
               END-READ
           END-PERFORM.

       3300-FOLD-ONE-EARLIER-ENTRY.
           EVALUATE TRUE
               WHEN DC-CYCLE-DATE = WS-PRIOR-CYCLE-DATE
                       AND ENTRY-POSTED-AFTER-GL
                   ADD DC-DOLLAR-TOTAL TO WS-POSTED-SINCE-PRIOR
               WHEN DC-CYCLE-DATE > WS-PRIOR-CYCLE-DATE
                       AND (ENTRY-POSTED OR ENTRY-POSTED-AFTER-GL)
                   ADD DC-DOLLAR-TOTAL TO WS-POSTED-SINCE-PRIOR
               WHEN OTHER
                   CONTINUE
           END-EVALUATE.

      * Fed less suspended must equal posted, in dollars and in
      * items, for every type a feed accounts for.
       4000-PROVE-FEEDS.
           PERFORM VARYING WS-TYPE-SUB FROM 1 BY 1
                   UNTIL WS-TYPE-SUB > WS-TYPE-COUNT
               COMPUTE WS-TT-DIFF-AMOUNT (WS-TYPE-SUB) =
                   WS-TT-FED-AMOUNT (WS-TYPE-SUB)
                   - WS-TT-SUSP-AMOUNT (WS-TYPE-SUB)
                   - WS-TT-POSTED-AMOUNT (WS-TYPE-SUB)
               COMPUTE WS-TT-DIFF-COUNT (WS-TYPE-SUB) =
                   WS-TT-FED-COUNT (WS-TYPE-SUB)
                   - WS-TT-SUSP-COUNT (WS-TYPE-SUB)
                   - WS-TT-POSTED-COUNT (WS-TYPE-SUB)
               IF TYPE-PROVEN (WS-TYPE-SUB)
                       AND (WS-TT-DIFF-AMOUNT (WS-TYPE-SUB)
                               NOT = ZERO
                           OR WS-TT-DIFF-COUNT (WS-TYPE-SUB)
                               NOT = ZERO)
                   MOVE WS-TT-TYPE (WS-TYPE-SUB) TO WS-F-SUBJECT
                   MOVE "FEEDS AND POSTINGS DIFFER BY"
                       TO WS-F-TEXT
                   MOVE WS-TT-DIFF-AMOUNT (WS-TYPE-SUB)
                       TO WS-F-AMOUNT
                   MOVE WS-TT-DIFF-COUNT (WS-TYPE-SUB)
                       TO WS-F-COUNT
                   PERFORM 4900-HOLD-ONE-FLAG
               END-IF
           END-PERFORM.

      * Trailer tonight less the earlier trailer must equal
      * what posted in between.  With no earlier trailer inside
      * the look-back there is nothing to prove against, and
      * the report says so without flagging it.
       4500-PROVE-GL-TRAILER.
           MOVE "GL" TO WS-F-SUBJECT
           MOVE ZERO TO WS-F-COUNT
           EVALUATE TRUE
               WHEN NOT GL-TONIGHT-FOUND
                   MOVE "NO GL TRAILER REGISTERED" TO WS-F-TEXT
                   MOVE ZERO TO WS-F-AMOUNT
                   PERFORM 4900-HOLD-ONE-FLAG
               WHEN NOT GL-PRIOR-FOUND
                   CONTINUE
               WHEN OTHER
                   COMPUTE WS-GL-CHANGE =
                       WS-GL-TONIGHT-TOTAL - WS-GL-PRIOR-TOTAL
                   COMPUTE WS-GL-EXPLAINED =
                       WS-POSTED-SINCE-PRIOR + WS-POSTED-BEFORE-GL
                   COMPUTE WS-GL-DIFFERENCE =
                       WS-GL-CHANGE - WS-GL-EXPLAINED
                   IF WS-GL-DIFFERENCE NOT = ZERO
                       MOVE "TRAILER CHANGE UNEXPLAINED BY"
                           TO WS-F-TEXT
                       MOVE WS-GL-DIFFERENCE TO WS-F-AMOUNT
                       PERFORM 4900-HOLD-ONE-FLAG
                   END-IF
           END-EVALUATE.

       4900-HOLD-ONE-FLAG.
           IF WS-FLAG-COUNT < WS-FLAG-LIMIT
               ADD 1 TO WS-FLAG-COUNT
               MOVE WS-FLAG-WORK-LINE
                   TO WS-FLAG-LINE-HELD (WS-FLAG-COUNT)
           END-IF.

       5000-WRITE-REPORT.
           MOVE WS-CYCLE-DATE TO WS-HD-CYCLE
           WRITE PROOF-REPORT-LINE FROM WS-HEADING-LINE
           IF WS-FLAG-COUNT > ZERO
               WRITE PROOF-REPORT-LINE FROM WS-ATTENTION-LINE
               PERFORM VARYING WS-SUB FROM 1 BY 1
                       UNTIL WS-SUB > WS-FLAG-COUNT
                   WRITE PROOF-REPORT-LINE
                       FROM WS-FLAG-LINE-HELD (WS-SUB)
               END-PERFORM
           ELSE
               WRITE PROOF-REPORT-LINE FROM WS-ALL-TIED-LINE
           END-IF
           MOVE SPACES TO WS-SECTION-LINE
           WRITE PROOF-REPORT-LINE FROM WS-SECTION-LINE
           MOVE "FEEDS AGAINST POSTINGS BY TYPE" TO WS-SECTION-LINE
           WRITE PROOF-REPORT-LINE FROM WS-SECTION-LINE
           WRITE PROOF-REPORT-LINE FROM WS-COLUMN-LINE
           PERFORM VARYING WS-TYPE-SUB FROM 1 BY 1
                   UNTIL WS-TYPE-SUB > WS-TYPE-COUNT
               PERFORM 5100-WRITE-ONE-TYPE
           END-PERFORM
           PERFORM 5500-WRITE-GL-SECTION.

      * Each feed on its own line, then suspense and the posts,
      * then the difference the flag was raised on.
       5100-WRITE-ONE-TYPE.
           MOVE WS-TT-TYPE (WS-TYPE-SUB) TO WS-T-TYPE
           EVALUATE TRUE
               WHEN NOT TYPE-PROVEN (WS-TYPE-SUB)
                   MOVE "NOT PROVEN" TO WS-T-VERDICT
               WHEN WS-TT-DIFF-AMOUNT (WS-TYPE-SUB) = ZERO
                       AND WS-TT-DIFF-COUNT (WS-TYPE-SUB) = ZERO
                   MOVE "TIES" TO WS-T-VERDICT
               WHEN OTHER
                   MOVE "OUT OF PROOF" TO WS-T-VERDICT
           END-EVALUATE
           WRITE PROOF-REPORT-LINE FROM WS-TYPE-LINE
           PERFORM VARYING WS-SUB FROM 1 BY 1
                   UNTIL WS-SUB > WS-NIGHT-COUNT
               IF WS-NT-TRANSACTION-TYPE (WS-SUB)
                       = WS-TT-TYPE (WS-TYPE-SUB)
                   PERFORM 5200-WRITE-ONE-ENTRY
               END-IF
           END-PERFORM
           MOVE "DIFFERENCE" TO WS-A-LABEL
           MOVE SPACES TO WS-A-PROGRAM-ID
           MOVE WS-TT-DIFF-COUNT (WS-TYPE-SUB) TO WS-A-COUNT
           MOVE WS-TT-DIFF-AMOUNT (WS-TYPE-SUB) TO WS-A-AMOUNT
           WRITE PROOF-REPORT-LINE FROM WS-AMOUNT-LINE.

       5200-WRITE-ONE-ENTRY.
           EVALUATE WS-NT-ENTRY-KIND (WS-SUB)
               WHEN "F"
                   MOVE "FED BY" TO WS-A-LABEL
               WHEN "S"
                   MOVE "SENT TO SUSPENSE BY" TO WS-A-LABEL
               WHEN "P"
                   MOVE "POSTED BY" TO WS-A-LABEL
               WHEN "Q"
                   MOVE "POSTED AFTER GL BY" TO WS-A-LABEL
               WHEN OTHER
                   MOVE "REGISTERED BY" TO WS-A-LABEL
           END-EVALUATE
           MOVE WS-NT-PROGRAM-ID (WS-SUB) TO WS-A-PROGRAM-ID
           MOVE WS-NT-ITEM-COUNT (WS-SUB) TO WS-A-COUNT
           MOVE WS-NT-DOLLAR-TOTAL (WS-SUB) TO WS-A-AMOUNT
           WRITE PROOF-REPORT-LINE FROM WS-AMOUNT-LINE.

       5500-WRITE-GL-SECTION.
           MOVE SPACES TO WS-SECTION-LINE
           WRITE PROOF-REPORT-LINE FROM WS-SECTION-LINE
           MOVE "GL EXTRACT TRAILER" TO WS-SECTION-LINE
           WRITE PROOF-REPORT-LINE FROM WS-SECTION-LINE
           IF NOT GL-TONIGHT-FOUND
               MOVE "    NO TRAILER REGISTERED TONIGHT"
                   TO WS-SECTION-LINE
               WRITE PROOF-REPORT-LINE FROM WS-SECTION-LINE
           ELSE
               MOVE "TRAILER TONIGHT" TO WS-G-LABEL
               MOVE WS-CYCLE-DATE TO WS-G-CYCLE
               MOVE WS-GL-TONIGHT-TOTAL TO WS-G-AMOUNT
               WRITE PROOF-REPORT-LINE FROM WS-GL-DATE-LINE
           END-IF
           IF NOT GL-PRIOR-FOUND
               MOVE "    NO EARLIER TRAILER, CHANGE NOT PROVEN"
                   TO WS-SECTION-LINE
               WRITE PROOF-REPORT-LINE FROM WS-SECTION-LINE
           ELSE
               MOVE "EARLIER TRAILER" TO WS-G-LABEL
               MOVE WS-PRIOR-CYCLE-DATE TO WS-G-CYCLE
               MOVE WS-GL-PRIOR-TOTAL TO WS-G-AMOUNT
               WRITE PROOF-REPORT-LINE FROM WS-GL-DATE-LINE
           END-IF
           IF GL-TONIGHT-FOUND AND GL-PRIOR-FOUND
               MOVE SPACES TO WS-A-PROGRAM-ID
               MOVE ZERO TO WS-A-COUNT
               MOVE "CHANGE IN TRAILER" TO WS-A-LABEL
               MOVE WS-GL-CHANGE TO WS-A-AMOUNT
               WRITE PROOF-REPORT-LINE FROM WS-AMOUNT-LINE
               MOVE "POSTED AFTER EARLIER GL" TO WS-A-LABEL
               MOVE WS-POSTED-SINCE-PRIOR TO WS-A-AMOUNT
               WRITE PROOF-REPORT-LINE FROM WS-AMOUNT-LINE
               MOVE "POSTED BEFORE TONIGHT GL" TO WS-A-LABEL
               MOVE WS-POSTED-BEFORE-GL TO WS-A-AMOUNT
               WRITE PROOF-REPORT-LINE FROM WS-AMOUNT-LINE
               MOVE "DIFFERENCE" TO WS-A-LABEL
               MOVE WS-GL-DIFFERENCE TO WS-A-AMOUNT
               WRITE PROOF-REPORT-LINE FROM WS-AMOUNT-LINE
           END-IF.

       9000-CLOSE-FILES.
           IF CONTROL-FILE-AVAILABLE
               CLOSE DOLLAR-CONTROL-FILE
           END-IF
           CLOSE PROOF-REPORT-FILE.
