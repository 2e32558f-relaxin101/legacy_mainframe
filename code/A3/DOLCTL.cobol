       IDENTIFICATION DIVISION.
       PROGRAM-ID. DOLCTL.
      ******************************************************
      *  NIGHTLY DOLLAR-CONTROL LEDGER
      *  Common registration routine for every program that
      *  moves money.  RUN-CONTROL-FILE proves each program
      *  ran; this proves what it moved.  Each caller registers
      *  an item count and a signed dollar total against
      *  tonight's cycle date on the DOLLAR-CONTROL-FILE, keyed
      *  by program, entry kind and transaction type, and
      *  DOLPROOF sets the feeds against what TRANPOST posted
      *  and against the change in the GL extract trailer.
      *
      *  Two functions:
      *    R  replace -- the caller rebuilds its output from
      *       scratch each run (LOCKBOX, BANKRTRN, ACHORIG,
      *       AGYRMIT, ADJRLSE, SUSPRCYL, GLEXTRCT), so a rerun
      *       stands in for the run before it
      *    A  add -- the caller posts as it goes (TRANPOST,
      *       TAXUPD's suspense, ACCRUAL, REFNDOFS, REFUND,
      *       REFNDCLR), so every run's dollars are real and
      *       accumulate
      *
      *  A posted entry (kind P) is filed as kind Q instead
      *  once tonight's GL extract has registered its trailer:
      *  those dollars are already on the ledger but not in
      *  tonight's trailer, and DOLPROOF looks for them in the
      *  change to tomorrow's.  The question is settled on the
      *  first posted entry of the run and latched, so one run
      *  never splits its dollars across the two.
      *
      *  The cycle date is latched from CYCLEDT exactly as
      *  RUNCTL does, so the dollars and the run they belong to
      *  always land under the same night.  LS-REGISTER-OK
      *  comes back "Y" when the entry is on file; a failure is
      *  displayed and the caller carries on -- a missing entry
      *  shows up on the proof, it does not stop the night.
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

       DATA DIVISION.
       FILE SECTION.
       FD  DOLLAR-CONTROL-FILE.
       COPY "DOLCTLRC.cobol".

       FD  CYCLE-DATE-FILE.
       01  CYCLE-DATE-RECORD.
           03 CD-CYCLE-DATE PIC 9(8).

       WORKING-STORAGE SECTION.
       01  WS-DOL-FILE-STATUS PIC XX.
       01  WS-CYC-FILE-STATUS PIC XX.
       01  WS-FILE-OPEN-SW PIC X VALUE "N".
           88 DOL-FILE-IS-OPEN VALUE "Y".
       01  WS-CYCLE-DATE PIC 9(8) VALUE ZERO.
       01  WS-RECORD-FOUND-SW PIC X VALUE "N".
           88 CONTROL-RECORD-FOUND VALUE "Y".

      * Settled on the first posted entry of the run.
       01  WS-GL-CHECKED-SW PIC X VALUE "N".
           88 GL-ALREADY-CHECKED VALUE "Y".
       01  WS-GL-EXTRACTED-SW PIC X VALUE "N".
           88 GL-ALREADY-EXTRACTED VALUE "Y".
       01  WS-ENTRY-KIND PIC X.

       LINKAGE SECTION.
       01  LS-PROGRAM-ID PIC X(8).
       01  LS-ENTRY-KIND PIC X.
           88 KIND-POSTED VALUE "P".
       01  LS-TRANSACTION-TYPE PIC X(2).
       01  LS-FUNCTION-CODE PIC X.
           88 REGISTER-REPLACE VALUE "R".
           88 REGISTER-ADD VALUE "A".
       01  LS-ITEM-COUNT PIC 9(9).
       01  LS-DOLLAR-TOTAL PIC S9(11)V99 USAGE IS COMP-3.
       01  LS-REGISTER-OK PIC X.
           88 REGISTERED-OK VALUE "Y".

       PROCEDURE DIVISION USING LS-PROGRAM-ID, LS-ENTRY-KIND,
               LS-TRANSACTION-TYPE, LS-FUNCTION-CODE,
               LS-ITEM-COUNT, LS-DOLLAR-TOTAL, LS-REGISTER-OK.
       0000-MAIN.
           IF NOT DOL-FILE-IS-OPEN
               PERFORM 1000-OPEN-CONTROL-FILE
           END-IF
           IF WS-CYCLE-DATE = ZERO
               PERFORM 1100-ESTABLISH-CYCLE-DATE
           END-IF

           MOVE "N" TO LS-REGISTER-OK
           MOVE LS-ENTRY-KIND TO WS-ENTRY-KIND
           IF KIND-POSTED
               IF NOT GL-ALREADY-CHECKED
                   PERFORM 1200-CHECK-GL-EXTRACTED
               END-IF
               IF GL-ALREADY-EXTRACTED
                   MOVE "Q" TO WS-ENTRY-KIND
               END-IF
           END-IF

           EVALUATE TRUE
               WHEN NOT DOL-FILE-IS-OPEN
                   CONTINUE
               WHEN REGISTER-REPLACE OR REGISTER-ADD
                   PERFORM 2000-REGISTER-DOLLARS
               WHEN OTHER
                   DISPLAY "DOLCTL: UNKNOWN FUNCTION "
                       LS-FUNCTION-CODE " FROM " LS-PROGRAM-ID
           END-EVALUATE

           GOBACK.

       1000-OPEN-CONTROL-FILE.
           OPEN I-O DOLLAR-CONTROL-FILE
           IF WS-DOL-FILE-STATUS = "35"
               OPEN OUTPUT DOLLAR-CONTROL-FILE
               CLOSE DOLLAR-CONTROL-FILE
               OPEN I-O DOLLAR-CONTROL-FILE
           END-IF
           IF WS-DOL-FILE-STATUS = "00"
               SET DOL-FILE-IS-OPEN TO TRUE
           ELSE
               DISPLAY "DOLCTL: DOLLAR CONTROL FILE WILL NOT OPEN, "
                   "STATUS " WS-DOL-FILE-STATUS
           END-IF.

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

       1200-CHECK-GL-EXTRACTED.
           SET GL-ALREADY-CHECKED TO TRUE
           IF DOL-FILE-IS-OPEN
               MOVE WS-CYCLE-DATE TO DC-CYCLE-DATE
               MOVE "GLEXTRCT" TO DC-PROGRAM-ID
               MOVE "G" TO DC-ENTRY-KIND
               MOVE SPACES TO DC-TRANSACTION-TYPE
               READ DOLLAR-CONTROL-FILE
                   INVALID KEY
                       CONTINUE
                   NOT INVALID KEY
                       SET GL-ALREADY-EXTRACTED TO TRUE
               END-READ
           END-IF.

       2000-REGISTER-DOLLARS.
           MOVE "N" TO WS-RECORD-FOUND-SW
           MOVE WS-CYCLE-DATE TO DC-CYCLE-DATE
           MOVE LS-PROGRAM-ID TO DC-PROGRAM-ID
           MOVE WS-ENTRY-KIND TO DC-ENTRY-KIND
           MOVE LS-TRANSACTION-TYPE TO DC-TRANSACTION-TYPE
           READ DOLLAR-CONTROL-FILE
               INVALID KEY
                   CONTINUE
               NOT INVALID KEY
                   SET CONTROL-RECORD-FOUND TO TRUE
           END-READ

           IF CONTROL-RECORD-FOUND AND REGISTER-ADD
               ADD LS-ITEM-COUNT TO DC-ITEM-COUNT
               ADD LS-DOLLAR-TOTAL TO DC-DOLLAR-TOTAL
           ELSE
               MOVE LS-ITEM-COUNT TO DC-ITEM-COUNT
               MOVE LS-DOLLAR-TOTAL TO DC-DOLLAR-TOTAL
           END-IF
           ACCEPT DC-REGISTER-DATE FROM DATE
           ACCEPT DC-REGISTER-TIME FROM TIME

           IF CONTROL-RECORD-FOUND
               REWRITE DOLLAR-CONTROL-RECORD
                   INVALID KEY
                       DISPLAY "DOLCTL: REWRITE FAILED FOR "
                           LS-PROGRAM-ID " " WS-ENTRY-KIND " "
                           LS-TRANSACTION-TYPE
                   NOT INVALID KEY
                       MOVE "Y" TO LS-REGISTER-OK
               END-REWRITE
           ELSE
               WRITE DOLLAR-CONTROL-RECORD
                   INVALID KEY
                       DISPLAY "DOLCTL: WRITE FAILED FOR "
                           LS-PROGRAM-ID " " WS-ENTRY-KIND " "
                           LS-TRANSACTION-TYPE
                   NOT INVALID KEY
                       MOVE "Y" TO LS-REGISTER-OK
               END-WRITE
           END-IF.
