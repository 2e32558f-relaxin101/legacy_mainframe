       IDENTIFICATION DIVISION.
       PROGRAM-ID. RETINTK.
      ******************************************************
      *  RETURN FILING INTAKE
      *  Loads the return intake feed onto the RETURNS-FILED-
      *  FILE, keyed by TAXID and tax period, and turns each
      *  return into the "CH" charge for its reported
      *  liability in UPDTRAN format, so a charge is never
      *  keyed by hand from a paper return again:
      *    - every TAXID must pass the same CHKDGT modulus-11
      *      test TAXEDIT applies to the bulk load, and must be
      *      on the master; the period must be a real YYYYMM
      *    - a period already carrying a filed return is
      *      refused (an amended figure is an adjustment, and
      *      goes through ADJWORK)
      *    - a period carrying only the estimated assessment
      *      NONFILER raised takes the real return: the
      *      estimate is reversed with a negative CH and the
      *      reported liability charged in its place, and the
      *      estimate stays on the record for the audit trail
      *  Items that fail come out on the exception listing.
      *  The charge file is in feed order; operations sorts
      *  it into the nightly UPDTRAN build ahead of the
      *  SUSPRCYL merge, the same as LBXTRAN.  The charge file
      *  is rebuilt from the top each run, so a rerun of the
      *  same feed the same day emits tonight's charges again
      *  instead of refusing them as already filed.  A return
      *  that appears twice in one feed is filed once; the
      *  second copy is refused as already on file, since a
      *  pair filed earlier in this same run cannot be a rerun.
      *  Past the table limit a same-day match is refused too,
      *  so a charge is never emitted twice.
      ******************************************************
       ENVIRONMENT DIVISION.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
           SELECT RETURN-INPUT-FILE
               ASSIGN TO "RETIN"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-RET-FILE-STATUS.

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
               ASSIGN TO "RETTRAN"
               ORGANIZATION IS SEQUENTIAL
               FILE STATUS IS WS-CHG-FILE-STATUS.

           SELECT EXCEPTION-REPORT-FILE
               ASSIGN TO "RETRPT"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-RPT-FILE-STATUS.

       DATA DIVISION.
       FILE SECTION.
       FD  RETURN-INPUT-FILE.
       01  RETURN-INPUT-RECORD.
           03 RI-TAXID PIC 9(9).
           03 RI-TAX-PERIOD PIC 9(6).
           03 RI-TAX-DUE PIC 9(11)V99.

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

       FD  EXCEPTION-REPORT-FILE.
       01  EXCEPTION-REPORT-LINE PIC X(132).

       WORKING-STORAGE SECTION.
       01  WS-RET-FILE-STATUS PIC XX.
       01  WS-MASTER-FILE-STATUS PIC XX.
       01  WS-FILED-FILE-STATUS PIC XX.
       01  WS-CHG-FILE-STATUS PIC XX.
       01  WS-RPT-FILE-STATUS PIC XX.
       01  WS-EOF-SW PIC X VALUE "N".
           88 NO-MORE-RETURNS VALUE "Y".
       01  WS-ITEM-VALID-SW PIC X.
           88 ITEM-VALID VALUE "Y".

       01  WS-TODAY-6 PIC 9(6).
       01  WS-TAXID-KEY PIC S9(9) USAGE IS COMP-3.

      * TAXID and period of every return filed or re-emitted in
      * this run -- see the header comment.
       01  WS-RUN-COUNT PIC 9(5) VALUE ZERO.
       01  WS-RUN-LIMIT PIC 9(5) VALUE 10000.
       01  WS-RUN-SUB PIC 9(5).
       01  WS-RUN-FOUND-SW PIC X VALUE "N".
           88 PAIR-FILED-THIS-RUN VALUE "Y".
       01  WS-RUN-FULL-SW PIC X VALUE "N".
           88 RUN-TABLE-FULL VALUE "Y".
       01  WS-RUN-TABLE.
           03 WS-RUN-ENTRY OCCURS 10000 TIMES.
             05 WS-RT-TAXID PIC S9(9) USAGE IS COMP-3.
             05 WS-RT-TAX-PERIOD PIC 9(6).
       01  WS-REASON PIC X(24).

       01  WS-PERIOD-X PIC 9(6).
       01  WS-PERIOD-PARTS REDEFINES WS-PERIOD-X.
           03 WS-PD-YYYY PIC 9(4).
           03 WS-PD-MM PIC 99.

       01  WS-CALL-TAXID PIC S9(9) USAGE IS COMP-3.
       01  WS-CALL-CHECK-OK PIC X.
           88 CHECK-DIGIT-GOOD VALUE "Y".

       01  WS-RETURNS-READ PIC 9(7) VALUE ZERO.
       01  WS-RETURNS-FILED PIC 9(7) VALUE ZERO.
       01  WS-ESTIMATES-REVERSED PIC 9(7) VALUE ZERO.
       01  WS-RETURNS-REJECTED PIC 9(7) VALUE ZERO.
       01  WS-CHARGES-WRITTEN PIC 9(7) VALUE ZERO.
       01  WS-CHARGE-TOTAL PIC S9(11)V99 USAGE IS COMP-3
           VALUE ZERO.

       01  WS-EXCEPTION-LINE.
           03 WS-E-REASON PIC X(24).
           03 FILLER PIC X(7) VALUE "TAXID ".
           03 WS-E-TAXID PIC X(9).
           03 FILLER PIC X(8) VALUE " PERIOD ".
           03 WS-E-PERIOD PIC X(6).
           03 FILLER PIC X(5) VALUE " DUE ".
           03 WS-E-TAX-DUE PIC X(13).

       01  WS-SUMMARY-LINE.
           03 FILLER PIC X(14) VALUE "RETURNS READ: ".
           03 WS-S-READ PIC ZZZ,ZZ9.
           03 FILLER PIC X(10) VALUE "  FILED: ".
           03 WS-S-FILED PIC ZZZ,ZZ9.
           03 FILLER PIC X(24) VALUE "  ESTIMATES REVERSED: ".
           03 WS-S-REVERSED PIC ZZZ,ZZ9.
           03 FILLER PIC X(13) VALUE "  REJECTED: ".
           03 WS-S-REJECTED PIC ZZZ,ZZ9.

       01  WS-CHARGE-SUMMARY-LINE.
           03 FILLER PIC X(17) VALUE "CHARGE LINES: ".
           03 WS-S-CHARGES PIC ZZZ,ZZ9.
           03 FILLER PIC X(10) VALUE "  NET CH ".
           03 WS-S-CHARGE-TOTAL PIC -(9)9.99.

       PROCEDURE DIVISION.
       0000-MAIN.
           PERFORM 1000-OPEN-FILES
           ACCEPT WS-TODAY-6 FROM DATE
           PERFORM UNTIL NO-MORE-RETURNS
               READ RETURN-INPUT-FILE
                   AT END
                       SET NO-MORE-RETURNS TO TRUE
                   NOT AT END
                       ADD 1 TO WS-RETURNS-READ
                       PERFORM 2000-EDIT-ONE-RETURN
                       IF ITEM-VALID
                           PERFORM 3000-FILE-ONE-RETURN
                       ELSE
                           PERFORM 7000-WRITE-EXCEPTION
                       END-IF
               END-READ
           END-PERFORM
           PERFORM 8000-WRITE-SUMMARY
           PERFORM 9000-CLOSE-FILES
           GOBACK.

       1000-OPEN-FILES.
           OPEN INPUT RETURN-INPUT-FILE
           OPEN INPUT TAX-MASTER-FILE
           OPEN I-O RETURNS-FILED-FILE
           IF WS-FILED-FILE-STATUS = "35"
               OPEN OUTPUT RETURNS-FILED-FILE
               CLOSE RETURNS-FILED-FILE
               OPEN I-O RETURNS-FILED-FILE
           END-IF
           OPEN OUTPUT CHARGE-OUTPUT-FILE
           OPEN OUTPUT EXCEPTION-REPORT-FILE.

      * The reason captured here is what prints on the exception
      * listing, so each refusal says exactly what was wrong.
       2000-EDIT-ONE-RETURN.
           MOVE "N" TO WS-ITEM-VALID-SW
           MOVE SPACES TO WS-REASON
           MOVE RI-TAX-PERIOD TO WS-PERIOD-X
           EVALUATE TRUE
               WHEN RI-TAXID NOT NUMERIC
                   MOVE "TAXID NOT NUMERIC" TO WS-REASON
               WHEN RI-TAX-PERIOD NOT NUMERIC
                   MOVE "PERIOD NOT NUMERIC" TO WS-REASON
               WHEN WS-PD-MM < 1 OR WS-PD-MM > 12
                   MOVE "PERIOD NOT A MONTH" TO WS-REASON
               WHEN RI-TAX-DUE NOT NUMERIC
                   MOVE "TAX DUE NOT NUMERIC" TO WS-REASON
               WHEN OTHER
                   PERFORM 2100-CHECK-TAXID
           END-EVALUATE.

       2100-CHECK-TAXID.
           MOVE RI-TAXID TO WS-TAXID-KEY
           MOVE WS-TAXID-KEY TO WS-CALL-TAXID
           CALL "CHKDGT" USING WS-CALL-TAXID, WS-CALL-CHECK-OK
           IF NOT CHECK-DIGIT-GOOD
               MOVE "BAD TAXID CHECK DIGIT" TO WS-REASON
           ELSE
               MOVE WS-TAXID-KEY TO TAXID
               READ TAX-MASTER-FILE
                   INVALID KEY
                       MOVE "TAXID NOT ON MASTER" TO WS-REASON
                   NOT INVALID KEY
                       MOVE "Y" TO WS-ITEM-VALID-SW
               END-READ
           END-IF.

       3000-FILE-ONE-RETURN.
           MOVE WS-TAXID-KEY TO FR-TAXID
           MOVE RI-TAX-PERIOD TO FR-TAX-PERIOD
           READ RETURNS-FILED-FILE
               INVALID KEY
                   PERFORM 3100-FILE-FIRST-RETURN
               NOT INVALID KEY
                   IF RETURN-ESTIMATED
                       PERFORM 3200-REPLACE-ESTIMATE
                   ELSE
                       PERFORM 3300-CHECK-FOR-RERUN
                   END-IF
           END-READ.

       3100-FILE-FIRST-RETURN.
           MOVE WS-TAXID-KEY TO FR-TAXID
           MOVE RI-TAX-PERIOD TO FR-TAX-PERIOD
           SET RETURN-FILED TO TRUE
           MOVE RI-TAX-DUE TO FR-TAX-DUE
           MOVE WS-TODAY-6 TO FR-RECEIVED-DATE
           MOVE ZERO TO FR-ESTIMATED-AMOUNT
           MOVE ZERO TO FR-ESTIMATE-DATE
           MOVE "N" TO FR-ESTIMATE-REVERSED-SW
           WRITE RETURN-FILED-RECORD
               INVALID KEY
                   MOVE "RETURNS FILE WRITE FAILED" TO WS-REASON
                   PERFORM 7000-WRITE-EXCEPTION
               NOT INVALID KEY
                   ADD 1 TO WS-RETURNS-FILED
                   PERFORM 3500-REMEMBER-PAIR
                   PERFORM 4100-WRITE-ACTUAL-CHARGE
           END-WRITE.

      * The estimate comes off and the real liability goes on in
      * the same night, as two CH lines, so the ledger shows
      * both the correction and what was actually owed.
       3200-REPLACE-ESTIMATE.
           SET RETURN-FILED TO TRUE
           MOVE RI-TAX-DUE TO FR-TAX-DUE
           MOVE WS-TODAY-6 TO FR-RECEIVED-DATE
           MOVE "Y" TO FR-ESTIMATE-REVERSED-SW
           REWRITE RETURN-FILED-RECORD
               INVALID KEY
                   MOVE "RETURNS FILE REWRITE FAILED" TO WS-REASON
                   PERFORM 7000-WRITE-EXCEPTION
               NOT INVALID KEY
                   ADD 1 TO WS-RETURNS-FILED
                   ADD 1 TO WS-ESTIMATES-REVERSED
                   PERFORM 3500-REMEMBER-PAIR
                   PERFORM 4000-WRITE-ESTIMATE-REVERSAL
                   PERFORM 4100-WRITE-ACTUAL-CHARGE
           END-REWRITE.

      * A return filed tonight for the same amount, and not
      * already filed earlier in this run, is this feed being
      * run again -- its charges go out again because the
      * charge file was rebuilt.  Anything else is a second
      * return for a period already filed.
       3300-CHECK-FOR-RERUN.
           PERFORM 3400-CHECK-FILED-THIS-RUN
           IF FR-RECEIVED-DATE = WS-TODAY-6
                   AND FR-TAX-DUE = RI-TAX-DUE
                   AND NOT PAIR-FILED-THIS-RUN
                   AND NOT RUN-TABLE-FULL
               ADD 1 TO WS-RETURNS-FILED
               PERFORM 3500-REMEMBER-PAIR
               IF ESTIMATE-REVERSED
                   ADD 1 TO WS-ESTIMATES-REVERSED
                   PERFORM 4000-WRITE-ESTIMATE-REVERSAL
               END-IF
               PERFORM 4100-WRITE-ACTUAL-CHARGE
           ELSE
               MOVE "RETURN ALREADY ON FILE" TO WS-REASON
               PERFORM 7000-WRITE-EXCEPTION
           END-IF.

       3400-CHECK-FILED-THIS-RUN.
           MOVE "N" TO WS-RUN-FOUND-SW
           PERFORM VARYING WS-RUN-SUB FROM 1 BY 1
                   UNTIL WS-RUN-SUB > WS-RUN-COUNT
                   OR PAIR-FILED-THIS-RUN
               IF WS-RT-TAXID (WS-RUN-SUB) = WS-TAXID-KEY
                       AND WS-RT-TAX-PERIOD (WS-RUN-SUB)
                           = RI-TAX-PERIOD
                   SET PAIR-FILED-THIS-RUN TO TRUE
               END-IF
           END-PERFORM.

       3500-REMEMBER-PAIR.
           IF WS-RUN-COUNT < WS-RUN-LIMIT
               ADD 1 TO WS-RUN-COUNT
               MOVE WS-TAXID-KEY TO WS-RT-TAXID (WS-RUN-COUNT)
               MOVE RI-TAX-PERIOD TO WS-RT-TAX-PERIOD (WS-RUN-COUNT)
           ELSE
               IF NOT RUN-TABLE-FULL
                   SET RUN-TABLE-FULL TO TRUE
                   DISPLAY "RETINTK: MORE THAN " WS-RUN-LIMIT
                       " RETURNS FILED, LATER RERUN MATCHES REFUSED"
               END-IF
           END-IF.

       4000-WRITE-ESTIMATE-REVERSAL.
           IF FR-ESTIMATED-AMOUNT NOT = ZERO
               MOVE WS-TAXID-KEY TO CO-TAXID
               MOVE SPACE TO CO-NEW-STATS
               MOVE "CH" TO CO-TRANSACTION-TYPE
               COMPUTE CO-AMOUNT = ZERO - FR-ESTIMATED-AMOUNT
               PERFORM 4500-WRITE-CHARGE-LINE
           END-IF.

      * A nil return is filed like any other but charges nothing.
       4100-WRITE-ACTUAL-CHARGE.
           IF RI-TAX-DUE NOT = ZERO
               MOVE WS-TAXID-KEY TO CO-TAXID
               MOVE SPACE TO CO-NEW-STATS
               MOVE "CH" TO CO-TRANSACTION-TYPE
               MOVE RI-TAX-DUE TO CO-AMOUNT
               PERFORM 4500-WRITE-CHARGE-LINE
           END-IF.

       4500-WRITE-CHARGE-LINE.
           MOVE "T" TO CO-COMPONENT-CODE
           WRITE CHARGE-OUTPUT-RECORD
           ADD 1 TO WS-CHARGES-WRITTEN
           ADD CO-AMOUNT TO WS-CHARGE-TOTAL.

       7000-WRITE-EXCEPTION.
           ADD 1 TO WS-RETURNS-REJECTED
           MOVE WS-REASON TO WS-E-REASON
           MOVE RETURN-INPUT-RECORD (1:9) TO WS-E-TAXID
           MOVE RETURN-INPUT-RECORD (10:6) TO WS-E-PERIOD
           MOVE RETURN-INPUT-RECORD (16:13) TO WS-E-TAX-DUE
           WRITE EXCEPTION-REPORT-LINE FROM WS-EXCEPTION-LINE.

       8000-WRITE-SUMMARY.
           MOVE WS-RETURNS-READ TO WS-S-READ
           MOVE WS-RETURNS-FILED TO WS-S-FILED
           MOVE WS-ESTIMATES-REVERSED TO WS-S-REVERSED
           MOVE WS-RETURNS-REJECTED TO WS-S-REJECTED
           WRITE EXCEPTION-REPORT-LINE FROM WS-SUMMARY-LINE
           MOVE WS-CHARGES-WRITTEN TO WS-S-CHARGES
           MOVE WS-CHARGE-TOTAL TO WS-S-CHARGE-TOTAL
           WRITE EXCEPTION-REPORT-LINE FROM WS-CHARGE-SUMMARY-LINE.

       9000-CLOSE-FILES.
           CLOSE RETURN-INPUT-FILE
           CLOSE TAX-MASTER-FILE
           CLOSE RETURNS-FILED-FILE
           CLOSE CHARGE-OUTPUT-FILE
           CLOSE EXCEPTION-REPORT-FILE.
