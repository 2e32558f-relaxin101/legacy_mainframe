      *  writes a fixed-format extract for finance: one
      *  detail record per status code plus a trailer record
      *  carrying the overall record count and control total
      *  finance uses to prove the feed balances.  Every
      *  record also carries its total split into tax,
      *  penalty and interest so finance can book each to its
      *  own receivable.  The trailer's account count and
      *  balance total are registered through DOLCTL, so the
      *  morning dollar proof can explain the change from last
      *  night's trailer by what was posted in between.
      ******************************************************
       ENVIRONMENT DIVISION.
       INPUT-OUTPUT SECTION.
       01  WS-STATS-COUNT OCCURS 4 TIMES PIC 9(9) VALUE ZERO.
       01  WS-STATS-TOTAL OCCURS 4 TIMES
           PIC S9(11)V99 USAGE IS COMP-3 VALUE ZERO.
       01  WS-STATS-PRINCIPAL OCCURS 4 TIMES
           PIC S9(11)V99 USAGE IS COMP-3 VALUE ZERO.
       01  WS-STATS-PENALTY OCCURS 4 TIMES
           PIC S9(11)V99 USAGE IS COMP-3 VALUE ZERO.
       01  WS-STATS-INTEREST OCCURS 4 TIMES
           PIC S9(11)V99 USAGE IS COMP-3 VALUE ZERO.
       01  WS-SUB PIC 9.
       01  WS-FOUND-SUB PIC 9.
      * WS-KNOWN-STATS (4) is a filler space standing in for
       01  WS-TOTAL-RECORD-COUNT PIC 9(9) VALUE ZERO.
       01  WS-GRAND-TOTAL-BALANCE PIC S9(11)V99 USAGE IS COMP-3
           VALUE ZERO.
       01  WS-GRAND-TOTAL-PRINCIPAL PIC S9(11)V99 USAGE IS COMP-3
           VALUE ZERO.
       01  WS-GRAND-TOTAL-PENALTY PIC S9(11)V99 USAGE IS COMP-3
           VALUE ZERO.
       01  WS-GRAND-TOTAL-INTEREST PIC S9(11)V99 USAGE IS COMP-3
           VALUE ZERO.

      * CALLed-program arguments for RUNCTL.  The extract only
      * means anything once the night's accrual has finished
       01  WS-CTL-RUN-OK PIC X.
           88 RUN-CLEARED VALUE "Y".

      * CALLed-program arguments for DOLCTL.
       01  WS-DOL-ENTRY-KIND PIC X VALUE "G".
       01  WS-DOL-TRANSACTION-TYPE PIC X(2) VALUE SPACES.
       01  WS-DOL-FUNCTION-CODE PIC X VALUE "R".
       01  WS-DOL-REGISTER-OK PIC X.

       PROCEDURE DIVISION.
       0000-MAIN.
           PERFORM 1000-REGISTER-RUN-START

               CLOSE TAX-MASTER-FILE
               CLOSE GL-EXTRACT-FILE
               PERFORM 8150-REGISTER-TRAILER-DOLLARS
               PERFORM 8200-REGISTER-RUN-END
           END-IF
           GOBACK.
       2000-SUMMARIZE-ONE-ACCOUNT.
           ADD 1 TO WS-TOTAL-RECORD-COUNT
           ADD BALANCE TO WS-GRAND-TOTAL-BALANCE
           ADD PRINCIPAL-BALANCE TO WS-GRAND-TOTAL-PRINCIPAL
           ADD PENALTY-BALANCE TO WS-GRAND-TOTAL-PENALTY
           ADD INTEREST-BALANCE TO WS-GRAND-TOTAL-INTEREST
           MOVE ZERO TO WS-FOUND-SUB
           PERFORM VARYING WS-SUB FROM 1 BY 1 UNTIL WS-SUB > 3
               IF STATS = WS-KNOWN-STATS (WS-SUB)
               MOVE STATS TO WS-LAST-OTHER-STATS
           END-IF
           ADD 1 TO WS-STATS-COUNT (WS-FOUND-SUB)
           ADD BALANCE TO WS-STATS-TOTAL (WS-FOUND-SUB)
           ADD PRINCIPAL-BALANCE TO WS-STATS-PRINCIPAL (WS-FOUND-SUB)
           ADD PENALTY-BALANCE TO WS-STATS-PENALTY (WS-FOUND-SUB)
           ADD INTEREST-BALANCE TO WS-STATS-INTEREST (WS-FOUND-SUB).

       8000-WRITE-DETAIL-RECORDS.
           PERFORM VARYING WS-SUB FROM 1 BY 1 UNTIL WS-SUB > 4
                   END-IF
                   MOVE WS-STATS-COUNT (WS-SUB) TO GL-ACCOUNT-COUNT
                   MOVE WS-STATS-TOTAL (WS-SUB) TO GL-BALANCE-TOTAL
                   MOVE WS-STATS-PRINCIPAL (WS-SUB)
                       TO GL-PRINCIPAL-TOTAL
                   MOVE WS-STATS-PENALTY (WS-SUB) TO GL-PENALTY-TOTAL
                   MOVE WS-STATS-INTEREST (WS-SUB)
                       TO GL-INTEREST-TOTAL
                   MOVE SPACES TO GL-FILLER
                   WRITE GL-EXTRACT-RECORD
               END-IF
           MOVE SPACE TO GL-STATS
           MOVE WS-TOTAL-RECORD-COUNT TO GL-ACCOUNT-COUNT
           MOVE WS-GRAND-TOTAL-BALANCE TO GL-BALANCE-TOTAL
           MOVE WS-GRAND-TOTAL-PRINCIPAL TO GL-PRINCIPAL-TOTAL
           MOVE WS-GRAND-TOTAL-PENALTY TO GL-PENALTY-TOTAL
           MOVE WS-GRAND-TOTAL-INTEREST TO GL-INTEREST-TOTAL
           MOVE SPACES TO GL-FILLER
           WRITE GL-EXTRACT-RECORD.

       8150-REGISTER-TRAILER-DOLLARS.
           CALL "DOLCTL" USING WS-CTL-PROGRAM-ID, WS-DOL-ENTRY-KIND,
               WS-DOL-TRANSACTION-TYPE, WS-DOL-FUNCTION-CODE,
               WS-TOTAL-RECORD-COUNT, WS-GRAND-TOTAL-BALANCE,
               WS-DOL-REGISTER-OK.
