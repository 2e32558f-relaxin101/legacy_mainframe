       01  WS-SURVIVOR-KEY PIC S9(9) USAGE IS COMP-3.
       01  WS-MERGE-BALANCE PIC S9(11)V99 USAGE IS COMP-3.
       01  WS-CHAIN-SUM PIC S9(11)V99 USAGE IS COMP-3.
       01  WS-CHAIN-PRINCIPAL PIC S9(11)V99 USAGE IS COMP-3.
       01  WS-CHAIN-PENALTY PIC S9(11)V99 USAGE IS COMP-3.
       01  WS-CHAIN-INTEREST PIC S9(11)V99 USAGE IS COMP-3.
       01  WS-OLD-TRAN-KEY PIC X(24).
       01  WS-OLD-STAT-KEY PIC X(24).
       01  WS-OLD-NOTE-KEY PIC X(9).
       01  WS-CALL-NEW-STATS PIC X.
       01  WS-CALL-SOURCE-PGM PIC X(8) VALUE "ACCTMRG".
       01  WS-CALL-INPUT-SEQ PIC 9(4) VALUE ZERO.
      * Blank: only HOLDMNT's hold-lifted entries carry a hold.
       01  WS-CALL-HOLD-PERIOD.
           03 FILLER PIC X VALUE SPACE.
           03 FILLER PIC 9(8) VALUE ZERO.
           03 FILLER PIC 9(8) VALUE ZERO.
           03 FILLER PIC X(20) VALUE SPACES.
       01  WS-CALL-POST-OK PIC X.
           88 POST-SUCCESSFUL VALUE "Y".

                   MOVE "N" TO WS-MERGE-OK-SW
               NOT INVALID KEY
                   IF BALANCE NOT = ZERO
                           OR PRINCIPAL-BALANCE NOT = ZERO
                           OR PENALTY-BALANCE NOT = ZERO
                           OR INTEREST-BALANCE NOT = ZERO
                       MOVE ZERO TO BALANCE
                       MOVE ZERO TO PRINCIPAL-BALANCE
                       MOVE ZERO TO PENALTY-BALANCE
                       MOVE ZERO TO INTEREST-BALANCE
                       ACCEPT UPDATE-DATE FROM DATE
                       ACCEPT UPDATE-TIME FROM TIME
                       REWRITE TAX-RECORD
                       MOVE "N" TO WS-MERGE-OK-SW
                   NOT INVALID KEY
                       MOVE WS-CHAIN-SUM TO BALANCE
                       MOVE WS-CHAIN-PRINCIPAL TO PRINCIPAL-BALANCE
                       MOVE WS-CHAIN-PENALTY TO PENALTY-BALANCE
                       MOVE WS-CHAIN-INTEREST TO INTEREST-BALANCE
                       ACCEPT UPDATE-DATE FROM DATE
                       ACCEPT UPDATE-TIME FROM TIME
                       REWRITE TAX-RECORD
      * checkpoint.  Summing the survivor's chain after the
      * move therefore yields old survivor balance plus old
      * source balance, however many times this step replays.
      * The component amounts on each entry re-derive the
      * BALANCE-COMPONENTS the same way.
       6300-SUM-SURVIVOR-CHAIN.
           MOVE ZERO TO WS-CHAIN-SUM
           MOVE ZERO TO WS-CHAIN-PRINCIPAL
           MOVE ZERO TO WS-CHAIN-PENALTY
           MOVE ZERO TO WS-CHAIN-INTEREST
           MOVE "N" TO WS-DETAIL-EOF-SW
           MOVE WS-SURVIVOR-KEY TO TT-TAXID
           MOVE ZERO TO TT-POST-DATE
                           SET NO-MORE-DETAIL-RECORDS TO TRUE
                       ELSE
                           ADD TT-AMOUNT TO WS-CHAIN-SUM
                           ADD TT-PRINCIPAL-AMOUNT
                               TO WS-CHAIN-PRINCIPAL
                           ADD TT-PENALTY-AMOUNT TO WS-CHAIN-PENALTY
                           ADD TT-INTEREST-AMOUNT
                               TO WS-CHAIN-INTEREST
                       END-IF
               END-READ
           END-PERFORM.
                       CALL "STHSTAPP" USING WS-CALL-TAXID,
                           WS-CALL-OLD-STATS, WS-CALL-NEW-STATS,
                           WS-CALL-SOURCE-PGM, WS-CALL-INPUT-SEQ,
                           WS-CALL-POST-OK, WS-CALL-HOLD-PERIOD
                       IF POST-SUCCESSFUL
                           MOVE "C" TO STATS
                           ACCEPT UPDATE-DATE FROM DATE
