      * ACCTMNT is not restarted, so it takes no part in
      * STHSTAPP's duplicate-post detection -- always zero.
       01  WS-CALL-INPUT-SEQ PIC 9(4) VALUE ZERO.
      * Blank: only HOLDMNT's hold-lifted entries carry a hold.
       01  WS-CALL-HOLD-PERIOD.
           03 FILLER PIC X VALUE SPACE.
           03 FILLER PIC 9(8) VALUE ZERO.
           03 FILLER PIC 9(8) VALUE ZERO.
           03 FILLER PIC X(20) VALUE SPACES.
       01  WS-CALL-POST-OK PIC X.
           88 POST-SUCCESSFUL VALUE "Y".

           MOVE ZERO TO DELINQUENCY-START-DATE
           MOVE "N" TO PENALTY-APPLIED-SW
           MOVE ZERO TO BALANCE
           MOVE ZERO TO PRINCIPAL-BALANCE
           MOVE ZERO TO PENALTY-BALANCE
           MOVE ZERO TO INTEREST-BALANCE
           PERFORM VARYING WS-SUB FROM 1 BY 1 UNTIL WS-SUB > 10
               MOVE SPACES TO NOTE-AUTHOR-ID (WS-SUB)
               MOVE ZERO TO NOTE-ENTRY-DATE (WS-SUB)
           MOVE "A" TO WS-CALL-NEW-STATS
           CALL "STHSTAPP" USING WS-CALL-TAXID, WS-CALL-OLD-STATS,
               WS-CALL-NEW-STATS, WS-CALL-SOURCE-PGM,
               WS-CALL-INPUT-SEQ, WS-CALL-POST-OK,
               WS-CALL-HOLD-PERIOD
           IF POST-SUCCESSFUL
               WRITE TAX-RECORD
                   INVALID KEY
           MOVE "C" TO WS-CALL-NEW-STATS
           CALL "STHSTAPP" USING WS-CALL-TAXID, WS-CALL-OLD-STATS,
               WS-CALL-NEW-STATS, WS-CALL-SOURCE-PGM,
               WS-CALL-INPUT-SEQ, WS-CALL-POST-OK,
               WS-CALL-HOLD-PERIOD
           IF POST-SUCCESSFUL
               MOVE "C" TO STATS
               ACCEPT UPDATE-DATE FROM DATE
