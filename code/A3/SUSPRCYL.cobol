      *  already recycled and deleted, losing them outright,
      *  so the double-run refusal here is protecting data,
      *  not just tidiness.
      *
      *  The recycled updates' dollars are registered through
      *  DOLCTL by transaction type: they reach TRANPOST
      *  tonight without ever passing through a feed program,
      *  and DOLPROOF has to see them arrive.
      ******************************************************
       ENVIRONMENT DIVISION.
       INPUT-OUTPUT SECTION.
           03 UT-NEW-STATS PIC X.
           03 UT-TRANSACTION-TYPE PIC X(2).
           03 UT-AMOUNT PIC S9(11)V99.
           03 UT-COMPONENT-CODE PIC X.

       FD  MERGED-UPDATE-FILE.
       01  MERGED-UPDATE-RECORD.
           03 MU-NEW-STATS PIC X.
           03 MU-TRANSACTION-TYPE PIC X(2).
           03 MU-AMOUNT PIC S9(11)V99.
           03 MU-COMPONENT-CODE PIC X.

       FD  NOTE-TRANSACTION-FILE.
       01  NOTE-TRANSACTION-RECORD.
           03 SM-NEW-STATS PIC X.
           03 SM-TRANSACTION-TYPE PIC X(2).
           03 SM-AMOUNT PIC S9(11)V99.
           03 SM-COMPONENT-CODE PIC X.

       WORKING-STORAGE SECTION.
       01  WS-SUSP-FILE-STATUS PIC XX.
           03 WS-OU-NEW-STATS PIC X.
           03 WS-OU-TRANSACTION-TYPE PIC X(2).
           03 WS-OU-AMOUNT PIC S9(11)V99.
           03 WS-OU-COMPONENT-CODE PIC X.
           03 FILLER PIC X(94).
       01  WS-ORIG-NOTE REDEFINES WS-ORIGINAL-RECORD.
           03 WS-ON-TAXID PIC S9(9).
           03 WS-ON-AUTHOR-ID PIC X(8).
           03 WS-RECYCLED-KEY OCCURS 1000 TIMES.
             05 WS-RK-KEY PIC X(24).

      * Recycled update dollars by transaction type.  The
      * posting types are loaded up front so each is registered
      * every night, zero or not; a type not in the list takes
      * the next free slot.
       01  WS-TYPE-SUB PIC 9(2).
       01  WS-RECYCLE-TYPE-COUNT PIC 9(2) VALUE 8.
       01  WS-RECYCLE-TYPE-LIMIT PIC 9(2) VALUE 12.
       01  WS-RECYCLE-TYPE-LIST PIC X(16) VALUE
           "CHPYAJACRFOFRRPR".
       01  WS-RECYCLE-TYPE-TABLE.
           03 WS-RECYCLE-TYPE-ENTRY OCCURS 12 TIMES.
             05 WS-RT-TYPE PIC X(2).
             05 WS-RT-COUNT PIC 9(9).
             05 WS-RT-AMOUNT PIC S9(11)V99 USAGE IS COMP-3.

      * CALLed-program arguments for DOLCTL.
       01  WS-DOL-ENTRY-KIND PIC X VALUE "F".
       01  WS-DOL-FUNCTION-CODE PIC X VALUE "R".
       01  WS-DOL-REGISTER-OK PIC X.

      * CALLed-program arguments for RUNCTL.  The recycle pass
      * opens the nightly sequence, so it has no predecessor.
       01  WS-CTL-PROGRAM-ID PIC X(8) VALUE "SUSPRCYL".
           PERFORM 1050-REGISTER-RUN-START
           IF RUN-CLEARED
               PERFORM 1000-OPEN-FILES
               PERFORM 1100-LOAD-RECYCLE-TYPES
               SORT SORT-WORK-FILE
                   ON ASCENDING KEY SM-TAXID SM-PRIORITY
                   INPUT PROCEDURE IS 2000-RELEASE-ALL-UPDATES
                   " NOTES RECYCLED " WS-NOTES-RECYCLED
                   " STILL HELD " WS-ITEMS-HELD
               PERFORM 9000-CLOSE-FILES
               PERFORM 8500-REGISTER-RECYCLED-DOLLARS
               PERFORM 8000-REGISTER-RUN-END
           END-IF
           GOBACK.
               WS-CTL-PREDECESSOR-ID, WS-CTL-FUNCTION-CODE,
               WS-CTL-RECORD-COUNT, WS-CTL-RUN-OK.

       8500-REGISTER-RECYCLED-DOLLARS.
           PERFORM VARYING WS-TYPE-SUB FROM 1 BY 1
                   UNTIL WS-TYPE-SUB > WS-RECYCLE-TYPE-COUNT
               CALL "DOLCTL" USING WS-CTL-PROGRAM-ID,
                   WS-DOL-ENTRY-KIND, WS-RT-TYPE (WS-TYPE-SUB),
                   WS-DOL-FUNCTION-CODE, WS-RT-COUNT (WS-TYPE-SUB),
                   WS-RT-AMOUNT (WS-TYPE-SUB), WS-DOL-REGISTER-OK
           END-PERFORM.

       1000-OPEN-FILES.
           OPEN I-O SUSPENSE-FILE
           IF WS-SUSP-FILE-STATUS = "00"
      * Note items are written straight to the merged note file
      * here, which is what puts them ahead of the NOTEIN copy
      * made after the sort completes.
       1100-LOAD-RECYCLE-TYPES.
           PERFORM VARYING WS-TYPE-SUB FROM 1 BY 1
                   UNTIL WS-TYPE-SUB > WS-RECYCLE-TYPE-LIMIT
               IF WS-TYPE-SUB > WS-RECYCLE-TYPE-COUNT
                   MOVE SPACES TO WS-RT-TYPE (WS-TYPE-SUB)
               ELSE
                   MOVE WS-RECYCLE-TYPE-LIST
                       (WS-TYPE-SUB * 2 - 1:2)
                       TO WS-RT-TYPE (WS-TYPE-SUB)
               END-IF
               MOVE ZERO TO WS-RT-COUNT (WS-TYPE-SUB)
               MOVE ZERO TO WS-RT-AMOUNT (WS-TYPE-SUB)
           END-PERFORM.

       2000-RELEASE-ALL-UPDATES.
           IF SUSPENSE-FILE-AVAILABLE
               PERFORM 2100-WALK-SUSPENSE-FILE
           MOVE WS-OU-NEW-STATS TO SM-NEW-STATS
           MOVE WS-OU-TRANSACTION-TYPE TO SM-TRANSACTION-TYPE
           MOVE WS-OU-AMOUNT TO SM-AMOUNT
           MOVE WS-OU-COMPONENT-CODE TO SM-COMPONENT-CODE
           RELEASE SORT-MERGE-RECORD
           PERFORM 2600-REMEMBER-RECYCLED-KEY
           ADD 1 TO WS-UPDATES-RECYCLED
           IF WS-OU-AMOUNT NOT = ZERO
               PERFORM 2420-TALLY-RECYCLED-DOLLARS
           END-IF.

      * A type the table has no room for is still recycled; it
      * just goes unregistered and shows on the proof.
       2420-TALLY-RECYCLED-DOLLARS.
           PERFORM VARYING WS-TYPE-SUB FROM 1 BY 1
                   UNTIL WS-TYPE-SUB > WS-RECYCLE-TYPE-COUNT
                   OR WS-RT-TYPE (WS-TYPE-SUB) =
                       WS-OU-TRANSACTION-TYPE
               CONTINUE
           END-PERFORM
           IF WS-TYPE-SUB > WS-RECYCLE-TYPE-COUNT
                   AND WS-RECYCLE-TYPE-COUNT < WS-RECYCLE-TYPE-LIMIT
               ADD 1 TO WS-RECYCLE-TYPE-COUNT
               MOVE WS-OU-TRANSACTION-TYPE
                   TO WS-RT-TYPE (WS-TYPE-SUB)
           END-IF
           IF WS-TYPE-SUB NOT > WS-RECYCLE-TYPE-COUNT
               ADD 1 TO WS-RT-COUNT (WS-TYPE-SUB)
               ADD WS-OU-AMOUNT TO WS-RT-AMOUNT (WS-TYPE-SUB)
           END-IF.

       2450-RECYCLE-ONE-NOTE.
           MOVE WS-ON-TAXID TO MN-TAXID
                       MOVE UT-TRANSACTION-TYPE
                           TO SM-TRANSACTION-TYPE
                       MOVE UT-AMOUNT TO SM-AMOUNT
                       MOVE UT-COMPONENT-CODE TO SM-COMPONENT-CODE
                       RELEASE SORT-MERGE-RECORD
               END-READ
           END-PERFORM.
                       MOVE SM-TRANSACTION-TYPE
                           TO MU-TRANSACTION-TYPE
                       MOVE SM-AMOUNT TO MU-AMOUNT
                       MOVE SM-COMPONENT-CODE TO MU-COMPONENT-CODE
                       WRITE MERGED-UPDATE-RECORD
               END-RETURN
           END-PERFORM.
