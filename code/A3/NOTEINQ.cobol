      *  NOTE-OVERFLOW-FILE -- with author and date on every
      *  entry, so a dispute call can be handled without
      *  waiting on NOTEBRWS's batch listing.  Enter 0 to end.
      *  The operator signs on through OPRSIGN and must carry
      *  inquiry authority; every account shown is put on the
      *  ACCESS-LOG-FILE through ACCSADD first, and one that
      *  cannot be logged is not shown.
      ******************************************************
       ENVIRONMENT DIVISION.
       INPUT-OUTPUT SECTION.
       01  WS-TAXID-KEY PIC S9(9) USAGE IS COMP-3.
       01  WS-SUB PIC 99.

      * CALLed-program arguments for OPRSIGN and ACCSADD.
       01  WS-OPERATOR-ID PIC X(8).
       01  WS-OPERATOR-PASSWORD PIC X(8).
       01  WS-SIGN-REQUEST PIC X VALUE "S".
       01  WS-SIGN-FUNCTION PIC X VALUE "I".
       01  WS-SIGN-PROGRAM PIC X(8) VALUE "NOTEINQ".
       01  WS-SIGN-OK PIC X.
           88 SIGN-ON-GRANTED VALUE "Y".
       01  WS-LOG-EVENT-TYPE PIC X VALUE "D".
       01  WS-LOG-REFUSAL-REASON PIC X VALUE SPACE.
       01  WS-LOG-POST-OK PIC X.
           88 ACCESS-LOGGED VALUE "Y".

       01  WS-DISPLAY-LINE.
      * Wide enough for NO-SEQUENCE-NO PIC 9(4), not just the
      * 1-10 in-record table slots.
       0000-MAIN.
           OPEN INPUT TAX-MASTER-FILE
           OPEN INPUT NOTE-OVERFLOW-FILE
           PERFORM 1500-SIGN-ON

           PERFORM UNTIL INQUIRY-DONE
               DISPLAY "ENTER TAXID TO INQUIRE (0 TO END): "
           CLOSE NOTE-OVERFLOW-FILE
           GOBACK.

       1500-SIGN-ON.
           DISPLAY "ENTER OPERATOR ID: "
           ACCEPT WS-OPERATOR-ID
           DISPLAY "ENTER PASSWORD: "
           ACCEPT WS-OPERATOR-PASSWORD
           CALL "OPRSIGN" USING WS-SIGN-REQUEST, WS-OPERATOR-ID,
               WS-OPERATOR-PASSWORD, WS-SIGN-FUNCTION,
               WS-SIGN-PROGRAM, WS-SIGN-OK
           MOVE SPACES TO WS-OPERATOR-PASSWORD
           IF NOT SIGN-ON-GRANTED
               DISPLAY "NOTEINQ: SIGN-ON REFUSED, SESSION ENDED"
               SET INQUIRY-DONE TO TRUE
           END-IF.

       1900-LOG-ACCESS.
           CALL "ACCSADD" USING WS-OPERATOR-ID, WS-SIGN-PROGRAM,
               WS-LOG-EVENT-TYPE, WS-LOG-REFUSAL-REASON,
               WS-SIGN-FUNCTION, WS-TAXID-KEY, WS-LOG-POST-OK.

       2000-DISPLAY-ONE-TAXID.
           MOVE WS-INPUT-TAXID TO WS-TAXID-KEY
           MOVE WS-TAXID-KEY TO TAXID
               INVALID KEY
                   DISPLAY "NO SUCH TAXID " WS-INPUT-TAXID
               NOT INVALID KEY
                   PERFORM 1900-LOG-ACCESS
                   IF ACCESS-LOGGED
                       DISPLAY "NOTE HISTORY FOR TAXID "
                           WS-INPUT-TAXID
                       PERFORM 2100-DISPLAY-MASTER-SLOTS
                       PERFORM 2200-DISPLAY-OVERFLOW-NOTES
                   ELSE
                       DISPLAY "ACCESS NOT LOGGED, NOTES NOT SHOWN"
                   END-IF
           END-READ.

       2100-DISPLAY-MASTER-SLOTS.
