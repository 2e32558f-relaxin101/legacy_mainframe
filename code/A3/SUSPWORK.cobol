      *  for later.  The re-keyed item is written, and the
      *  disposition filed, before the old item is deleted:
      *  the delete-after-proven-write discipline SUSPRCYL
      *  and ARCHPRG apply.  The operator signs on through
      *  OPRSIGN with inquiry authority to browse; a correct
      *  or void is checked again for suspense authority.
      *  Every TAXID a browse lists is put on the ACCESS-LOG-
      *  FILE through ACCSADD first, and an item that cannot
      *  be logged is not listed.
      ******************************************************
       ENVIRONMENT DIVISION.
       INPUT-OUTPUT SECTION.
           88 CORRECT-ITEM VALUE "C".
           88 VOID-ITEM VALUE "V".
           88 END-SESSION VALUE "X".
       01  WS-INPUT-DAYS PIC 9(4).
       01  WS-INPUT-REASON PIC X(2).
       01  WS-INPUT-LINE-NO PIC 9(3).
       01  WS-CALL-CHECK-OK PIC X.
           88 CHECK-DIGIT-GOOD VALUE "Y".

      * CALLed-program arguments for OPRSIGN and ACCSADD.
       01  WS-OPERATOR-ID PIC X(8).
       01  WS-OPERATOR-PASSWORD PIC X(8).
       01  WS-SIGN-REQUEST PIC X.
       01  WS-SIGN-FUNCTION PIC X.
       01  WS-SIGN-PROGRAM PIC X(8) VALUE "SUSPWORK".
       01  WS-SIGN-OK PIC X.
           88 SIGN-ON-GRANTED VALUE "Y".
       01  WS-LOG-EVENT-TYPE PIC X VALUE "D".
       01  WS-LOG-REFUSAL-REASON PIC X VALUE SPACE.
       01  WS-LOG-TAXID PIC S9(9) USAGE IS COMP-3.
       01  WS-LOG-POST-OK PIC X.
           88 ACCESS-LOGGED VALUE "Y".

       01  WS-ITEMS-CORRECTED PIC 9(7) VALUE ZERO.
       01  WS-ITEMS-VOIDED PIC 9(7) VALUE ZERO.

           PERFORM 1000-OPEN-FILES
           ACCEPT WS-TODAY-8 FROM DATE YYYYMMDD
           ACCEPT WS-TODAY-6 FROM DATE
           PERFORM 1500-SIGN-ON

           PERFORM UNTIL SESSION-DONE
               DISPLAY "FUNCTION (A=AGE BROWSE, R=REASON BROWSE, "
               OPEN I-O SUSPENSE-DISPOSITION-FILE
           END-IF.

       1500-SIGN-ON.
           DISPLAY "ENTER OPERATOR ID: "
           ACCEPT WS-OPERATOR-ID
           DISPLAY "ENTER PASSWORD: "
           ACCEPT WS-OPERATOR-PASSWORD
           MOVE "S" TO WS-SIGN-REQUEST
           MOVE "I" TO WS-SIGN-FUNCTION
           CALL "OPRSIGN" USING WS-SIGN-REQUEST, WS-OPERATOR-ID,
               WS-OPERATOR-PASSWORD, WS-SIGN-FUNCTION,
               WS-SIGN-PROGRAM, WS-SIGN-OK
           MOVE SPACES TO WS-OPERATOR-PASSWORD
           IF NOT SIGN-ON-GRANTED
               DISPLAY "SUSPWORK: SIGN-ON REFUSED, SESSION ENDED"
               SET SESSION-DONE TO TRUE
           END-IF.

      * A correct or void moves money out of the queue, so the
      * profile is read again for suspense authority each time.
       1600-CHECK-SUSPENSE-AUTHORITY.
           MOVE "F" TO WS-SIGN-REQUEST
           MOVE "S" TO WS-SIGN-FUNCTION
           CALL "OPRSIGN" USING WS-SIGN-REQUEST, WS-OPERATOR-ID,
               WS-OPERATOR-PASSWORD, WS-SIGN-FUNCTION,
               WS-SIGN-PROGRAM, WS-SIGN-OK
           MOVE "I" TO WS-SIGN-FUNCTION
           IF NOT SIGN-ON-GRANTED
               DISPLAY "NOT AUTHORISED TO CORRECT OR VOID SUSPENSE"
           END-IF.

       2000-BROWSE-BY-AGE.
           DISPLAY "MINIMUM DAYS HELD: "
           ACCEPT WS-INPUT-DAYS
               OR (WS-INPUT-REASON = SPACES
                   AND WS-DAYS-HELD >= WS-INPUT-DAYS)
               IF WS-BROWSE-COUNT < WS-BROWSE-LIMIT
                   MOVE SU-TAXID TO WS-LOG-TAXID
                   CALL "ACCSADD" USING WS-OPERATOR-ID,
                       WS-SIGN-PROGRAM, WS-LOG-EVENT-TYPE,
                       WS-LOG-REFUSAL-REASON, WS-SIGN-FUNCTION,
                       WS-LOG-TAXID, WS-LOG-POST-OK
                   IF ACCESS-LOGGED
                       ADD 1 TO WS-BROWSE-COUNT
                       MOVE SU-KEY
                           TO WS-BROWSE-KEY (WS-BROWSE-COUNT)
                       MOVE WS-BROWSE-COUNT TO WS-L-LINE-NO
                       MOVE SU-TAXID TO WS-L-TAXID
                       MOVE SU-REASON-CODE TO WS-L-REASON
                       MOVE SU-SOURCE-PGM TO WS-L-SOURCE
                       MOVE SU-ADDED-DATE TO WS-L-ADDED-DATE
                       MOVE WS-DAYS-HELD TO WS-L-DAYS
                       DISPLAY WS-BROWSE-LINE
                   ELSE
                       DISPLAY "ACCESS NOT LOGGED, ITEM NOT LISTED"
                   END-IF
               END-IF
           END-IF.

      * deleted.  An abend between the steps leaves the item
      * on the queue, never nowhere.
       3000-CORRECT-ONE-ITEM.
           PERFORM 1600-CHECK-SUSPENSE-AUTHORITY
           IF SIGN-ON-GRANTED
               PERFORM 2990-FETCH-BROWSED-ITEM
           ELSE
               MOVE "N" TO WS-ITEM-HELD-SW
           END-IF
           IF ITEM-IN-HAND
               DISPLAY "CORRECTED TAXID: "
               ACCEPT WS-INPUT-TAXID
           END-IF.

       4000-VOID-ONE-ITEM.
           PERFORM 1600-CHECK-SUSPENSE-AUTHORITY
           IF SIGN-ON-GRANTED
               PERFORM 2990-FETCH-BROWSED-ITEM
           ELSE
               MOVE "N" TO WS-ITEM-HELD-SW
           END-IF
           IF ITEM-IN-HAND
               DISPLAY "REASON: "
               ACCEPT WS-INPUT-REASON-TEXT
