       IDENTIFICATION DIVISION.
       PROGRAM-ID. OPRSIGN.
      ******************************************************
      *  OPERATOR SIGN-ON AND AUTHORITY CHECK
      *  Common routine for the online programs.  Two kinds
      *  of request:
      *    S  sign-on: the operator id must be on the
      *       OPERATOR-PROFILE-FILE, the profile active, and
      *       the password right; three wrong passwords in a
      *       row suspend the profile until OPERMNT puts it
      *       back in service
      *    F  function check, made within a signed-on session
      *       before a guarded function is done; the profile
      *       is read afresh, so a revoke takes effect at once
      *  Either request also tests the function code against
      *  the profile's authorities:
      *    I  inquiry                N  note entry
      *    S  suspense correct/void  A  adjustment approval
      *  A blank function code asks only for an active
      *  profile.  LS-SIGNON-OK comes back "Y" when granted,
      *  "U" for an unknown operator or wrong password (the
      *  terminal is not told which), "L" for a suspended or
      *  revoked profile, "A" for a function the profile does
      *  not carry.  Every sign-on and every refusal is put on
      *  the ACCESS-LOG-FILE through ACCSADD.  With no profile
      *  file on the system nobody signs on.
      ******************************************************
       ENVIRONMENT DIVISION.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
           SELECT OPERATOR-PROFILE-FILE
               ASSIGN TO "OPERPROF"
               ORGANIZATION IS INDEXED
               ACCESS MODE IS DYNAMIC
               RECORD KEY IS OP-OPERATOR-ID
               FILE STATUS IS WS-PROF-FILE-STATUS.

       DATA DIVISION.
       FILE SECTION.
       FD  OPERATOR-PROFILE-FILE.
       COPY "OPERPROF.cobol".

       WORKING-STORAGE SECTION.
       01  WS-PROF-FILE-STATUS PIC XX.
       01  WS-OPEN-TRIED-SW PIC X VALUE "N".
           88 OPEN-ALREADY-TRIED VALUE "Y".
       01  WS-FILE-OPEN-SW PIC X VALUE "N".
           88 PROFILE-FILE-IS-OPEN VALUE "Y".
       01  WS-PROFILE-FOUND-SW PIC X VALUE "N".
           88 PROFILE-FOUND VALUE "Y".
       01  WS-AUTHORITY-SW PIC X VALUE "N".
           88 FUNCTION-AUTHORISED VALUE "Y".

       01  WS-SIGNON-TRY-LIMIT PIC 9(2) VALUE 3.

      * CALLed-program arguments for ACCSADD.
       01  WS-LOG-EVENT-TYPE PIC X.
       01  WS-LOG-REFUSAL-REASON PIC X.
       01  WS-LOG-TAXID PIC S9(9) USAGE IS COMP-3 VALUE ZERO.
       01  WS-LOG-POST-OK PIC X.
           88 ACCESS-LOGGED VALUE "Y".

       LINKAGE SECTION.
       01  LS-REQUEST-CODE PIC X.
           88 REQUEST-SIGN-ON VALUE "S".
           88 REQUEST-FUNCTION-CHECK VALUE "F".
       01  LS-OPERATOR-ID PIC X(8).
       01  LS-PASSWORD PIC X(8).
       01  LS-FUNCTION-CODE PIC X.
       01  LS-PROGRAM-ID PIC X(8).
       01  LS-SIGNON-OK PIC X.
           88 SIGNON-GRANTED VALUE "Y".

       PROCEDURE DIVISION USING LS-REQUEST-CODE, LS-OPERATOR-ID,
               LS-PASSWORD, LS-FUNCTION-CODE, LS-PROGRAM-ID,
               LS-SIGNON-OK.
       0000-MAIN.
           IF NOT OPEN-ALREADY-TRIED
               PERFORM 1000-OPEN-PROFILE-FILE
           END-IF

           MOVE "U" TO LS-SIGNON-OK
           MOVE "N" TO WS-PROFILE-FOUND-SW
           IF PROFILE-FILE-IS-OPEN AND LS-OPERATOR-ID NOT = SPACES
               MOVE LS-OPERATOR-ID TO OP-OPERATOR-ID
               READ OPERATOR-PROFILE-FILE
                   INVALID KEY
                       CONTINUE
                   NOT INVALID KEY
                       SET PROFILE-FOUND TO TRUE
               END-READ
           END-IF

           EVALUATE TRUE
               WHEN NOT PROFILE-FOUND
                   MOVE "U" TO LS-SIGNON-OK
                   MOVE "U" TO WS-LOG-REFUSAL-REASON
               WHEN NOT PROFILE-ACTIVE
                   MOVE "L" TO LS-SIGNON-OK
                   MOVE "L" TO WS-LOG-REFUSAL-REASON
               WHEN REQUEST-SIGN-ON
                       AND OP-PASSWORD NOT = LS-PASSWORD
                   PERFORM 2000-COUNT-FAILED-SIGNON
                   MOVE "U" TO LS-SIGNON-OK
                   MOVE "P" TO WS-LOG-REFUSAL-REASON
               WHEN OTHER
                   PERFORM 3000-CHECK-AUTHORITY
                   IF FUNCTION-AUTHORISED
                       MOVE "Y" TO LS-SIGNON-OK
                   ELSE
                       MOVE "A" TO LS-SIGNON-OK
                   END-IF
                   MOVE SPACE TO WS-LOG-REFUSAL-REASON
                   IF REQUEST-SIGN-ON
                       PERFORM 2100-RECORD-GOOD-SIGNON
                   END-IF
           END-EVALUATE

           PERFORM 4000-LOG-THE-OUTCOME
           GOBACK.

      * The routine only reads and stamps profiles; OPERMNT
      * creates them.  A missing file leaves every request
      * refused.
       1000-OPEN-PROFILE-FILE.
           SET OPEN-ALREADY-TRIED TO TRUE
           OPEN I-O OPERATOR-PROFILE-FILE
           IF WS-PROF-FILE-STATUS = "00"
               SET PROFILE-FILE-IS-OPEN TO TRUE
           ELSE
               DISPLAY "OPRSIGN: NO OPERATOR PROFILE FILE, STATUS "
                   WS-PROF-FILE-STATUS
           END-IF.

       2000-COUNT-FAILED-SIGNON.
           ADD 1 TO OP-FAILED-SIGNONS
           IF OP-FAILED-SIGNONS NOT < WS-SIGNON-TRY-LIMIT
               SET PROFILE-SUSPENDED TO TRUE
               DISPLAY "OPRSIGN: PROFILE SUSPENDED AFTER "
                   OP-FAILED-SIGNONS " FAILED SIGN-ONS, OPERATOR "
                   LS-OPERATOR-ID
           END-IF
           REWRITE OPERATOR-PROFILE-RECORD
               INVALID KEY
                   DISPLAY "OPRSIGN: PROFILE REWRITE FAILED FOR "
                       LS-OPERATOR-ID
           END-REWRITE.

       2100-RECORD-GOOD-SIGNON.
           MOVE ZERO TO OP-FAILED-SIGNONS
           ACCEPT OP-LAST-SIGNON-DATE FROM DATE
           ACCEPT OP-LAST-SIGNON-TIME FROM TIME
           REWRITE OPERATOR-PROFILE-RECORD
               INVALID KEY
                   DISPLAY "OPRSIGN: PROFILE REWRITE FAILED FOR "
                       LS-OPERATOR-ID
           END-REWRITE.

       3000-CHECK-AUTHORITY.
           MOVE "N" TO WS-AUTHORITY-SW
           EVALUATE LS-FUNCTION-CODE
               WHEN SPACE
                   SET FUNCTION-AUTHORISED TO TRUE
               WHEN "I"
                   IF MAY-INQUIRE
                       SET FUNCTION-AUTHORISED TO TRUE
                   END-IF
               WHEN "N"
                   IF MAY-ENTER-NOTES
                       SET FUNCTION-AUTHORISED TO TRUE
                   END-IF
               WHEN "S"
                   IF MAY-CORRECT-SUSPENSE
                       SET FUNCTION-AUTHORISED TO TRUE
                   END-IF
               WHEN "A"
                   IF MAY-APPROVE-ADJUSTMENTS
                       SET FUNCTION-AUTHORISED TO TRUE
                   END-IF
               WHEN OTHER
                   CONTINUE
           END-EVALUATE.

      * A granted function check is not logged -- the TAXIDs
      * the function then shows are.  Everything else is.
       4000-LOG-THE-OUTCOME.
           EVALUATE TRUE
               WHEN LS-SIGNON-OK = "A"
                   MOVE "R" TO WS-LOG-EVENT-TYPE
               WHEN NOT SIGNON-GRANTED AND REQUEST-FUNCTION-CHECK
                   MOVE "R" TO WS-LOG-EVENT-TYPE
               WHEN NOT SIGNON-GRANTED
                   MOVE "F" TO WS-LOG-EVENT-TYPE
               WHEN REQUEST-SIGN-ON
                   MOVE "S" TO WS-LOG-EVENT-TYPE
               WHEN OTHER
                   MOVE SPACE TO WS-LOG-EVENT-TYPE
           END-EVALUATE
           IF WS-LOG-EVENT-TYPE NOT = SPACE
               CALL "ACCSADD" USING LS-OPERATOR-ID, LS-PROGRAM-ID,
                   WS-LOG-EVENT-TYPE, WS-LOG-REFUSAL-REASON,
                   LS-FUNCTION-CODE, WS-LOG-TAXID, WS-LOG-POST-OK
           END-IF.
