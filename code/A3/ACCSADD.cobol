       IDENTIFICATION DIVISION.
       PROGRAM-ID. ACCSADD.
      ******************************************************
      *  ACCESS LOG APPEND
      *  Called by every online program that puts an account
      *  on the screen, and by OPRSIGN for each sign-on and
      *  refusal.  Writes one ACCESS-LOG-RECORD carrying the
      *  operator, the program, the date and time, and the
      *  TAXID shown, so the security officer can later prove
      *  who looked at which account and when.  Callers show
      *  the account only when LS-POST-OK comes back "Y" -- a
      *  look that cannot be logged is not given.
      ******************************************************
       ENVIRONMENT DIVISION.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
           SELECT ACCESS-LOG-FILE
               ASSIGN TO "ACCSLOG"
               ORGANIZATION IS INDEXED
               ACCESS MODE IS DYNAMIC
               RECORD KEY IS AL-KEY
               FILE STATUS IS WS-LOG-FILE-STATUS.

       DATA DIVISION.
       FILE SECTION.
       FD  ACCESS-LOG-FILE.
       COPY "ACCSLOG.cobol".

       WORKING-STORAGE SECTION.
       01  WS-LOG-FILE-STATUS PIC XX.
       01  WS-FILE-OPEN-SW PIC X VALUE "N".
           88 LOG-FILE-IS-OPEN VALUE "Y".
       01  WS-WRITTEN-SW PIC X VALUE "N".
           88 LOG-RECORD-WRITTEN VALUE "Y".

      * Bumped on every call for the life of the session, and
      * again on a key collision -- two sessions under one
      * operator id can land in the same hundredth of a second.
       01  WS-SEQUENCE-COUNTER PIC 9(4) VALUE ZERO.
       01  WS-TRIES PIC 99.
       01  WS-TRY-LIMIT PIC 99 VALUE 10.

       LINKAGE SECTION.
       01  LS-OPERATOR-ID PIC X(8).
       01  LS-PROGRAM-ID PIC X(8).
       01  LS-EVENT-TYPE PIC X.
       01  LS-REFUSAL-REASON PIC X.
       01  LS-FUNCTION-CODE PIC X.
       01  LS-TAXID PIC S9(9) USAGE IS COMP-3.
       01  LS-POST-OK PIC X.
           88 POST-SUCCESSFUL VALUE "Y".

       PROCEDURE DIVISION USING LS-OPERATOR-ID, LS-PROGRAM-ID,
               LS-EVENT-TYPE, LS-REFUSAL-REASON, LS-FUNCTION-CODE,
               LS-TAXID, LS-POST-OK.
       0000-MAIN.
           IF NOT LOG-FILE-IS-OPEN
               PERFORM 1000-OPEN-LOG-FILE
           END-IF

           MOVE "N" TO LS-POST-OK
           IF LOG-FILE-IS-OPEN
               ACCEPT AL-ACCESS-DATE FROM DATE
               ACCEPT AL-ACCESS-TIME FROM TIME
               MOVE LS-OPERATOR-ID TO AL-OPERATOR-ID
               MOVE LS-PROGRAM-ID TO AL-PROGRAM-ID
               MOVE LS-EVENT-TYPE TO AL-EVENT-TYPE
               MOVE LS-REFUSAL-REASON TO AL-REFUSAL-REASON
               MOVE LS-FUNCTION-CODE TO AL-FUNCTION-CODE
               MOVE LS-TAXID TO AL-TAXID
               MOVE "N" TO WS-WRITTEN-SW
               MOVE ZERO TO WS-TRIES
               PERFORM UNTIL LOG-RECORD-WRITTEN
                       OR WS-TRIES NOT < WS-TRY-LIMIT
                   ADD 1 TO WS-TRIES
                   ADD 1 TO WS-SEQUENCE-COUNTER
                   MOVE WS-SEQUENCE-COUNTER TO AL-SEQUENCE-NO
                   WRITE ACCESS-LOG-RECORD
                       INVALID KEY
                           CONTINUE
                       NOT INVALID KEY
                           SET LOG-RECORD-WRITTEN TO TRUE
                   END-WRITE
               END-PERFORM
               IF LOG-RECORD-WRITTEN
                   MOVE "Y" TO LS-POST-OK
               ELSE
                   DISPLAY "ACCSADD: ACCESS LOG WRITE FAILED FOR "
                       "OPERATOR " LS-OPERATOR-ID
               END-IF
           END-IF

           GOBACK.

       1000-OPEN-LOG-FILE.
           OPEN I-O ACCESS-LOG-FILE
           IF WS-LOG-FILE-STATUS = "35"
               OPEN OUTPUT ACCESS-LOG-FILE
               CLOSE ACCESS-LOG-FILE
               OPEN I-O ACCESS-LOG-FILE
           END-IF
           IF WS-LOG-FILE-STATUS = "00"
               SET LOG-FILE-IS-OPEN TO TRUE
           ELSE
               DISPLAY "ACCSADD: ACCESS LOG WILL NOT OPEN, STATUS "
                   WS-LOG-FILE-STATUS
           END-IF.
