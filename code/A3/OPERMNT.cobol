       IDENTIFICATION DIVISION.
       PROGRAM-ID. OPERMNT.
      ******************************************************
      *  OPERATOR PROFILE MAINTENANCE
      *  Maintains the OPERATOR-PROFILE-FILE that OPRSIGN
      *  checks every online sign-on against, from a stream
      *  the security officer submits:
      *    A  add a profile: id, name and password must be
      *       present, and each authority switch must be Y or
      *       N (inquiry, note entry, suspense correct and
      *       void, adjustment approval)
      *    C  change a profile: a name or password given
      *       replaces the one on file, the authority
      *       switches are replaced as given, and the profile
      *       goes back in service with its failed sign-on
      *       count cleared -- this is how a profile
      *       suspended for wrong passwords is reinstated
      *    R  revoke a profile
      *  A profile is never deleted: the ACCESS-LOG-FILE names
      *  operators for as long as it is kept, and the id must
      *  still resolve to a person.
      ******************************************************
       ENVIRONMENT DIVISION.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
           SELECT OPERATOR-TRANSACTION-FILE
               ASSIGN TO "OPERIN"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-TRAN-FILE-STATUS.

           SELECT OPERATOR-PROFILE-FILE
               ASSIGN TO "OPERPROF"
               ORGANIZATION IS INDEXED
               ACCESS MODE IS DYNAMIC
               RECORD KEY IS OP-OPERATOR-ID
               FILE STATUS IS WS-PROF-FILE-STATUS.

       DATA DIVISION.
       FILE SECTION.
       FD  OPERATOR-TRANSACTION-FILE.
       01  OPERATOR-TRANSACTION-RECORD.
           03 OM-ACTION PIC X.
             88 ACTION-ADD VALUE "A".
             88 ACTION-CHANGE VALUE "C".
             88 ACTION-REVOKE VALUE "R".
           03 OM-OPERATOR-ID PIC X(8).
           03 OM-OPERATOR-NAME PIC X(30).
           03 OM-PASSWORD PIC X(8).
           03 OM-AUTHORITIES.
             05 OM-INQUIRY-AUTH PIC X.
               88 OM-INQUIRY-VALID VALUES "Y" "N".
             05 OM-NOTE-ENTRY-AUTH PIC X.
               88 OM-NOTE-ENTRY-VALID VALUES "Y" "N".
             05 OM-SUSPENSE-AUTH PIC X.
               88 OM-SUSPENSE-VALID VALUES "Y" "N".
             05 OM-ADJ-APPROVAL-AUTH PIC X.
               88 OM-ADJ-APPROVAL-VALID VALUES "Y" "N".

       FD  OPERATOR-PROFILE-FILE.
       COPY "OPERPROF.cobol".

       WORKING-STORAGE SECTION.
       01  WS-TRAN-FILE-STATUS PIC XX.
       01  WS-PROF-FILE-STATUS PIC XX.
       01  WS-EOF-SW PIC X VALUE "N".
           88 NO-MORE-TRANSACTIONS VALUE "Y".
       01  WS-PROFILE-FOUND-SW PIC X VALUE "N".
           88 PROFILE-FOUND VALUE "Y".
       01  WS-TODAY-6 PIC 9(6).

       01  WS-PROFILES-ADDED PIC 9(7) VALUE ZERO.
       01  WS-PROFILES-CHANGED PIC 9(7) VALUE ZERO.
       01  WS-PROFILES-REVOKED PIC 9(7) VALUE ZERO.
       01  WS-TRANS-REJECTED PIC 9(7) VALUE ZERO.

       PROCEDURE DIVISION.
       0000-MAIN.
           PERFORM 1000-OPEN-FILES
           ACCEPT WS-TODAY-6 FROM DATE
           PERFORM UNTIL NO-MORE-TRANSACTIONS
               READ OPERATOR-TRANSACTION-FILE
                   AT END
                       SET NO-MORE-TRANSACTIONS TO TRUE
                   NOT AT END
                       PERFORM 2000-APPLY-ONE-TRANSACTION
               END-READ
           END-PERFORM
           DISPLAY "OPERMNT: ADDED " WS-PROFILES-ADDED
               " CHANGED " WS-PROFILES-CHANGED
               " REVOKED " WS-PROFILES-REVOKED
               " REJECTED " WS-TRANS-REJECTED
           PERFORM 9000-CLOSE-FILES
           GOBACK.

       1000-OPEN-FILES.
           OPEN INPUT OPERATOR-TRANSACTION-FILE
           OPEN I-O OPERATOR-PROFILE-FILE
           IF WS-PROF-FILE-STATUS = "35"
               OPEN OUTPUT OPERATOR-PROFILE-FILE
               CLOSE OPERATOR-PROFILE-FILE
               OPEN I-O OPERATOR-PROFILE-FILE
           END-IF.

       2000-APPLY-ONE-TRANSACTION.
           PERFORM 2100-LOOK-UP-PROFILE
           EVALUATE TRUE
               WHEN OM-OPERATOR-ID = SPACES
                   ADD 1 TO WS-TRANS-REJECTED
                   DISPLAY "OPERMNT: OPERATOR ID MISSING"
               WHEN ACTION-ADD
                   PERFORM 3000-ADD-PROFILE
               WHEN ACTION-CHANGE
                   PERFORM 4000-CHANGE-PROFILE
               WHEN ACTION-REVOKE
                   PERFORM 5000-REVOKE-PROFILE
               WHEN OTHER
                   ADD 1 TO WS-TRANS-REJECTED
                   DISPLAY "OPERMNT: UNKNOWN ACTION " OM-ACTION
                       " FOR OPERATOR " OM-OPERATOR-ID
           END-EVALUATE.

       2100-LOOK-UP-PROFILE.
           MOVE "N" TO WS-PROFILE-FOUND-SW
           MOVE OM-OPERATOR-ID TO OP-OPERATOR-ID
           READ OPERATOR-PROFILE-FILE
               INVALID KEY
                   CONTINUE
               NOT INVALID KEY
                   SET PROFILE-FOUND TO TRUE
           END-READ.

       3000-ADD-PROFILE.
           EVALUATE TRUE
               WHEN PROFILE-FOUND
                   ADD 1 TO WS-TRANS-REJECTED
                   DISPLAY "OPERMNT: PROFILE ALREADY ON FILE FOR "
                       OM-OPERATOR-ID
               WHEN OM-OPERATOR-NAME = SPACES
                       OR OM-PASSWORD = SPACES
                   ADD 1 TO WS-TRANS-REJECTED
                   DISPLAY "OPERMNT: NAME OR PASSWORD MISSING FOR "
                       OM-OPERATOR-ID
               WHEN NOT OM-INQUIRY-VALID
                       OR NOT OM-NOTE-ENTRY-VALID
                       OR NOT OM-SUSPENSE-VALID
                       OR NOT OM-ADJ-APPROVAL-VALID
                   ADD 1 TO WS-TRANS-REJECTED
                   DISPLAY "OPERMNT: AUTHORITY NOT Y OR N FOR "
                       OM-OPERATOR-ID
               WHEN OTHER
                   MOVE OM-OPERATOR-ID TO OP-OPERATOR-ID
                   MOVE OM-OPERATOR-NAME TO OP-OPERATOR-NAME
                   MOVE OM-PASSWORD TO OP-PASSWORD
                   SET PROFILE-ACTIVE TO TRUE
                   MOVE OM-AUTHORITIES TO OP-AUTHORITIES
                   MOVE ZERO TO OP-FAILED-SIGNONS
                   MOVE ZERO TO OP-LAST-SIGNON-DATE
                   MOVE ZERO TO OP-LAST-SIGNON-TIME
                   MOVE WS-TODAY-6 TO OP-ADDED-DATE
                   MOVE WS-TODAY-6 TO OP-CHANGED-DATE
                   WRITE OPERATOR-PROFILE-RECORD
                       INVALID KEY
                           ADD 1 TO WS-TRANS-REJECTED
                           DISPLAY "OPERMNT: WRITE FAILED FOR "
                               OM-OPERATOR-ID
                       NOT INVALID KEY
                           ADD 1 TO WS-PROFILES-ADDED
                   END-WRITE
           END-EVALUATE.

       4000-CHANGE-PROFILE.
           EVALUATE TRUE
               WHEN NOT PROFILE-FOUND
                   ADD 1 TO WS-TRANS-REJECTED
                   DISPLAY "OPERMNT: NO PROFILE ON FILE FOR "
                       OM-OPERATOR-ID
               WHEN NOT OM-INQUIRY-VALID
                       OR NOT OM-NOTE-ENTRY-VALID
                       OR NOT OM-SUSPENSE-VALID
                       OR NOT OM-ADJ-APPROVAL-VALID
                   ADD 1 TO WS-TRANS-REJECTED
                   DISPLAY "OPERMNT: AUTHORITY NOT Y OR N FOR "
                       OM-OPERATOR-ID
               WHEN OTHER
                   IF OM-OPERATOR-NAME NOT = SPACES
                       MOVE OM-OPERATOR-NAME TO OP-OPERATOR-NAME
                   END-IF
                   IF OM-PASSWORD NOT = SPACES
                       MOVE OM-PASSWORD TO OP-PASSWORD
                   END-IF
                   MOVE OM-AUTHORITIES TO OP-AUTHORITIES
                   SET PROFILE-ACTIVE TO TRUE
                   MOVE ZERO TO OP-FAILED-SIGNONS
                   MOVE WS-TODAY-6 TO OP-CHANGED-DATE
                   REWRITE OPERATOR-PROFILE-RECORD
                       INVALID KEY
                           ADD 1 TO WS-TRANS-REJECTED
                           DISPLAY "OPERMNT: REWRITE FAILED FOR "
                               OM-OPERATOR-ID
                       NOT INVALID KEY
                           ADD 1 TO WS-PROFILES-CHANGED
                   END-REWRITE
           END-EVALUATE.

       5000-REVOKE-PROFILE.
           IF NOT PROFILE-FOUND
               ADD 1 TO WS-TRANS-REJECTED
               DISPLAY "OPERMNT: NO PROFILE ON FILE FOR "
                   OM-OPERATOR-ID
           ELSE
               SET PROFILE-REVOKED TO TRUE
               MOVE WS-TODAY-6 TO OP-CHANGED-DATE
               REWRITE OPERATOR-PROFILE-RECORD
                   INVALID KEY
                       ADD 1 TO WS-TRANS-REJECTED
                       DISPLAY "OPERMNT: REWRITE FAILED FOR "
                           OM-OPERATOR-ID
                   NOT INVALID KEY
                       ADD 1 TO WS-PROFILES-REVOKED
               END-REWRITE
           END-IF.

       9000-CLOSE-FILES.
           CLOSE OPERATOR-TRANSACTION-FILE
           CLOSE OPERATOR-PROFILE-FILE.
