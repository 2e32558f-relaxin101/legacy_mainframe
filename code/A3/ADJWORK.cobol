       IDENTIFICATION DIVISION.
       PROGRAM-ID. ADJWORK.
      ******************************************************
      *  ONLINE ADJUSTMENT REQUEST ENTRY AND APPROVAL
      *  Terminal front end to the ADJUSTMENT-REQUEST-FILE,
      *  in the SUSPWORK mold.  An "AJ" adjustment is no
      *  longer keyed straight into UPDTRAN -- it is filed
      *  here as a request carrying the preparer's operator
      *  id, a reason code and a free-text justification:
      *    - enter a request: the TAXID must pass CHKDGT and
      *      be on the master, the reason code must be one of
      *      the codes on the request record, and the
      *      justification may not be blank
      *    - an amount (either sign) over the approval
      *      threshold in force (RATELKUP "ADJTHRSH") is filed
      *      pending; at or under it the request is filed
      *      already approved
      *    - browse the pending queue; each browse numbers
      *      its lines
      *    - approve or reject a browsed request: the
      *      deciding operator must carry adjustment approval
      *      authority on the OPERATOR-PROFILE-FILE and must
      *      not be the preparer, and a request older than the
      *      expiry days in force (RATELKUP "ADJEXPDY") can no
      *      longer be approved
      *  The operator signs on through OPRSIGN, and every
      *  TAXID a browse lists is put on the ACCESS-LOG-FILE
      *  through ACCSADD first.
      *  Nothing here posts.  ADJRLSE releases approved
      *  requests into the nightly UPDTRAN build and lists
      *  rejected and expired ones for audit.
      ******************************************************
       ENVIRONMENT DIVISION.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
           SELECT TAX-MASTER-FILE
               ASSIGN TO "TAXMAST"
               ORGANIZATION IS INDEXED
               ACCESS MODE IS DYNAMIC
               RECORD KEY IS TAXID
               FILE STATUS IS WS-MASTER-FILE-STATUS.

           SELECT ADJUSTMENT-REQUEST-FILE
               ASSIGN TO "ADJREQ"
               ORGANIZATION IS INDEXED
               ACCESS MODE IS DYNAMIC
               RECORD KEY IS AR-KEY
               FILE STATUS IS WS-ADJ-FILE-STATUS.

       DATA DIVISION.
       FILE SECTION.
       FD  TAX-MASTER-FILE.
       COPY "TAXREC.cobol".

       FD  ADJUSTMENT-REQUEST-FILE.
       COPY "ADJREQ.cobol".

       WORKING-STORAGE SECTION.
       01  WS-MASTER-FILE-STATUS PIC XX.
       01  WS-ADJ-FILE-STATUS PIC XX.
       01  WS-DONE-SW PIC X VALUE "N".
           88 SESSION-DONE VALUE "Y".
       01  WS-WALK-EOF-SW PIC X VALUE "N".
           88 NO-MORE-REQUESTS VALUE "Y".
       01  WS-ITEM-HELD-SW PIC X VALUE "N".
           88 ITEM-IN-HAND VALUE "Y".

       01  WS-FUNCTION PIC X.
           88 ENTER-REQUEST VALUE "E".
           88 BROWSE-PENDING VALUE "B".
           88 APPROVE-REQUEST VALUE "A".
           88 REJECT-REQUEST VALUE "R".
           88 END-SESSION VALUE "X".
       01  WS-INPUT-TAXID PIC S9(9).
       01  WS-INPUT-AMOUNT PIC S9(11)V99.
       01  WS-INPUT-REASON-CODE PIC X(2).
       01  WS-INPUT-JUSTIFICATION PIC X(60).
       01  WS-INPUT-DECISION-TEXT PIC X(40).
       01  WS-INPUT-LINE-NO PIC 9(3).

       01  WS-TAXID-KEY PIC S9(9) USAGE IS COMP-3.
       01  WS-ABS-AMOUNT PIC S9(11)V99 USAGE IS COMP-3.
       01  WS-REQUEST-SEQUENCE PIC 9(4) VALUE ZERO.

      * The VALUEs are only the compiled-in defaults: the
      * threshold and expiry in force today are taken from the
      * RATE-PARAMETER-FILE (RATELKUP) at sign-on.
       01  WS-APPROVAL-THRESHOLD PIC S9(9)V99 USAGE IS COMP-3
           VALUE 500.00.
       01  WS-EXPIRY-DAYS PIC 9(4) VALUE 10.

       01  WS-TODAY-8 PIC 9(8).
       01  WS-TODAY-6 PIC 9(6).
       01  WS-REQUEST-DATE-X PIC 9(6).
       01  WS-REQUEST-DATE-PARTS REDEFINES WS-REQUEST-DATE-X.
           03 WS-RD-YY PIC 99.
           03 WS-RD-MM PIC 99.
           03 WS-RD-DD PIC 99.
       01  WS-REQUEST-8 PIC 9(8).
       01  WS-DAYS-PENDING PIC S9(7).

       01  WS-LKUP-PARAM-ID PIC X(8).
       01  WS-LKUP-AS-OF-DATE PIC 9(8).
       01  WS-LKUP-VALUE PIC S9(9)V9(4) USAGE IS COMP-3.
       01  WS-LKUP-FOUND-OK PIC X.
           88 PARAM-FOUND VALUE "Y".

       01  WS-CALL-TAXID PIC S9(9) USAGE IS COMP-3.
       01  WS-CALL-CHECK-OK PIC X.
           88 CHECK-DIGIT-GOOD VALUE "Y".

      * Keys of the requests shown by the last browse -- the
      * line number the operator quotes back is the subscript.
       01  WS-BROWSE-COUNT PIC 9(3) VALUE ZERO.
       01  WS-BROWSE-LIMIT PIC 9(3) VALUE 100.
       01  WS-BROWSE-KEY-TABLE.
           03 WS-BROWSE-KEY OCCURS 100 TIMES PIC X(24).

      * CALLed-program arguments for OPRSIGN and ACCSADD.
      * Any active operator may prepare a request; deciding
      * one takes adjustment approval authority.
       01  WS-OPERATOR-ID PIC X(8).
       01  WS-OPERATOR-PASSWORD PIC X(8).
       01  WS-SIGN-REQUEST PIC X.
       01  WS-SIGN-FUNCTION PIC X.
       01  WS-SIGN-PROGRAM PIC X(8) VALUE "ADJWORK".
       01  WS-SIGN-OK PIC X.
           88 SIGN-ON-GRANTED VALUE "Y".
       01  WS-LOG-EVENT-TYPE PIC X VALUE "D".
       01  WS-LOG-REFUSAL-REASON PIC X VALUE SPACE.
       01  WS-LOG-TAXID PIC S9(9) USAGE IS COMP-3.
       01  WS-LOG-POST-OK PIC X.
           88 ACCESS-LOGGED VALUE "Y".

       01  WS-REQUESTS-ENTERED PIC 9(7) VALUE ZERO.
       01  WS-REQUESTS-APPROVED PIC 9(7) VALUE ZERO.
       01  WS-REQUESTS-REJECTED PIC 9(7) VALUE ZERO.

       01  WS-BROWSE-LINE.
           03 WS-L-LINE-NO PIC ZZ9.
           03 FILLER PIC X(2) VALUE SPACES.
           03 WS-L-TAXID PIC -(9).
           03 FILLER PIC X(2) VALUE SPACES.
           03 WS-L-AMOUNT PIC -(9)9.99.
           03 FILLER PIC X(2) VALUE SPACES.
           03 WS-L-REASON PIC X(2).
           03 FILLER PIC X(2) VALUE SPACES.
           03 WS-L-PREPARER PIC X(8).
           03 FILLER PIC X(2) VALUE SPACES.
           03 WS-L-REQUEST-DATE PIC 9(6).
           03 FILLER PIC X(2) VALUE SPACES.
           03 WS-L-DAYS PIC ZZZ9.
       01  WS-JUSTIFICATION-LINE.
           03 FILLER PIC X(8) VALUE SPACES.
           03 WS-J-TEXT PIC X(60).

       PROCEDURE DIVISION.
       0000-MAIN.
           PERFORM 1000-OPEN-FILES
           ACCEPT WS-TODAY-8 FROM DATE YYYYMMDD
           ACCEPT WS-TODAY-6 FROM DATE
           PERFORM 1100-LOAD-RUN-PARAMETERS
           PERFORM 1500-SIGN-ON

           PERFORM UNTIL SESSION-DONE
               DISPLAY "FUNCTION (E=ENTER, B=BROWSE PENDING, "
                   "A=APPROVE, R=REJECT, X=END): "
               ACCEPT WS-FUNCTION
               EVALUATE TRUE
                   WHEN END-SESSION
                       SET SESSION-DONE TO TRUE
                   WHEN ENTER-REQUEST
                       PERFORM 2000-ENTER-ONE-REQUEST
                   WHEN BROWSE-PENDING
                       PERFORM 3000-BROWSE-PENDING
                   WHEN APPROVE-REQUEST
                       PERFORM 4000-APPROVE-ONE-REQUEST
                   WHEN REJECT-REQUEST
                       PERFORM 5000-REJECT-ONE-REQUEST
                   WHEN OTHER
                       DISPLAY "UNKNOWN FUNCTION " WS-FUNCTION
               END-EVALUATE
           END-PERFORM

           DISPLAY "ADJWORK: ENTERED " WS-REQUESTS-ENTERED
               " APPROVED " WS-REQUESTS-APPROVED
               " REJECTED " WS-REQUESTS-REJECTED
           PERFORM 9000-CLOSE-FILES
           GOBACK.

       1000-OPEN-FILES.
           OPEN INPUT TAX-MASTER-FILE
           OPEN I-O ADJUSTMENT-REQUEST-FILE
           IF WS-ADJ-FILE-STATUS = "35"
               OPEN OUTPUT ADJUSTMENT-REQUEST-FILE
               CLOSE ADJUSTMENT-REQUEST-FILE
               OPEN I-O ADJUSTMENT-REQUEST-FILE
           END-IF.

       1100-LOAD-RUN-PARAMETERS.
           MOVE WS-TODAY-8 TO WS-LKUP-AS-OF-DATE
           MOVE "ADJTHRSH" TO WS-LKUP-PARAM-ID
           CALL "RATELKUP" USING WS-LKUP-PARAM-ID,
               WS-LKUP-AS-OF-DATE, WS-LKUP-VALUE, WS-LKUP-FOUND-OK
           IF PARAM-FOUND AND WS-LKUP-VALUE NOT < ZERO
               MOVE WS-LKUP-VALUE TO WS-APPROVAL-THRESHOLD
           END-IF
           MOVE "ADJEXPDY" TO WS-LKUP-PARAM-ID
           CALL "RATELKUP" USING WS-LKUP-PARAM-ID,
               WS-LKUP-AS-OF-DATE, WS-LKUP-VALUE, WS-LKUP-FOUND-OK
           IF PARAM-FOUND AND WS-LKUP-VALUE > ZERO
               MOVE WS-LKUP-VALUE TO WS-EXPIRY-DAYS
           END-IF.

       1500-SIGN-ON.
           DISPLAY "ENTER OPERATOR ID: "
           ACCEPT WS-OPERATOR-ID
           DISPLAY "ENTER PASSWORD: "
           ACCEPT WS-OPERATOR-PASSWORD
           MOVE "S" TO WS-SIGN-REQUEST
           MOVE SPACE TO WS-SIGN-FUNCTION
           CALL "OPRSIGN" USING WS-SIGN-REQUEST, WS-OPERATOR-ID,
               WS-OPERATOR-PASSWORD, WS-SIGN-FUNCTION,
               WS-SIGN-PROGRAM, WS-SIGN-OK
           MOVE SPACES TO WS-OPERATOR-PASSWORD
           IF NOT SIGN-ON-GRANTED
               DISPLAY "ADJWORK: SIGN-ON REFUSED, SESSION ENDED"
               SET SESSION-DONE TO TRUE
           END-IF.

      * The profile is read again at every decision, so an
      * authority withdrawn mid-session takes effect at once.
       1600-CHECK-APPROVAL-AUTHORITY.
           MOVE "F" TO WS-SIGN-REQUEST
           MOVE "A" TO WS-SIGN-FUNCTION
           CALL "OPRSIGN" USING WS-SIGN-REQUEST, WS-OPERATOR-ID,
               WS-OPERATOR-PASSWORD, WS-SIGN-FUNCTION,
               WS-SIGN-PROGRAM, WS-SIGN-OK
           MOVE SPACE TO WS-SIGN-FUNCTION
           IF NOT SIGN-ON-GRANTED
               DISPLAY "NOT AUTHORISED TO APPROVE OR REJECT "
                   "ADJUSTMENTS"
           END-IF.

       2000-ENTER-ONE-REQUEST.
           DISPLAY "TAXID: "
           ACCEPT WS-INPUT-TAXID
           MOVE WS-INPUT-TAXID TO WS-TAXID-KEY
           MOVE WS-TAXID-KEY TO WS-CALL-TAXID
           CALL "CHKDGT" USING WS-CALL-TAXID, WS-CALL-CHECK-OK
           IF NOT CHECK-DIGIT-GOOD
               DISPLAY "BAD CHECK DIGIT, NOTHING FILED"
           ELSE
               MOVE WS-TAXID-KEY TO TAXID
               READ TAX-MASTER-FILE
                   INVALID KEY
                       DISPLAY "NO SUCH TAXID " WS-INPUT-TAXID
                           ", NOTHING FILED"
                   NOT INVALID KEY
                       PERFORM 2100-TAKE-REQUEST-DETAIL
               END-READ
           END-IF.

       2100-TAKE-REQUEST-DETAIL.
           DISPLAY "ADJUSTMENT AMOUNT (NEGATIVE REDUCES OWED): "
           ACCEPT WS-INPUT-AMOUNT
           DISPLAY "REASON CODE (CE, PA, IA, WO, OT): "
           ACCEPT WS-INPUT-REASON-CODE
           DISPLAY "JUSTIFICATION: "
           ACCEPT WS-INPUT-JUSTIFICATION
           MOVE WS-INPUT-REASON-CODE TO AR-REASON-CODE
           EVALUATE TRUE
               WHEN WS-INPUT-AMOUNT = ZERO
                   DISPLAY "ZERO AMOUNT, NOTHING FILED"
               WHEN NOT ADJ-REASON-VALID
                   DISPLAY "UNKNOWN REASON CODE, NOTHING FILED"
               WHEN WS-INPUT-JUSTIFICATION = SPACES
                   DISPLAY "JUSTIFICATION REQUIRED, NOTHING FILED"
               WHEN OTHER
                   PERFORM 2200-FILE-NEW-REQUEST
           END-EVALUATE.

      * A write-off and a charge are held to the same bar: the
      * threshold test is on the size of the amount, not its
      * sign.
       2200-FILE-NEW-REQUEST.
           ADD 1 TO WS-REQUEST-SEQUENCE
           MOVE WS-TAXID-KEY TO AR-TAXID
           MOVE WS-TODAY-6 TO AR-REQUEST-DATE
           ACCEPT AR-REQUEST-TIME FROM TIME
           MOVE WS-REQUEST-SEQUENCE TO AR-SEQUENCE-NO
           MOVE WS-INPUT-AMOUNT TO AR-AMOUNT
           MOVE WS-INPUT-REASON-CODE TO AR-REASON-CODE
           MOVE WS-INPUT-JUSTIFICATION TO AR-JUSTIFICATION
           MOVE WS-OPERATOR-ID TO AR-PREPARER-ID
           MOVE SPACES TO AR-APPROVER-ID
           MOVE ZERO TO AR-DECISION-DATE
           MOVE ZERO TO AR-DECISION-TIME
           MOVE SPACES TO AR-DECISION-TEXT
           MOVE ZERO TO AR-CLOSED-DATE
           MOVE WS-INPUT-AMOUNT TO WS-ABS-AMOUNT
           IF WS-ABS-AMOUNT < ZERO
               COMPUTE WS-ABS-AMOUNT = ZERO - WS-ABS-AMOUNT
           END-IF
           IF WS-ABS-AMOUNT > WS-APPROVAL-THRESHOLD
               MOVE "Y" TO AR-APPROVAL-REQUIRED-SW
               SET ADJ-PENDING-APPROVAL TO TRUE
           ELSE
               MOVE "N" TO AR-APPROVAL-REQUIRED-SW
               SET ADJ-APPROVED TO TRUE
               MOVE AR-REQUEST-DATE TO AR-DECISION-DATE
               MOVE AR-REQUEST-TIME TO AR-DECISION-TIME
               MOVE "UNDER APPROVAL THRESHOLD" TO AR-DECISION-TEXT
           END-IF
           WRITE ADJUSTMENT-REQUEST-RECORD
               INVALID KEY
                   DISPLAY "ADJWORK: REQUEST WRITE FAILED FOR TAXID "
                       WS-INPUT-TAXID
               NOT INVALID KEY
                   ADD 1 TO WS-REQUESTS-ENTERED
                   IF ADJ-PENDING-APPROVAL
                       DISPLAY "REQUEST FILED, NEEDS APPROVAL BY "
                           "ANOTHER OPERATOR"
                   ELSE
                       DISPLAY "REQUEST FILED, RELEASES TONIGHT"
                   END-IF
           END-WRITE.

      * Every request still waiting on a second operator, with
      * its preparer shown so the approver can see it is not
      * their own.  The keys are held so an approve or reject
      * can name a line instead of re-keying a 24-byte key.
       3000-BROWSE-PENDING.
           MOVE ZERO TO WS-BROWSE-COUNT
           MOVE "N" TO WS-WALK-EOF-SW
           MOVE ZERO TO AR-TAXID
           MOVE ZERO TO AR-REQUEST-DATE
           MOVE ZERO TO AR-REQUEST-TIME
           MOVE ZERO TO AR-SEQUENCE-NO
           START ADJUSTMENT-REQUEST-FILE KEY IS NOT LESS THAN AR-KEY
               INVALID KEY
                   SET NO-MORE-REQUESTS TO TRUE
           END-START
           PERFORM UNTIL NO-MORE-REQUESTS
               READ ADJUSTMENT-REQUEST-FILE NEXT
                   AT END
                       SET NO-MORE-REQUESTS TO TRUE
                   NOT AT END
                       IF ADJ-PENDING-APPROVAL
                           PERFORM 3100-LIST-ONE-REQUEST
                       END-IF
               END-READ
           END-PERFORM
           IF WS-BROWSE-COUNT = ZERO
               DISPLAY "NO REQUESTS AWAITING APPROVAL"
           END-IF.

       3100-LIST-ONE-REQUEST.
           IF WS-BROWSE-COUNT < WS-BROWSE-LIMIT
               MOVE AR-TAXID TO WS-LOG-TAXID
               CALL "ACCSADD" USING WS-OPERATOR-ID, WS-SIGN-PROGRAM,
                   WS-LOG-EVENT-TYPE, WS-LOG-REFUSAL-REASON,
                   WS-SIGN-FUNCTION, WS-LOG-TAXID, WS-LOG-POST-OK
               IF ACCESS-LOGGED
                   ADD 1 TO WS-BROWSE-COUNT
                   MOVE AR-KEY TO WS-BROWSE-KEY (WS-BROWSE-COUNT)
                   PERFORM 3200-COMPUTE-DAYS-PENDING
                   MOVE WS-BROWSE-COUNT TO WS-L-LINE-NO
                   MOVE AR-TAXID TO WS-L-TAXID
                   MOVE AR-AMOUNT TO WS-L-AMOUNT
                   MOVE AR-REASON-CODE TO WS-L-REASON
                   MOVE AR-PREPARER-ID TO WS-L-PREPARER
                   MOVE AR-REQUEST-DATE TO WS-L-REQUEST-DATE
                   MOVE WS-DAYS-PENDING TO WS-L-DAYS
                   DISPLAY WS-BROWSE-LINE
                   MOVE AR-JUSTIFICATION TO WS-J-TEXT
                   DISPLAY WS-JUSTIFICATION-LINE
               ELSE
                   DISPLAY "ACCESS NOT LOGGED, REQUEST NOT LISTED"
               END-IF
           END-IF.

       3200-COMPUTE-DAYS-PENDING.
           MOVE AR-REQUEST-DATE TO WS-REQUEST-DATE-X
           COMPUTE WS-REQUEST-8 =
               20000000 + (WS-RD-YY * 10000) + (WS-RD-MM * 100)
               + WS-RD-DD
           COMPUTE WS-DAYS-PENDING =
               FUNCTION INTEGER-OF-DATE (WS-TODAY-8)
               - FUNCTION INTEGER-OF-DATE (WS-REQUEST-8).

      * The two-person rule is enforced here, not left to
      * procedure: the preparer of a request can never be the
      * one who decides it.
       3900-FETCH-BROWSED-REQUEST.
           MOVE "N" TO WS-ITEM-HELD-SW
           DISPLAY "LINE NUMBER FROM LAST BROWSE: "
           ACCEPT WS-INPUT-LINE-NO
           IF WS-INPUT-LINE-NO = ZERO
                   OR WS-INPUT-LINE-NO > WS-BROWSE-COUNT
               DISPLAY "NO SUCH LINE ON THE LAST BROWSE"
           ELSE
               MOVE WS-BROWSE-KEY (WS-INPUT-LINE-NO) TO AR-KEY
               READ ADJUSTMENT-REQUEST-FILE
                   INVALID KEY
                       DISPLAY "REQUEST NO LONGER ON FILE"
                   NOT INVALID KEY
                       EVALUATE TRUE
                           WHEN NOT ADJ-PENDING-APPROVAL
                               DISPLAY "REQUEST ALREADY DECIDED"
                           WHEN AR-PREPARER-ID = WS-OPERATOR-ID
                               DISPLAY "PREPARER MAY NOT DECIDE "
                                   "THEIR OWN REQUEST"
                           WHEN OTHER
                               SET ITEM-IN-HAND TO TRUE
                       END-EVALUATE
               END-READ
           END-IF.

       4000-APPROVE-ONE-REQUEST.
           PERFORM 1600-CHECK-APPROVAL-AUTHORITY
           IF SIGN-ON-GRANTED
               PERFORM 3900-FETCH-BROWSED-REQUEST
           ELSE
               MOVE "N" TO WS-ITEM-HELD-SW
           END-IF
           IF ITEM-IN-HAND
               PERFORM 3200-COMPUTE-DAYS-PENDING
               IF WS-DAYS-PENDING > WS-EXPIRY-DAYS
                   DISPLAY "REQUEST HAS EXPIRED, MUST BE RE-ENTERED"
               ELSE
                   DISPLAY "APPROVAL NOTE: "
                   ACCEPT WS-INPUT-DECISION-TEXT
                   SET ADJ-APPROVED TO TRUE
                   PERFORM 6000-RECORD-DECISION
                   IF ITEM-IN-HAND
                       ADD 1 TO WS-REQUESTS-APPROVED
                       DISPLAY "REQUEST APPROVED, RELEASES TONIGHT"
                   END-IF
               END-IF
           END-IF.

      * A rejection must say why -- the exception listing is
      * the audit trail, and a bare "rejected" explains nothing.
       5000-REJECT-ONE-REQUEST.
           PERFORM 1600-CHECK-APPROVAL-AUTHORITY
           IF SIGN-ON-GRANTED
               PERFORM 3900-FETCH-BROWSED-REQUEST
           ELSE
               MOVE "N" TO WS-ITEM-HELD-SW
           END-IF
           IF ITEM-IN-HAND
               DISPLAY "REJECTION REASON: "
               ACCEPT WS-INPUT-DECISION-TEXT
               IF WS-INPUT-DECISION-TEXT = SPACES
                   DISPLAY "REASON REQUIRED, REQUEST LEFT PENDING"
               ELSE
                   SET ADJ-REJECTED TO TRUE
                   PERFORM 6000-RECORD-DECISION
                   IF ITEM-IN-HAND
                       ADD 1 TO WS-REQUESTS-REJECTED
                       DISPLAY "REQUEST REJECTED"
                   END-IF
               END-IF
           END-IF.

       6000-RECORD-DECISION.
           MOVE WS-OPERATOR-ID TO AR-APPROVER-ID
           MOVE WS-TODAY-6 TO AR-DECISION-DATE
           ACCEPT AR-DECISION-TIME FROM TIME
           MOVE WS-INPUT-DECISION-TEXT TO AR-DECISION-TEXT
           REWRITE ADJUSTMENT-REQUEST-RECORD
               INVALID KEY
                   DISPLAY "ADJWORK: DECISION NOT RECORDED FOR TAXID "
                       AR-TAXID
                   MOVE "N" TO WS-ITEM-HELD-SW
           END-REWRITE.

       9000-CLOSE-FILES.
           CLOSE TAX-MASTER-FILE
           CLOSE ADJUSTMENT-REQUEST-FILE.
