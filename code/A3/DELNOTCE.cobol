      *  notice carries the name and address in force today
      *  from NAMELKUP; an account with no address on file is
      *  listed for manual handling instead of silently
      *  mailed nowhere.  An account whose address MAILRTN
      *  has flagged as returned mail gets no notice at all:
      *  it is listed for address research and the ladder is
      *  not advanced, so the level it was due goes out once
      *  NAMEMNT files a good address.  An account under a
      *  legal hold of any type on the LEGAL-HOLD-FILE
      *  (HOLDLKUP) is skipped the same way and only counted:
      *  the ladder stands still while the hold is in force and
      *  picks up one level at a time after it comes off.
      ******************************************************
       ENVIRONMENT DIVISION.
       INPUT-OUTPUT SECTION.
       01  WS-LEVEL-SENT-SW PIC X VALUE "N".
           88 LEVEL-ALREADY-SENT VALUE "Y".

      * CALLed-program arguments for HOLDLKUP.
       01  WS-HOLD-TAXID PIC S9(9) USAGE IS COMP-3.
       01  WS-HOLD-TYPE PIC X.
       01  WS-HOLD-FOUND PIC X.
           88 ACCOUNT-ON-LEGAL-HOLD VALUE "Y".

      * Compiled-in defaults only: the penalty day threshold
      * and the final-demand lead come from the RATE-PARAMETER-
      * FILE (RATELKUP) in force for tonight's date, so the
       01  WS-LKUP-ZIP PIC X(10).
       01  WS-LKUP-NAME-OK PIC X.
           88 NAME-FOUND VALUE "Y".
       01  WS-LKUP-RETURNED-MAIL.
           03 WS-LKUP-RETURNED-SW PIC X.
             88 ADDRESS-UNDELIVERABLE VALUE "Y".
           03 WS-LKUP-RETURNED-DATE PIC 9(6).
           03 WS-LKUP-RETURNED-DOC-TYPE PIC X.

       01  WS-NOTICES-SENT PIC 9(7) VALUE ZERO.
       01  WS-NO-ADDRESS-COUNT PIC 9(7) VALUE ZERO.
       01  WS-RESEARCH-COUNT PIC 9(7) VALUE ZERO.
       01  WS-HELD-COUNT PIC 9(7) VALUE ZERO.

       01  WS-LEVEL-TITLES.
           03 FILLER PIC X(24) VALUE "REMINDER NOTICE".
           03 FILLER PIC X(34) VALUE
               "NO ADDRESS ON FILE, HANDLE BY HAND".

       01  WS-RESEARCH-HEADER.
           03 FILLER PIC X(32) VALUE
               "NEEDS ADDRESS RESEARCH  ".
           03 FILLER PIC X(7) VALUE "TAXID ".
           03 WS-R-TAXID PIC -(9).

       01  WS-RESEARCH-LINE.
           03 FILLER PIC X(17) VALUE "MAIL RETURNED ON ".
           03 WS-R-RETURNED-DATE PIC 9(6).
           03 FILLER PIC X(6) VALUE " DOC ".
           03 WS-R-RETURNED-DOC PIC X.
           03 FILLER PIC X(20) VALUE "  NOTICE HELD: ".
           03 WS-R-TITLE PIC X(24).

       01  WS-BLANK-LINE PIC X(132) VALUE SPACES.

       PROCEDURE DIVISION.

           DISPLAY "DELNOTCE: NOTICES SENT " WS-NOTICES-SENT
               " NO ADDRESS " WS-NO-ADDRESS-COUNT
               " ADDRESS RESEARCH " WS-RESEARCH-COUNT
               " LEGAL HOLD " WS-HELD-COUNT
           PERFORM 9000-CLOSE-FILES
           GOBACK.


       2000-CONSIDER-ONE-ACCOUNT.
           PERFORM 2100-CHECK-PAYMENT-PLAN
           PERFORM 2150-CHECK-LEGAL-HOLD
           IF ACCOUNT-ON-LEGAL-HOLD
               ADD 1 TO WS-HELD-COUNT
           END-IF
           IF NOT ACCOUNT-ON-PAYMENT-PLAN
                   AND NOT ACCOUNT-ON-LEGAL-HOLD
               PERFORM 2200-COMPUTE-DELINQUENT-DAYS
               PERFORM 2300-DETERMINE-DUE-LEVEL
               IF WS-DUE-LEVEL > ZERO
               END-READ
           END-IF.

       2150-CHECK-LEGAL-HOLD.
           MOVE TAXID TO WS-HOLD-TAXID
           CALL "HOLDLKUP" USING WS-HOLD-TAXID, WS-TODAY-8,
               WS-HOLD-TYPE, WS-HOLD-FOUND.

       2200-COMPUTE-DELINQUENT-DAYS.
           MOVE DELINQUENCY-START-DATE TO WS-DELINQ-START-X
           COMPUTE WS-DELINQ-START-8 =
               END-IF
           END-PERFORM.

      * The address is looked up before anything is written: a
      * returned-mail address holds the notice back with no
      * history record, so the ladder waits for a good address.
       3000-SEND-ONE-NOTICE.
           MOVE TAXID TO WS-NAME-TAXID
           CALL "NAMELKUP" USING WS-NAME-TAXID, WS-TODAY-8,
               WS-LKUP-NAME, WS-LKUP-ADDRESS-1, WS-LKUP-ADDRESS-2,
               WS-LKUP-CITY, WS-LKUP-STATE, WS-LKUP-ZIP,
               WS-LKUP-NAME-OK,
               WS-LKUP-RETURNED-MAIL
           IF NAME-FOUND AND ADDRESS-UNDELIVERABLE
               PERFORM 3200-LIST-FOR-ADDRESS-RESEARCH
           ELSE
               PERFORM 3050-RECORD-AND-PRINT-NOTICE
           END-IF.

      * The history record is written first: if the write fails
      * the notice is not printed, so a letter never goes out
      * without the trail that stops it going out twice.
       3050-RECORD-AND-PRINT-NOTICE.
           MOVE TAXID TO ND-TAXID
           MOVE DELINQUENCY-START-DATE TO ND-EPISODE-START-DATE
           MOVE WS-SEND-LEVEL TO ND-NOTICE-LEVEL
           MOVE WS-LEVEL-TITLE (WS-SEND-LEVEL) TO WS-N-TITLE
           MOVE TAXID TO WS-N-TAXID
           WRITE NOTICE-OUTPUT-LINE FROM WS-NOTICE-HEADER
           IF NAME-FOUND
               WRITE NOTICE-OUTPUT-LINE FROM WS-LKUP-NAME
               WRITE NOTICE-OUTPUT-LINE FROM WS-LKUP-ADDRESS-1
           WRITE NOTICE-OUTPUT-LINE FROM WS-BALANCE-LINE
           WRITE NOTICE-OUTPUT-LINE FROM WS-BLANK-LINE.

       3200-LIST-FOR-ADDRESS-RESEARCH.
           ADD 1 TO WS-RESEARCH-COUNT
           MOVE TAXID TO WS-R-TAXID
           WRITE NOTICE-OUTPUT-LINE FROM WS-RESEARCH-HEADER
           WRITE NOTICE-OUTPUT-LINE FROM WS-LKUP-NAME
           MOVE WS-LKUP-RETURNED-DATE TO WS-R-RETURNED-DATE
           MOVE WS-LKUP-RETURNED-DOC-TYPE TO WS-R-RETURNED-DOC
           MOVE WS-LEVEL-TITLE (WS-SEND-LEVEL) TO WS-R-TITLE
           WRITE NOTICE-OUTPUT-LINE FROM WS-RESEARCH-LINE
           MOVE BALANCE TO WS-B-AMOUNT
           MOVE WS-DELINQUENT-DAYS TO WS-B-DAYS
           WRITE NOTICE-OUTPUT-LINE FROM WS-BALANCE-LINE
           WRITE NOTICE-OUTPUT-LINE FROM WS-BLANK-LINE.

       9000-CLOSE-FILES.
           CLOSE TAX-MASTER-FILE
           IF AGREEMENT-FILE-AVAILABLE
