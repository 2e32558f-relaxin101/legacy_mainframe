      *  master BALANCE by backing out activity posted after
      *  the range, and the statement prints that tie-out so
      *  a disputed figure can be proven against the master
      *  with nothing but this listing.  Each entry shows how
      *  it split across tax, penalty and interest, and the
      *  closing balance is broken out the same way.
      *  A statement for an address MAILRTN has flagged as
      *  returned mail is printed without the address, behind
      *  a do-not-mail line, and counted for address research
      *  -- the same way a TAXID with no address prints.
      ******************************************************
       ENVIRONMENT DIVISION.
       INPUT-OUTPUT SECTION.
       01  WS-SUM-AFTER-RANGE PIC S9(11)V99 USAGE IS COMP-3.
       01  WS-OPENING-BALANCE PIC S9(11)V99 USAGE IS COMP-3.
       01  WS-CLOSING-BALANCE PIC S9(11)V99 USAGE IS COMP-3.
       01  WS-AFTER-PRINCIPAL PIC S9(11)V99 USAGE IS COMP-3.
       01  WS-AFTER-PENALTY PIC S9(11)V99 USAGE IS COMP-3.
       01  WS-AFTER-INTEREST PIC S9(11)V99 USAGE IS COMP-3.
       01  WS-CLOSING-COMPONENT PIC S9(11)V99 USAGE IS COMP-3.
       01  WS-STATEMENTS-WRITTEN PIC 9(7) VALUE ZERO.
       01  WS-RESEARCH-COUNT PIC 9(7) VALUE ZERO.

       01  WS-HEADER-LINE.
           03 FILLER PIC X(24) VALUE "STATEMENT FOR TAXID ".
           03 WS-D-TYPE PIC X(12).
           03 FILLER PIC X(3) VALUE SPACES.
           03 WS-D-AMOUNT PIC -(9)9.99.
           03 FILLER PIC X(6) VALUE "  TAX ".
           03 WS-D-PRINCIPAL PIC -(9)9.99.
           03 FILLER PIC X(6) VALUE "  PEN ".
           03 WS-D-PENALTY PIC -(9)9.99.
           03 FILLER PIC X(6) VALUE "  INT ".
           03 WS-D-INTEREST PIC -(9)9.99.

       01  WS-TIE-LINE.
           03 WS-T-LABEL PIC X(24).
       01  WS-LKUP-ZIP PIC X(10).
       01  WS-LKUP-NAME-OK PIC X.
           88 NAME-FOUND VALUE "Y".
       01  WS-LKUP-RETURNED-MAIL.
           03 WS-LKUP-RETURNED-SW PIC X.
             88 ADDRESS-UNDELIVERABLE VALUE "Y".
           03 WS-LKUP-RETURNED-DATE PIC 9(6).
           03 WS-LKUP-RETURNED-DOC-TYPE PIC X.

       01  WS-CITY-LINE.
           03 WS-C-CITY PIC X(20).
           03 FILLER PIC X(1) VALUE SPACES.
           03 WS-C-ZIP PIC X(10).

       01  WS-RESEARCH-LINE.
           03 FILLER PIC X(40) VALUE
               "NEEDS ADDRESS RESEARCH -- DO NOT MAIL".
           03 FILLER PIC X(17) VALUE "MAIL RETURNED ON ".
           03 WS-R-RETURNED-DATE PIC 9(6).
           03 FILLER PIC X(5) VALUE " DOC ".
           03 WS-R-RETURNED-DOC PIC X.

       PROCEDURE DIVISION.
       0000-MAIN.
           PERFORM 1000-OPEN-FILES
               END-READ
           END-PERFORM
           DISPLAY "STMTGEN: STATEMENTS WRITTEN " WS-STATEMENTS-WRITTEN
               " ADDRESS RESEARCH " WS-RESEARCH-COUNT
           PERFORM 9000-CLOSE-FILES
           GOBACK.

       2100-BUILD-ONE-STATEMENT.
           MOVE ZERO TO WS-SUM-IN-RANGE
           MOVE ZERO TO WS-SUM-AFTER-RANGE
           MOVE ZERO TO WS-AFTER-PRINCIPAL
           MOVE ZERO TO WS-AFTER-PENALTY
           MOVE ZERO TO WS-AFTER-INTEREST
           MOVE "1" TO WS-PASS-SW
           PERFORM 2200-WALK-LEDGER-FOR-TAXID

           IF TT-POST-DATE > SR-TO-DATE
               IF SUMMING-PASS
                   ADD TT-AMOUNT TO WS-SUM-AFTER-RANGE
                   ADD TT-PRINCIPAL-AMOUNT TO WS-AFTER-PRINCIPAL
                   ADD TT-PENALTY-AMOUNT TO WS-AFTER-PENALTY
                   ADD TT-INTEREST-AMOUNT TO WS-AFTER-INTEREST
               END-IF
           ELSE
               IF TT-POST-DATE NOT < SR-FROM-DATE
                   MOVE TT-TRANSACTION-TYPE TO WS-D-TYPE
           END-EVALUATE
           MOVE TT-AMOUNT TO WS-D-AMOUNT
           MOVE TT-PRINCIPAL-AMOUNT TO WS-D-PRINCIPAL
           MOVE TT-PENALTY-AMOUNT TO WS-D-PENALTY
           MOVE TT-INTEREST-AMOUNT TO WS-D-INTEREST
           WRITE STATEMENT-LISTING-LINE FROM WS-DETAIL-LINE.

       3000-WRITE-STATEMENT-HEADER.
           CALL "NAMELKUP" USING WS-TAXID-KEY, WS-TODAY-8,
               WS-LKUP-NAME, WS-LKUP-ADDRESS-1, WS-LKUP-ADDRESS-2,
               WS-LKUP-CITY, WS-LKUP-STATE, WS-LKUP-ZIP,
               WS-LKUP-NAME-OK,
               WS-LKUP-RETURNED-MAIL
           EVALUATE TRUE
               WHEN NOT NAME-FOUND
                   CONTINUE
               WHEN ADDRESS-UNDELIVERABLE
                   PERFORM 3060-WRITE-RESEARCH-BLOCK
               WHEN OTHER
                   WRITE STATEMENT-LISTING-LINE FROM WS-LKUP-NAME
                   WRITE STATEMENT-LISTING-LINE
                       FROM WS-LKUP-ADDRESS-1
                   IF WS-LKUP-ADDRESS-2 NOT = SPACES
                       WRITE STATEMENT-LISTING-LINE
                           FROM WS-LKUP-ADDRESS-2
                   END-IF
                   MOVE WS-LKUP-CITY TO WS-C-CITY
                   MOVE WS-LKUP-STATE TO WS-C-STATE
                   MOVE WS-LKUP-ZIP TO WS-C-ZIP
                   WRITE STATEMENT-LISTING-LINE FROM WS-CITY-LINE
           END-EVALUATE.

      * The name still heads the statement so it files against
      * the right account, but no address is printed to mail to.
       3060-WRITE-RESEARCH-BLOCK.
           ADD 1 TO WS-RESEARCH-COUNT
           WRITE STATEMENT-LISTING-LINE FROM WS-LKUP-NAME
           MOVE WS-LKUP-RETURNED-DATE TO WS-R-RETURNED-DATE
           MOVE WS-LKUP-RETURNED-DOC-TYPE TO WS-R-RETURNED-DOC
           WRITE STATEMENT-LISTING-LINE FROM WS-RESEARCH-LINE.

      * The tie-out: closing balance plus activity posted after
      * the period equals the master BALANCE, so the statement
           MOVE "CLOSING BALANCE" TO WS-B-LABEL
           MOVE WS-CLOSING-BALANCE TO WS-B-AMOUNT
           WRITE STATEMENT-LISTING-LINE FROM WS-BALANCE-LINE
           MOVE "  TAX" TO WS-B-LABEL
           COMPUTE WS-CLOSING-COMPONENT =
               PRINCIPAL-BALANCE - WS-AFTER-PRINCIPAL
           MOVE WS-CLOSING-COMPONENT TO WS-B-AMOUNT
           WRITE STATEMENT-LISTING-LINE FROM WS-BALANCE-LINE
           MOVE "  PENALTY" TO WS-B-LABEL
           COMPUTE WS-CLOSING-COMPONENT =
               PENALTY-BALANCE - WS-AFTER-PENALTY
           MOVE WS-CLOSING-COMPONENT TO WS-B-AMOUNT
           WRITE STATEMENT-LISTING-LINE FROM WS-BALANCE-LINE
           MOVE "  INTEREST" TO WS-B-LABEL
           COMPUTE WS-CLOSING-COMPONENT =
               INTEREST-BALANCE - WS-AFTER-INTEREST
           MOVE WS-CLOSING-COMPONENT TO WS-B-AMOUNT
           WRITE STATEMENT-LISTING-LINE FROM WS-BALANCE-LINE
           MOVE "ACTIVITY AFTER PERIOD" TO WS-T-LABEL
           MOVE WS-SUM-AFTER-RANGE TO WS-T-AMOUNT
           WRITE STATEMENT-LISTING-LINE FROM WS-TIE-LINE
