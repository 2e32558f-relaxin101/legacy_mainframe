      *  TAXID and date; the caller's output fields are blanked
      *  then, so a site that has never loaded names behaves
      *  exactly as before the file existed.
      *  LS-RETURNED-MAIL carries the returned-mail stamp off
      *  the row in force (spaces and zeros when none): a row
      *  MAILRTN has flagged undeliverable is still returned,
      *  so an inquiry can show it, but a program that mails
      *  must divert the account to address research instead.
      ******************************************************
       ENVIRONMENT DIVISION.
       INPUT-OUTPUT SECTION.
           03 WS-BEST-CITY PIC X(20).
           03 WS-BEST-STATE PIC X(2).
           03 WS-BEST-ZIP PIC X(10).
           03 WS-BEST-RETURNED-MAIL PIC X(8).

       LINKAGE SECTION.
       01  LS-TAXID PIC S9(9) USAGE IS COMP-3.
       01  LS-ZIP PIC X(10).
       01  LS-FOUND-OK PIC X.
           88 NAME-FOUND VALUE "Y".
       01  LS-RETURNED-MAIL.
           03 LS-RETURNED-SW PIC X.
           03 LS-RETURNED-DATE PIC 9(6).
           03 LS-RETURNED-DOC-TYPE PIC X.

       PROCEDURE DIVISION USING LS-TAXID, LS-AS-OF-DATE,
               LS-TAXPAYER-NAME, LS-ADDRESS-LINE-1,
               LS-ADDRESS-LINE-2, LS-CITY, LS-STATE, LS-ZIP,
               LS-FOUND-OK, LS-RETURNED-MAIL.
       0000-MAIN.
           IF NOT OPEN-ALREADY-TRIED
               PERFORM 1000-OPEN-NAME-FILE
           MOVE SPACES TO LS-CITY
           MOVE SPACES TO LS-STATE
           MOVE SPACES TO LS-ZIP
           MOVE SPACES TO LS-RETURNED-SW
           MOVE ZERO TO LS-RETURNED-DATE
           MOVE SPACES TO LS-RETURNED-DOC-TYPE
           IF NAME-FILE-IS-OPEN
               PERFORM 2000-SCAN-FOR-IN-FORCE-ROW
               IF BEST-ROW-FOUND
                   MOVE WS-BEST-CITY TO LS-CITY
                   MOVE WS-BEST-STATE TO LS-STATE
                   MOVE WS-BEST-ZIP TO LS-ZIP
                   MOVE WS-BEST-RETURNED-MAIL TO LS-RETURNED-MAIL
                   MOVE "Y" TO LS-FOUND-OK
               END-IF
           END-IF
                               MOVE NA-CITY TO WS-BEST-CITY
                               MOVE NA-STATE TO WS-BEST-STATE
                               MOVE NA-ZIP TO WS-BEST-ZIP
                               MOVE NA-RETURNED-MAIL
                                   TO WS-BEST-RETURNED-MAIL
                               SET BEST-ROW-FOUND TO TRUE
                           END-IF
                       END-IF
