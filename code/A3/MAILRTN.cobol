       IDENTIFICATION DIVISION.
       PROGRAM-ID. MAILRTN.
      ******************************************************
      *  RETURNED-MAIL INTAKE
      *  Records what the post office sends back.  Each item
      *  on the returned-mail feed names the TAXID, the kind
      *  of document that bounced (N delinquency notice, S
      *  statement, R refund check) and the date it was
      *  mailed; the NAME-ADDRESS-FILE row that was in force
      *  on that date is flagged undeliverable with the date
      *  the item came back and the document type.  From then
      *  on DELNOTCE, STMTGEN and REFUND stop mailing to that
      *  address and list the account for address research
      *  instead, until NAMEMNT files a newer address -- the
      *  flag lives on the row, so the new row in force simply
      *  is not flagged.  A returned refund check still clears
      *  back to the account through treasury and REFNDCLR;
      *  this run only deals with the address.
      *  An item for an address that has already been
      *  superseded is still stamped, so the history shows
      *  the old address failed, and is noted on the console.
      *  If the NAME-ADDRESS-FILE will not open the feed is
      *  left unread, so it can simply be run again once the
      *  file is put right.
      ******************************************************
       ENVIRONMENT DIVISION.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
           SELECT RETURNED-MAIL-FILE
               ASSIGN TO "MAILIN"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-MAIL-FILE-STATUS.

           SELECT NAME-ADDRESS-FILE
               ASSIGN TO "NAMEADDR"
               ORGANIZATION IS INDEXED
               ACCESS MODE IS DYNAMIC
               RECORD KEY IS NA-KEY
               ALTERNATE RECORD KEY IS NA-TAXID WITH DUPLICATES
               FILE STATUS IS WS-NAME-FILE-STATUS.

       DATA DIVISION.
       FILE SECTION.
       FD  RETURNED-MAIL-FILE.
       01  RETURNED-MAIL-RECORD.
           03 MR-TAXID PIC S9(9).
           03 MR-DOC-TYPE PIC X.
             88 MR-DOC-TYPE-VALID VALUE "N" "S" "R".
      * The date printed on the returned piece; zero means the
      * address in force today.
           03 MR-MAILED-DATE PIC 9(8).
      * The date the item came back; zero means today.
           03 MR-RETURNED-DATE PIC 9(6).

       FD  NAME-ADDRESS-FILE.
       COPY "NAMEREC.cobol".

       WORKING-STORAGE SECTION.
       01  WS-MAIL-FILE-STATUS PIC XX.
       01  WS-NAME-FILE-STATUS PIC XX.
       01  WS-FILE-OPEN-SW PIC X VALUE "N".
           88 NAME-FILE-IS-OPEN VALUE "Y".
       01  WS-EOF-SW PIC X VALUE "N".
           88 NO-MORE-RETURNED-ITEMS VALUE "Y".
       01  WS-SCAN-EOF-SW PIC X VALUE "N".
           88 NO-MORE-SCAN-RECORDS VALUE "Y".
       01  WS-ROW-FOUND-SW PIC X VALUE "N".
           88 IN-FORCE-ROW-FOUND VALUE "Y".
       01  WS-SUPERSEDED-SW PIC X VALUE "N".
           88 ROW-ALREADY-SUPERSEDED VALUE "Y".

       01  WS-TAXID-KEY PIC S9(9) USAGE IS COMP-3.
       01  WS-TODAY-8 PIC 9(8).
       01  WS-TODAY-6 PIC 9(6).
       01  WS-AS-OF-DATE PIC 9(8).
       01  WS-IN-FORCE-DATE PIC 9(8).

       01  WS-ITEMS-FLAGGED PIC 9(7) VALUE ZERO.
       01  WS-ITEMS-SUPERSEDED PIC 9(7) VALUE ZERO.
       01  WS-ITEMS-REJECTED PIC 9(7) VALUE ZERO.

       PROCEDURE DIVISION.
       0000-MAIN.
           PERFORM 1000-OPEN-FILES
           ACCEPT WS-TODAY-8 FROM DATE YYYYMMDD
           ACCEPT WS-TODAY-6 FROM DATE
           IF NOT NAME-FILE-IS-OPEN
               SET NO-MORE-RETURNED-ITEMS TO TRUE
           END-IF
           PERFORM UNTIL NO-MORE-RETURNED-ITEMS
               READ RETURNED-MAIL-FILE
                   AT END
                       SET NO-MORE-RETURNED-ITEMS TO TRUE
                   NOT AT END
                       PERFORM 2000-APPLY-ONE-RETURNED-ITEM
               END-READ
           END-PERFORM
           DISPLAY "MAILRTN: FLAGGED " WS-ITEMS-FLAGGED
               " ALREADY SUPERSEDED " WS-ITEMS-SUPERSEDED
               " REJECTED " WS-ITEMS-REJECTED
           PERFORM 9000-CLOSE-FILES
           GOBACK.

       1000-OPEN-FILES.
           OPEN INPUT RETURNED-MAIL-FILE
           OPEN I-O NAME-ADDRESS-FILE
           IF WS-NAME-FILE-STATUS = "00"
               SET NAME-FILE-IS-OPEN TO TRUE
           ELSE
               DISPLAY "MAILRTN: NAME-ADDRESS-FILE NOT OPENED, "
                   "STATUS " WS-NAME-FILE-STATUS
                   ", RETURNED MAIL NOT APPLIED"
           END-IF.

       2000-APPLY-ONE-RETURNED-ITEM.
           MOVE MR-TAXID TO WS-TAXID-KEY
           IF MR-MAILED-DATE NUMERIC AND MR-MAILED-DATE > ZERO
               MOVE MR-MAILED-DATE TO WS-AS-OF-DATE
           ELSE
               MOVE WS-TODAY-8 TO WS-AS-OF-DATE
           END-IF
           MOVE "N" TO WS-ROW-FOUND-SW
           MOVE "N" TO WS-SUPERSEDED-SW
           PERFORM 2100-FIND-ROW-IN-FORCE
           EVALUATE TRUE
               WHEN NOT MR-DOC-TYPE-VALID
                   ADD 1 TO WS-ITEMS-REJECTED
                   DISPLAY "MAILRTN: UNKNOWN DOCUMENT TYPE "
                       MR-DOC-TYPE " FOR TAXID " MR-TAXID
               WHEN MR-RETURNED-DATE NOT NUMERIC
                   ADD 1 TO WS-ITEMS-REJECTED
                   DISPLAY "MAILRTN: BAD RETURNED DATE FOR TAXID "
                       MR-TAXID
               WHEN NOT IN-FORCE-ROW-FOUND
                   ADD 1 TO WS-ITEMS-REJECTED
                   DISPLAY "MAILRTN: NO ADDRESS IN FORCE ON "
                       WS-AS-OF-DATE " FOR TAXID " MR-TAXID
               WHEN OTHER
                   PERFORM 2200-FLAG-ROW-UNDELIVERABLE
           END-EVALUATE.

      * Same walk as NAMELKUP: rows for one TAXID sort ascending
      * by effective date, so the last row at or before the
      * mailed date is the one the piece went to.  A later row
      * already in force today means the address has since been
      * replaced.
       2100-FIND-ROW-IN-FORCE.
           MOVE "N" TO WS-SCAN-EOF-SW
           MOVE WS-TAXID-KEY TO NA-TAXID
           MOVE ZERO TO NA-EFFECTIVE-DATE
           START NAME-ADDRESS-FILE KEY IS NOT LESS THAN NA-KEY
               INVALID KEY
                   SET NO-MORE-SCAN-RECORDS TO TRUE
           END-START
           PERFORM UNTIL NO-MORE-SCAN-RECORDS
               READ NAME-ADDRESS-FILE NEXT
                   AT END
                       SET NO-MORE-SCAN-RECORDS TO TRUE
                   NOT AT END
                       IF NA-TAXID NOT = WS-TAXID-KEY
                           SET NO-MORE-SCAN-RECORDS TO TRUE
                       ELSE
                           IF NA-EFFECTIVE-DATE > WS-AS-OF-DATE
                               IF IN-FORCE-ROW-FOUND
                                   AND NA-EFFECTIVE-DATE
                                       NOT > WS-TODAY-8
                                   SET ROW-ALREADY-SUPERSEDED
                                       TO TRUE
                               END-IF
                               SET NO-MORE-SCAN-RECORDS TO TRUE
                           ELSE
                               MOVE NA-EFFECTIVE-DATE
                                   TO WS-IN-FORCE-DATE
                               SET IN-FORCE-ROW-FOUND TO TRUE
                           END-IF
                       END-IF
               END-READ
           END-PERFORM.

      * The scan has moved past the row, so it is read again by
      * its full key before the stamp is rewritten.  A second
      * return for the same row simply restamps it with the
      * latest date and document.
       2200-FLAG-ROW-UNDELIVERABLE.
           MOVE WS-TAXID-KEY TO NA-TAXID
           MOVE WS-IN-FORCE-DATE TO NA-EFFECTIVE-DATE
           READ NAME-ADDRESS-FILE
               INVALID KEY
                   ADD 1 TO WS-ITEMS-REJECTED
                   DISPLAY "MAILRTN: ADDRESS ROW VANISHED FOR TAXID "
                       MR-TAXID
               NOT INVALID KEY
                   PERFORM 2300-REWRITE-FLAGGED-ROW
           END-READ.

       2300-REWRITE-FLAGGED-ROW.
           SET NA-ADDRESS-UNDELIVERABLE TO TRUE
           IF MR-RETURNED-DATE > ZERO
               MOVE MR-RETURNED-DATE TO NA-RETURNED-DATE
           ELSE
               MOVE WS-TODAY-6 TO NA-RETURNED-DATE
           END-IF
           MOVE MR-DOC-TYPE TO NA-RETURNED-DOC-TYPE
           REWRITE NAME-ADDRESS-RECORD
               INVALID KEY
                   ADD 1 TO WS-ITEMS-REJECTED
                   DISPLAY "MAILRTN: REWRITE FAILED FOR TAXID "
                       MR-TAXID
               NOT INVALID KEY
                   ADD 1 TO WS-ITEMS-FLAGGED
                   IF ROW-ALREADY-SUPERSEDED
                       ADD 1 TO WS-ITEMS-SUPERSEDED
                       DISPLAY "MAILRTN: NEWER ADDRESS ALREADY ON "
                           "FILE FOR TAXID " MR-TAXID
                   END-IF
           END-REWRITE.

       9000-CLOSE-FILES.
           CLOSE RETURNED-MAIL-FILE
           IF NAME-FILE-IS-OPEN
               CLOSE NAME-ADDRESS-FILE
           END-IF.
