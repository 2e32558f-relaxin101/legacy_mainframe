       IDENTIFICATION DIVISION.
       PROGRAM-ID. HOLDLKUP.
      ******************************************************
      *  EFFECTIVE-DATED LEGAL HOLD LOOKUP
      *  Common lookup routine for every program that takes a
      *  collection action.  Returns the type of the LEGAL-
      *  HOLD-FILE hold in force for a TAXID on the caller's
      *  as-of date: one whose start date is on or before it
      *  and whose end date, if any, is on or after it.  Where
      *  holds overlap the strictest wins -- bankruptcy, then
      *  disaster relief, then appeal -- so a caller only ever
      *  has one type to honour.  LS-HOLD-FOUND comes back "N"
      *  and the type blank when the file does not exist or no
      *  hold is in force, so a site that has never entered a
      *  hold collects exactly as before the file existed.
      ******************************************************
       ENVIRONMENT DIVISION.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
           SELECT LEGAL-HOLD-FILE
               ASSIGN TO "LEGLHOLD"
               ORGANIZATION IS INDEXED
               ACCESS MODE IS DYNAMIC
               RECORD KEY IS LH-KEY
               ALTERNATE RECORD KEY IS LH-TAXID WITH DUPLICATES
               FILE STATUS IS WS-HOLD-FILE-STATUS.

       DATA DIVISION.
       FILE SECTION.
       FD  LEGAL-HOLD-FILE.
       COPY "LEGLHOLD.cobol".

       WORKING-STORAGE SECTION.
       01  WS-HOLD-FILE-STATUS PIC XX.
       01  WS-OPEN-TRIED-SW PIC X VALUE "N".
           88 OPEN-ALREADY-TRIED VALUE "Y".
       01  WS-FILE-OPEN-SW PIC X VALUE "N".
           88 HOLD-FILE-IS-OPEN VALUE "Y".
       01  WS-SCAN-EOF-SW PIC X VALUE "N".
           88 NO-MORE-SCAN-RECORDS VALUE "Y".

      * Strictness rank of the hold found so far: 3 bankruptcy,
      * 2 disaster relief, 1 appeal, 0 none.
       01  WS-BEST-RANK PIC 9.
       01  WS-THIS-RANK PIC 9.
       01  WS-BEST-TYPE PIC X.

       LINKAGE SECTION.
       01  LS-TAXID PIC S9(9) USAGE IS COMP-3.
       01  LS-AS-OF-DATE PIC 9(8).
       01  LS-HOLD-TYPE PIC X.
       01  LS-HOLD-FOUND PIC X.
           88 HOLD-FOUND VALUE "Y".

       PROCEDURE DIVISION USING LS-TAXID, LS-AS-OF-DATE,
               LS-HOLD-TYPE, LS-HOLD-FOUND.
       0000-MAIN.
           IF NOT OPEN-ALREADY-TRIED
               PERFORM 1000-OPEN-HOLD-FILE
           END-IF

           MOVE "N" TO LS-HOLD-FOUND
           MOVE SPACE TO LS-HOLD-TYPE
           IF HOLD-FILE-IS-OPEN
               PERFORM 2000-SCAN-FOR-HOLD-IN-FORCE
               IF WS-BEST-RANK > ZERO
                   MOVE WS-BEST-TYPE TO LS-HOLD-TYPE
                   MOVE "Y" TO LS-HOLD-FOUND
               END-IF
           END-IF

           GOBACK.

      * INPUT only: HOLDMNT maintains the file.  A missing file
      * is not an error -- no account is held.
       1000-OPEN-HOLD-FILE.
           SET OPEN-ALREADY-TRIED TO TRUE
           OPEN INPUT LEGAL-HOLD-FILE
           IF WS-HOLD-FILE-STATUS = "00"
               SET HOLD-FILE-IS-OPEN TO TRUE
           END-IF.

      * Holds for one TAXID sort ascending by start date, so the
      * walk stops at the first hold that starts after the as-of
      * date; every hold before it is tested for its end date.
       2000-SCAN-FOR-HOLD-IN-FORCE.
           MOVE ZERO TO WS-BEST-RANK
           MOVE SPACE TO WS-BEST-TYPE
           MOVE "N" TO WS-SCAN-EOF-SW
           MOVE LS-TAXID TO LH-TAXID
           MOVE ZERO TO LH-START-DATE
           START LEGAL-HOLD-FILE KEY IS NOT LESS THAN LH-KEY
               INVALID KEY
                   SET NO-MORE-SCAN-RECORDS TO TRUE
           END-START
           PERFORM UNTIL NO-MORE-SCAN-RECORDS
               READ LEGAL-HOLD-FILE NEXT
                   AT END
                       SET NO-MORE-SCAN-RECORDS TO TRUE
                   NOT AT END
                       IF LH-TAXID NOT = LS-TAXID
                               OR LH-START-DATE > LS-AS-OF-DATE
                           SET NO-MORE-SCAN-RECORDS TO TRUE
                       ELSE
                           IF LH-END-DATE = ZERO
                                   OR LH-END-DATE NOT < LS-AS-OF-DATE
                               PERFORM 2100-RANK-ONE-HOLD
                           END-IF
                       END-IF
               END-READ
           END-PERFORM.

       2100-RANK-ONE-HOLD.
           EVALUATE TRUE
               WHEN HOLD-BANKRUPTCY
                   MOVE 3 TO WS-THIS-RANK
               WHEN HOLD-DISASTER-RELIEF
                   MOVE 2 TO WS-THIS-RANK
               WHEN HOLD-APPEAL
                   MOVE 1 TO WS-THIS-RANK
               WHEN OTHER
                   MOVE ZERO TO WS-THIS-RANK
           END-EVALUATE
           IF WS-THIS-RANK > WS-BEST-RANK
               MOVE WS-THIS-RANK TO WS-BEST-RANK
               MOVE LH-HOLD-TYPE TO WS-BEST-TYPE
           END-IF.
