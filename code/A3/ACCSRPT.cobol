       IDENTIFICATION DIVISION.
       PROGRAM-ID. ACCSRPT.
      ******************************************************
      *  ACCOUNT ACCESS EXCEPTION REPORT
      *  Periodic report for the security officer.  Reads the
      *  ACCESS-LOG-FILE the online programs write through
      *  ACCSADD and OPRSIGN, over the reporting window ending
      *  today, and lists what does not look like ordinary
      *  counter work:
      *    - every refused sign-on, with why (unknown
      *      operator, wrong password, profile suspended or
      *      revoked)
      *    - every function refused for want of authority
      *    - every account shown outside business hours
      *    - every account shown under an operator id not on
      *      the OPERATOR-PROFILE-FILE, or shown after the
      *      profile was revoked
      *    - each operator who looked at more accounts in one
      *      day than the daily ceiling
      *  The window, business hours and ceiling come from the
      *  RATE-PARAMETER-FILE via RATELKUP (ACCSDAYS, ACCSFROM,
      *  ACCSTO as HHMM, ACCSHIGH), with compiled-in defaults.
      *  The report changes nothing.
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

           SELECT OPERATOR-PROFILE-FILE
               ASSIGN TO "OPERPROF"
               ORGANIZATION IS INDEXED
               ACCESS MODE IS DYNAMIC
               RECORD KEY IS OP-OPERATOR-ID
               FILE STATUS IS WS-PROF-FILE-STATUS.

           SELECT ACCESS-REPORT-FILE
               ASSIGN TO "ACCSRPT"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-RPT-FILE-STATUS.

       DATA DIVISION.
       FILE SECTION.
       FD  ACCESS-LOG-FILE.
       COPY "ACCSLOG.cobol".

       FD  OPERATOR-PROFILE-FILE.
       COPY "OPERPROF.cobol".

       FD  ACCESS-REPORT-FILE.
       01  ACCESS-REPORT-LINE PIC X(132).

       WORKING-STORAGE SECTION.
       01  WS-LOG-FILE-STATUS PIC XX.
       01  WS-PROF-FILE-STATUS PIC XX.
       01  WS-RPT-FILE-STATUS PIC XX.
       01  WS-EOF-SW PIC X VALUE "N".
           88 NO-MORE-LOG-RECORDS VALUE "Y".

      * Before any terminal has been signed on to there is no
      * log -- the report still prints, with nothing found.
       01  WS-LOG-FILE-SW PIC X VALUE "N".
           88 LOG-FILE-AVAILABLE VALUE "Y".
       01  WS-PROF-FILE-SW PIC X VALUE "N".
           88 PROFILE-FILE-AVAILABLE VALUE "Y".

      * The profile last looked up, held because the log runs
      * operator after operator through a busy hour.
       01  WS-CACHED-OPERATOR-ID PIC X(8) VALUE SPACES.
       01  WS-CACHED-FOUND-SW PIC X VALUE "N".
           88 CACHED-PROFILE-FOUND VALUE "Y".
       01  WS-CACHED-STATUS PIC X.
           88 CACHED-PROFILE-REVOKED VALUE "R".
       01  WS-CACHED-CHANGED-DATE PIC 9(6).

      * Compiled-in defaults only: the values in force for
      * today's date are taken from the RATE-PARAMETER-FILE
      * (RATELKUP) at run time.
       01  WS-WINDOW-DAYS PIC 9(4) VALUE 7.
       01  WS-HOURS-FROM PIC 9(4) VALUE 0700.
       01  WS-HOURS-TO PIC 9(4) VALUE 1900.
       01  WS-DAILY-CEILING PIC 9(7) VALUE 200.

       01  WS-TODAY-8 PIC 9(8).
       01  WS-WINDOW-START-8 PIC 9(8).
       01  WS-WINDOW-START-PARTS REDEFINES WS-WINDOW-START-8.
           03 FILLER PIC 99.
           03 WS-WS-YYMMDD PIC 9(6).
       01  WS-WINDOW-START-6 PIC 9(6).

       01  WS-ACCESS-TIME-X PIC 9(9).
       01  WS-ACCESS-TIME-PARTS REDEFINES WS-ACCESS-TIME-X.
           03 FILLER PIC 9.
           03 WS-AT-HH PIC 99.
           03 WS-AT-MM PIC 99.
           03 WS-AT-SS PIC 99.
           03 WS-AT-CC PIC 99.
       01  WS-ACCESS-HHMM PIC 9(4).

      * Accounts shown per operator on the day being read;
      * flushed to the report at each change of date.
       01  WS-CURRENT-DATE PIC 9(6) VALUE ZERO.
       01  WS-OPER-COUNT PIC 9(3) VALUE ZERO.
       01  WS-OPER-LIMIT PIC 9(3) VALUE 200.
       01  WS-OPER-SUB PIC 9(3).
       01  WS-OPER-FOUND-SW PIC X VALUE "N".
           88 OPERATOR-IN-TABLE VALUE "Y".
       01  WS-OPER-TABLE.
           03 WS-OPER-ENTRY OCCURS 200 TIMES.
             05 WS-OT-OPERATOR-ID PIC X(8).
             05 WS-OT-PROGRAM-ID PIC X(8).
             05 WS-OT-SHOWN PIC 9(7).

       01  WS-PATTERN PIC 9.
       01  WS-PATTERN-SUB PIC 9.
       01  WS-PATTERN-TITLES.
           03 FILLER PIC X(32) VALUE "SIGN-ON REFUSED".
           03 FILLER PIC X(32) VALUE "FUNCTION REFUSED".
           03 FILLER PIC X(32) VALUE "ACCOUNT SHOWN OUTSIDE HOURS".
           03 FILLER PIC X(32) VALUE "OPERATOR HAS NO LIVE PROFILE".
           03 FILLER PIC X(32) VALUE "OVER DAILY ACCOUNT CEILING".
       01  WS-PATTERN-TITLE-TABLE REDEFINES WS-PATTERN-TITLES.
           03 WS-PATTERN-TITLE PIC X(32) OCCURS 5 TIMES.
       01  WS-PATTERN-COUNT-TABLE.
           03 WS-PATTERN-COUNT PIC 9(7) OCCURS 5 TIMES.

       01  WS-LKUP-PARAM-ID PIC X(8).
       01  WS-LKUP-AS-OF-DATE PIC 9(8).
       01  WS-LKUP-VALUE PIC S9(9)V9(4) USAGE IS COMP-3.
       01  WS-LKUP-FOUND-OK PIC X.
           88 PARAM-FOUND VALUE "Y".

       01  WS-RECORDS-READ PIC 9(9) VALUE ZERO.

       01  WS-TITLE-LINE.
           03 FILLER PIC X(36) VALUE
               "ACCOUNT ACCESS EXCEPTIONS FROM ".
           03 WS-TL-FROM PIC 9(6).
           03 FILLER PIC X(4) VALUE " TO ".
           03 WS-TL-TO PIC 9(6).

       01  WS-HEADING-LINE.
           03 FILLER PIC X(38) VALUE
               "DATE    TIME       OPERATOR  PROGRAM".
           03 FILLER PIC X(21) VALUE "     TAXID  EXCEPTION".

       01  WS-DETAIL-LINE.
           03 WS-D-DATE PIC 9(6).
           03 FILLER PIC X(2) VALUE SPACES.
           03 WS-D-TIME PIC 9(9).
           03 FILLER PIC X(2) VALUE SPACES.
           03 WS-D-OPERATOR PIC X(8).
           03 FILLER PIC X(2) VALUE SPACES.
           03 WS-D-PROGRAM PIC X(8).
           03 FILLER PIC X(2) VALUE SPACES.
           03 WS-D-TAXID PIC -(9).
           03 FILLER PIC X(2) VALUE SPACES.
           03 WS-D-PATTERN PIC X(32).
           03 WS-D-DETAIL PIC X(30).

       01  WS-REASON-TEXT PIC X(30).
       01  WS-SHOWN-TEXT.
           03 WS-ST-COUNT PIC ZZZ,ZZ9.
           03 FILLER PIC X(15) VALUE " ACCOUNTS SHOWN".

       01  WS-SUMMARY-LINE.
           03 WS-SL-TITLE PIC X(32).
           03 FILLER PIC X(2) VALUE SPACES.
           03 WS-SL-COUNT PIC Z,ZZZ,ZZ9.

       01  WS-READ-LINE.
           03 FILLER PIC X(19) VALUE "LOG RECORDS READ: ".
           03 WS-RL-COUNT PIC ZZZ,ZZZ,ZZ9.

       PROCEDURE DIVISION.
       0000-MAIN.
           PERFORM 1000-OPEN-FILES
           ACCEPT WS-TODAY-8 FROM DATE YYYYMMDD
           PERFORM 1100-LOAD-RUN-PARAMETERS
           MOVE ZERO TO WS-PATTERN-COUNT-TABLE

           MOVE WS-WINDOW-START-6 TO WS-TL-FROM
           ACCEPT WS-TL-TO FROM DATE
           WRITE ACCESS-REPORT-LINE FROM WS-TITLE-LINE
           WRITE ACCESS-REPORT-LINE FROM WS-HEADING-LINE

           IF LOG-FILE-AVAILABLE
               PERFORM 2000-READ-THE-WINDOW
           END-IF

           PERFORM 8000-WRITE-SUMMARY
           PERFORM 9000-CLOSE-FILES
           GOBACK.

       1000-OPEN-FILES.
           OPEN INPUT ACCESS-LOG-FILE
           IF WS-LOG-FILE-STATUS = "00"
               SET LOG-FILE-AVAILABLE TO TRUE
           END-IF
           OPEN INPUT OPERATOR-PROFILE-FILE
           IF WS-PROF-FILE-STATUS = "00"
               SET PROFILE-FILE-AVAILABLE TO TRUE
           END-IF
           OPEN OUTPUT ACCESS-REPORT-FILE.

       1100-LOAD-RUN-PARAMETERS.
           MOVE WS-TODAY-8 TO WS-LKUP-AS-OF-DATE
           MOVE "ACCSDAYS" TO WS-LKUP-PARAM-ID
           CALL "RATELKUP" USING WS-LKUP-PARAM-ID,
               WS-LKUP-AS-OF-DATE, WS-LKUP-VALUE, WS-LKUP-FOUND-OK
           IF PARAM-FOUND AND WS-LKUP-VALUE > ZERO
               MOVE WS-LKUP-VALUE TO WS-WINDOW-DAYS
           END-IF
           MOVE "ACCSFROM" TO WS-LKUP-PARAM-ID
           CALL "RATELKUP" USING WS-LKUP-PARAM-ID,
               WS-LKUP-AS-OF-DATE, WS-LKUP-VALUE, WS-LKUP-FOUND-OK
           IF PARAM-FOUND AND WS-LKUP-VALUE NOT < ZERO
               MOVE WS-LKUP-VALUE TO WS-HOURS-FROM
           END-IF
           MOVE "ACCSTO  " TO WS-LKUP-PARAM-ID
           CALL "RATELKUP" USING WS-LKUP-PARAM-ID,
               WS-LKUP-AS-OF-DATE, WS-LKUP-VALUE, WS-LKUP-FOUND-OK
           IF PARAM-FOUND AND WS-LKUP-VALUE > ZERO
               MOVE WS-LKUP-VALUE TO WS-HOURS-TO
           END-IF
           MOVE "ACCSHIGH" TO WS-LKUP-PARAM-ID
           CALL "RATELKUP" USING WS-LKUP-PARAM-ID,
               WS-LKUP-AS-OF-DATE, WS-LKUP-VALUE, WS-LKUP-FOUND-OK
           IF PARAM-FOUND AND WS-LKUP-VALUE > ZERO
               MOVE WS-LKUP-VALUE TO WS-DAILY-CEILING
           END-IF
      * The window runs back from today, today included.
           COMPUTE WS-WINDOW-START-8 = FUNCTION DATE-OF-INTEGER
               (FUNCTION INTEGER-OF-DATE (WS-TODAY-8)
                - WS-WINDOW-DAYS + 1)
           MOVE WS-WS-YYMMDD TO WS-WINDOW-START-6.

      * The log is keyed by when, so the window is one START
      * and a forward read to the end of the file.
       2000-READ-THE-WINDOW.
           MOVE WS-WINDOW-START-6 TO AL-ACCESS-DATE
           MOVE ZERO TO AL-ACCESS-TIME
           MOVE LOW-VALUES TO AL-OPERATOR-ID
           MOVE ZERO TO AL-SEQUENCE-NO
           START ACCESS-LOG-FILE KEY IS NOT LESS THAN AL-KEY
               INVALID KEY
                   SET NO-MORE-LOG-RECORDS TO TRUE
           END-START
           PERFORM UNTIL NO-MORE-LOG-RECORDS
               READ ACCESS-LOG-FILE NEXT
                   AT END
                       SET NO-MORE-LOG-RECORDS TO TRUE
                   NOT AT END
                       PERFORM 2100-EXAMINE-ONE-RECORD
               END-READ
           END-PERFORM
           PERFORM 4000-FLUSH-DAY-COUNTS.

       2100-EXAMINE-ONE-RECORD.
           ADD 1 TO WS-RECORDS-READ
           IF AL-ACCESS-DATE NOT = WS-CURRENT-DATE
               PERFORM 4000-FLUSH-DAY-COUNTS
               MOVE AL-ACCESS-DATE TO WS-CURRENT-DATE
           END-IF
           MOVE SPACES TO WS-REASON-TEXT
           EVALUATE TRUE
               WHEN ACCESS-SIGNON-REFUSED
                   EVALUATE TRUE
                       WHEN REFUSED-UNKNOWN-OPERATOR
                           MOVE "UNKNOWN OPERATOR"
                               TO WS-REASON-TEXT
                       WHEN REFUSED-BAD-PASSWORD
                           MOVE "WRONG PASSWORD" TO WS-REASON-TEXT
                       WHEN REFUSED-PROFILE-LOCKED
                           MOVE "PROFILE SUSPENDED OR REVOKED"
                               TO WS-REASON-TEXT
                   END-EVALUATE
                   MOVE 1 TO WS-PATTERN
                   PERFORM 3000-WRITE-EXCEPTION
               WHEN ACCESS-FUNCTION-REFUSED
                   MOVE "FUNCTION " TO WS-REASON-TEXT
                   MOVE AL-FUNCTION-CODE TO WS-REASON-TEXT (10:1)
                   MOVE 2 TO WS-PATTERN
                   PERFORM 3000-WRITE-EXCEPTION
               WHEN ACCESS-TAXID-DISPLAYED
                   PERFORM 2200-CHECK-DISPLAYED-ACCOUNT
               WHEN OTHER
                   CONTINUE
           END-EVALUATE.

       2200-CHECK-DISPLAYED-ACCOUNT.
           PERFORM 2300-COUNT-FOR-OPERATOR
           MOVE AL-ACCESS-TIME TO WS-ACCESS-TIME-X
           COMPUTE WS-ACCESS-HHMM = WS-AT-HH * 100 + WS-AT-MM
           IF WS-ACCESS-HHMM < WS-HOURS-FROM
                   OR WS-ACCESS-HHMM NOT < WS-HOURS-TO
               MOVE 3 TO WS-PATTERN
               PERFORM 3000-WRITE-EXCEPTION
           END-IF
           PERFORM 2400-LOOK-UP-PROFILE
           EVALUATE TRUE
               WHEN NOT CACHED-PROFILE-FOUND
                   MOVE "NOT ON PROFILE FILE" TO WS-REASON-TEXT
                   MOVE 4 TO WS-PATTERN
                   PERFORM 3000-WRITE-EXCEPTION
               WHEN CACHED-PROFILE-REVOKED
                       AND AL-ACCESS-DATE > WS-CACHED-CHANGED-DATE
                   MOVE "PROFILE REVOKED" TO WS-REASON-TEXT
                   MOVE 4 TO WS-PATTERN
                   PERFORM 3000-WRITE-EXCEPTION
               WHEN OTHER
                   CONTINUE
           END-EVALUATE.

       2300-COUNT-FOR-OPERATOR.
           MOVE "N" TO WS-OPER-FOUND-SW
           PERFORM VARYING WS-OPER-SUB FROM 1 BY 1
                   UNTIL WS-OPER-SUB > WS-OPER-COUNT
                   OR OPERATOR-IN-TABLE
               IF WS-OT-OPERATOR-ID (WS-OPER-SUB) = AL-OPERATOR-ID
                   SET OPERATOR-IN-TABLE TO TRUE
                   ADD 1 TO WS-OT-SHOWN (WS-OPER-SUB)
               END-IF
           END-PERFORM
           IF NOT OPERATOR-IN-TABLE
               IF WS-OPER-COUNT < WS-OPER-LIMIT
                   ADD 1 TO WS-OPER-COUNT
                   MOVE AL-OPERATOR-ID
                       TO WS-OT-OPERATOR-ID (WS-OPER-COUNT)
                   MOVE AL-PROGRAM-ID
                       TO WS-OT-PROGRAM-ID (WS-OPER-COUNT)
                   MOVE 1 TO WS-OT-SHOWN (WS-OPER-COUNT)
               ELSE
                   DISPLAY "ACCSRPT: MORE THAN " WS-OPER-LIMIT
                       " OPERATORS ON " AL-ACCESS-DATE
                       ", CEILING CHECK INCOMPLETE"
               END-IF
           END-IF.

       2400-LOOK-UP-PROFILE.
           IF AL-OPERATOR-ID NOT = WS-CACHED-OPERATOR-ID
               MOVE AL-OPERATOR-ID TO WS-CACHED-OPERATOR-ID
               MOVE "N" TO WS-CACHED-FOUND-SW
               MOVE SPACE TO WS-CACHED-STATUS
               MOVE ZERO TO WS-CACHED-CHANGED-DATE
               IF PROFILE-FILE-AVAILABLE
                   MOVE AL-OPERATOR-ID TO OP-OPERATOR-ID
                   READ OPERATOR-PROFILE-FILE
                       INVALID KEY
                           CONTINUE
                       NOT INVALID KEY
                           SET CACHED-PROFILE-FOUND TO TRUE
                           MOVE OP-PROFILE-STATUS
                               TO WS-CACHED-STATUS
                           MOVE OP-CHANGED-DATE
                               TO WS-CACHED-CHANGED-DATE
                   END-READ
               END-IF
           END-IF.

       3000-WRITE-EXCEPTION.
           ADD 1 TO WS-PATTERN-COUNT (WS-PATTERN)
           MOVE AL-ACCESS-DATE TO WS-D-DATE
           MOVE AL-ACCESS-TIME TO WS-D-TIME
           MOVE AL-OPERATOR-ID TO WS-D-OPERATOR
           MOVE AL-PROGRAM-ID TO WS-D-PROGRAM
           MOVE AL-TAXID TO WS-D-TAXID
           MOVE WS-PATTERN-TITLE (WS-PATTERN) TO WS-D-PATTERN
           MOVE WS-REASON-TEXT TO WS-D-DETAIL
           WRITE ACCESS-REPORT-LINE FROM WS-DETAIL-LINE
           MOVE SPACES TO WS-REASON-TEXT.

      * One line per operator over the ceiling for the day
      * just finished, under the first program they used.
       4000-FLUSH-DAY-COUNTS.
           PERFORM VARYING WS-OPER-SUB FROM 1 BY 1
                   UNTIL WS-OPER-SUB > WS-OPER-COUNT
               IF WS-OT-SHOWN (WS-OPER-SUB) > WS-DAILY-CEILING
                   ADD 1 TO WS-PATTERN-COUNT (5)
                   MOVE WS-CURRENT-DATE TO WS-D-DATE
                   MOVE ZERO TO WS-D-TIME
                   MOVE WS-OT-OPERATOR-ID (WS-OPER-SUB)
                       TO WS-D-OPERATOR
                   MOVE WS-OT-PROGRAM-ID (WS-OPER-SUB)
                       TO WS-D-PROGRAM
                   MOVE ZERO TO WS-D-TAXID
                   MOVE WS-PATTERN-TITLE (5) TO WS-D-PATTERN
                   MOVE WS-OT-SHOWN (WS-OPER-SUB) TO WS-ST-COUNT
                   MOVE WS-SHOWN-TEXT TO WS-D-DETAIL
                   WRITE ACCESS-REPORT-LINE FROM WS-DETAIL-LINE
               END-IF
           END-PERFORM
           MOVE ZERO TO WS-OPER-COUNT.

       8000-WRITE-SUMMARY.
           PERFORM VARYING WS-PATTERN-SUB FROM 1 BY 1
                   UNTIL WS-PATTERN-SUB > 5
               MOVE WS-PATTERN-TITLE (WS-PATTERN-SUB) TO WS-SL-TITLE
               MOVE WS-PATTERN-COUNT (WS-PATTERN-SUB) TO WS-SL-COUNT
               WRITE ACCESS-REPORT-LINE FROM WS-SUMMARY-LINE
           END-PERFORM
           MOVE WS-RECORDS-READ TO WS-RL-COUNT
           WRITE ACCESS-REPORT-LINE FROM WS-READ-LINE.

       9000-CLOSE-FILES.
           IF LOG-FILE-AVAILABLE
               CLOSE ACCESS-LOG-FILE
           END-IF
           IF PROFILE-FILE-AVAILABLE
               CLOSE OPERATOR-PROFILE-FILE
           END-IF
           CLOSE ACCESS-REPORT-FILE.
