      *  a restart reprocessing an open group) and LS-POST-OK
      *  comes back "D" instead of "Y" so the caller does not
      *  re-advance STATS a second time.
      *
      *  LS-HOLD-PERIOD is blank from every caller except
      *  HOLDMNT, which writes an entry with unchanged STATS
      *  when a legal hold comes off, carrying the hold's type,
      *  start and end dates and case reference.
      ******************************************************
       ENVIRONMENT DIVISION.
       INPUT-OUTPUT SECTION.
       01  LS-POST-OK PIC X.
           88 POST-SUCCESSFUL VALUE "Y".
           88 ALREADY-APPLIED VALUE "D".
       01  LS-HOLD-PERIOD PIC X(37).

       PROCEDURE DIVISION USING LS-TAXID, LS-OLD-STATS,
               LS-NEW-STATS, LS-SOURCE-PGM, LS-INPUT-SEQ, LS-POST-OK,
               LS-HOLD-PERIOD.
       0000-MAIN.
           IF NOT SH-FILE-IS-OPEN
               PERFORM 1000-OPEN-HISTORY-FILE
               MOVE LS-NEW-STATS TO SH-NEW-STATS
               MOVE LS-SOURCE-PGM TO SH-SOURCE-PGM
               MOVE LS-INPUT-SEQ TO SH-SOURCE-SEQ
               MOVE LS-HOLD-PERIOD TO SH-HOLD-PERIOD

               WRITE STATUS-HISTORY-RECORD
                   INVALID KEY
