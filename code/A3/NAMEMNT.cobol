      *  only a record with the very same effective date is
      *  corrected in place.  STMTGEN, REFUND, and ACCTINQ
      *  read the file through the common NAMELKUP routine.
      *  Every row filed here goes on deliverable: a new row
      *  supersedes one MAILRTN flagged as returned mail, and
      *  a correction in place clears the flag, since either
      *  way the address has been researched.
      ******************************************************
       ENVIRONMENT DIVISION.
       INPUT-OUTPUT SECTION.
           MOVE NM-CITY TO NA-CITY
           MOVE NM-STATE TO NA-STATE
           MOVE NM-ZIP TO NA-ZIP
           MOVE SPACES TO NA-RETURNED-SW
           MOVE ZERO TO NA-RETURNED-DATE
           MOVE SPACES TO NA-RETURNED-DOC-TYPE
           ACCEPT NA-ENTERED-DATE FROM DATE
           WRITE NAME-ADDRESS-RECORD
               INVALID KEY
