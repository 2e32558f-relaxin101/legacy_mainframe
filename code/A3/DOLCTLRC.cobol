       01  DOLLAR-CONTROL-RECORD.
           03 DC-KEY.
      * Same full-century cycle date as RUN-CONTROL-RECORD, so
      * one night's dollars are one key range.
             05 DC-CYCLE-DATE PIC 9(8).
             05 DC-PROGRAM-ID PIC X(8).
      * What the dollars are:
      *   F  fed -- written to a feed file for the update pass,
      *      or handed to TRANPOST directly by the poster
      *   P  posted by TRANPOST before tonight's GL extract
      *   Q  posted by TRANPOST after tonight's GL extract, so
      *      first seen in tomorrow night's GL trailer
      *   S  sent to suspense by TAXUPD instead of posting
      *   G  the GL extract trailer's balance total
             05 DC-ENTRY-KIND PIC X.
               88 ENTRY-FED VALUE "F".
               88 ENTRY-POSTED VALUE "P".
               88 ENTRY-POSTED-AFTER-GL VALUE "Q".
               88 ENTRY-SUSPENDED VALUE "S".
               88 ENTRY-GL-TOTAL VALUE "G".
      * Spaces on the G entry.
             05 DC-TRANSACTION-TYPE PIC X(2).
           03 DC-ITEM-COUNT PIC 9(9).
      * Signed as the ledger carries it: payments negative,
      * charges, accruals and reversals positive.
           03 DC-DOLLAR-TOTAL PIC S9(11)V99 USAGE IS COMP-3.
           03 DC-REGISTER-STAMP.
             05 DC-REGISTER-DATE PIC 9(6).
             05 DC-REGISTER-TIME PIC 9(9).
