       01  LEGAL-HOLD-RECORD.
           03 LH-KEY.
             05 LH-TAXID PIC S9(9) USAGE IS COMP-3.
      * Full-century first day the hold is in force, so one
      * TAXID's holds sort oldest to newest and compare
      * directly against ACCEPT ... FROM DATE YYYYMMDD, as on
      * the NAME-ADDRESS-FILE.
             05 LH-START-DATE PIC 9(8).
      * How each collection program honours the hold:
      *   B  bankruptcy -- everything stops: no interest or
      *      penalty, no notices, no offsets to or from the
      *      account, no agency placement, no debit draws
      *   A  appeal -- the assessment is in dispute, so no
      *      penalty, notices, offsets against it or agency
      *      placement, but interest still accrues and an
      *      agreed debit is still drawn
      *   D  disaster relief -- as bankruptcy, except the
      *      account's own credit may still pay a related one
           03 LH-HOLD-TYPE PIC X.
             88 HOLD-BANKRUPTCY VALUE "B".
             88 HOLD-APPEAL VALUE "A".
             88 HOLD-DISASTER-RELIEF VALUE "D".
             88 HOLD-TYPE-VALID VALUES "B" "A" "D".
      * Last day in force; zero while the hold is open-ended.
           03 LH-END-DATE PIC 9(8).
           03 LH-CASE-REFERENCE PIC X(20).
           03 LH-ENTERED-BY PIC X(8).
           03 LH-ENTERED-DATE PIC 9(6).
           03 LH-CHANGED-BY PIC X(8).
           03 LH-CHANGED-DATE PIC 9(6).
      * Stamped when the hold comes off -- lifted through
      * HOLDMNT, or run past its end date ("EXPIRED" as the
      * operator) -- and the switch set once the hold period
      * is on the STATUS-HISTORY-FILE.
           03 LH-LIFTED-BY PIC X(8).
           03 LH-LIFTED-DATE PIC 9(6).
           03 LH-HISTORY-SW PIC X.
             88 LIFT-ON-HISTORY VALUE "Y".
