       01  ADJUSTMENT-REQUEST-RECORD.
           03 AR-KEY.
             05 AR-TAXID PIC S9(9) USAGE IS COMP-3.
             05 AR-REQUEST-STAMP.
               10 AR-REQUEST-DATE PIC 9(6).
               10 AR-REQUEST-TIME PIC 9(9).
             05 AR-SEQUENCE-NO PIC 9(4).
      * Signed exactly as it will post: a negative amount
      * reduces what the taxpayer owes.
           03 AR-AMOUNT PIC S9(11)V99 USAGE IS COMP-3.
           03 AR-REASON-CODE PIC X(2).
             88 ADJ-CLERICAL-ERROR VALUE "CE".
             88 ADJ-PENALTY-ABATEMENT VALUE "PA".
             88 ADJ-INTEREST-ABATEMENT VALUE "IA".
             88 ADJ-WRITE-OFF VALUE "WO".
             88 ADJ-OTHER-REASON VALUE "OT".
             88 ADJ-REASON-VALID VALUES "CE" "PA" "IA" "WO" "OT".
           03 AR-JUSTIFICATION PIC X(60).
           03 AR-PREPARER-ID PIC X(8).
           03 AR-REQUEST-STATUS PIC X.
             88 ADJ-PENDING-APPROVAL VALUE "P".
             88 ADJ-APPROVED VALUE "A".
             88 ADJ-REJECTED VALUE "R".
             88 ADJ-EXPIRED VALUE "X".
             88 ADJ-RELEASED VALUE "L".
      * "Y" when the amount was over the approval threshold in
      * force the day it was keyed; an item at or under the
      * threshold is filed already approved with a blank
      * approver.
           03 AR-APPROVAL-REQUIRED-SW PIC X.
             88 ADJ-APPROVAL-REQUIRED VALUE "Y".
           03 AR-APPROVER-ID PIC X(8).
           03 AR-DECISION-STAMP.
             05 AR-DECISION-DATE PIC 9(6).
             05 AR-DECISION-TIME PIC 9(9).
           03 AR-DECISION-TEXT PIC X(40).
      * Date the item went into the UPDTRAN build, or the date
      * a rejected or expired item was printed for audit --
      * zero until then, so nothing is released or listed
      * twice.
           03 AR-CLOSED-DATE PIC 9(6).
