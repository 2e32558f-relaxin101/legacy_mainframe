      *  covered by an installment agreement still in force is
      *  reported in its own PAYMENT PLAN bucket instead of the
      *  day-count buckets -- it is performing under negotiated
      *  terms, not aging as an ordinary delinquency.  An
      *  account under a legal hold of any type on the LEGAL-
      *  HOLD-FILE (HOLDLKUP) is reported in a LEGAL HOLD bucket
      *  ahead of either test: collection is barred, whether or
      *  not an agreement is also on file.
      ******************************************************
       ENVIRONMENT DIVISION.
       INPUT-OUTPUT SECTION.

       01  WS-TODAY-8 PIC 9(8).

      * CALLed-program arguments for HOLDLKUP.
       01  WS-HOLD-TAXID PIC S9(9) USAGE IS COMP-3.
       01  WS-HOLD-TYPE PIC X.
       01  WS-HOLD-FOUND PIC X.
           88 ACCOUNT-ON-LEGAL-HOLD VALUE "Y".

       01  WS-UPDATE-DATE-X PIC 9(6).
       01  WS-UPDATE-DATE-PARTS REDEFINES WS-UPDATE-DATE-X.
           03 WS-UD-YY PIC 99.
       01  WS-DAYS-OLD PIC S9(7).

       01  AGING-BUCKETS.
           03 BUCKET-COUNT PIC 9(7) OCCURS 6 TIMES VALUE ZERO.
           03 BUCKET-TOTAL PIC S9(11)V99 USAGE IS COMP-3
               OCCURS 6 TIMES VALUE ZERO.
       01  WS-BUCKET-SUB PIC 9.
           88 BUCKET-0-29 VALUE 1.
           88 BUCKET-30-59 VALUE 2.
           88 BUCKET-60-89 VALUE 3.
           88 BUCKET-90-PLUS VALUE 4.
           88 BUCKET-ON-PLAN VALUE 5.
           88 BUCKET-LEGAL-HOLD VALUE 6.

       01  WS-HEADING-LINE PIC X(60) VALUE
           "AGING BUCKET        COUNT        BALANCE SUBTOTAL".
           03 FILLER PIC X(20) VALUE "60-89 DAYS".
           03 FILLER PIC X(20) VALUE "90+ DAYS".
           03 FILLER PIC X(20) VALUE "PAYMENT PLAN".
           03 FILLER PIC X(20) VALUE "LEGAL HOLD".
       01  BUCKET-LABEL-TABLE REDEFINES BUCKET-LABELS.
           03 BUCKET-LABEL PIC X(20) OCCURS 6 TIMES.

       PROCEDURE DIVISION.
       0000-MAIN.
           WRITE AGING-REPORT-LINE FROM WS-HEADING-LINE.

       2000-BUCKET-ONE-ACCOUNT.
           PERFORM 2050-CHECK-LEGAL-HOLD
           PERFORM 2100-CHECK-PAYMENT-PLAN
           EVALUATE TRUE
               WHEN ACCOUNT-ON-LEGAL-HOLD
                   SET BUCKET-LEGAL-HOLD TO TRUE
                   ADD 1 TO BUCKET-COUNT (WS-BUCKET-SUB)
                   ADD BALANCE TO BUCKET-TOTAL (WS-BUCKET-SUB)
               WHEN ACCOUNT-ON-PAYMENT-PLAN
                   SET BUCKET-ON-PLAN TO TRUE
                   ADD 1 TO BUCKET-COUNT (WS-BUCKET-SUB)
                   ADD BALANCE TO BUCKET-TOTAL (WS-BUCKET-SUB)
               WHEN OTHER
                   PERFORM 2200-BUCKET-BY-AGE
           END-EVALUATE.

       2050-CHECK-LEGAL-HOLD.
           MOVE TAXID TO WS-HOLD-TAXID
           CALL "HOLDLKUP" USING WS-HOLD-TAXID, WS-TODAY-8,
               WS-HOLD-TYPE, WS-HOLD-FOUND.

       2100-CHECK-PAYMENT-PLAN.
           MOVE "N" TO WS-ON-PLAN-SW

       8000-WRITE-REPORT.
           PERFORM VARYING WS-BUCKET-SUB FROM 1 BY 1
                   UNTIL WS-BUCKET-SUB > 6
               MOVE BUCKET-LABEL (WS-BUCKET-SUB) TO WS-DL-LABEL
               MOVE BUCKET-COUNT (WS-BUCKET-SUB) TO WS-DL-COUNT
               MOVE BUCKET-TOTAL (WS-BUCKET-SUB) TO WS-DL-TOTAL
