             10 RC-CHECKPOINT-DATE PIC 9(6).
             10 RC-CHECKPOINT-TIME PIC 9(9).
           03 RC-CHECKPOINT-SEQ PIC 9(4).
      * BALANCE-COMPONENTS as of the same checkpoint, so each
      * component is proved forward exactly as BALANCE is.
           03 RC-CHECKPOINT-COMPONENTS.
             05 RC-CHECKPOINT-PRINCIPAL PIC S9(11)V99 USAGE IS COMP-3.
             05 RC-CHECKPOINT-PENALTY PIC S9(11)V99 USAGE IS COMP-3.
             05 RC-CHECKPOINT-INTEREST PIC S9(11)V99 USAGE IS COMP-3.
