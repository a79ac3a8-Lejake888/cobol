      *> Stock ledger - one line per stock movement, appended to
      *> STOCKLOG by STKMAINT and QUOTMAINT. Quantities are in the
      *> material's own unit, with the balances after the movement.
           05 SL-DATE                 PIC 9(8).
           05 SL-TIME                 PIC 9(6).
           05 SL-MATERIAL-CODE        PIC X(4).
           05 SL-TYPE                 PIC X.
               88 SL-IS-RECEIPT       VALUE "G".
               88 SL-IS-RESERVATION   VALUE "R".
               88 SL-IS-ISSUE         VALUE "I".
               88 SL-IS-ADJUSTMENT    VALUE "A".
           05 SL-QUANTITY             PIC S9(11)V9(4).
           05 SL-QUOTE-NUMBER         PIC 9(6).
           05 SL-REFERENCE            PIC X(16).
           05 SL-ON-HAND-AFTER        PIC S9(11)V9(4).
           05 SL-RESERVED-AFTER       PIC S9(11)V9(4).
