      *> Quotation line - one per shape line quoted, keyed on quote
      *> number + line number. Area and volume are for one piece;
      *> the rates are the MATCOST rates in force when quoted, so an
      *> invoice is always raised at the price the customer was given.
      *> QL-PRICED is "N" where MATCOST had no cost for the material
      *> or the cost was too large, and QL-LINE-COST is then zero.
           05 QL-KEY.
               10 QL-QUOTE-NUMBER     PIC 9(6).
               10 QL-LINE-NUMBER      PIC 9(4).
           05 QL-SHAPE-TYPE           PIC X(8).
           05 QL-RADIUS               PIC 9(5).
           05 QL-HEIGHT               PIC 9(5).
           05 QL-QUANTITY             PIC 9(3).
           05 QL-MATERIAL-CODE        PIC X(4).
           05 QL-AREA                 PIC 9(7)V9(4).
           05 QL-VOLUME               PIC 9(7)V9(4).
           05 QL-AREA-RATE            PIC 9(5)V9(2).
           05 QL-VOLUME-RATE          PIC 9(5)V9(2).
           05 QL-LINE-COST            PIC 9(9)V9(2).
           05 QL-PRICED               PIC X.
               88 QL-IS-PRICED        VALUE "Y".
