           05 TL-REF-NUMBER           PIC 9(12).
      *> FX details - zero/spaces unless the posting involved a
      *> currency conversion: the applied rate for this leg, the
      *> base (GBP) equivalent, and the counter currency. Interest
      *> credited in a foreign currency also carries the day's rate
      *> and its GBP equivalent, with no counter currency.
           05 TL-RATE                 PIC 9(3)V9(4).
           05 TL-BASE-AMOUNT          PIC 9(7)V9(2).
           05 TL-FX-CURRENCY          PIC X(3).
