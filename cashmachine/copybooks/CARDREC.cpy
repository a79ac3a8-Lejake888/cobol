               88 CARD-IS-STOPPED     VALUE "S".
               88 CARD-IS-HOT         VALUE "H".
           05 CARD-ISSUE-DATE         PIC 9(8).
      *> Customer the card was issued to, so a holder of a joint
      *> account carries their own card; zero for a card issued to
      *> the account's primary holder before holders were recorded.
           05 CARD-CUST-NUMBER        PIC 9(6).
      *> Replacement linkage, zero where there is none. A card issued
      *> by CARDREIS carries the number of the card it replaces, and
      *> the old card the number of its replacement.
           05 CARD-REPLACES-NUMBER    PIC 9(10).
           05 CARD-REPLACED-BY-NUMBER PIC 9(10).
      *> Date the card was first signed on with at CASHMACHINE; zero
      *> until then. The first use of a replacement stops the card it
      *> replaces.
           05 CARD-FIRST-USE-DATE     PIC 9(8).
