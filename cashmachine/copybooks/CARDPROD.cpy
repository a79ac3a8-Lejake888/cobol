      *> Card production record - one line per card for the card
      *> bureau to emboss, encode and post to the holder. Written by
      *> CARDREIS for each replacement card; CP-REPLACES-NUMBER is
      *> the card it replaces.
           05 CP-CARD-NUMBER          PIC 9(10).
           05 CP-ACCT-NUMBER          PIC 9(6).
           05 CP-CUST-NUMBER          PIC 9(6).
           05 CP-EXPIRY-YRMO          PIC 9(6).
           05 CP-HOLDER-NAME          PIC X(30).
           05 CP-ADDRESS-1            PIC X(30).
           05 CP-ADDRESS-2            PIC X(30).
           05 CP-POSTCODE             PIC X(8).
           05 CP-REPLACES-NUMBER      PIC 9(10).
