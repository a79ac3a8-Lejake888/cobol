      *> Retention purge record - the offline file RETPURGE writes on
      *> each run, named RETPURGE.YYYYMMDD for the run date. Each
      *> record removed from a live archive is copied as it stood,
      *> with the file it came from and its date; after each file a
      *> total record gives the records removed and the hash of their
      *> amounts (transaction amounts only, zero for other files),
      *> and a last total for ALL FILES closes the run.
           05 PG-RECORD-TYPE          PIC X.
               88 PG-IS-DETAIL        VALUE "D".
               88 PG-IS-TOTAL         VALUE "T".
           05 PG-SOURCE-FILE          PIC X(17).
           05 PG-RECORD-DATE          PIC 9(8).
           05 PG-DATA                 PIC X(94).
           05 PG-TOTALS REDEFINES PG-DATA.
               10 PG-RECORD-COUNT     PIC 9(9).
               10 PG-AMOUNT-HASH      PIC 9(13)V9(2).
               10 FILLER              PIC X(70).
