      *> Product interest band - keyed on BAND-KEY (product + date
      *> the band set takes effect + lowest balance in the band, in
      *> whole units of the account currency). The bands in force on
      *> a day are those carrying the latest effective date on or
      *> before it; each runs from its floor up to the next band's
      *> floor, the top band without limit. The rate is monthly, as
      *> PROD-INTEREST-RATE.
           05 BAND-KEY.
               10 BAND-PROD-CODE      PIC X(4).
               10 BAND-EFFECTIVE-DATE PIC 9(8).
               10 BAND-FLOOR          PIC 9(7).
           05 BAND-INTEREST-RATE      PIC 9V9(4).
