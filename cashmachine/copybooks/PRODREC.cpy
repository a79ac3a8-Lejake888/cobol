           05 PROD-MONTHLY-FEE        PIC 9(5)V9(2).
           05 PROD-TRAN-FEE           PIC 9(3)V9(2).
           05 PROD-WAIVER-BALANCE     PIC 9(7)V9(2).
      *> Overdrawn balances, charged monthly by DEBITINT from the
      *> daily BALSNAP positions: the debit rate is a monthly rate on
      *> the overdrawn amount; beyond the arranged limit the excess
      *> bears the higher unarranged rate instead, plus a flat fee
      *> for any month with a day spent beyond the limit.
           05 PROD-DEBIT-RATE         PIC 9V9(4).
           05 PROD-UNARR-RATE         PIC 9V9(4).
           05 PROD-UNARR-FEE          PIC 9(3)V9(2).
      *> How INTPOST applies the balance bands held for the product
      *> on PRODBAND: W = the rate of the band the balance falls in
      *> paid on the whole balance, M = each band's rate paid only on
      *> the slice of the balance inside that band. A product with no
      *> bands in force is paid PROD-INTEREST-RATE on the balance.
           05 PROD-TIER-METHOD        PIC X.
               88 PROD-TIER-WHOLE     VALUE "W".
               88 PROD-TIER-MARGINAL  VALUE "M".
