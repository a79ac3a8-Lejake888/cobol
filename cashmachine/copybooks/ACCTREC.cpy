           05 ACCT-AVAIL-BALANCE       PIC S9(7)V9(2).
      *> Last YYYYMM for which FEEPOST charged the account's fees.
           05 ACCT-LAST-FEE-YRMO       PIC 9(6).
      *> Last YYYYMM for which DEBITINT charged debit interest.
           05 ACCT-LAST-DEBIT-YRMO     PIC 9(6).
