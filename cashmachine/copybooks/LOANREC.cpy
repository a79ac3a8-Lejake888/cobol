      *> Loan master record - keyed on LN-LOAN-NUMBER. The advance is
      *> paid into the customer's repayment account on ACCTMSTR and
      *> each monthly instalment is collected back from it by
      *> LOANCOLL; the loan book itself is carried here, not on the
      *> account master. Instalments are level (annuity) repayments
      *> at the fixed annual rate, interest charged monthly at one
      *> twelfth of the rate on the principal outstanding.
           05 LN-LOAN-NUMBER          PIC 9(6).
           05 LN-CUST-NUMBER          PIC 9(6).
           05 LN-REPAY-ACCT-NUMBER    PIC 9(6).
           05 LN-CURRENCY-CODE        PIC X(3).
           05 LN-PRINCIPAL            PIC 9(7)V9(2).
           05 LN-RATE                 PIC 9V9(4).
           05 LN-TERM-MONTHS          PIC 9(3).
      *> Day of the month the instalment falls due; a short month
      *> falls back to its last day.
           05 LN-REPAY-DAY            PIC 9(2).
           05 LN-INSTALMENT           PIC 9(7)V9(2).
           05 LN-START-DATE           PIC 9(8).
      *> Principal still owed once every instalment collected so far
      *> is taken off; instalments in arrears are still owed here.
           05 LN-OUTSTANDING          PIC 9(7)V9(2).
           05 LN-INSTALMENTS-PAID     PIC 9(3).
      *> Total of instalments unpaid on LOANARRS.
           05 LN-ARREARS-AMOUNT       PIC 9(7)V9(2).
      *> A = running, R = fully repaid.
           05 LN-STATUS               PIC X.
               88 LN-IS-ACTIVE        VALUE "A".
               88 LN-IS-REPAID        VALUE "R".
           05 LN-CLOSED-DATE          PIC 9(8).
