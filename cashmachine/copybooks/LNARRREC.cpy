      *> Loan arrears record - keyed on LA-KEY (loan number plus
      *> instalment number), one per instalment LOANCOLL could not
      *> collect. Each run retries the oldest first and deletes the
      *> record once it is paid; what remains is aged from the
      *> contractual due date.
           05 LA-KEY.
               10 LA-LOAN-NUMBER      PIC 9(6).
               10 LA-INSTALMENT-NO    PIC 9(3).
           05 LA-REPAY-ACCT-NUMBER    PIC 9(6).
           05 LA-DUE-DATE             PIC 9(8).
           05 LA-PRINCIPAL-DUE        PIC 9(7)V9(2).
           05 LA-INTEREST-DUE         PIC 9(7)V9(2).
           05 LA-AMOUNT-DUE           PIC 9(7)V9(2).
           05 LA-FIRST-FAIL-DATE      PIC 9(8).
           05 LA-LAST-TRY-DATE        PIC 9(8).
           05 LA-DAYS-PAST-DUE        PIC 9(5).
      *> Days-past-due bucket as at LA-LAST-TRY-DATE.
           05 LA-BUCKET               PIC X.
               88 LA-UNDER-30         VALUE "0".
               88 LA-30-TO-59         VALUE "3".
               88 LA-60-TO-89         VALUE "6".
               88 LA-90-AND-OVER      VALUE "9".
