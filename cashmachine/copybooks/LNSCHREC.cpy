      *> Loan amortisation schedule - keyed on LS-KEY (loan number
      *> plus instalment number), written in full when the loan is
      *> opened. LS-DUE-DATE is the contractual date; collection is
      *> on the next business day when that is a weekend or a
      *> CALFILE holiday.
           05 LS-KEY.
               10 LS-LOAN-NUMBER      PIC 9(6).
               10 LS-INSTALMENT-NO    PIC 9(3).
           05 LS-DUE-DATE             PIC 9(8).
           05 LS-OPENING-BALANCE      PIC 9(7)V9(2).
           05 LS-PRINCIPAL-DUE        PIC 9(7)V9(2).
           05 LS-INTEREST-DUE         PIC 9(7)V9(2).
           05 LS-INSTALMENT-AMOUNT    PIC 9(7)V9(2).
           05 LS-CLOSING-BALANCE      PIC 9(7)V9(2).
      *> D = not yet due, P = collected, A = unpaid and on LOANARRS.
           05 LS-STATUS               PIC X.
               88 LS-IS-DUE           VALUE "D".
               88 LS-IS-PAID          VALUE "P".
               88 LS-IN-ARREARS       VALUE "A".
           05 LS-PAID-DATE            PIC 9(8).
