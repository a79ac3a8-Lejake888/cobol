      *> Term deposit record - keyed on TD-ACCT-NUMBER. The deposit is
      *> held on its own account on ACCTMSTR; this record carries the
      *> terms. The rate is a fixed annual rate, earned as simple
      *> interest on the principal from start to maturity and paid
      *> by TDMATURE on the maturity date (the next business day when
      *> that falls on a weekend or a CALFILE holiday). Nothing may
      *> be withdrawn before maturity unless a supervisor agrees to
      *> break the deposit, which forfeits the interest and charges
      *> TD-BREAK-RATE of the principal.
           05 TD-ACCT-NUMBER          PIC 9(6).
           05 TD-PRINCIPAL            PIC 9(7)V9(2).
           05 TD-RATE                 PIC 9V9(4).
           05 TD-TERM-MONTHS          PIC 9(3).
           05 TD-START-DATE           PIC 9(8).
           05 TD-MATURITY-DATE        PIC 9(8).
      *> R = roll principal and interest over for another term,
      *> A = pay to TD-PAY-ACCT-NUMBER on ACCTMSTR,
      *> P = pay away to TD-PAYEE-NUMBER on PAYEMSTR.
           05 TD-INSTRUCTION          PIC X.
               88 TD-ROLL-OVER        VALUE "R".
               88 TD-PAY-TO-ACCOUNT   VALUE "A".
               88 TD-PAY-TO-PAYEE     VALUE "P".
           05 TD-PAY-ACCT-NUMBER      PIC 9(6).
           05 TD-PAYEE-NUMBER         PIC 9(6).
           05 TD-BREAK-RATE           PIC 9V9(4).
      *> A = running, M = matured and paid away, B = broken early.
           05 TD-STATUS               PIC X.
               88 TD-IS-ACTIVE        VALUE "A".
               88 TD-IS-MATURED       VALUE "M".
               88 TD-IS-BROKEN        VALUE "B".
           05 TD-CLOSED-DATE          PIC 9(8).
