      *> Account relationship record - keyed on REL-KEY (account +
      *> customer) with an alternate key on customer + account, so
      *> an account may be held by several customers and a customer
      *> found against every account they hold. ACCT-CUST-NUMBER on
      *> the account master remains the primary holder; an account
      *> with no relationship records is held by that customer alone,
      *> either to sign.
           05 REL-KEY.
               10 REL-ACCT-NUMBER     PIC 9(6).
               10 REL-CUST-NUMBER     PIC 9(6).
           05 REL-CUST-KEY.
               10 REL-CK-CUST-NUMBER  PIC 9(6).
               10 REL-CK-ACCT-NUMBER  PIC 9(6).
      *> P = primary, J = joint, A = attorney, T = trust beneficiary.
      *> A beneficiary may enquire but has no authority to sign.
           05 REL-ROLE                PIC X.
               88 REL-IS-PRIMARY      VALUE "P".
               88 REL-IS-JOINT        VALUE "J".
               88 REL-IS-ATTORNEY     VALUE "A".
               88 REL-IS-BENEFICIARY  VALUE "T".
               88 REL-CAN-SIGN        VALUE "P" "J" "A".
      *> E = either to sign: the holder may act alone for any amount.
      *> B = both to sign: above REL-MANDATE-LIMIT the holder needs a
      *> second signatory.
           05 REL-MANDATE             PIC X.
               88 REL-EITHER-TO-SIGN  VALUE "E".
               88 REL-BOTH-TO-SIGN    VALUE "B".
           05 REL-MANDATE-LIMIT       PIC 9(7)V9(2).
           05 REL-START-DATE          PIC 9(8).
