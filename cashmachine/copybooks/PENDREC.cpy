      *> Pending authorisation record - keyed on PA-KEY (request date,
      *> time, account and change type) with an alternate key on
      *> account + change type. ACCTMAINT writes one of these instead
      *> of amending ACCTMSTR when an overdraft or daily limit is
      *> raised above the AUTHPARM threshold, and for every unlock.
      *> A second supervisor, never the maker, approves or rejects it
      *> on ACCTAUTH; anything still pending after PA-EXPIRY-DATE is
      *> expired by AUTHPEND.
           05 PA-KEY.
               10 PA-REQ-DATE         PIC 9(8).
               10 PA-REQ-TIME         PIC 9(6).
               10 PA-ACCT-NUMBER      PIC 9(6).
      *> O = overdraft limit, D = daily limit, U = unlock.
               10 PA-CHANGE-TYPE      PIC X.
                   88 PA-IS-OVERDRAFT VALUE "O".
                   88 PA-IS-DAILY-LIMIT VALUE "D".
                   88 PA-IS-UNLOCK    VALUE "U".
           05 PA-ACCT-KEY.
               10 PA-AK-ACCT-NUMBER   PIC 9(6).
               10 PA-AK-CHANGE-TYPE   PIC X.
      *> Limit on ACCTMSTR when the change was asked for, and the
      *> limit asked for. Both zero on an unlock.
           05 PA-OLD-VALUE            PIC 9(7)V9(2).
           05 PA-NEW-VALUE            PIC 9(7)V9(2).
           05 PA-MAKER-ID             PIC X(6).
      *> Last business day on which the change may be approved.
           05 PA-EXPIRY-DATE          PIC 9(8).
      *> P = pending, A = approved, R = rejected, E = expired.
           05 PA-STATUS               PIC X.
               88 PA-IS-PENDING       VALUE "P".
               88 PA-IS-APPROVED      VALUE "A".
               88 PA-IS-REJECTED      VALUE "R".
               88 PA-IS-EXPIRED       VALUE "E".
           05 PA-CHECKER-ID           PIC X(6).
           05 PA-DECISION-DATE        PIC 9(8).
           05 PA-DECISION-TIME        PIC 9(6).
