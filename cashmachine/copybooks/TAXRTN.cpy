      *> Interest tax return record - the fixed-format file TAXCERT
      *> writes for the tax authority each tax year. One header, then
      *> for each customer certified an account record for every
      *> account that earned interest followed by the customer's
      *> total record, and a trailer carrying the control totals.
      *> All amounts are gross interest credited, in GBP.
           05 TX-RECORD-TYPE          PIC X.
               88 TX-IS-HEADER        VALUE "H".
               88 TX-IS-ACCOUNT       VALUE "A".
               88 TX-IS-CUSTOMER      VALUE "C".
               88 TX-IS-TRAILER       VALUE "T".
           05 TX-CUSTOMER.
               10 TX-CUST-NUMBER      PIC 9(6).
               10 TX-CUST-NAME        PIC X(30).
               10 TX-POSTCODE         PIC X(8).
               10 TX-ACCOUNT-COUNT    PIC 9(3).
               10 TX-GROSS-INTEREST   PIC 9(9)V9(2).
               10 FILLER              PIC X(21).
           05 TX-HEADER REDEFINES TX-CUSTOMER.
               10 TX-YEAR-START       PIC 9(8).
               10 TX-YEAR-END         PIC 9(8).
               10 TX-CREATED-DATE     PIC 9(8).
               10 FILLER              PIC X(55).
           05 TX-ACCOUNT REDEFINES TX-CUSTOMER.
               10 TX-ACCT-CUST-NUMBER PIC 9(6).
               10 TX-ACCT-NUMBER      PIC 9(6).
               10 TX-ACCT-CURRENCY    PIC X(3).
               10 TX-ACCT-INTEREST    PIC 9(9)V9(2).
               10 FILLER              PIC X(53).
           05 TX-TRAILER REDEFINES TX-CUSTOMER.
               10 TX-CUSTOMER-COUNT   PIC 9(7).
               10 TX-ACCOUNT-TOTAL    PIC 9(7).
               10 TX-INTEREST-TOTAL   PIC 9(11)V9(2).
               10 TX-CUST-HASH        PIC 9(13).
               10 FILLER              PIC X(39).
