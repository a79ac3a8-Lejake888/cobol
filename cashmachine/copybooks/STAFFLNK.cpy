      *> Staff-customer link record - keyed on SL-KEY (operator +
      *> customer) with an alternate key on customer + operator. Ties
      *> a member of staff on the PEOPLE directory, by the operator ID
      *> derived from their name, to a customer who is that person or
      *> is related to them. Kept by HR through STAFFLINK. No operator
      *> may act on an account any linked customer holds.
           05 SL-KEY.
               10 SL-OPERATOR-ID      PIC X(6).
               10 SL-CUST-NUMBER      PIC 9(6).
           05 SL-CUST-KEY.
               10 SL-CK-CUST-NUMBER   PIC 9(6).
               10 SL-CK-OPERATOR-ID   PIC X(6).
      *> Name as it stands on the directory.
           05 SL-STAFF-NAME           PIC X(40).
      *> S = the customer is the member of staff, R = a relative.
           05 SL-CONNECTION           PIC X.
               88 SL-IS-SELF          VALUE "S".
               88 SL-IS-RELATIVE      VALUE "R".
      *> How a relative is related, e.g. SPOUSE, PARENT, SIBLING.
           05 SL-RELATIONSHIP         PIC X(20).
           05 SL-START-DATE           PIC 9(8).
