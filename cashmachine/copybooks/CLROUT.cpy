      *> Outbound clearing record - one line per standing order paid
      *> away to a payee at another bank. The first five fields are
      *> laid out as CLEARIN so the clearing house sees the same
      *> format in both directions; CO-ORIG-REF carries our own
      *> TM-REF-NUMBER as the originator reference and comes back
      *> on CLEARRET if the payment is returned. The order number
      *> and due date let a returned payment be traced to its order.
           05 CO-ACCT-NUMBER          PIC 9(6).
           05 CO-DC-FLAG              PIC X.
           05 CO-AMOUNT               PIC 9(7)V9(2).
           05 CO-CURRENCY-CODE        PIC X(3).
           05 CO-ORIG-REF             PIC X(16).
           05 CO-SORT-CODE            PIC 9(6).
           05 CO-BANK-ACCT            PIC 9(8).
           05 CO-PAYEE-NAME           PIC X(20).
           05 CO-PAYEE-NUMBER         PIC 9(6).
           05 CO-ORDER-NUMBER         PIC 9(6).
           05 CO-DUE-DATE             PIC 9(8).
