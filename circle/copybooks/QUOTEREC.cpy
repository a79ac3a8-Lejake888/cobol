      *> Quotation master - one record per quoted job, keyed on the
      *> quote number. CIRCUMFERENCE batch mode writes a quote for
      *> each JOB header with its total, and the priced lines go to
      *> QUOTLINE. QUOTMAINT accepts or declines it and raises the
      *> invoice at the quoted prices; QUOTREPT lapses quotes left
      *> open past QT-EXPIRY-DATE.
           05 QT-QUOTE-NUMBER         PIC 9(6).
           05 QT-JOB-NUMBER           PIC 9(5).
           05 QT-CUSTOMER-NAME        PIC X(20).
           05 QT-QUOTE-DATE           PIC 9(8).
           05 QT-VALID-DAYS           PIC 9(3).
           05 QT-EXPIRY-DATE          PIC 9(8).
           05 QT-LINE-COUNT           PIC 9(4).
           05 QT-UNPRICED-COUNT       PIC 9(4).
           05 QT-TOTAL-QTY            PIC 9(6).
           05 QT-TOTAL-COST           PIC 9(11)V9(2).
           05 QT-STATUS               PIC X.
               88 QT-IS-QUOTED        VALUE "Q".
               88 QT-IS-ACCEPTED      VALUE "A".
               88 QT-IS-INVOICED      VALUE "I".
               88 QT-IS-EXPIRED       VALUE "E".
               88 QT-IS-DECLINED      VALUE "D".
           05 QT-STATUS-DATE          PIC 9(8).
           05 QT-ACCEPTED-DATE        PIC 9(8).
           05 QT-ORDER-REF            PIC X(16).
      *> Invoice, raised from an accepted quote. The goods total is
      *> QT-TOTAL-COST; VAT is charged on it at QT-VAT-RATE percent
      *> and payment is due QT-TERMS-DAYS after the invoice date.
           05 QT-INVOICE-NUMBER       PIC 9(6).
           05 QT-INVOICE-DATE         PIC 9(8).
           05 QT-VAT-RATE             PIC 9(2)V9(2).
           05 QT-VAT-AMOUNT           PIC 9(11)V9(2).
           05 QT-TERMS-DAYS           PIC 9(3).
           05 QT-DUE-DATE             PIC 9(8).
      *> Stock. Material for the quoted lines is reserved on STOCKMST
      *> when the quote is accepted and issued when QUOTMAINT marks
      *> the job complete.
           05 QT-STOCK-RESERVED       PIC X.
               88 QT-HAS-RESERVATION  VALUE "Y".
           05 QT-COMPLETED-DATE       PIC 9(8).
