      *> Letter register record - one line per letter NOTIFY writes,
      *> so a customer's correspondence can be traced after NOTIFY.LTR
      *> has been printed and overwritten. NL-CUST-NUMBER is zero for
      *> a letter addressed to "THE CUSTOMER".
           05 NL-LETTER-DATE          PIC 9(8).
           05 NL-ACCT-NUMBER          PIC 9(6).
           05 NL-CUST-NUMBER          PIC 9(6).
           05 NL-EVENT-CODE           PIC 9.
           05 NL-EVENT-LABEL          PIC X(16).
