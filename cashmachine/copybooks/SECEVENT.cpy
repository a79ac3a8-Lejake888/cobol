           05 SE-EVENT-TYPE           PIC X(16).
           05 SE-OUTCOME              PIC X(8).
           05 SE-OPERATOR-ID          PIC X(6).
      *> Second operator on a dual-control event: the supervisor who
      *> approved or rejected the change SE-OPERATOR-ID asked for.
      *> Spaces on every other event, and where the change expired.
           05 SE-AUTHORISER-ID        PIC X(6).
      *> Customer the event concerns where it is one holder rather
      *> than the whole account - the cardholder on CARD REISSUED and
      *> the data subject on SUBJECT ACCESS. Zero on every other
      *> event.
           05 SE-CUST-NUMBER          PIC 9(6).
