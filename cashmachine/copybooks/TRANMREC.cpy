           05 TM-PAYEE-NUMBER         PIC 9(6).
      *> Terminal the posting came from - spaces for batch postings.
           05 TM-TERMINAL-ID          PIC X(4).
      *> Reversal link - on an original posting, the reference of the
      *> reversal raised against it; on a reversal, the reference of
      *> the original. Zero for an ordinary unreversed posting.
           05 TM-LINK-REF             PIC 9(12).
      *> Operator who keyed the posting, or the supervisor who
      *> authorised it at the terminal - spaces for customer and
      *> batch postings.
           05 TM-OPERATOR-ID          PIC X(6).
