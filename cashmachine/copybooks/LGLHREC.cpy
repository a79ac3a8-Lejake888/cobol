      *> Retention hold record - keyed on LH-ACCT-NUMBER. Set through
      *> LGLMAINT on an open or closed account. While either a legal
      *> hold or an open dispute stands, RETPURGE keeps every record
      *> held for the account whatever its age. Each is dated, with
      *> the operator who set it and the case or dispute reference;
      *> the record stays on file once both are released.
           05 LH-ACCT-NUMBER          PIC 9(6).
           05 LH-LEGAL-HOLD-FLAG      PIC X.
               88 LH-ON-LEGAL-HOLD    VALUE "Y".
           05 LH-HOLD-DATE            PIC 9(8).
           05 LH-HOLD-OPERATOR        PIC X(6).
           05 LH-HOLD-REFERENCE       PIC X(20).
           05 LH-DISPUTE-FLAG         PIC X.
               88 LH-DISPUTE-OPEN     VALUE "Y".
           05 LH-DISPUTE-DATE         PIC 9(8).
           05 LH-DISPUTE-OPERATOR     PIC X(6).
           05 LH-DISPUTE-REFERENCE    PIC X(20).
