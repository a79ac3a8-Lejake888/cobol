      *> Direct debit mandate - keyed on MD-KEY (account + the
      *> originator's reference as it arrives in CI-ORIG-REF). Set up
      *> and cancelled through MANDMAINT. CLEARPOST returns a clearing
      *> debit with no active mandate started by the day, or above
      *> MD-MAX-AMOUNT (zero = no limit), and records each collection.
           05 MD-KEY.
               10 MD-ACCT-NUMBER      PIC 9(6).
               10 MD-ORIG-REF         PIC X(16).
           05 MD-MAX-AMOUNT           PIC 9(7)V9(2).
           05 MD-FREQUENCY            PIC X.
               88 MD-IS-WEEKLY        VALUE "W".
               88 MD-IS-MONTHLY       VALUE "M".
               88 MD-IS-QUARTERLY     VALUE "Q".
               88 MD-IS-ANNUAL        VALUE "A".
               88 MD-IS-VARIABLE      VALUE "V".
           05 MD-START-DATE           PIC 9(8).
           05 MD-STATUS               PIC X.
               88 MD-IS-ACTIVE        VALUE "A".
               88 MD-IS-CANCELLED     VALUE "C".
           05 MD-CREATED-DATE         PIC 9(8).
           05 MD-CREATED-BY           PIC X(6).
           05 MD-CANCELLED-DATE       PIC 9(8).
           05 MD-CANCELLED-BY         PIC X(6).
      *> Collections, kept by CLEARPOST. The first date is zero until
      *> the originator first collects; NOTIFY writes to the customer
      *> on that day. MANDREPT lists active mandates gone quiet.
           05 MD-FIRST-COLLECT-DATE   PIC 9(8).
           05 MD-FIRST-COLLECT-AMOUNT PIC 9(7)V9(2).
           05 MD-LAST-COLLECT-DATE    PIC 9(8).
           05 MD-LAST-COLLECT-AMOUNT  PIC 9(7)V9(2).
           05 MD-COLLECT-COUNT        PIC 9(5).
