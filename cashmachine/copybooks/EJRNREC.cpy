      *> Terminal electronic journal record - one line sequential
      *> file per terminal per day, EJOURNAL.<TERM-ID>.<YYYYMMDD>.
      *> CASHMACHINE writes a record for every screen interaction in
      *> a session, completed or not. A session is identified by the
      *> date and time the card was entered; a session with no
      *> SESSION END record was abandoned part way through.
           05 EJ-DATE                 PIC 9(8).
           05 EJ-TIME                 PIC 9(6).
           05 EJ-TERMINAL-ID          PIC X(4).
           05 EJ-SESSION-STAMP        PIC 9(14).
           05 EJ-EVENT                PIC X(12).
               88 EJ-CARD-IN          VALUE "CARD IN".
               88 EJ-PIN-ENTRY        VALUE "PIN ENTRY".
               88 EJ-ACCT-SELECT      VALUE "ACCT SELECT".
               88 EJ-MENU-CHOICE      VALUE "MENU CHOICE".
               88 EJ-AMOUNT-ENTRY     VALUE "AMOUNT".
               88 EJ-OUTCOME-ENTRY    VALUE "OUTCOME".
               88 EJ-SESSION-END      VALUE "SESSION END".
           05 EJ-CARD-NUMBER          PIC 9(10).
           05 EJ-ACCT-NUMBER          PIC 9(6).
           05 EJ-CHOICE               PIC 9.
      *> Menu function in progress - BALANCE, WITHDRAWAL, DEPOSIT,
      *> PIN CHANGE, MINI STMT, TRANSFER, EXIT; spaces before the
      *> menu is reached.
           05 EJ-FUNCTION             PIC X(12).
           05 EJ-AMOUNT               PIC 9(7)V9(2).
           05 EJ-CURRENCY-CODE        PIC X(3).
           05 EJ-OUTCOME              PIC X(8).
               88 EJ-APPROVED         VALUE "APPROVED".
               88 EJ-DECLINED         VALUE "DECLINED".
      *> Decline reason, e.g. DAILY LIMIT, INSUFFICIENT FUNDS,
      *> NOTES UNAVAILABLE, NO EXCHANGE RATE, CARD EXPIRED.
           05 EJ-REASON               PIC X(20).
      *> Transaction reference of an approved posting.
           05 EJ-REF-NUMBER           PIC 9(12).
