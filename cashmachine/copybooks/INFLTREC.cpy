      *> In-flight transaction journal record - one line sequential
      *> file per terminal, INFLIGHT.<TERM-ID>. CASHMACHINE writes an
      *> intent record (IJ-STEP "I") carrying everything needed to
      *> finish or undo the transaction before it touches a master,
      *> then a step record as each step completes, and a
      *> closing record when the transaction is finished. On the next
      *> start-up for the terminal an entry without a closing record
      *> is completed or backed out, the action is written to the
      *> ATMRECOV report for the branch, and the journal is cleared.
           05 IJ-SEQ                  PIC 9(6).
           05 IJ-STEP                 PIC X.
               88 IJ-INTENT           VALUE "I".
      *> Account rewritten (the destination account for a transfer).
               88 IJ-ACCOUNT-DONE     VALUE "A".
      *> Notes dispensed from the cassettes.
               88 IJ-NOTES-DONE       VALUE "N".
      *> TRANLOG/TRANMSTR written (TRANSFER IN leg for a transfer).
               88 IJ-LOGGED           VALUE "L".
      *> Source account of a transfer debited.
               88 IJ-SOURCE-DONE      VALUE "S".
      *> Closing record - the transaction finished in the session.
               88 IJ-FINISHED         VALUE "D".
           05 IJ-DATE                 PIC 9(8).
           05 IJ-TIME                 PIC 9(6).
           05 IJ-REF-NUMBER           PIC 9(12).
      *> Intent detail - as journalled when the transaction began;
      *> repeated on every step record of the entry.
           05 IJ-DETAIL.
               10 IJ-TRAN-TYPE           PIC X(12).
               10 IJ-ACCT-NUMBER         PIC 9(6).
               10 IJ-AMOUNT              PIC 9(7)V9(2).
               10 IJ-BALANCE-BEFORE      PIC S9(7)V9(2).
               10 IJ-CURRENCY-CODE       PIC X(3).
               10 IJ-RATE                PIC 9(3)V9(4).
               10 IJ-BASE-AMOUNT         PIC 9(7)V9(2).
               10 IJ-FX-CURRENCY         PIC X(3).
               10 IJ-DEST-ACCT-NUMBER    PIC 9(6).
               10 IJ-DEST-AMOUNT         PIC 9(7)V9(2).
               10 IJ-DEST-BALANCE-BEFORE PIC S9(7)V9(2).
               10 IJ-DEST-CURRENCY       PIC X(3).
               10 IJ-DEST-RATE           PIC 9(3)V9(4).
