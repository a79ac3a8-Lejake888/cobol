      *> Master file change record - one per add, change or delete
      *> made through a maintenance program. Keyed on CH-KEY (file,
      *> record key, date and time) so the history of any one record
      *> reads back in order; the alternate key on CH-LOG-DATE gives
      *> the day's activity for CHGREPT. The record key is held as it
      *> stands on the master, numeric keys with their leading zeros.
           05 CH-KEY.
               10 CH-FILE-NAME        PIC X(8).
               10 CH-RECORD-KEY       PIC X(20).
               10 CH-DATE             PIC 9(8).
      *> HHMMSS and hundredths.
               10 CH-TIME             PIC 9(8).
           05 CH-LOG-DATE             PIC 9(8).
           05 CH-OPERATOR-ID          PIC X(6).
           05 CH-PROGRAM-NAME         PIC X(9).
      *> A = added, C = changed, D = deleted. The before image is
      *> spaces on an add and the after image spaces on a delete.
           05 CH-ACTION               PIC X.
               88 CH-IS-ADD           VALUE "A".
               88 CH-IS-CHANGE        VALUE "C".
               88 CH-IS-DELETE        VALUE "D".
           05 CH-BEFORE-IMAGE         PIC X(250).
           05 CH-AFTER-IMAGE          PIC X(250).
