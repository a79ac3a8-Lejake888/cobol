      *> Settlement register - one line per payment on a proved
      *> transmission file, written by SOSETTLE as it empties CLEAROUT.
      *> SN-SEND-DATE names the file CLEAROUT.YYYYMMDD the payment
      *> went out on, which is later than the date in its reference
      *> whenever a day's file was held out of balance.
           05 SN-SEND-DATE            PIC 9(8).
           05 SN-ORIG-REF             PIC X(16).
           05 SN-ACCT-NUMBER          PIC 9(6).
           05 SN-AMOUNT               PIC 9(7)V9(2).
