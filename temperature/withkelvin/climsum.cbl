            05 TH-STATION-ID        PIC X(6).
            05 TH-DATE              PIC 9(8).
            05 TH-TEMP-CELSIUS      PIC S9(5)V9(3).
            05 TH-RAW-CELSIUS       PIC S9(5)V9(3).
            05 TH-OFFSET-CELSIUS    PIC S9(3)V9(3).
        SD  SORT-FILE.
        01  SORT-RECORD.
            05 SRT-STATION-ID       PIC X(6).
