       IDENTIFICATION DIVISION.
       PROGRAM-ID. CASHFCST AS "CASHFCST".
      *> Cash demand forecast. Reads the WITHDRAWAL postings on
      *> TRANARCH for the last few weeks and breaks each amount into
      *> notes the way the machine pays it out - largest denomination
      *> first from the terminal's own cassettes - building up notes
      *> paid by terminal, denomination, weekday and four-hour time
      *> band. Bank holidays on CALFILE are profiled as a day type of
      *> their own, and a holiday in the coming weeks is forecast from
      *> that profile (or as a Sunday when none has been seen). Each
      *> cassette's CASS-NOTES-REMAINING is run down against the
      *> average demand to give the date and band it runs out, and
      *> the demand between the next visit and the one after gives
      *> the load to recommend, with a safety margin on top.
       ENVIRONMENT DIVISION.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
           SELECT ARCHIVE-FILE ASSIGN TO "TRANARCH"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-ARCH-STATUS.
           SELECT CALENDAR-FILE ASSIGN TO "CALFILE"
               ORGANIZATION IS INDEXED
               ACCESS MODE IS DYNAMIC
               RECORD KEY IS CAL-DATE
               FILE STATUS IS WS-CAL-STATUS.
           SELECT TERMINAL-FILE ASSIGN TO "TERMMSTR"
               ORGANIZATION IS INDEXED
               ACCESS MODE IS DYNAMIC
               RECORD KEY IS TERM-ID
               FILE STATUS IS WS-TERM-STATUS.
           SELECT CASSETTE-FILE ASSIGN USING WS-CASS-FILE-NAME
               ORGANIZATION IS INDEXED
               ACCESS MODE IS DYNAMIC
               RECORD KEY IS CASS-DENOMINATION
               FILE STATUS IS WS-CASS-STATUS.
           SELECT DEMAND-SORT-FILE ASSIGN TO "CASHFCST.SRT".
           SELECT FORECAST-REPORT ASSIGN TO "CASHFCST.RPT"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-RPT-STATUS.
       DATA DIVISION.
       FILE SECTION.
       FD  ARCHIVE-FILE.
       01  ARCHIVE-RECORD.
           COPY TRANREC.
       FD  CALENDAR-FILE.
       01  CALENDAR-RECORD.
           COPY CALREC.
       FD  TERMINAL-FILE.
       01  TERMINAL-RECORD.
           COPY TERMREC.
       FD  CASSETTE-FILE.
       01  CASSETTE-RECORD.
           COPY CASSREC.
       SD  DEMAND-SORT-FILE.
       01  DEMAND-SORT-RECORD.
           05 DS-TERMINAL-ID       PIC X(4).
           05 DS-DAY-TYPE          PIC 9.
           05 DS-BAND              PIC 9.
           05 DS-AMOUNT            PIC 9(7)V9(2).
       FD  FORECAST-REPORT.
       01  WS-REPORT-LINE PIC X(100).
       WORKING-STORAGE SECTION.
           01 WS-ARCH-STATUS PIC XX.
           01 WS-CAL-STATUS PIC XX.
           01 WS-TERM-STATUS PIC XX.
           01 WS-CASS-STATUS PIC XX.
           01 WS-RPT-STATUS PIC XX.
           01 WS-ARCH-EOF PIC X VALUE "N".
           01 WS-SORT-EOF PIC X VALUE "N".
           01 WS-CASS-EOF PIC X VALUE "N".
           01 WS-CAL-OPEN PIC X VALUE "N".
           01 WS-TERM-OPEN PIC X VALUE "N".
           01 WS-TERM-FOUND PIC X VALUE "N".
           01 WS-CASS-FILE-NAME.
               05 FILLER PIC X(9) VALUE "CASSETTE.".
               05 WS-CASS-FILE-TERM PIC X(4).
           01 WS-TODAY-DATE PIC 9(8).
           01 WS-TODAY-INT PIC 9(8).
      *> History window: whole weeks ending yesterday. TRANARCH keeps
      *> 92 days, so no more than 13 weeks can be read.
           01 WS-HIST-WEEKS PIC 9(2).
           01 WS-HIST-DAYS PIC 9(3).
           01 WS-HIST-START-INT PIC 9(8).
           01 WS-HIST-END-INT PIC 9(8).
           01 WS-HIST-START PIC 9(8).
           01 WS-HIST-END PIC 9(8).
           01 WS-HIST-IDX PIC 9(3).
           01 WS-HIST-TABLE.
               05 WS-HIST-DAY-TYPE PIC 9 OCCURS 91 TIMES.
      *> Day types 1 to 7 are Monday to Sunday; 8 is a bank holiday.
           01 WS-TYPE-TABLE.
               05 WS-TYPE-DAYS PIC 9(3) OCCURS 8 TIMES.
           01 WS-CHECK-DATE PIC 9(8).
           01 WS-CHECK-INT PIC 9(8).
           01 WS-DAY-TYPE PIC 9.
           01 WS-DAY-OF-WEEK PIC 9.
      *> Four-hour time bands through the day.
           01 WS-BAND-IDX PIC 9.
           01 WS-BAND-LABELS PIC X(30)
               VALUE "00-0404-0808-1212-1616-2020-24".
           01 WS-BAND-TABLE REDEFINES WS-BAND-LABELS.
               05 WS-BAND-LABEL PIC X(5) OCCURS 6 TIMES.
      *> The next replenishment visit and the gap to the one after.
           01 WS-VISIT-DATE PIC 9(8).
           01 WS-VISIT-INT PIC 9(8).
           01 WS-CYCLE-DAYS PIC 9(2).
           01 WS-CYCLE-END-INT PIC 9(8).
           01 WS-MARGIN-PCT PIC 9(3).
           01 WS-MARGIN-FACTOR PIC 9(3).
           01 WS-PROJ-DAYS PIC 9(3).
           01 WS-PROJ-N PIC 9(3).
           01 WS-PROJ-INT PIC 9(8).
           01 WS-PROJ-DATE PIC 9(8).
      *> The terminal in hand and its cassettes, in denomination order.
           01 WS-CURR-TERMINAL PIC X(4).
           01 WS-FIRST-TERMINAL PIC X VALUE "Y".
           01 WS-CASS-IDX PIC 99 VALUE ZERO.
           01 WS-CASS-COUNT PIC 99 VALUE ZERO.
           01 WS-CASS-TABLE.
               05 WS-CASS-ENTRY OCCURS 10 TIMES.
                   10 WS-CASS-DENOM PIC 9(3).
                   10 WS-CASS-REMAINING PIC 9(5).
                   10 WS-CASS-LOADED PIC 9(5).
      *> Notes paid over the history window by cassette, day type and
      *> band for the terminal in hand.
           01 WS-DEMAND-TABLE.
               05 WS-DM-CASS OCCURS 10 TIMES.
                   10 WS-DM-TYPE OCCURS 8 TIMES.
                       15 WS-DM-NOTES PIC 9(7) OCCURS 6 TIMES.
           01 WS-MIX-REMAINDER PIC 9(7)V9(2).
           01 WS-MIX-NOTES PIC 9(7).
           01 WS-MIX-VALUE PIC 9(7)V9(2).
           01 WS-PROFILE-TYPE PIC 9.
           01 WS-BAND-AVERAGE PIC 9(5)V9(2).
           01 WS-PROJ-STOCK PIC S9(7)V9(2).
           01 WS-RUNOUT-DATE PIC 9(8).
           01 WS-RUNOUT-BAND PIC X(5).
           01 WS-WEEK-DEMAND PIC 9(7)V9(2).
           01 WS-CYCLE-DEMAND PIC 9(7)V9(2).
           01 WS-LOAD-WORK PIC 9(9)V9(2).
           01 WS-RECOMMENDED-LOAD PIC 9(7).
           01 WS-RUNOUT-TEXT PIC X(14).
           01 WS-TERMINALS-FORECAST PIC 9(4) VALUE ZERO.
           01 WS-RUNOUTS-BEFORE-VISIT PIC 9(4) VALUE ZERO.
           01 WS-WITHDRAWALS-READ PIC 9(7) VALUE ZERO.
           01 WS-DISPLAY-NOTES PIC ZZ,ZZ9.
           01 WS-DISPLAY-DEMAND PIC ZZZ,ZZ9.
           01 WS-DISPLAY-LOAD PIC ZZZ,ZZ9.
       PROCEDURE DIVISION.
           MOVE FUNCTION CURRENT-DATE(1:8) TO WS-TODAY-DATE.
           COMPUTE WS-TODAY-INT =
               FUNCTION INTEGER-OF-DATE(WS-TODAY-DATE).
           DISPLAY "[ENTER WEEKS OF HISTORY (0 FOR DEFAULT 8, "
               "MAXIMUM 13)]: ".
           ACCEPT WS-HIST-WEEKS.
           IF WS-HIST-WEEKS = ZERO THEN
               MOVE 8 TO WS-HIST-WEEKS
           END-IF.
           IF WS-HIST-WEEKS > 13 THEN
               DISPLAY "[TRANARCH HOLDS 13 WEEKS - 13 USED]"
               MOVE 13 TO WS-HIST-WEEKS
           END-IF.
           DISPLAY "[ENTER NEXT VISIT DATE (YYYYMMDD, 0 FOR 7 DAYS "
               "TIME)]: ".
           ACCEPT WS-VISIT-DATE.
           IF WS-VISIT-DATE = ZERO THEN
               COMPUTE WS-VISIT-INT = WS-TODAY-INT + 7
               COMPUTE WS-VISIT-DATE =
                   FUNCTION DATE-OF-INTEGER(WS-VISIT-INT)
           ELSE
               COMPUTE WS-VISIT-INT =
                   FUNCTION INTEGER-OF-DATE(WS-VISIT-DATE)
           END-IF.
           IF WS-VISIT-INT NOT > WS-TODAY-INT
                   OR WS-VISIT-INT > WS-TODAY-INT + 60 THEN
               DISPLAY "[NEXT VISIT MUST FALL WITHIN 60 DAYS]"
               STOP RUN
           END-IF.
           DISPLAY "[ENTER DAYS BETWEEN VISITS (0 FOR DEFAULT 7)]: ".
           ACCEPT WS-CYCLE-DAYS.
           IF WS-CYCLE-DAYS = ZERO THEN
               MOVE 7 TO WS-CYCLE-DAYS
           END-IF.
           DISPLAY "[ENTER SAFETY MARGIN PERCENT "
               "(0 FOR DEFAULT 20)]: ".
           ACCEPT WS-MARGIN-PCT.
           IF WS-MARGIN-PCT = ZERO THEN
               MOVE 20 TO WS-MARGIN-PCT
           END-IF.
           COMPUTE WS-MARGIN-FACTOR = 100 + WS-MARGIN-PCT.
           COMPUTE WS-CYCLE-END-INT = WS-VISIT-INT + WS-CYCLE-DAYS.
      *> Project far enough to cover the visit cycle, and four weeks
      *> at least so a slow cassette still shows a run-out date.
           COMPUTE WS-PROJ-DAYS = WS-CYCLE-END-INT - WS-TODAY-INT.
           IF WS-PROJ-DAYS < 28 THEN
               MOVE 28 TO WS-PROJ-DAYS
           END-IF.

           OPEN INPUT CALENDAR-FILE.
           IF WS-CAL-STATUS = "00" THEN
               MOVE "Y" TO WS-CAL-OPEN
           END-IF.
           OPEN INPUT TERMINAL-FILE.
           IF WS-TERM-STATUS = "00" THEN
               MOVE "Y" TO WS-TERM-OPEN
           END-IF.
           PERFORM 0050-BUILD-HISTORY-CALENDAR.

           OPEN OUTPUT FORECAST-REPORT.
           PERFORM 0060-REPORT-HEADING.

           SORT DEMAND-SORT-FILE
               ON ASCENDING KEY DS-TERMINAL-ID
               INPUT PROCEDURE IS 0100-SELECT-WITHDRAWALS
               OUTPUT PROCEDURE IS 0200-PROFILE-TERMINALS.

           MOVE SPACES TO WS-REPORT-LINE.
           WRITE WS-REPORT-LINE.
           MOVE SPACES TO WS-REPORT-LINE.
           STRING WS-WITHDRAWALS-READ " WITHDRAWAL(S) PROFILED, "
               WS-TERMINALS-FORECAST " TERMINAL(S) FORECAST, "
               WS-RUNOUTS-BEFORE-VISIT
               " CASSETTE(S) RUNNING OUT BEFORE THE VISIT"
               DELIMITED BY SIZE INTO WS-REPORT-LINE.
           WRITE WS-REPORT-LINE.
           CLOSE FORECAST-REPORT.
           IF WS-CAL-OPEN = "Y" THEN
               CLOSE CALENDAR-FILE
           END-IF.
           IF WS-TERM-OPEN = "Y" THEN
               CLOSE TERMINAL-FILE
           END-IF.

           DISPLAY "[CASH FORECAST WRITTEN TO CASHFCST.RPT - "
               WS-RUNOUTS-BEFORE-VISIT
               " CASSETTE(S) RUN OUT BEFORE THE VISIT]".
           STOP RUN.

      *> Gives each day of the history window its day type and counts
      *> the days of each type, so demand can be averaged per day.
           0050-BUILD-HISTORY-CALENDAR.

           COMPUTE WS-HIST-DAYS = WS-HIST-WEEKS * 7.
           COMPUTE WS-HIST-END-INT = WS-TODAY-INT - 1.
           COMPUTE WS-HIST-START-INT = WS-TODAY-INT - WS-HIST-DAYS.
           COMPUTE WS-HIST-START =
               FUNCTION DATE-OF-INTEGER(WS-HIST-START-INT).
           COMPUTE WS-HIST-END =
               FUNCTION DATE-OF-INTEGER(WS-HIST-END-INT).
           INITIALIZE WS-TYPE-TABLE.
           PERFORM VARYING WS-HIST-IDX FROM 1 BY 1
                   UNTIL WS-HIST-IDX > WS-HIST-DAYS
               COMPUTE WS-CHECK-INT =
                   WS-HIST-START-INT + WS-HIST-IDX - 1
               PERFORM 0070-GET-DAY-TYPE
               MOVE WS-DAY-TYPE TO WS-HIST-DAY-TYPE(WS-HIST-IDX)
               ADD 1 TO WS-TYPE-DAYS(WS-DAY-TYPE)
           END-PERFORM.

           0060-REPORT-HEADING.

           MOVE SPACES TO WS-REPORT-LINE.
           STRING "CASH DEMAND FORECAST " WS-TODAY-DATE
               DELIMITED BY SIZE INTO WS-REPORT-LINE.
           WRITE WS-REPORT-LINE.
           MOVE SPACES TO WS-REPORT-LINE.
           STRING "HISTORY " WS-HIST-START " TO " WS-HIST-END
               " (" WS-HIST-WEEKS " WEEKS, "
               WS-TYPE-DAYS(8) " BANK HOLIDAY(S))"
               DELIMITED BY SIZE INTO WS-REPORT-LINE.
           WRITE WS-REPORT-LINE.
           MOVE SPACES TO WS-REPORT-LINE.
           STRING "NEXT VISIT " WS-VISIT-DATE
               "  LOAD FOR " WS-CYCLE-DAYS " DAY(S) PLUS "
               WS-MARGIN-PCT " PCT MARGIN"
               DELIMITED BY SIZE INTO WS-REPORT-LINE.
           WRITE WS-REPORT-LINE.

      *> Day type of the date whose integer day is in WS-CHECK-INT:
      *> 8 for a bank holiday, else 1 (Monday) to 7 (Sunday).
           0070-GET-DAY-TYPE.

           COMPUTE WS-CHECK-DATE =
               FUNCTION DATE-OF-INTEGER(WS-CHECK-INT).
           COMPUTE WS-DAY-OF-WEEK = FUNCTION MOD(WS-CHECK-INT, 7).
           IF WS-DAY-OF-WEEK = 0 THEN
               MOVE 7 TO WS-DAY-TYPE
           ELSE
               MOVE WS-DAY-OF-WEEK TO WS-DAY-TYPE
           END-IF.
           IF WS-CAL-OPEN = "Y" THEN
               MOVE WS-CHECK-DATE TO CAL-DATE
               READ CALENDAR-FILE
                   KEY IS CAL-DATE
                   INVALID KEY
                       CONTINUE
               END-READ
               IF WS-CAL-STATUS = "00" THEN
                   MOVE 8 TO WS-DAY-TYPE
               END-IF
           END-IF.

           0100-SELECT-WITHDRAWALS.

           OPEN INPUT ARCHIVE-FILE.
           IF WS-ARCH-STATUS NOT = "00" THEN
               MOVE "Y" TO WS-ARCH-EOF
           END-IF.
           PERFORM UNTIL WS-ARCH-EOF = "Y"
               READ ARCHIVE-FILE
                   AT END
                       MOVE "Y" TO WS-ARCH-EOF
                   NOT AT END
                       IF TL-TRAN-TYPE = "WITHDRAWAL"
                               AND TL-TERMINAL-ID NOT = SPACES
                               AND TL-DATE NOT < WS-HIST-START
                               AND TL-DATE NOT > WS-HIST-END THEN
                           PERFORM 0110-RELEASE-WITHDRAWAL
                       END-IF
               END-READ
           END-PERFORM.
           IF WS-ARCH-STATUS NOT = "35" THEN
               CLOSE ARCHIVE-FILE
           END-IF.

           0110-RELEASE-WITHDRAWAL.

           COMPUTE WS-HIST-IDX =
               FUNCTION INTEGER-OF-DATE(TL-DATE)
               - WS-HIST-START-INT + 1.
           MOVE TL-TERMINAL-ID TO DS-TERMINAL-ID.
           MOVE WS-HIST-DAY-TYPE(WS-HIST-IDX) TO DS-DAY-TYPE.
           COMPUTE DS-BAND = TL-TIME / 40000 + 1.
           MOVE TL-AMOUNT TO DS-AMOUNT.
           RELEASE DEMAND-SORT-RECORD.
           ADD 1 TO WS-WITHDRAWALS-READ.

           0200-PROFILE-TERMINALS.

           MOVE "N" TO WS-SORT-EOF.
           PERFORM UNTIL WS-SORT-EOF = "Y"
               RETURN DEMAND-SORT-FILE
                   AT END
                       MOVE "Y" TO WS-SORT-EOF
                   NOT AT END
                       IF WS-FIRST-TERMINAL = "Y" THEN
                           MOVE "N" TO WS-FIRST-TERMINAL
                           PERFORM 0210-START-TERMINAL
                       ELSE
                           IF DS-TERMINAL-ID NOT = WS-CURR-TERMINAL
                                   THEN
                               PERFORM 0300-FORECAST-TERMINAL
                               PERFORM 0210-START-TERMINAL
                           END-IF
                       END-IF
                       PERFORM 0230-ADD-NOTE-MIX
               END-RETURN
           END-PERFORM.
           IF WS-FIRST-TERMINAL = "N" THEN
               PERFORM 0300-FORECAST-TERMINAL
           ELSE
               MOVE SPACES TO WS-REPORT-LINE
               WRITE WS-REPORT-LINE
               MOVE "NO TERMINAL WITHDRAWALS IN THE HISTORY WINDOW"
                   TO WS-REPORT-LINE
               WRITE WS-REPORT-LINE
           END-IF.

      *> Loads the terminal's cassettes as they stand now.
           0210-START-TERMINAL.

           MOVE DS-TERMINAL-ID TO WS-CURR-TERMINAL.
           INITIALIZE WS-DEMAND-TABLE.
           MOVE ZERO TO WS-CASS-COUNT.
           MOVE WS-CURR-TERMINAL TO WS-CASS-FILE-TERM.
           OPEN INPUT CASSETTE-FILE.
           IF WS-CASS-STATUS = "00" THEN
               MOVE "N" TO WS-CASS-EOF
               MOVE ZERO TO CASS-DENOMINATION
               START CASSETTE-FILE
                   KEY IS NOT LESS THAN CASS-DENOMINATION
                   INVALID KEY
                       MOVE "Y" TO WS-CASS-EOF
               END-START
               PERFORM UNTIL WS-CASS-EOF = "Y"
                   READ CASSETTE-FILE NEXT RECORD
                       AT END
                           MOVE "Y" TO WS-CASS-EOF
                       NOT AT END
                           IF WS-CASS-COUNT < 10
                                   AND CASS-DENOMINATION > 0 THEN
                               ADD 1 TO WS-CASS-COUNT
                               MOVE CASS-DENOMINATION TO
                                   WS-CASS-DENOM(WS-CASS-COUNT)
                               MOVE CASS-NOTES-REMAINING TO
                                   WS-CASS-REMAINING(WS-CASS-COUNT)
                               MOVE CASS-NOTES-LOADED TO
                                   WS-CASS-LOADED(WS-CASS-COUNT)
                           END-IF
                   END-READ
               END-PERFORM
               CLOSE CASSETTE-FILE
           END-IF.

      *> The notes the machine would have paid for the amount,
      *> largest denomination first. Any odd amount the cassettes
      *> cannot make up is left out.
           0230-ADD-NOTE-MIX.

           MOVE DS-AMOUNT TO WS-MIX-REMAINDER.
           PERFORM VARYING WS-CASS-IDX FROM WS-CASS-COUNT BY -1
                   UNTIL WS-CASS-IDX < 1
               COMPUTE WS-MIX-NOTES =
                   WS-MIX-REMAINDER / WS-CASS-DENOM(WS-CASS-IDX)
               IF WS-MIX-NOTES > ZERO THEN
                   ADD WS-MIX-NOTES TO
                       WS-DM-NOTES(WS-CASS-IDX, DS-DAY-TYPE, DS-BAND)
                   COMPUTE WS-MIX-VALUE =
                       WS-MIX-NOTES * WS-CASS-DENOM(WS-CASS-IDX)
                   SUBTRACT WS-MIX-VALUE FROM WS-MIX-REMAINDER
               END-IF
           END-PERFORM.

           0300-FORECAST-TERMINAL.

           ADD 1 TO WS-TERMINALS-FORECAST.
           MOVE SPACES TO WS-REPORT-LINE.
           WRITE WS-REPORT-LINE.
           MOVE SPACES TO WS-REPORT-LINE.
           MOVE "N" TO WS-TERM-FOUND.
           IF WS-TERM-OPEN = "Y" THEN
               MOVE WS-CURR-TERMINAL TO TERM-ID
               READ TERMINAL-FILE
                   KEY IS TERM-ID
                   INVALID KEY
                       CONTINUE
               END-READ
               IF WS-TERM-STATUS = "00" THEN
                   MOVE "Y" TO WS-TERM-FOUND
               END-IF
           END-IF.
           IF WS-TERM-FOUND = "Y" THEN
               IF TERM-IS-DISABLED THEN
                   STRING "TERMINAL " WS-CURR-TERMINAL " "
                       TERM-NAME " " TERM-LOCATION " (DISABLED)"
                       DELIMITED BY SIZE INTO WS-REPORT-LINE
               ELSE
                   STRING "TERMINAL " WS-CURR-TERMINAL " "
                       TERM-NAME " " TERM-LOCATION
                       DELIMITED BY SIZE INTO WS-REPORT-LINE
               END-IF
           ELSE
               STRING "TERMINAL " WS-CURR-TERMINAL
                   " NOT ON THE TERMINAL MASTER"
                   DELIMITED BY SIZE INTO WS-REPORT-LINE
           END-IF.
           WRITE WS-REPORT-LINE.
           IF WS-CASS-COUNT = ZERO THEN
               MOVE "  NO CASSETTE FILE FOR THIS TERMINAL"
                   TO WS-REPORT-LINE
               WRITE WS-REPORT-LINE
           ELSE
               MOVE SPACES TO WS-REPORT-LINE
               STRING "  DENOM  REMAINING  WEEK DEMAND  "
                   "RUN-OUT         NEXT LOAD"
                   DELIMITED BY SIZE INTO WS-REPORT-LINE
               WRITE WS-REPORT-LINE
               PERFORM 0310-FORECAST-CASSETTE
                   VARYING WS-CASS-IDX FROM 1 BY 1
                   UNTIL WS-CASS-IDX > WS-CASS-COUNT
           END-IF.

      *> Runs the cassette's present stock down band by band from
      *> tomorrow morning; today's withdrawals are already off it.
           0310-FORECAST-CASSETTE.

           MOVE WS-CASS-REMAINING(WS-CASS-IDX) TO WS-PROJ-STOCK.
           MOVE ZERO TO WS-RUNOUT-DATE.
           MOVE SPACES TO WS-RUNOUT-BAND.
           MOVE ZERO TO WS-WEEK-DEMAND.
           MOVE ZERO TO WS-CYCLE-DEMAND.
           PERFORM VARYING WS-PROJ-N FROM 1 BY 1
                   UNTIL WS-PROJ-N > WS-PROJ-DAYS
               COMPUTE WS-PROJ-INT = WS-TODAY-INT + WS-PROJ-N
               MOVE WS-PROJ-INT TO WS-CHECK-INT
               PERFORM 0070-GET-DAY-TYPE
               MOVE WS-CHECK-DATE TO WS-PROJ-DATE
               MOVE WS-DAY-TYPE TO WS-PROFILE-TYPE
               IF WS-DAY-TYPE = 8 AND WS-TYPE-DAYS(8) = ZERO THEN
                   MOVE 7 TO WS-PROFILE-TYPE
               END-IF
               PERFORM 0320-PROJECT-ONE-BAND
                   VARYING WS-BAND-IDX FROM 1 BY 1
                   UNTIL WS-BAND-IDX > 6
           END-PERFORM.
           PERFORM 0330-PRINT-CASSETTE.

           0320-PROJECT-ONE-BAND.

           MOVE ZERO TO WS-BAND-AVERAGE.
           IF WS-TYPE-DAYS(WS-PROFILE-TYPE) > ZERO THEN
               COMPUTE WS-BAND-AVERAGE ROUNDED =
                   WS-DM-NOTES(WS-CASS-IDX, WS-PROFILE-TYPE,
                       WS-BAND-IDX)
                   / WS-TYPE-DAYS(WS-PROFILE-TYPE)
           END-IF.
           IF WS-PROJ-N NOT > 7 THEN
               ADD WS-BAND-AVERAGE TO WS-WEEK-DEMAND
           END-IF.
           IF WS-PROJ-INT NOT < WS-VISIT-INT
                   AND WS-PROJ-INT < WS-CYCLE-END-INT THEN
               ADD WS-BAND-AVERAGE TO WS-CYCLE-DEMAND
           END-IF.
           SUBTRACT WS-BAND-AVERAGE FROM WS-PROJ-STOCK.
           IF WS-PROJ-STOCK NOT > ZERO AND WS-RUNOUT-DATE = ZERO
                   AND WS-BAND-AVERAGE > ZERO THEN
               MOVE WS-PROJ-DATE TO WS-RUNOUT-DATE
               MOVE WS-BAND-LABEL(WS-BAND-IDX) TO WS-RUNOUT-BAND
           END-IF.

      *> The load is rounded up to whole notes.
           0330-PRINT-CASSETTE.

           MULTIPLY WS-CYCLE-DEMAND BY WS-MARGIN-FACTOR
               GIVING WS-LOAD-WORK.
           DIVIDE 100 INTO WS-LOAD-WORK.
           MOVE WS-LOAD-WORK TO WS-RECOMMENDED-LOAD.
           IF WS-RECOMMENDED-LOAD < WS-LOAD-WORK THEN
               ADD 1 TO WS-RECOMMENDED-LOAD
           END-IF.
           IF WS-RUNOUT-DATE = ZERO THEN
               MOVE "NOT IN PERIOD" TO WS-RUNOUT-TEXT
           ELSE
               MOVE SPACES TO WS-RUNOUT-TEXT
               STRING WS-RUNOUT-DATE " " WS-RUNOUT-BAND
                   DELIMITED BY SIZE INTO WS-RUNOUT-TEXT
           END-IF.
           MOVE WS-CASS-REMAINING(WS-CASS-IDX) TO WS-DISPLAY-NOTES.
           MOVE WS-WEEK-DEMAND TO WS-DISPLAY-DEMAND.
           MOVE WS-RECOMMENDED-LOAD TO WS-DISPLAY-LOAD.
           MOVE SPACES TO WS-REPORT-LINE.
           IF WS-RUNOUT-DATE NOT = ZERO
                   AND WS-RUNOUT-DATE < WS-VISIT-DATE THEN
               ADD 1 TO WS-RUNOUTS-BEFORE-VISIT
               STRING "  " WS-CASS-DENOM(WS-CASS-IDX)
                   "      " WS-DISPLAY-NOTES
                   "      " WS-DISPLAY-DEMAND
                   "  " WS-RUNOUT-TEXT
                   "  " WS-DISPLAY-LOAD
                   "  ** RUNS OUT BEFORE VISIT **"
                   DELIMITED BY SIZE INTO WS-REPORT-LINE
           ELSE
               STRING "  " WS-CASS-DENOM(WS-CASS-IDX)
                   "      " WS-DISPLAY-NOTES
                   "      " WS-DISPLAY-DEMAND
                   "  " WS-RUNOUT-TEXT
                   "  " WS-DISPLAY-LOAD
                   DELIMITED BY SIZE INTO WS-REPORT-LINE
           END-IF.
           WRITE WS-REPORT-LINE.

       END PROGRAM CASHFCST.
