            SELECT HISTORY-FILE ASSIGN TO "TEMPHIST"
                ORGANIZATION IS LINE SEQUENTIAL
                FILE STATUS IS WS-HIST-STATUS.
            SELECT CALIBRATION-FILE ASSIGN TO "STNCALIB"
                ORGANIZATION IS LINE SEQUENTIAL
                FILE STATUS IS WS-CAL-STATUS.
            SELECT HISTORY-WORK ASSIGN TO "TEMPHIST.WRK"
                ORGANIZATION IS LINE SEQUENTIAL
                FILE STATUS IS WS-HWRK-STATUS.
            SELECT RESTATE-SORT-FILE ASSIGN TO "TEMPHIST.SRT".
            SELECT RESTATE-REPORT ASSIGN TO "TEMPHIST.RPT"
                ORGANIZATION IS LINE SEQUENTIAL
                FILE STATUS IS WS-RRPT-STATUS.
            SELECT SORT-FILE ASSIGN TO "STNTEMPS.SRT".
            SELECT STATION-REPORT ASSIGN TO "STNTEMPS.RPT"
                ORGANIZATION IS LINE SEQUENTIAL
            05 TH-STATION-ID        PIC X(6).
            05 TH-DATE              PIC 9(8).
            05 TH-TEMP-CELSIUS      PIC S9(5)V9(3).
      *> The reading as the sensor gave it, before calibration, and
      *> the offset that was added to it to give TH-TEMP-CELSIUS.
      *> Lines written before calibration was kept end after the
      *> Celsius reading and are taken as uncalibrated.
            05 TH-RAW-CELSIUS       PIC S9(5)V9(3).
            05 TH-OFFSET-CELSIUS    PIC S9(3)V9(3).
      *> Station calibrations - one line per offset an engineer has
      *> found for a sensor, added in Celsius to every reading the
      *> station takes on or after the effective date until a later
      *> calibration takes over. A later line for the same station
      *> and effective date replaces the earlier one.
        FD  CALIBRATION-FILE.
        01  CALIBRATION-RECORD.
            05 CB-STATION-ID        PIC X(6).
            05 CB-EFFECTIVE-DATE    PIC 9(8).
            05 CB-OFFSET-CELSIUS    PIC S9(3)V9(3).
            05 CB-ENTERED-DATE      PIC 9(8).
            05 CB-ENGINEER-ID       PIC X(10).
      *> Restated history with the value each reading held before
      *> the restatement, copied back over TEMPHIST at the end.
        FD  HISTORY-WORK.
        01  HISTORY-WORK-RECORD.
            05 WK-HISTORY-PART.
                10 WK-STATION-ID    PIC X(6).
                10 WK-DATE          PIC 9(8).
                10 WK-TEMP-CELSIUS  PIC S9(5)V9(3).
                10 WK-RAW-CELSIUS   PIC S9(5)V9(3).
                10 WK-OFFSET-CELSIUS PIC S9(3)V9(3).
            05 WK-BEFORE-CELSIUS    PIC S9(5)V9(3).
        SD  RESTATE-SORT-FILE.
        01  RESTATE-SORT-RECORD.
            05 RS-STATION-ID        PIC X(6).
            05 RS-DATE              PIC 9(8).
            05 RS-BEFORE-CELSIUS    PIC S9(5)V9(3).
            05 RS-AFTER-CELSIUS     PIC S9(5)V9(3).
        FD  RESTATE-REPORT.
        01  WS-RRPT-LINE PIC X(120).
        SD  SORT-FILE.
        01  SORT-RECORD.
            05 SRT-STATION-ID       PIC X(6).
            01 WS-DISPLAY-MEAN PIC -(5)9.999.
            01 WS-VALID-CONVERSION PIC X VALUE "N".
                88 CONVERSION-IS-VALID VALUE "Y".
            01 WS-TODAY-DATE PIC 9(8).
            01 WS-CAL-STATUS PIC XX.
            01 WS-CAL-EOF PIC X VALUE "N".
            01 WS-CAL-DONE PIC X VALUE "N".
            01 WS-CAL-CHOICE PIC 9.
            01 WS-CAL-IDX PIC 9(3) VALUE ZERO.
            01 WS-CAL-COUNT PIC 9(3) VALUE ZERO.
            01 WS-CAL-FOUND PIC 9(3) VALUE ZERO.
            01 WS-CAL-LISTED PIC 9(4) VALUE ZERO.
            01 WS-CALIBRATION-TABLE.
                05 WS-CAL-ENTRY OCCURS 200 TIMES.
                    10 WS-CAL-STATION PIC X(6).
                    10 WS-CAL-EFFECTIVE PIC 9(8).
                    10 WS-CAL-OFFSET PIC S9(3)V9(3).
            01 WS-CAL-TAB-STATION PIC X(6).
            01 WS-CAL-TAB-DATE PIC 9(8).
            01 WS-CAL-TAB-OFFSET PIC S9(3)V9(3).
            01 WS-CAL-FOR-STATION PIC X(6).
            01 WS-CAL-FOR-DATE PIC 9(8).
            01 WS-CAL-BEST-DATE PIC 9(8).
            01 WS-CAL-IN-FORCE PIC S9(3)V9(3).
            01 WS-CAL-NEW-STATION PIC X(6).
            01 WS-CAL-NEW-DATE PIC 9(8).
            01 WS-CAL-NEW-OFFSET PIC S9(3)V9(3).
            01 WS-CAL-NEW-ENGINEER PIC X(10).
            01 WS-DISPLAY-OFFSET PIC -(3)9.999.
            01 WS-STN-RAW-CELSIUS PIC S9(5)V9(3).
            01 WS-HWRK-STATUS PIC XX.
            01 WS-RRPT-STATUS PIC XX.
            01 WS-HIST-EOF PIC X VALUE "N".
            01 WS-HWRK-EOF PIC X VALUE "N".
            01 WS-HIST-READ PIC 9(6) VALUE ZERO.
            01 WS-HIST-RESTATED PIC 9(6) VALUE ZERO.
            01 WS-BASE-TEMP PIC S9(3)V9(3).
            01 WS-DISPLAY-BASE PIC -(3)9.999.
            01 WS-AM-IDX PIC 9(3) VALUE ZERO.
            01 WS-AM-COUNT PIC 9(3) VALUE ZERO.
            01 WS-AM-FOUND PIC 9(3) VALUE ZERO.
            01 WS-AM-OVERFLOW PIC X VALUE "N".
            01 WS-AM-FOR-STATION PIC X(6).
            01 WS-AM-FOR-YRMO PIC 9(6).
            01 WS-AFFECTED-TABLE.
                05 WS-AM-ENTRY OCCURS 200 TIMES.
                    10 WS-AM-STATION PIC X(6).
                    10 WS-AM-YRMO PIC 9(6).
                    10 WS-AM-RESTATED PIC 9(5).
            01 WS-RM-STATION PIC X(6).
            01 WS-RM-YRMO PIC 9(6).
            01 WS-RM-DATE PIC 9(8).
            01 WS-RM-FIRST-FOR-MONTH PIC X VALUE "Y".
            01 WS-RM-FIRST-FOR-DAY PIC X VALUE "Y".
            01 WS-RM-MONTHS-WRITTEN PIC 9(3) VALUE ZERO.
            01 WS-RM-DAYS PIC 9(3).
            01 WS-RM-COUNT PIC 9(5).
            01 WS-RM-DAY-COUNT PIC 9(5).
            01 WS-BEF-DAY-SUM PIC S9(9)V9(3).
            01 WS-BEF-DAY-MEAN PIC S9(5)V9(3).
            01 WS-BEF-MIN PIC S9(5)V9(3).
            01 WS-BEF-MAX PIC S9(5)V9(3).
            01 WS-BEF-SUM PIC S9(9)V9(3).
            01 WS-BEF-MEAN PIC S9(5)V9(3).
            01 WS-BEF-DEGREE-DAYS PIC 9(5)V9(3).
            01 WS-AFT-DAY-SUM PIC S9(9)V9(3).
            01 WS-AFT-DAY-MEAN PIC S9(5)V9(3).
            01 WS-AFT-MIN PIC S9(5)V9(3).
            01 WS-AFT-MAX PIC S9(5)V9(3).
            01 WS-AFT-SUM PIC S9(9)V9(3).
            01 WS-AFT-MEAN PIC S9(5)V9(3).
            01 WS-AFT-DEGREE-DAYS PIC 9(5)V9(3).
            01 WS-DISPLAY-HDD PIC ZZ,ZZ9.999.
        PROCEDURE DIVISION.
           DISPLAY "(1-Interactive) (2-Batch mode from file)".
           DISPLAY "(3-Station readings from file)".
           DISPLAY "(4-Station calibrations) (5-Restate history for "
               "calibrations)".
           ACCEPT WS-MODE-CHOICE.

           IF WS-MODE-CHOICE = 2 THEN
               PERFORM 0500-STATION-MODE
               STOP RUN
           END-IF.
           IF WS-MODE-CHOICE = 4 THEN
               PERFORM 0600-CALIBRATION-MODE
               STOP RUN
           END-IF.
           IF WS-MODE-CHOICE = 5 THEN
               PERFORM 0700-RESTATE-MODE
               STOP RUN
           END-IF.

           PERFORM 0010-GET-CONVERSION-CHOICE.
           PERFORM 0020-GET-TEMPERATURE.
                       "PROCESS]"
               ELSE
                   PERFORM 0505-LOAD-STATION-MASTER
                   PERFORM 0605-LOAD-CALIBRATIONS
                   PERFORM 0507-OPEN-HISTORY
                   OPEN OUTPUT STATION-REJECTS
                   OPEN OUTPUT STATION-REPORT
           MOVE SN-STATION-ID TO TH-STATION-ID.
           MOVE SN-DATE TO TH-DATE.
           MOVE WS-STN-CELSIUS TO TH-TEMP-CELSIUS.
           MOVE WS-STN-RAW-CELSIUS TO TH-RAW-CELSIUS.
           MOVE WS-CAL-IN-FORCE TO TH-OFFSET-CELSIUS.
           WRITE HISTORY-RECORD.

           0525-CHECK-STATION-KNOWN.
                   COMPUTE WS-STN-CELSIUS ROUNDED =
                       (SN-TEMP * 5 / 9) - 273.15
           END-EVALUATE.
           PERFORM 0535-APPLY-CALIBRATION.
           EVALUATE WS-TARGET-SCALE
               WHEN "C"
                   MOVE WS-STN-CELSIUS TO WS-STN-CONVERTED
                       (WS-STN-CELSIUS + 273.15) * 9 / 5
           END-EVALUATE.

           0535-APPLY-CALIBRATION.

           MOVE WS-STN-CELSIUS TO WS-STN-RAW-CELSIUS.
           MOVE SN-STATION-ID TO WS-CAL-FOR-STATION.
           MOVE SN-DATE TO WS-CAL-FOR-DATE.
           PERFORM 0610-FIND-OFFSET.
           ADD WS-CAL-IN-FORCE TO WS-STN-CELSIUS.

           0550-SUMMARISE-SORTED.

           MOVE "N" TO WS-SORT-EOF.
               DELIMITED BY SIZE INTO WS-SRPT-LINE.
           WRITE WS-SRPT-LINE.

           0600-CALIBRATION-MODE.

           MOVE FUNCTION CURRENT-DATE(1:8) TO WS-TODAY-DATE.
           PERFORM 0505-LOAD-STATION-MASTER.
           PERFORM 0605-LOAD-CALIBRATIONS.
           MOVE "N" TO WS-CAL-DONE.
           PERFORM UNTIL WS-CAL-DONE = "Y"
               DISPLAY "[STATION CALIBRATIONS]"
               DISPLAY "(1-Add calibration) (2-List calibrations)"
               DISPLAY "(3-Exit)"
               ACCEPT WS-CAL-CHOICE
               EVALUATE WS-CAL-CHOICE
                   WHEN 1
                       PERFORM 0620-ADD-CALIBRATION
                   WHEN 2
                       PERFORM 0630-LIST-CALIBRATIONS
                   WHEN 3
                       MOVE "Y" TO WS-CAL-DONE
                   WHEN OTHER
                       DISPLAY "[INVALID CHOICE]"
               END-EVALUATE
           END-PERFORM.

           0605-LOAD-CALIBRATIONS.

           MOVE ZERO TO WS-CAL-COUNT.
           MOVE "N" TO WS-CAL-EOF.
           OPEN INPUT CALIBRATION-FILE.
           IF WS-CAL-STATUS = "35" THEN
               CONTINUE
           ELSE
               PERFORM UNTIL WS-CAL-EOF = "Y"
                   READ CALIBRATION-FILE
                       AT END
                           MOVE "Y" TO WS-CAL-EOF
                       NOT AT END
                           MOVE CB-STATION-ID TO WS-CAL-TAB-STATION
                           MOVE CB-EFFECTIVE-DATE TO WS-CAL-TAB-DATE
                           MOVE CB-OFFSET-CELSIUS TO WS-CAL-TAB-OFFSET
                           PERFORM 0607-TABLE-CALIBRATION
                   END-READ
               END-PERFORM
               CLOSE CALIBRATION-FILE
           END-IF.

           0607-TABLE-CALIBRATION.

           MOVE ZERO TO WS-CAL-FOUND.
           PERFORM VARYING WS-CAL-IDX FROM 1 BY 1
                   UNTIL WS-CAL-IDX > WS-CAL-COUNT
               IF WS-CAL-STATION(WS-CAL-IDX) = WS-CAL-TAB-STATION AND
                       WS-CAL-EFFECTIVE(WS-CAL-IDX) =
                       WS-CAL-TAB-DATE THEN
                   MOVE WS-CAL-IDX TO WS-CAL-FOUND
               END-IF
           END-PERFORM.
           IF WS-CAL-FOUND > ZERO THEN
               MOVE WS-CAL-TAB-OFFSET TO WS-CAL-OFFSET(WS-CAL-FOUND)
           ELSE
               IF WS-CAL-COUNT < 200 THEN
                   ADD 1 TO WS-CAL-COUNT
                   MOVE WS-CAL-TAB-STATION TO
                       WS-CAL-STATION(WS-CAL-COUNT)
                   MOVE WS-CAL-TAB-DATE TO
                       WS-CAL-EFFECTIVE(WS-CAL-COUNT)
                   MOVE WS-CAL-TAB-OFFSET TO
                       WS-CAL-OFFSET(WS-CAL-COUNT)
               END-IF
           END-IF.

      *> Offset in force for WS-CAL-FOR-STATION on WS-CAL-FOR-DATE -
      *> the calibration with the latest effective date on or before
      *> it, or none.
           0610-FIND-OFFSET.

           MOVE ZERO TO WS-CAL-IN-FORCE.
           MOVE ZERO TO WS-CAL-BEST-DATE.
           PERFORM VARYING WS-CAL-IDX FROM 1 BY 1
                   UNTIL WS-CAL-IDX > WS-CAL-COUNT
               IF WS-CAL-STATION(WS-CAL-IDX) = WS-CAL-FOR-STATION AND
                       WS-CAL-EFFECTIVE(WS-CAL-IDX) NOT >
                       WS-CAL-FOR-DATE AND
                       WS-CAL-EFFECTIVE(WS-CAL-IDX) >
                       WS-CAL-BEST-DATE THEN
                   MOVE WS-CAL-EFFECTIVE(WS-CAL-IDX)
                       TO WS-CAL-BEST-DATE
                   MOVE WS-CAL-OFFSET(WS-CAL-IDX) TO WS-CAL-IN-FORCE
               END-IF
           END-PERFORM.

           0620-ADD-CALIBRATION.

           DISPLAY "[ENTER STATION ID]: ".
           ACCEPT WS-CAL-NEW-STATION.
           MOVE ZERO TO WS-SM-FOUND.
           PERFORM VARYING WS-SM-IDX FROM 1 BY 1
                   UNTIL WS-SM-IDX > WS-SM-COUNT
               IF WS-SM-ID(WS-SM-IDX) = WS-CAL-NEW-STATION THEN
                   MOVE WS-SM-IDX TO WS-SM-FOUND
               END-IF
           END-PERFORM.
           IF WS-CAL-NEW-STATION = SPACES OR
                   (WS-SM-LOADED = "Y" AND WS-SM-FOUND = ZERO) THEN
               DISPLAY "[UNKNOWN STATION]"
           ELSE
               DISPLAY "[ENTER EFFECTIVE-FROM DATE (YYYYMMDD)]: "
               ACCEPT WS-CAL-NEW-DATE
               IF FUNCTION TEST-DATE-YYYYMMDD(WS-CAL-NEW-DATE)
                       NOT = ZERO THEN
                   DISPLAY "[INVALID DATE]"
               ELSE
               IF WS-CAL-NEW-DATE > WS-TODAY-DATE THEN
                   DISPLAY "[EFFECTIVE DATE CANNOT BE IN THE FUTURE]"
               ELSE
                   DISPLAY "[ENTER OFFSET IN CELSIUS TO ADD TO "
                       "READINGS]: "
                   ACCEPT WS-CAL-NEW-OFFSET
                   IF WS-CAL-NEW-OFFSET < -10 OR
                           WS-CAL-NEW-OFFSET > 10 THEN
                       DISPLAY "[OFFSET OUTSIDE +/-10.000 C - CHECK "
                           "THE SENSOR]"
                   ELSE
                       DISPLAY "[ENTER ENGINEER ID]: "
                       ACCEPT WS-CAL-NEW-ENGINEER
                       IF WS-CAL-NEW-ENGINEER = SPACES THEN
                           DISPLAY "[ENGINEER ID REQUIRED]"
                       ELSE
                           PERFORM 0625-WRITE-CALIBRATION
                       END-IF
                   END-IF
               END-IF
               END-IF
           END-IF.

           0625-WRITE-CALIBRATION.

           OPEN EXTEND CALIBRATION-FILE.
           IF WS-CAL-STATUS = "35" THEN
               OPEN OUTPUT CALIBRATION-FILE
               CLOSE CALIBRATION-FILE
               OPEN EXTEND CALIBRATION-FILE
           END-IF.
           MOVE WS-CAL-NEW-STATION TO CB-STATION-ID.
           MOVE WS-CAL-NEW-DATE TO CB-EFFECTIVE-DATE.
           MOVE WS-CAL-NEW-OFFSET TO CB-OFFSET-CELSIUS.
           MOVE WS-TODAY-DATE TO CB-ENTERED-DATE.
           MOVE WS-CAL-NEW-ENGINEER TO CB-ENGINEER-ID.
           WRITE CALIBRATION-RECORD.
           CLOSE CALIBRATION-FILE.
           MOVE WS-CAL-NEW-STATION TO WS-CAL-TAB-STATION.
           MOVE WS-CAL-NEW-DATE TO WS-CAL-TAB-DATE.
           MOVE WS-CAL-NEW-OFFSET TO WS-CAL-TAB-OFFSET.
           PERFORM 0607-TABLE-CALIBRATION.
           DISPLAY "[CALIBRATION RECORDED]".
           IF WS-CAL-NEW-DATE < WS-TODAY-DATE THEN
               DISPLAY "[BACKDATED - RUN MODE 5 TO RESTATE TEMPHIST]"
           END-IF.

           0630-LIST-CALIBRATIONS.

           DISPLAY "[ENTER STATION ID (BLANK FOR ALL)]: ".
           ACCEPT WS-CAL-NEW-STATION.
           MOVE ZERO TO WS-CAL-LISTED.
           MOVE "N" TO WS-CAL-EOF.
           OPEN INPUT CALIBRATION-FILE.
           IF WS-CAL-STATUS = "35" THEN
               DISPLAY "[NO CALIBRATIONS RECORDED]"
           ELSE
               DISPLAY "STATION EFFECTIVE   OFFSET C ENTERED  BY"
               PERFORM UNTIL WS-CAL-EOF = "Y"
                   READ CALIBRATION-FILE
                       AT END
                           MOVE "Y" TO WS-CAL-EOF
                       NOT AT END
                           IF WS-CAL-NEW-STATION = SPACES OR
                                   CB-STATION-ID =
                                   WS-CAL-NEW-STATION THEN
                               ADD 1 TO WS-CAL-LISTED
                               MOVE CB-OFFSET-CELSIUS TO
                                   WS-DISPLAY-OFFSET
                               DISPLAY CB-STATION-ID "  "
                                   CB-EFFECTIVE-DATE "  "
                                   WS-DISPLAY-OFFSET " "
                                   CB-ENTERED-DATE " "
                                   CB-ENGINEER-ID
                           END-IF
                   END-READ
               END-PERFORM
               CLOSE CALIBRATION-FILE
               DISPLAY "[" WS-CAL-LISTED " CALIBRATION(S) LISTED]"
           END-IF.

           0700-RESTATE-MODE.

           DISPLAY "[ENTER DEGREE-DAY BASE IN CELSIUS "
               "(0 FOR DEFAULT 15.5)]: ".
           ACCEPT WS-BASE-TEMP.
           IF WS-BASE-TEMP = ZERO THEN
               MOVE 15.5 TO WS-BASE-TEMP
           END-IF.
           OPEN INPUT HISTORY-FILE.
           IF WS-HIST-STATUS = "35" THEN
               DISPLAY "[NO TEMPHIST FILE - NOTHING TO RESTATE]"
           ELSE
               CLOSE HISTORY-FILE
               MOVE FUNCTION CURRENT-DATE(1:8) TO WS-TODAY-DATE
               PERFORM 0605-LOAD-CALIBRATIONS
               PERFORM 0710-RESTATE-TO-WORK
               OPEN OUTPUT RESTATE-REPORT
               MOVE WS-BASE-TEMP TO WS-DISPLAY-BASE
               MOVE SPACES TO WS-RRPT-LINE
               STRING "TEMPHIST RESTATED FOR CALIBRATION ON "
                   WS-TODAY-DATE
                   " - MONTHLY FIGURES BEFORE AND AFTER"
                   " (CELSIUS, DEGREE-DAY BASE " WS-DISPLAY-BASE ")"
                   DELIMITED BY SIZE INTO WS-RRPT-LINE
               WRITE WS-RRPT-LINE
               IF WS-HIST-RESTATED > ZERO THEN
                   SORT RESTATE-SORT-FILE
                       ON ASCENDING KEY RS-STATION-ID
                                        RS-DATE
                       INPUT PROCEDURE IS 0730-RELEASE-AFFECTED
                       OUTPUT PROCEDURE IS 0750-SUMMARISE-RESTATED
                   PERFORM 0790-REPLACE-HISTORY
               END-IF
               IF WS-AM-OVERFLOW = "Y" THEN
                   MOVE SPACES TO WS-RRPT-LINE
                   STRING "** OVER 200 STATION-MONTHS AFFECTED - "
                       "REPORT INCOMPLETE, HISTORY FULLY RESTATED **"
                       DELIMITED BY SIZE INTO WS-RRPT-LINE
                   WRITE WS-RRPT-LINE
               END-IF
               MOVE SPACES TO WS-RRPT-LINE
               STRING WS-HIST-READ " READING(S) READ, "
                   WS-HIST-RESTATED " RESTATED IN "
                   WS-AM-COUNT " STATION-MONTH(S)"
                   DELIMITED BY SIZE INTO WS-RRPT-LINE
               WRITE WS-RRPT-LINE
               CLOSE RESTATE-REPORT
               DISPLAY "[" WS-HIST-RESTATED
                   " READING(S) RESTATED - SEE TEMPHIST.RPT]"
           END-IF.

           0710-RESTATE-TO-WORK.

           MOVE "N" TO WS-HIST-EOF.
           OPEN INPUT HISTORY-FILE.
           OPEN OUTPUT HISTORY-WORK.
           PERFORM UNTIL WS-HIST-EOF = "Y"
               READ HISTORY-FILE
                   AT END
                       MOVE "Y" TO WS-HIST-EOF
                   NOT AT END
                       ADD 1 TO WS-HIST-READ
                       PERFORM 0720-RESTATE-ONE-READING
               END-READ
           END-PERFORM.
           CLOSE HISTORY-FILE.
           CLOSE HISTORY-WORK.

      *> Restate a reading whose offset differs from the one now in
      *> force for its date - always from the raw sensor value, so
      *> a reading is never corrected twice.
           0720-RESTATE-ONE-READING.

           IF TH-RAW-CELSIUS NOT NUMERIC OR
                   TH-OFFSET-CELSIUS NOT NUMERIC THEN
               MOVE TH-TEMP-CELSIUS TO TH-RAW-CELSIUS
               MOVE ZERO TO TH-OFFSET-CELSIUS
           END-IF.
           MOVE TH-TEMP-CELSIUS TO WK-BEFORE-CELSIUS.
           MOVE TH-STATION-ID TO WS-CAL-FOR-STATION.
           MOVE TH-DATE TO WS-CAL-FOR-DATE.
           PERFORM 0610-FIND-OFFSET.
           IF WS-CAL-IN-FORCE NOT = TH-OFFSET-CELSIUS THEN
               COMPUTE TH-TEMP-CELSIUS =
                   TH-RAW-CELSIUS + WS-CAL-IN-FORCE
               MOVE WS-CAL-IN-FORCE TO TH-OFFSET-CELSIUS
               ADD 1 TO WS-HIST-RESTATED
               MOVE TH-STATION-ID TO WS-AM-FOR-STATION
               MOVE TH-DATE(1:6) TO WS-AM-FOR-YRMO
               PERFORM 0735-FIND-AFFECTED-MONTH
               IF WS-AM-FOUND > ZERO THEN
                   ADD 1 TO WS-AM-RESTATED(WS-AM-FOUND)
               ELSE
                   IF WS-AM-COUNT < 200 THEN
                       ADD 1 TO WS-AM-COUNT
                       MOVE TH-STATION-ID TO
                           WS-AM-STATION(WS-AM-COUNT)
                       MOVE TH-DATE(1:6) TO WS-AM-YRMO(WS-AM-COUNT)
                       MOVE 1 TO WS-AM-RESTATED(WS-AM-COUNT)
                   ELSE
                       MOVE "Y" TO WS-AM-OVERFLOW
                   END-IF
               END-IF
           END-IF.
           MOVE HISTORY-RECORD TO WK-HISTORY-PART.
           WRITE HISTORY-WORK-RECORD.

      *> Every reading in a month that had any reading restated goes
      *> to the sort, so the month's figures are complete both ways.
           0730-RELEASE-AFFECTED.

           MOVE "N" TO WS-HWRK-EOF.
           OPEN INPUT HISTORY-WORK.
           PERFORM UNTIL WS-HWRK-EOF = "Y"
               READ HISTORY-WORK
                   AT END
                       MOVE "Y" TO WS-HWRK-EOF
                   NOT AT END
                       MOVE WK-STATION-ID TO WS-AM-FOR-STATION
                       MOVE WK-DATE(1:6) TO WS-AM-FOR-YRMO
                       PERFORM 0735-FIND-AFFECTED-MONTH
                       IF WS-AM-FOUND > ZERO THEN
                           MOVE WK-STATION-ID TO RS-STATION-ID
                           MOVE WK-DATE TO RS-DATE
                           MOVE WK-BEFORE-CELSIUS TO RS-BEFORE-CELSIUS
                           MOVE WK-TEMP-CELSIUS TO RS-AFTER-CELSIUS
                           RELEASE RESTATE-SORT-RECORD
                       END-IF
               END-READ
           END-PERFORM.
           CLOSE HISTORY-WORK.

           0735-FIND-AFFECTED-MONTH.

           MOVE ZERO TO WS-AM-FOUND.
           PERFORM VARYING WS-AM-IDX FROM 1 BY 1
                   UNTIL WS-AM-IDX > WS-AM-COUNT
               IF WS-AM-STATION(WS-AM-IDX) = WS-AM-FOR-STATION AND
                       WS-AM-YRMO(WS-AM-IDX) = WS-AM-FOR-YRMO THEN
                   MOVE WS-AM-IDX TO WS-AM-FOUND
               END-IF
           END-PERFORM.

           0750-SUMMARISE-RESTATED.

           MOVE "N" TO WS-SORT-EOF.
           MOVE "Y" TO WS-RM-FIRST-FOR-MONTH.
           MOVE "Y" TO WS-RM-FIRST-FOR-DAY.
           PERFORM UNTIL WS-SORT-EOF = "Y"
               RETURN RESTATE-SORT-FILE
                   AT END
                       MOVE "Y" TO WS-SORT-EOF
                       IF WS-RM-FIRST-FOR-MONTH NOT = "Y" THEN
                           PERFORM 0770-CLOSE-RESTATED-DAY
                           PERFORM 0780-WRITE-RESTATED-MONTH
                       END-IF
                   NOT AT END
                       PERFORM 0760-APPLY-RESTATED-READING
               END-RETURN
           END-PERFORM.

           0760-APPLY-RESTATED-READING.

           IF WS-RM-FIRST-FOR-MONTH NOT = "Y" AND
                   (RS-STATION-ID NOT = WS-RM-STATION OR
                    RS-DATE(1:6) NOT = WS-RM-YRMO) THEN
               PERFORM 0770-CLOSE-RESTATED-DAY
               PERFORM 0780-WRITE-RESTATED-MONTH
               MOVE "Y" TO WS-RM-FIRST-FOR-MONTH
               MOVE "Y" TO WS-RM-FIRST-FOR-DAY
           END-IF.
           IF WS-RM-FIRST-FOR-MONTH = "Y" THEN
               MOVE RS-STATION-ID TO WS-RM-STATION
               MOVE RS-DATE(1:6) TO WS-RM-YRMO
               MOVE "N" TO WS-RM-FIRST-FOR-MONTH
               MOVE ZERO TO WS-RM-DAYS
               MOVE ZERO TO WS-RM-COUNT
               MOVE RS-BEFORE-CELSIUS TO WS-BEF-MIN
               MOVE RS-BEFORE-CELSIUS TO WS-BEF-MAX
               MOVE ZERO TO WS-BEF-SUM
               MOVE ZERO TO WS-BEF-DEGREE-DAYS
               MOVE RS-AFTER-CELSIUS TO WS-AFT-MIN
               MOVE RS-AFTER-CELSIUS TO WS-AFT-MAX
               MOVE ZERO TO WS-AFT-SUM
               MOVE ZERO TO WS-AFT-DEGREE-DAYS
           END-IF.
           IF WS-RM-FIRST-FOR-DAY NOT = "Y" AND
                   RS-DATE NOT = WS-RM-DATE THEN
               PERFORM 0770-CLOSE-RESTATED-DAY
               MOVE "Y" TO WS-RM-FIRST-FOR-DAY
           END-IF.
           IF WS-RM-FIRST-FOR-DAY = "Y" THEN
               MOVE RS-DATE TO WS-RM-DATE
               MOVE "N" TO WS-RM-FIRST-FOR-DAY
               MOVE ZERO TO WS-RM-DAY-COUNT
               MOVE ZERO TO WS-BEF-DAY-SUM
               MOVE ZERO TO WS-AFT-DAY-SUM
           END-IF.
           ADD 1 TO WS-RM-DAY-COUNT.
           ADD 1 TO WS-RM-COUNT.
           ADD RS-BEFORE-CELSIUS TO WS-BEF-DAY-SUM.
           ADD RS-BEFORE-CELSIUS TO WS-BEF-SUM.
           IF RS-BEFORE-CELSIUS < WS-BEF-MIN THEN
               MOVE RS-BEFORE-CELSIUS TO WS-BEF-MIN
           END-IF.
           IF RS-BEFORE-CELSIUS > WS-BEF-MAX THEN
               MOVE RS-BEFORE-CELSIUS TO WS-BEF-MAX
           END-IF.
           ADD RS-AFTER-CELSIUS TO WS-AFT-DAY-SUM.
           ADD RS-AFTER-CELSIUS TO WS-AFT-SUM.
           IF RS-AFTER-CELSIUS < WS-AFT-MIN THEN
               MOVE RS-AFTER-CELSIUS TO WS-AFT-MIN
           END-IF.
           IF RS-AFTER-CELSIUS > WS-AFT-MAX THEN
               MOVE RS-AFTER-CELSIUS TO WS-AFT-MAX
           END-IF.

           0770-CLOSE-RESTATED-DAY.

           ADD 1 TO WS-RM-DAYS.
           COMPUTE WS-BEF-DAY-MEAN ROUNDED =
               WS-BEF-DAY-SUM / WS-RM-DAY-COUNT.
           IF WS-BEF-DAY-MEAN < WS-BASE-TEMP THEN
               COMPUTE WS-BEF-DEGREE-DAYS =
                   WS-BEF-DEGREE-DAYS
                   + WS-BASE-TEMP - WS-BEF-DAY-MEAN
           END-IF.
           COMPUTE WS-AFT-DAY-MEAN ROUNDED =
               WS-AFT-DAY-SUM / WS-RM-DAY-COUNT.
           IF WS-AFT-DAY-MEAN < WS-BASE-TEMP THEN
               COMPUTE WS-AFT-DEGREE-DAYS =
                   WS-AFT-DEGREE-DAYS
                   + WS-BASE-TEMP - WS-AFT-DAY-MEAN
           END-IF.

           0780-WRITE-RESTATED-MONTH.

           ADD 1 TO WS-RM-MONTHS-WRITTEN.
           MOVE WS-RM-STATION TO WS-AM-FOR-STATION.
           MOVE WS-RM-YRMO TO WS-AM-FOR-YRMO.
           PERFORM 0735-FIND-AFFECTED-MONTH.
           MOVE SPACES TO WS-RRPT-LINE.
           STRING "STATION " WS-RM-STATION
               " MONTH " WS-RM-YRMO
               " READINGS RESTATED " WS-AM-RESTATED(WS-AM-FOUND)
               DELIMITED BY SIZE INTO WS-RRPT-LINE.
           WRITE WS-RRPT-LINE.
           COMPUTE WS-BEF-MEAN ROUNDED =
               WS-BEF-SUM / WS-RM-COUNT.
           MOVE WS-BEF-MIN TO WS-DISPLAY-GMIN.
           MOVE WS-BEF-MAX TO WS-DISPLAY-GMAX.
           MOVE WS-BEF-MEAN TO WS-DISPLAY-GMEAN.
           MOVE WS-BEF-DEGREE-DAYS TO WS-DISPLAY-HDD.
           MOVE SPACES TO WS-RRPT-LINE.
           STRING "  BEFORE DAYS " WS-RM-DAYS
               " READINGS " WS-RM-COUNT
               " MIN " WS-DISPLAY-GMIN
               " MAX " WS-DISPLAY-GMAX
               " MEAN " WS-DISPLAY-GMEAN
               " HDD " WS-DISPLAY-HDD
               DELIMITED BY SIZE INTO WS-RRPT-LINE.
           WRITE WS-RRPT-LINE.
           COMPUTE WS-AFT-MEAN ROUNDED =
               WS-AFT-SUM / WS-RM-COUNT.
           MOVE WS-AFT-MIN TO WS-DISPLAY-GMIN.
           MOVE WS-AFT-MAX TO WS-DISPLAY-GMAX.
           MOVE WS-AFT-MEAN TO WS-DISPLAY-GMEAN.
           MOVE WS-AFT-DEGREE-DAYS TO WS-DISPLAY-HDD.
           MOVE SPACES TO WS-RRPT-LINE.
           STRING "  AFTER  DAYS " WS-RM-DAYS
               " READINGS " WS-RM-COUNT
               " MIN " WS-DISPLAY-GMIN
               " MAX " WS-DISPLAY-GMAX
               " MEAN " WS-DISPLAY-GMEAN
               " HDD " WS-DISPLAY-HDD
               DELIMITED BY SIZE INTO WS-RRPT-LINE.
           WRITE WS-RRPT-LINE.

           0790-REPLACE-HISTORY.

           MOVE "N" TO WS-HWRK-EOF.
           OPEN INPUT HISTORY-WORK.
           OPEN OUTPUT HISTORY-FILE.
           PERFORM UNTIL WS-HWRK-EOF = "Y"
               READ HISTORY-WORK
                   AT END
                       MOVE "Y" TO WS-HWRK-EOF
                   NOT AT END
                       MOVE WK-HISTORY-PART TO HISTORY-RECORD
                       WRITE HISTORY-RECORD
               END-READ
           END-PERFORM.
           CLOSE HISTORY-WORK.
           CLOSE HISTORY-FILE.

        END PROGRAM CONVERTER.
