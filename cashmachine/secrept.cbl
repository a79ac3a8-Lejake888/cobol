           01 WS-LOCKOUT-COUNT PIC 9(4) VALUE ZERO.
           01 WS-PIN-CHANGE-COUNT PIC 9(4) VALUE ZERO.
           01 WS-FAILURE-COUNT PIC 9(4) VALUE ZERO.
           01 WS-AUTHORISED-COUNT PIC 9(4) VALUE ZERO.
       PROCEDURE DIVISION.
           DISPLAY "[ENTER REPORT DATE (YYYYMMDD, 0 FOR TODAY)]: ".
           ACCEPT WS-REPORT-DATE.
               "  LOCKOUTS " WS-LOCKOUT-COUNT
               "  PIN CHANGES " WS-PIN-CHANGE-COUNT
               "  FAILURES " WS-FAILURE-COUNT
               "  DUAL CONTROL " WS-AUTHORISED-COUNT
               DELIMITED BY SIZE INTO WS-REPORT-LINE.
           WRITE WS-REPORT-LINE.
           CLOSE SECURITY-REPORT.
                   ADD 1 TO WS-LOCKOUT-COUNT
               WHEN "PIN CHANGE"
                   ADD 1 TO WS-PIN-CHANGE-COUNT
               WHEN "AUTH APPROVED"
               WHEN "AUTH REJECTED"
               WHEN "AUTH EXPIRED"
                   ADD 1 TO WS-AUTHORISED-COUNT
               WHEN OTHER
                   CONTINUE
           END-EVALUATE.
               SE-EVENT-TYPE " " SE-OUTCOME " OPERATOR "
               SE-OPERATOR-ID
               DELIMITED BY SIZE INTO WS-REPORT-LINE.
           IF SE-AUTHORISER-ID NOT = SPACES THEN
               MOVE " AUTHORISER " TO WS-REPORT-LINE(70:12)
               MOVE SE-AUTHORISER-ID TO WS-REPORT-LINE(82:6)
           END-IF.
           WRITE WS-REPORT-LINE.

       END PROGRAM SECREPT.
