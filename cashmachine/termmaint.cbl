               ACCESS MODE IS DYNAMIC
               RECORD KEY IS USER-OPERATOR-ID
               FILE STATUS IS WS-USER-STATUS.
           SELECT CHANGE-LOG ASSIGN TO "CHGLOG"
               ORGANIZATION IS INDEXED
               ACCESS MODE IS DYNAMIC
               RECORD KEY IS CH-KEY
               ALTERNATE RECORD KEY IS CH-LOG-DATE
                   WITH DUPLICATES
               FILE STATUS IS WS-CHG-STATUS.
       DATA DIVISION.
       FILE SECTION.
       FD  TERMINAL-FILE.
       FD  USER-FILE.
       01  USER-RECORD.
           COPY USERREC.
       FD  CHANGE-LOG.
       01  CHANGE-RECORD.
           COPY CHGREC.
       WORKING-STORAGE SECTION.
           01 WS-TERM-STATUS PIC XX.
           01 WS-USER-STATUS PIC XX.
           01 WS-SECRET-CODE PIC 9(4).
           01 WS-SIGNED-ON PIC X VALUE "N".
           01 WS-SIGNON-ATTEMPTS PIC 9 VALUE ZERO.
           01 WS-CHG-STATUS PIC XX.
           01 WS-CHG-FILE-NAME PIC X(8).
           01 WS-CHG-RECORD-KEY PIC X(20).
           01 WS-CHG-ACTION PIC X.
           01 WS-CHG-BEFORE-IMAGE PIC X(250).
           01 WS-CHG-AFTER-IMAGE PIC X(250).
           01 WS-CURRENT-DATETIME PIC X(21).
       PROCEDURE DIVISION.
           PERFORM 0020-OPERATOR-SIGN-ON.
           PERFORM 0010-OPEN-TERMINAL-FILE.
                       DISPLAY "[TERMINAL " WS-TERMINAL-ID
                           " ADDED - LOAD ITS CASSETTE FILE "
                           "WITH CASHREPL]"
                       MOVE "TERMMSTR" TO WS-CHG-FILE-NAME
                       MOVE TERM-ID TO WS-CHG-RECORD-KEY
                       MOVE "A" TO WS-CHG-ACTION
                       MOVE SPACES TO WS-CHG-BEFORE-IMAGE
                       MOVE TERMINAL-RECORD TO WS-CHG-AFTER-IMAGE
                       PERFORM 0980-LOG-CHANGE
               END-WRITE
           END-IF.


           PERFORM 0050-READ-TERMINAL.
           IF WS-TERM-STATUS = "00" THEN
               MOVE TERMINAL-RECORD TO WS-CHG-BEFORE-IMAGE
               DISPLAY "[ENTER TERMINAL NAME]: "
               ACCEPT TERM-NAME
               DISPLAY "[ENTER LOCATION]: "
               ACCEPT TERM-LOCATION
               REWRITE TERMINAL-RECORD
               MOVE "TERMMSTR" TO WS-CHG-FILE-NAME
               MOVE TERM-ID TO WS-CHG-RECORD-KEY
               MOVE "C" TO WS-CHG-ACTION
               MOVE TERMINAL-RECORD TO WS-CHG-AFTER-IMAGE
               PERFORM 0980-LOG-CHANGE
               DISPLAY "[TERMINAL AMENDED]"
           END-IF.


           PERFORM 0050-READ-TERMINAL.
           IF WS-TERM-STATUS = "00" THEN
               MOVE TERMINAL-RECORD TO WS-CHG-BEFORE-IMAGE
               MOVE "N" TO TERM-ACTIVE-FLAG
               REWRITE TERMINAL-RECORD
               MOVE "TERMMSTR" TO WS-CHG-FILE-NAME
               MOVE TERM-ID TO WS-CHG-RECORD-KEY
               MOVE "C" TO WS-CHG-ACTION
               MOVE TERMINAL-RECORD TO WS-CHG-AFTER-IMAGE
               PERFORM 0980-LOG-CHANGE
               DISPLAY "[TERMINAL DISABLED]"
           END-IF.


           PERFORM 0050-READ-TERMINAL.
           IF WS-TERM-STATUS = "00" THEN
               MOVE TERMINAL-RECORD TO WS-CHG-BEFORE-IMAGE
               MOVE "Y" TO TERM-ACTIVE-FLAG
               REWRITE TERMINAL-RECORD
               MOVE "TERMMSTR" TO WS-CHG-FILE-NAME
               MOVE TERM-ID TO WS-CHG-RECORD-KEY
               MOVE "C" TO WS-CHG-ACTION
               MOVE TERMINAL-RECORD TO WS-CHG-AFTER-IMAGE
               PERFORM 0980-LOG-CHANGE
               DISPLAY "[TERMINAL ENABLED]"
           END-IF.

               DISPLAY "[NO TERMINALS ON FILE]"
           END-IF.

      *> Every add, change and delete is written to CHGLOG with the
      *> record as it stood before and after. The caller sets the file,
      *> key, action and both images; a second change to the same
      *> record within the same hundredth of a second moves on by one.
           0980-LOG-CHANGE.

           OPEN I-O CHANGE-LOG.
           IF WS-CHG-STATUS = "35" THEN
               OPEN OUTPUT CHANGE-LOG
               CLOSE CHANGE-LOG
               OPEN I-O CHANGE-LOG
           END-IF.
           MOVE FUNCTION CURRENT-DATE TO WS-CURRENT-DATETIME.
           MOVE WS-CHG-FILE-NAME TO CH-FILE-NAME.
           MOVE WS-CHG-RECORD-KEY TO CH-RECORD-KEY.
           MOVE WS-CURRENT-DATETIME(1:8) TO CH-DATE.
           MOVE WS-CURRENT-DATETIME(9:8) TO CH-TIME.
           MOVE CH-DATE TO CH-LOG-DATE.
           MOVE WS-OPERATOR-ID TO CH-OPERATOR-ID.
           MOVE "TERMMAINT" TO CH-PROGRAM-NAME.
           MOVE WS-CHG-ACTION TO CH-ACTION.
           MOVE WS-CHG-BEFORE-IMAGE TO CH-BEFORE-IMAGE.
           MOVE WS-CHG-AFTER-IMAGE TO CH-AFTER-IMAGE.
           MOVE "22" TO WS-CHG-STATUS.
           PERFORM UNTIL WS-CHG-STATUS NOT = "22"
               WRITE CHANGE-RECORD
                   INVALID KEY
                       ADD 1 TO CH-TIME
               END-WRITE
           END-PERFORM.
           CLOSE CHANGE-LOG.

       END PROGRAM TERMMAINT.
