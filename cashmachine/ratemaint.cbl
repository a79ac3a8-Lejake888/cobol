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
       FD  RATE-FILE.
       FD  USER-FILE.
       01  USER-RECORD.
           COPY USERREC.
       FD  CHANGE-LOG.
       01  CHANGE-RECORD.
           COPY CHGREC.
       WORKING-STORAGE SECTION.
           01 WS-RATE-STATUS PIC XX.
           01 WS-LOAD-STATUS PIC XX.
           01 WS-CONFIRM PIC X.
           01 WS-RATES-LOADED PIC 9(4) VALUE ZERO.
           01 WS-RATES-LISTED PIC 9(4) VALUE ZERO.
           01 WS-CHG-STATUS PIC XX.
           01 WS-CHG-FILE-NAME PIC X(8).
           01 WS-CHG-RECORD-KEY PIC X(20).
           01 WS-CHG-ACTION PIC X.
           01 WS-CHG-BEFORE-IMAGE PIC X(250).
           01 WS-CHG-AFTER-IMAGE PIC X(250).
           01 WS-CURRENT-DATETIME PIC X(21).
       PROCEDURE DIVISION.
           PERFORM 0020-OPERATOR-SIGN-ON.
           PERFORM 0010-OPEN-RATE-FILE.
                       CONTINUE
               END-READ
               IF WS-RATE-STATUS = "00" THEN
                   MOVE RATE-RECORD TO WS-CHG-BEFORE-IMAGE
                   MOVE WS-NEW-BUY TO RATE-BUY
                   MOVE WS-NEW-SELL TO RATE-SELL
                   REWRITE RATE-RECORD
                   MOVE "RATEMSTR" TO WS-CHG-FILE-NAME
                   MOVE RATE-KEY TO WS-CHG-RECORD-KEY
                   MOVE "C" TO WS-CHG-ACTION
                   MOVE RATE-RECORD TO WS-CHG-AFTER-IMAGE
                   PERFORM 0980-LOG-CHANGE
                   DISPLAY "[RATE AMENDED]"
               ELSE
                   MOVE WS-CURRENCY-CODE TO RATE-CURRENCY-CODE
                           DISPLAY "[RATE NOT WRITTEN]"
                       NOT INVALID KEY
                           DISPLAY "[RATE ADDED]"
                           MOVE "RATEMSTR" TO WS-CHG-FILE-NAME
                           MOVE RATE-KEY TO WS-CHG-RECORD-KEY
                           MOVE "A" TO WS-CHG-ACTION
                           MOVE SPACES TO WS-CHG-BEFORE-IMAGE
                           MOVE RATE-RECORD TO WS-CHG-AFTER-IMAGE
                           PERFORM 0980-LOG-CHANGE
                   END-WRITE
               END-IF
           END-IF.
               ACCEPT WS-CONFIRM
               IF WS-CONFIRM = "Y" THEN
                   DELETE RATE-FILE RECORD
                   MOVE "RATEMSTR" TO WS-CHG-FILE-NAME
                   MOVE RATE-KEY TO WS-CHG-RECORD-KEY
                   MOVE "D" TO WS-CHG-ACTION
                   MOVE RATE-RECORD TO WS-CHG-BEFORE-IMAGE
                   MOVE SPACES TO WS-CHG-AFTER-IMAGE
                   PERFORM 0980-LOG-CHANGE
                   DISPLAY "[RATE DELETED]"
               ELSE
                   DISPLAY "[DELETE ABANDONED]"

           MOVE RL-CURRENCY-CODE TO RATE-CURRENCY-CODE.
           MOVE RL-EFFECTIVE-DATE TO RATE-EFFECTIVE-DATE.
           READ RATE-FILE
               KEY IS RATE-KEY
               INVALID KEY
                   CONTINUE
           END-READ.
           IF WS-RATE-STATUS = "00" THEN
               MOVE "C" TO WS-CHG-ACTION
               MOVE RATE-RECORD TO WS-CHG-BEFORE-IMAGE
           ELSE
               MOVE "A" TO WS-CHG-ACTION
               MOVE SPACES TO WS-CHG-BEFORE-IMAGE
               MOVE RL-CURRENCY-CODE TO RATE-CURRENCY-CODE
               MOVE RL-EFFECTIVE-DATE TO RATE-EFFECTIVE-DATE
           END-IF.
           MOVE RL-BUY TO RATE-BUY.
           MOVE RL-SELL TO RATE-SELL.
           WRITE RATE-RECORD
               INVALID KEY
                   REWRITE RATE-RECORD
           END-WRITE.
           MOVE "RATEMSTR" TO WS-CHG-FILE-NAME.
           MOVE RATE-KEY TO WS-CHG-RECORD-KEY.
           MOVE RATE-RECORD TO WS-CHG-AFTER-IMAGE.
           PERFORM 0980-LOG-CHANGE.
           ADD 1 TO WS-RATES-LOADED.

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
           MOVE "RATEMAINT" TO CH-PROGRAM-NAME.
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

       END PROGRAM RATEMAINT.
