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
       FD  USER-FILE.
       01  USER-RECORD.
           COPY USERREC.
       FD  CHANGE-LOG.
       01  CHANGE-RECORD.
           COPY CHGREC.
       WORKING-STORAGE SECTION.
           01 WS-USER-STATUS PIC XX.
           01 WS-CHOICE PIC 9.
           01 WS-SIGNON-ATTEMPTS PIC 9 VALUE ZERO.
           01 WS-USER-EOF PIC X VALUE "N".
           01 WS-ACTIVE-SUPERVISORS PIC 9(4) VALUE ZERO.
      *> WS-OPERATOR-ID is reused for the operator being maintained;
      *> the supervisor making the change is kept here.
           01 WS-SIGNED-ON-ID PIC X(6).
           01 WS-CHG-STATUS PIC XX.
           01 WS-CHG-FILE-NAME PIC X(8).
           01 WS-CHG-RECORD-KEY PIC X(20).
           01 WS-CHG-ACTION PIC X.
           01 WS-CHG-BEFORE-IMAGE PIC X(250).
           01 WS-CHG-AFTER-IMAGE PIC X(250).
           01 WS-CURRENT-DATETIME PIC X(21).
       PROCEDURE DIVISION.
           PERFORM 0010-OPEN-USER-FILE.
           PERFORM 0020-SUPERVISOR-SIGN-ON.
               CLOSE USER-FILE
               STOP RUN
           END-IF.
           MOVE WS-OPERATOR-ID TO WS-SIGNED-ON-ID.

           0025-FORCE-SEED-RECODE.

               INVALID KEY
                   CONTINUE
           END-READ.
           MOVE USER-RECORD TO WS-CHG-BEFORE-IMAGE.
           MOVE WS-SECRET-CODE TO USER-SECRET-CODE.
           REWRITE USER-RECORD.
           MOVE "USERMSTR" TO WS-CHG-FILE-NAME.
           MOVE USER-OPERATOR-ID TO WS-CHG-RECORD-KEY.
           MOVE "C" TO WS-CHG-ACTION.
           MOVE USER-RECORD TO WS-CHG-AFTER-IMAGE.
           PERFORM 0980-LOG-CHANGE.
           DISPLAY "[SECRET CODE CHANGED]".

           0050-READ-OPERATOR.
                       DISPLAY "[OPERATOR ALREADY EXISTS]"
                   NOT INVALID KEY
                       DISPLAY "[OPERATOR " WS-OPERATOR-ID " ADDED]"
                       MOVE "USERMSTR" TO WS-CHG-FILE-NAME
                       MOVE USER-OPERATOR-ID TO WS-CHG-RECORD-KEY
                       MOVE "A" TO WS-CHG-ACTION
                       MOVE SPACES TO WS-CHG-BEFORE-IMAGE
                       MOVE USER-RECORD TO WS-CHG-AFTER-IMAGE
                       PERFORM 0980-LOG-CHANGE
               END-WRITE
           END-IF.


           PERFORM 0050-READ-OPERATOR.
           IF WS-USER-STATUS = "00" THEN
               MOVE USER-RECORD TO WS-CHG-BEFORE-IMAGE
               DISPLAY "[ENTER NEW SECRET CODE]: "
               ACCEPT WS-SECRET-CODE WITH SECURE
               MOVE WS-SECRET-CODE TO USER-SECRET-CODE
               REWRITE USER-RECORD
               MOVE "USERMSTR" TO WS-CHG-FILE-NAME
               MOVE USER-OPERATOR-ID TO WS-CHG-RECORD-KEY
               MOVE "C" TO WS-CHG-ACTION
               MOVE USER-RECORD TO WS-CHG-AFTER-IMAGE
               PERFORM 0980-LOG-CHANGE
               DISPLAY "[SECRET CODE CHANGED]"
           END-IF.

                   DISPLAY "[CANNOT DISABLE THE LAST ACTIVE "
                       "SUPERVISOR]"
               ELSE
                   MOVE USER-RECORD TO WS-CHG-BEFORE-IMAGE
                   MOVE "N" TO USER-ACTIVE-FLAG
                   REWRITE USER-RECORD
                   MOVE "USERMSTR" TO WS-CHG-FILE-NAME
                   MOVE USER-OPERATOR-ID TO WS-CHG-RECORD-KEY
                   MOVE "C" TO WS-CHG-ACTION
                   MOVE USER-RECORD TO WS-CHG-AFTER-IMAGE
                   PERFORM 0980-LOG-CHANGE
                   DISPLAY "[OPERATOR DISABLED]"
               END-IF
           END-IF.

           PERFORM 0050-READ-OPERATOR.
           IF WS-USER-STATUS = "00" THEN
               MOVE USER-RECORD TO WS-CHG-BEFORE-IMAGE
               MOVE "Y" TO USER-ACTIVE-FLAG
               REWRITE USER-RECORD
               MOVE "USERMSTR" TO WS-CHG-FILE-NAME
               MOVE USER-OPERATOR-ID TO WS-CHG-RECORD-KEY
               MOVE "C" TO WS-CHG-ACTION
               MOVE USER-RECORD TO WS-CHG-AFTER-IMAGE
               PERFORM 0980-LOG-CHANGE
               DISPLAY "[OPERATOR ENABLED]"
           END-IF.

               DISPLAY "[ACTIVE]: " USER-ACTIVE-FLAG
           END-IF.

      *> Every add, change and delete is written to CHGLOG with the
      *> record as it stood before and after. The caller sets the file,
      *> key, action and both images; a second change to the same
      *> record within the same hundredth of a second moves on by one.
           0980-LOG-CHANGE.

      *> PINs and secret codes never go to the log.
           IF WS-CHG-FILE-NAME = "ACCTMSTR" OR
                   WS-CHG-FILE-NAME = "USERMSTR" THEN
               IF WS-CHG-BEFORE-IMAGE NOT = SPACES THEN
                   MOVE "****" TO WS-CHG-BEFORE-IMAGE(7:4)
               END-IF
               IF WS-CHG-AFTER-IMAGE NOT = SPACES THEN
                   MOVE "****" TO WS-CHG-AFTER-IMAGE(7:4)
               END-IF
           END-IF.
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
           MOVE WS-SIGNED-ON-ID TO CH-OPERATOR-ID.
           MOVE "USERMAINT" TO CH-PROGRAM-NAME.
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

       END PROGRAM USERMAINT.
