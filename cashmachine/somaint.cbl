               ACCESS MODE IS DYNAMIC
               RECORD KEY IS PAYEE-NUMBER
               FILE STATUS IS WS-PAYEE-STATUS.
           SELECT CHANGE-LOG ASSIGN TO "CHGLOG"
               ORGANIZATION IS INDEXED
               ACCESS MODE IS DYNAMIC
               RECORD KEY IS CH-KEY
               ALTERNATE RECORD KEY IS CH-LOG-DATE
                   WITH DUPLICATES
               FILE STATUS IS WS-CHG-STATUS.
       DATA DIVISION.
       FILE SECTION.
       FD  STANDING-ORDERS.
       FD  PAYEE-FILE.
       01  PAYEE-RECORD.
           COPY PAYEREC.
       FD  CHANGE-LOG.
       01  CHANGE-RECORD.
           COPY CHGREC.
       WORKING-STORAGE SECTION.
           01 WS-SO-STATUS PIC XX.
           01 WS-USER-STATUS PIC XX.
               88 INPUT-IS-VALID VALUE "Y".
           01 WS-ORDERS-LISTED PIC 9(4) VALUE ZERO.
           01 WS-DISPLAY-VALUE PIC ---,---,---,---,---,--9.99.
           01 WS-CHG-STATUS PIC XX.
           01 WS-CHG-FILE-NAME PIC X(8).
           01 WS-CHG-RECORD-KEY PIC X(20).
           01 WS-CHG-ACTION PIC X.
           01 WS-CHG-BEFORE-IMAGE PIC X(250).
           01 WS-CHG-AFTER-IMAGE PIC X(250).
           01 WS-CURRENT-DATETIME PIC X(21).
       PROCEDURE DIVISION.
           PERFORM 0020-OPERATOR-SIGN-ON.
           PERFORM 0010-OPEN-STANDING-ORDERS.
                       NOT INVALID KEY
                           DISPLAY "[ORDER " WS-ORDER-NUMBER
                               " ADDED FOR PAYEE " PAYEE-NAME "]"
                           MOVE "STANDORD" TO WS-CHG-FILE-NAME
                           MOVE SO-ORDER-NUMBER TO WS-CHG-RECORD-KEY
                           MOVE "A" TO WS-CHG-ACTION
                           MOVE SPACES TO WS-CHG-BEFORE-IMAGE
                           MOVE STANDORD-RECORD TO WS-CHG-AFTER-IMAGE
                           PERFORM 0980-LOG-CHANGE
                   END-WRITE
               END-IF
           END-IF.

           PERFORM 0050-READ-ORDER.
           IF WS-SO-STATUS = "00" THEN
               MOVE STANDORD-RECORD TO WS-CHG-BEFORE-IMAGE
               MOVE SO-AMOUNT TO WS-DISPLAY-VALUE
               DISPLAY "[CURRENT AMOUNT]: " WS-DISPLAY-VALUE
               DISPLAY "[ENTER NEW AMOUNT]: "
               ACCEPT WS-NEW-AMOUNT
               MOVE WS-NEW-AMOUNT TO SO-AMOUNT
               REWRITE STANDORD-RECORD
               MOVE "STANDORD" TO WS-CHG-FILE-NAME
               MOVE SO-ORDER-NUMBER TO WS-CHG-RECORD-KEY
               MOVE "C" TO WS-CHG-ACTION
               MOVE STANDORD-RECORD TO WS-CHG-AFTER-IMAGE
               PERFORM 0980-LOG-CHANGE
               DISPLAY "[ORDER AMOUNT AMENDED]"
           END-IF.


           PERFORM 0050-READ-ORDER.
           IF WS-SO-STATUS = "00" THEN
               MOVE STANDORD-RECORD TO WS-CHG-BEFORE-IMAGE
               DISPLAY "[CURRENT NEXT DUE DATE]: " SO-NEXT-DUE-DATE
               PERFORM 0060-GET-DUE-DATE
               MOVE WS-NEW-DUE-DATE TO SO-NEXT-DUE-DATE
               MOVE WS-NEW-DUE-DATE(7:2) TO SO-ANCHOR-DAY
               REWRITE STANDORD-RECORD
               MOVE "STANDORD" TO WS-CHG-FILE-NAME
               MOVE SO-ORDER-NUMBER TO WS-CHG-RECORD-KEY
               MOVE "C" TO WS-CHG-ACTION
               MOVE STANDORD-RECORD TO WS-CHG-AFTER-IMAGE
               PERFORM 0980-LOG-CHANGE
               DISPLAY "[ORDER DUE DATE AMENDED]"
           END-IF.

               ACCEPT WS-CONFIRM
               IF WS-CONFIRM = "Y" THEN
                   DELETE STANDING-ORDERS RECORD
                   MOVE "STANDORD" TO WS-CHG-FILE-NAME
                   MOVE SO-ORDER-NUMBER TO WS-CHG-RECORD-KEY
                   MOVE "D" TO WS-CHG-ACTION
                   MOVE STANDORD-RECORD TO WS-CHG-BEFORE-IMAGE
                   MOVE SPACES TO WS-CHG-AFTER-IMAGE
                   PERFORM 0980-LOG-CHANGE
                   DISPLAY "[ORDER CANCELLED]"
               ELSE
                   DISPLAY "[CANCEL ABANDONED]"
               DISPLAY "[" WS-ORDERS-LISTED " ORDER(S) LISTED]"
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
           MOVE "SOMAINT" TO CH-PROGRAM-NAME.
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

       END PROGRAM SOMAINT.
