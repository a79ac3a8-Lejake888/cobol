       IDENTIFICATION DIVISION.
       PROGRAM-ID. CHGINQ AS "CHGINQ".
      *> Change history inquiry. Every add, change and delete logged to
      *> CHGLOG for one master record is shown oldest first, with who
      *> made it, from which program, and the record as it stood before
      *> and after. Images are shown in 50-byte slices, blank slices
      *> left out; PINs and secret codes were masked when logged.
       ENVIRONMENT DIVISION.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
           SELECT CHANGE-LOG ASSIGN TO "CHGLOG"
               ORGANIZATION IS INDEXED
               ACCESS MODE IS DYNAMIC
               RECORD KEY IS CH-KEY
               ALTERNATE RECORD KEY IS CH-LOG-DATE
                   WITH DUPLICATES
               FILE STATUS IS WS-CHG-STATUS.
           SELECT USER-FILE ASSIGN TO "USERMSTR"
               ORGANIZATION IS INDEXED
               ACCESS MODE IS DYNAMIC
               RECORD KEY IS USER-OPERATOR-ID
               FILE STATUS IS WS-USER-STATUS.
       DATA DIVISION.
       FILE SECTION.
       FD  CHANGE-LOG.
       01  CHANGE-RECORD.
           COPY CHGREC.
       FD  USER-FILE.
       01  USER-RECORD.
           COPY USERREC.
       WORKING-STORAGE SECTION.
           01 WS-CHG-STATUS PIC XX.
           01 WS-USER-STATUS PIC XX.
           01 WS-CHG-EOF PIC X VALUE "N".
           01 WS-CHOICE PIC 9.
           01 WS-DONE PIC X VALUE "N".
           01 WS-FILE-NAME PIC X(8).
           01 WS-RECORD-KEY PIC X(20).
           01 WS-CHANGES-LISTED PIC 9(4) VALUE ZERO.
           01 WS-ACTION-NAME PIC X(7).
           01 WS-IMAGE PIC X(250).
           01 WS-IMAGE-LABEL PIC X(7).
           01 WS-SLICE-START PIC 999.
           01 WS-OPERATOR-ID PIC X(6).
           01 WS-SECRET-CODE PIC 9(4).
           01 WS-SIGNED-ON PIC X VALUE "N".
           01 WS-SIGNON-ATTEMPTS PIC 9 VALUE ZERO.
       PROCEDURE DIVISION.
           PERFORM 0020-OPERATOR-SIGN-ON.

           OPEN INPUT CHANGE-LOG.
           IF WS-CHG-STATUS NOT = "00" THEN
               DISPLAY "[NO CHANGE LOG - NOTHING TO INQUIRE]"
               STOP RUN
           END-IF.

           PERFORM UNTIL WS-DONE = "Y"
               DISPLAY "[CHANGE HISTORY INQUIRY]"
               DISPLAY "(1. BY FILE AND RECORD KEY)"
               DISPLAY "(2. EXIT)"
               ACCEPT WS-CHOICE
               EVALUATE WS-CHOICE
                   WHEN 1
                       PERFORM 0100-INQUIRE-BY-KEY
                   WHEN 2
                       MOVE "Y" TO WS-DONE
                   WHEN OTHER
                       DISPLAY "[INVALID CHOICE]"
               END-EVALUATE
           END-PERFORM.

           CLOSE CHANGE-LOG.
           STOP RUN.

           0020-OPERATOR-SIGN-ON.

           OPEN INPUT USER-FILE.
           IF WS-USER-STATUS NOT = "00" THEN
               DISPLAY "[NO USER MASTER - RUN USERMAINT FIRST]"
               STOP RUN
           END-IF.
           MOVE "N" TO WS-SIGNED-ON.
           MOVE ZERO TO WS-SIGNON-ATTEMPTS.
           PERFORM UNTIL WS-SIGNED-ON = "Y"
                   OR WS-SIGNON-ATTEMPTS = 3
               DISPLAY "[ENTER OPERATOR ID]: "
               ACCEPT WS-OPERATOR-ID
               DISPLAY "[ENTER SECRET CODE]: "
               ACCEPT WS-SECRET-CODE WITH SECURE
               ADD 1 TO WS-SIGNON-ATTEMPTS
               MOVE WS-OPERATOR-ID TO USER-OPERATOR-ID
               READ USER-FILE
                   KEY IS USER-OPERATOR-ID
                   INVALID KEY
                       CONTINUE
               END-READ
               IF WS-USER-STATUS = "00" AND USER-IS-ACTIVE
                       AND WS-SECRET-CODE = USER-SECRET-CODE THEN
                   MOVE "Y" TO WS-SIGNED-ON
                   DISPLAY "[SIGNED ON AS " WS-OPERATOR-ID "]"
               ELSE
                   DISPLAY "[SIGN-ON REJECTED]"
               END-IF
           END-PERFORM.
           CLOSE USER-FILE.
           IF WS-SIGNED-ON NOT = "Y" THEN
               DISPLAY "[SIGN-ON FAILED]"
               STOP RUN
           END-IF.

      *> The key is entered as it stands on the master: account,
      *> customer and other numeric keys with their leading zeros.
           0100-INQUIRE-BY-KEY.

           DISPLAY "[ENTER FILE (E.G. CUSTMSTR, PRODMSTR)]: ".
           ACCEPT WS-FILE-NAME.
           DISPLAY "[ENTER RECORD KEY]: ".
           ACCEPT WS-RECORD-KEY.
           MOVE ZERO TO WS-CHANGES-LISTED.
           MOVE "N" TO WS-CHG-EOF.
           MOVE WS-FILE-NAME TO CH-FILE-NAME.
           MOVE WS-RECORD-KEY TO CH-RECORD-KEY.
           MOVE ZERO TO CH-DATE.
           MOVE ZERO TO CH-TIME.
           START CHANGE-LOG KEY IS NOT LESS THAN CH-KEY
               INVALID KEY
                   MOVE "Y" TO WS-CHG-EOF
           END-START.
           PERFORM UNTIL WS-CHG-EOF = "Y"
               READ CHANGE-LOG NEXT RECORD
                   AT END
                       MOVE "Y" TO WS-CHG-EOF
                   NOT AT END
                       IF CH-FILE-NAME NOT = WS-FILE-NAME OR
                               CH-RECORD-KEY NOT = WS-RECORD-KEY THEN
                           MOVE "Y" TO WS-CHG-EOF
                       ELSE
                           PERFORM 0150-SHOW-CHANGE
                       END-IF
               END-READ
           END-PERFORM.
           IF WS-CHANGES-LISTED = ZERO THEN
               DISPLAY "[NO CHANGES LOGGED FOR " WS-FILE-NAME
                   " KEY " WS-RECORD-KEY "]"
           ELSE
               DISPLAY "[" WS-CHANGES-LISTED " CHANGE(S) LISTED]"
           END-IF.

           0150-SHOW-CHANGE.

           ADD 1 TO WS-CHANGES-LISTED.
           EVALUATE TRUE
               WHEN CH-IS-ADD
                   MOVE "ADDED" TO WS-ACTION-NAME
               WHEN CH-IS-DELETE
                   MOVE "DELETED" TO WS-ACTION-NAME
               WHEN OTHER
                   MOVE "CHANGED" TO WS-ACTION-NAME
           END-EVALUATE.
           DISPLAY CH-DATE " " CH-TIME(1:6) " " WS-ACTION-NAME
               " BY " CH-OPERATOR-ID " ON " CH-PROGRAM-NAME.
           IF NOT CH-IS-ADD THEN
               MOVE CH-BEFORE-IMAGE TO WS-IMAGE
               MOVE "BEFORE" TO WS-IMAGE-LABEL
               PERFORM 0160-SHOW-IMAGE
           END-IF.
           IF NOT CH-IS-DELETE THEN
               MOVE CH-AFTER-IMAGE TO WS-IMAGE
               MOVE "AFTER" TO WS-IMAGE-LABEL
               PERFORM 0160-SHOW-IMAGE
           END-IF.

           0160-SHOW-IMAGE.

           PERFORM VARYING WS-SLICE-START FROM 1 BY 50
                   UNTIL WS-SLICE-START > 250
               IF WS-IMAGE(WS-SLICE-START:50) NOT = SPACES THEN
                   DISPLAY "    " WS-IMAGE-LABEL " "
                       WS-SLICE-START ": "
                       WS-IMAGE(WS-SLICE-START:50)
               END-IF
           END-PERFORM.

       END PROGRAM CHGINQ.
