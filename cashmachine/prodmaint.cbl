               ACCESS MODE IS DYNAMIC
               RECORD KEY IS PROD-CODE
               FILE STATUS IS WS-PROD-STATUS.
           SELECT BAND-FILE ASSIGN TO "PRODBAND"
               ORGANIZATION IS INDEXED
               ACCESS MODE IS DYNAMIC
               RECORD KEY IS BAND-KEY
               FILE STATUS IS WS-BAND-STATUS.
           SELECT USER-FILE ASSIGN TO "USERMSTR"
               ORGANIZATION IS INDEXED
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
       FD  PRODUCT-FILE.
       01  PRODUCT-RECORD.
           COPY PRODREC.
       FD  BAND-FILE.
       01  BAND-RECORD.
           COPY BANDREC.
       FD  USER-FILE.
       01  USER-RECORD.
           COPY USERREC.
       FD  CHANGE-LOG.
       01  CHANGE-RECORD.
           COPY CHGREC.
       WORKING-STORAGE SECTION.
           01 WS-PROD-STATUS PIC XX.
           01 WS-USER-STATUS PIC XX.
           01 WS-PROD-EOF PIC X VALUE "N".
           01 WS-BAND-STATUS PIC XX.
           01 WS-BAND-EOF PIC X VALUE "N".
           01 WS-BAND-DATE PIC 9(8).
           01 WS-BAND-FLOOR PIC 9(7).
           01 WS-BAND-COUNT PIC 99 VALUE ZERO.
           01 WS-BAND-MAX PIC 99 VALUE 10.
           01 WS-BANDS-LISTED PIC 9(4) VALUE ZERO.
           01 WS-LAST-SET-DATE PIC 9(8).
           01 WS-SET-IN-FORCE PIC 9(8).
           01 WS-TODAY-DATE PIC 9(8).
           01 WS-CONFIRM PIC X.
           01 WS-CHOICE PIC 9.
           01 WS-DONE PIC X VALUE "N".
           01 WS-PRODUCT-CODE PIC X(4).
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
           PERFORM 0010-OPEN-PRODUCT-FILE.
               DISPLAY "(2. AMEND PRODUCT)"
               DISPLAY "(3. DISPLAY PRODUCT)"
               DISPLAY "(4. LIST PRODUCTS)"
               DISPLAY "(5. ADD OR AMEND A RATE BAND)"
               DISPLAY "(6. DELETE A RATE BAND)"
               DISPLAY "(7. LIST RATE BANDS FOR A PRODUCT)"
               DISPLAY "(8. EXIT)"
               ACCEPT WS-CHOICE
               EVALUATE WS-CHOICE
                   WHEN 1
                   WHEN 4
                       PERFORM 0400-LIST-PRODUCTS
                   WHEN 5
                       PERFORM 0500-ADD-OR-AMEND-BAND
                   WHEN 6
                       PERFORM 0600-DELETE-BAND
                   WHEN 7
                       PERFORM 0700-LIST-BANDS
                   WHEN 8
                       MOVE "Y" TO WS-DONE
                   WHEN OTHER
                       DISPLAY "[INVALID CHOICE]"
           END-PERFORM.

           CLOSE PRODUCT-FILE.
           CLOSE BAND-FILE.
           STOP RUN.

           0010-OPEN-PRODUCT-FILE.
               MOVE 5.00 TO PROD-MONTHLY-FEE
               MOVE 0.25 TO PROD-TRAN-FEE
               MOVE 2000 TO PROD-WAIVER-BALANCE
               MOVE 0.0150 TO PROD-DEBIT-RATE
               MOVE 0.0300 TO PROD-UNARR-RATE
               MOVE 15.00 TO PROD-UNARR-FEE
               MOVE "W" TO PROD-TIER-METHOD
               WRITE PRODUCT-RECORD
               MOVE "SAVE" TO PROD-CODE
               MOVE "SAVINGS ACCOUNT" TO PROD-DESCRIPTION
               MOVE 0 TO PROD-MONTHLY-FEE
               MOVE 0 TO PROD-TRAN-FEE
               MOVE 0 TO PROD-WAIVER-BALANCE
               MOVE 0.0000 TO PROD-DEBIT-RATE
               MOVE 0.0300 TO PROD-UNARR-RATE
               MOVE 15.00 TO PROD-UNARR-FEE
               MOVE "W" TO PROD-TIER-METHOD
               WRITE PRODUCT-RECORD
               MOVE "STUD" TO PROD-CODE
               MOVE "STUDENT ACCOUNT" TO PROD-DESCRIPTION
               MOVE 0 TO PROD-MONTHLY-FEE
               MOVE 0 TO PROD-TRAN-FEE
               MOVE 0 TO PROD-WAIVER-BALANCE
               MOVE 0.0000 TO PROD-DEBIT-RATE
               MOVE 0.0200 TO PROD-UNARR-RATE
               MOVE 5.00 TO PROD-UNARR-FEE
               MOVE "W" TO PROD-TIER-METHOD
               WRITE PRODUCT-RECORD
               CLOSE PRODUCT-FILE
               OPEN I-O PRODUCT-FILE
               DISPLAY "[PRODUCT MASTER CREATED WITH DEFAULT "
                   "PRODUCTS CURR/SAVE/STUD]"
           END-IF.
           OPEN I-O BAND-FILE.
           IF WS-BAND-STATUS = "35" THEN
               OPEN OUTPUT BAND-FILE
               CLOSE BAND-FILE
               OPEN I-O BAND-FILE
           END-IF.

           0020-OPERATOR-SIGN-ON.

                       DISPLAY "[PRODUCT ALREADY EXISTS]"
                   NOT INVALID KEY
                       DISPLAY "[PRODUCT " WS-PRODUCT-CODE " ADDED]"
                       MOVE "PRODMSTR" TO WS-CHG-FILE-NAME
                       MOVE PROD-CODE TO WS-CHG-RECORD-KEY
                       MOVE "A" TO WS-CHG-ACTION
                       MOVE SPACES TO WS-CHG-BEFORE-IMAGE
                       MOVE PRODUCT-RECORD TO WS-CHG-AFTER-IMAGE
                       PERFORM 0980-LOG-CHANGE
               END-WRITE
           END-IF.

           DISPLAY "[ENTER FEE WAIVER BALANCE (0 = NO WAIVER)]: ".
           ACCEPT WS-NEW-LIMIT.
           MOVE WS-NEW-LIMIT TO PROD-WAIVER-BALANCE.
           DISPLAY "[ENTER MONTHLY DEBIT INTEREST RATE (0.NNNN)]: ".
           ACCEPT WS-NEW-RATE.
           MOVE WS-NEW-RATE TO PROD-DEBIT-RATE.
           DISPLAY "[ENTER MONTHLY UNARRANGED RATE (0.NNNN)]: ".
           ACCEPT WS-NEW-RATE.
           MOVE WS-NEW-RATE TO PROD-UNARR-RATE.
           DISPLAY "[ENTER UNARRANGED OVERDRAFT FEE]: ".
           ACCEPT WS-NEW-TRAN-FEE.
           MOVE WS-NEW-TRAN-FEE TO PROD-UNARR-FEE.
           DISPLAY "[ENTER BAND METHOD (W = BAND RATE ON WHOLE "
               "BALANCE, M = MARGINAL RATE PER BAND)]: ".
           ACCEPT PROD-TIER-METHOD.
           IF NOT PROD-TIER-MARGINAL THEN
               MOVE "W" TO PROD-TIER-METHOD
           END-IF.

           0200-AMEND-PRODUCT.

           PERFORM 0050-READ-PRODUCT.
           IF WS-PROD-STATUS = "00" THEN
               DISPLAY "[AMENDING " PROD-CODE " " PROD-DESCRIPTION "]"
               MOVE PRODUCT-RECORD TO WS-CHG-BEFORE-IMAGE
               PERFORM 0150-GET-PRODUCT-TERMS
               REWRITE PRODUCT-RECORD
               MOVE "PRODMSTR" TO WS-CHG-FILE-NAME
               MOVE PROD-CODE TO WS-CHG-RECORD-KEY
               MOVE "C" TO WS-CHG-ACTION
               MOVE PRODUCT-RECORD TO WS-CHG-AFTER-IMAGE
               PERFORM 0980-LOG-CHANGE
               DISPLAY "[PRODUCT AMENDED]"
           END-IF.

           DISPLAY "[PER-WITHDRAWAL FEE]: " WS-DISPLAY-VALUE.
           MOVE PROD-WAIVER-BALANCE TO WS-DISPLAY-VALUE.
           DISPLAY "[FEE WAIVER BALANCE]: " WS-DISPLAY-VALUE.
           DISPLAY "[MONTHLY DEBIT INTEREST RATE]: " PROD-DEBIT-RATE.
           DISPLAY "[MONTHLY UNARRANGED RATE]: " PROD-UNARR-RATE.
           MOVE PROD-UNARR-FEE TO WS-DISPLAY-VALUE.
           DISPLAY "[UNARRANGED OVERDRAFT FEE]: " WS-DISPLAY-VALUE.
           IF PROD-TIER-MARGINAL THEN
               DISPLAY "[BAND METHOD]: M - MARGINAL RATE PER BAND"
           ELSE
               DISPLAY "[BAND METHOD]: W - BAND RATE ON WHOLE BALANCE"
           END-IF.

           0400-LIST-PRODUCTS.

               DISPLAY "[NO PRODUCTS ON FILE]"
           END-IF.

      *> Balance bands are held on PRODBAND as dated sets: a new
      *> set of rates is entered under a new effective date, band by
      *> band, and takes over from the earlier set on that date.
           0500-ADD-OR-AMEND-BAND.

           PERFORM 0050-READ-PRODUCT.
           IF WS-PROD-STATUS = "00" THEN
               PERFORM 0550-GET-BAND-KEY
               DISPLAY "[ENTER MONTHLY INTEREST RATE FOR BAND "
                   "(0.NNNN)]: "
               ACCEPT WS-NEW-RATE
               READ BAND-FILE
                   KEY IS BAND-KEY
                   INVALID KEY
                       CONTINUE
               END-READ
               IF WS-BAND-STATUS = "00" THEN
                   MOVE BAND-RECORD TO WS-CHG-BEFORE-IMAGE
                   MOVE WS-NEW-RATE TO BAND-INTEREST-RATE
                   REWRITE BAND-RECORD
                   MOVE "PRODBAND" TO WS-CHG-FILE-NAME
                   MOVE BAND-KEY TO WS-CHG-RECORD-KEY
                   MOVE "C" TO WS-CHG-ACTION
                   MOVE BAND-RECORD TO WS-CHG-AFTER-IMAGE
                   PERFORM 0980-LOG-CHANGE
                   DISPLAY "[RATE BAND AMENDED]"
               ELSE
                   PERFORM 0560-COUNT-BANDS-IN-SET
                   IF WS-BAND-COUNT NOT < WS-BAND-MAX THEN
                       DISPLAY "[SET ALREADY HOLDS " WS-BAND-MAX
                           " BANDS - BAND NOT ADDED]"
                   ELSE
                       MOVE WS-PRODUCT-CODE TO BAND-PROD-CODE
                       MOVE WS-BAND-DATE TO BAND-EFFECTIVE-DATE
                       MOVE WS-BAND-FLOOR TO BAND-FLOOR
                       MOVE WS-NEW-RATE TO BAND-INTEREST-RATE
                       WRITE BAND-RECORD
                           INVALID KEY
                               DISPLAY "[RATE BAND NOT WRITTEN]"
                           NOT INVALID KEY
                               DISPLAY "[RATE BAND ADDED]"
                               MOVE "PRODBAND" TO WS-CHG-FILE-NAME
                               MOVE BAND-KEY TO WS-CHG-RECORD-KEY
                               MOVE "A" TO WS-CHG-ACTION
                               MOVE SPACES TO WS-CHG-BEFORE-IMAGE
                               MOVE BAND-RECORD TO WS-CHG-AFTER-IMAGE
                               PERFORM 0980-LOG-CHANGE
                       END-WRITE
                   END-IF
               END-IF
           END-IF.

           0550-GET-BAND-KEY.

           DISPLAY "[ENTER EFFECTIVE DATE OF BAND SET (YYYYMMDD)]: ".
           ACCEPT WS-BAND-DATE.
           DISPLAY "[ENTER LOWEST BALANCE IN BAND (0 FOR FIRST "
               "BAND)]: ".
           ACCEPT WS-BAND-FLOOR.
           MOVE WS-PRODUCT-CODE TO BAND-PROD-CODE.
           MOVE WS-BAND-DATE TO BAND-EFFECTIVE-DATE.
           MOVE WS-BAND-FLOOR TO BAND-FLOOR.

           0560-COUNT-BANDS-IN-SET.

           MOVE ZERO TO WS-BAND-COUNT.
           MOVE "N" TO WS-BAND-EOF.
           MOVE WS-PRODUCT-CODE TO BAND-PROD-CODE.
           MOVE WS-BAND-DATE TO BAND-EFFECTIVE-DATE.
           MOVE ZERO TO BAND-FLOOR.
           START BAND-FILE
               KEY IS NOT LESS THAN BAND-KEY
               INVALID KEY
                   MOVE "Y" TO WS-BAND-EOF
           END-START.
           PERFORM UNTIL WS-BAND-EOF = "Y"
               READ BAND-FILE NEXT RECORD
                   AT END
                       MOVE "Y" TO WS-BAND-EOF
                   NOT AT END
                       IF BAND-PROD-CODE NOT = WS-PRODUCT-CODE OR
                               BAND-EFFECTIVE-DATE NOT = WS-BAND-DATE
                           MOVE "Y" TO WS-BAND-EOF
                       ELSE
                           ADD 1 TO WS-BAND-COUNT
                       END-IF
               END-READ
           END-PERFORM.

           0600-DELETE-BAND.

           PERFORM 0050-READ-PRODUCT.
           IF WS-PROD-STATUS = "00" THEN
               PERFORM 0550-GET-BAND-KEY
               READ BAND-FILE
                   KEY IS BAND-KEY
                   INVALID KEY
                       CONTINUE
               END-READ
               IF WS-BAND-STATUS NOT = "00" THEN
                   DISPLAY "[RATE BAND NOT FOUND]"
               ELSE
                   DISPLAY "[CONFIRM DELETE OF " WS-PRODUCT-CODE " "
                       WS-BAND-DATE " BAND FROM " BAND-FLOOR
                       " (Y/N)]: "
                   ACCEPT WS-CONFIRM
                   IF WS-CONFIRM = "Y" THEN
                       DELETE BAND-FILE RECORD
                       MOVE "PRODBAND" TO WS-CHG-FILE-NAME
                       MOVE BAND-KEY TO WS-CHG-RECORD-KEY
                       MOVE "D" TO WS-CHG-ACTION
                       MOVE BAND-RECORD TO WS-CHG-BEFORE-IMAGE
                       MOVE SPACES TO WS-CHG-AFTER-IMAGE
                       PERFORM 0980-LOG-CHANGE
                       DISPLAY "[RATE BAND DELETED]"
                   ELSE
                       DISPLAY "[DELETE ABANDONED]"
                   END-IF
               END-IF
           END-IF.

      *> Lists every band set held for the product, oldest first,
      *> marking the set in force today.
           0700-LIST-BANDS.

           PERFORM 0050-READ-PRODUCT.
           IF WS-PROD-STATUS = "00" THEN
               MOVE FUNCTION CURRENT-DATE(1:8) TO WS-TODAY-DATE
               MOVE ZERO TO WS-SET-IN-FORCE
               MOVE ZERO TO WS-BANDS-LISTED
               PERFORM 0710-FIND-SET-IN-FORCE
               MOVE ZERO TO WS-LAST-SET-DATE
               MOVE "N" TO WS-BAND-EOF
               MOVE WS-PRODUCT-CODE TO BAND-PROD-CODE
               MOVE ZERO TO BAND-EFFECTIVE-DATE
               MOVE ZERO TO BAND-FLOOR
               START BAND-FILE
                   KEY IS NOT LESS THAN BAND-KEY
                   INVALID KEY
                       MOVE "Y" TO WS-BAND-EOF
               END-START
               PERFORM UNTIL WS-BAND-EOF = "Y"
                   READ BAND-FILE NEXT RECORD
                       AT END
                           MOVE "Y" TO WS-BAND-EOF
                       NOT AT END
                           IF BAND-PROD-CODE NOT = WS-PRODUCT-CODE
                               MOVE "Y" TO WS-BAND-EOF
                           ELSE
                               PERFORM 0720-SHOW-BAND
                           END-IF
                   END-READ
               END-PERFORM
               IF WS-BANDS-LISTED = ZERO THEN
                   DISPLAY "[NO RATE BANDS FOR " WS-PRODUCT-CODE
                       " - FLAT RATE " PROD-INTEREST-RATE " APPLIES]"
               ELSE
                   DISPLAY "[" WS-BANDS-LISTED " BAND(S) LISTED]"
               END-IF
           END-IF.

           0710-FIND-SET-IN-FORCE.

           MOVE "N" TO WS-BAND-EOF.
           MOVE WS-PRODUCT-CODE TO BAND-PROD-CODE.
           MOVE ZERO TO BAND-EFFECTIVE-DATE.
           MOVE ZERO TO BAND-FLOOR.
           START BAND-FILE
               KEY IS NOT LESS THAN BAND-KEY
               INVALID KEY
                   MOVE "Y" TO WS-BAND-EOF
           END-START.
           PERFORM UNTIL WS-BAND-EOF = "Y"
               READ BAND-FILE NEXT RECORD
                   AT END
                       MOVE "Y" TO WS-BAND-EOF
                   NOT AT END
                       IF BAND-PROD-CODE NOT = WS-PRODUCT-CODE OR
                               BAND-EFFECTIVE-DATE > WS-TODAY-DATE
                           MOVE "Y" TO WS-BAND-EOF
                       ELSE
                           MOVE BAND-EFFECTIVE-DATE
                               TO WS-SET-IN-FORCE
                       END-IF
               END-READ
           END-PERFORM.

           0720-SHOW-BAND.

           IF BAND-EFFECTIVE-DATE NOT = WS-LAST-SET-DATE THEN
               MOVE BAND-EFFECTIVE-DATE TO WS-LAST-SET-DATE
               IF BAND-EFFECTIVE-DATE = WS-SET-IN-FORCE THEN
                   DISPLAY "[BANDS EFFECTIVE " BAND-EFFECTIVE-DATE
                       " - IN FORCE]"
               ELSE
                   DISPLAY "[BANDS EFFECTIVE " BAND-EFFECTIVE-DATE "]"
               END-IF
           END-IF.
           ADD 1 TO WS-BANDS-LISTED.
           MOVE BAND-FLOOR TO WS-DISPLAY-VALUE.
           DISPLAY "  FROM " WS-DISPLAY-VALUE " RATE "
               BAND-INTEREST-RATE.

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
           MOVE "PRODMAINT" TO CH-PROGRAM-NAME.
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

       END PROGRAM PRODMAINT.
