       IDENTIFICATION DIVISION.
       PROGRAM-ID. STKMAINT AS "STKMAINT".
      *> Material stock maintenance. Sets up a MATCOST material as a
      *> stock item with its unit basis, reorder level and supplier
      *> lead time, books goods received into stock and corrects the
      *> on-hand quantity after a stock count. Every movement is
      *> written to the STOCKLOG ledger. Reservations and issues for
      *> jobs are made by QUOTMAINT.
       ENVIRONMENT DIVISION.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
           SELECT STOCK-FILE ASSIGN TO "STOCKMST"
               ORGANIZATION IS INDEXED
               ACCESS MODE IS DYNAMIC
               RECORD KEY IS ST-MATERIAL-CODE
               FILE STATUS IS WS-STOCK-STATUS.
           SELECT STOCK-LEDGER ASSIGN TO "STOCKLOG"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-SLOG-STATUS.
           SELECT MATERIAL-FILE ASSIGN TO "MATCOST"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-MAT-STATUS.
       DATA DIVISION.
       FILE SECTION.
       FD  STOCK-FILE.
       01  STOCK-RECORD.
           COPY STOCKREC.
       FD  STOCK-LEDGER.
       01  STOCK-LEDGER-RECORD.
           COPY STKLREC.
       FD  MATERIAL-FILE.
       01  MATERIAL-RECORD.
           05 MC-CODE              PIC X(4).
           05 MC-AREA-COST         PIC 9(5)V9(2).
           05 MC-VOLUME-COST       PIC 9(5)V9(2).
       WORKING-STORAGE SECTION.
           01 WS-STOCK-STATUS PIC XX.
           01 WS-SLOG-STATUS PIC XX.
           01 WS-MAT-STATUS PIC XX.
           01 WS-STOCK-EOF PIC X VALUE "N".
           01 WS-MAT-EOF PIC X VALUE "N".
           01 WS-CHOICE PIC 9.
           01 WS-DONE PIC X VALUE "N".
           01 WS-CONFIRM PIC X.
           01 WS-INPUT-OK PIC X.
           01 WS-STOCK-FOUND PIC X.
           01 WS-MATERIAL-CODE PIC X(4).
           01 WS-ON-MATCOST PIC X.
           01 WS-MAT-AREA-COST PIC 9(5)V9(2).
           01 WS-MAT-VOL-COST PIC 9(5)V9(2).
           01 WS-NEW-DESCRIPTION PIC X(20).
           01 WS-NEW-BASIS PIC X.
           01 WS-NEW-REORDER PIC 9(11)V9(4).
           01 WS-NEW-LEAD-DAYS PIC 9(3).
           01 WS-QUANTITY PIC 9(11)V9(4).
           01 WS-COUNTED PIC 9(11)V9(4).
           01 WS-DIFFERENCE PIC S9(11)V9(4).
           01 WS-AVAILABLE PIC S9(11)V9(4).
           01 WS-REFERENCE PIC X(16).
           01 WS-MOVE-TYPE PIC X.
           01 WS-TODAY-DATE PIC 9(8).
           01 WS-CURRENT-DATETIME PIC X(21).
           01 WS-MATERIALS-LISTED PIC 9(4) VALUE ZERO.
           01 WS-UNIT-TEXT PIC X(6).
           01 WS-DISPLAY-STOCK PIC -,---,---,---,--9.9999.
           01 WS-DISPLAY-STOCK-2 PIC -,---,---,---,--9.9999.
       PROCEDURE DIVISION.
           MOVE FUNCTION CURRENT-DATE(1:8) TO WS-TODAY-DATE.
           OPEN I-O STOCK-FILE.
           IF WS-STOCK-STATUS = "35" THEN
               OPEN OUTPUT STOCK-FILE
               CLOSE STOCK-FILE
               OPEN I-O STOCK-FILE
           END-IF.
           OPEN EXTEND STOCK-LEDGER.
           IF WS-SLOG-STATUS = "35" THEN
               OPEN OUTPUT STOCK-LEDGER
               CLOSE STOCK-LEDGER
               OPEN EXTEND STOCK-LEDGER
           END-IF.

           PERFORM UNTIL WS-DONE = "Y"
               DISPLAY "[MATERIAL STOCK]"
               DISPLAY "(1. ADD A STOCK MATERIAL)"
               DISPLAY "(2. AMEND REORDER LEVEL AND LEAD TIME)"
               DISPLAY "(3. BOOK GOODS RECEIVED)"
               DISPLAY "(4. ADJUST AFTER STOCK COUNT)"
               DISPLAY "(5. LIST MATERIALS)"
               DISPLAY "(6. EXIT)"
               ACCEPT WS-CHOICE
               EVALUATE WS-CHOICE
                   WHEN 1
                       PERFORM 0100-ADD-MATERIAL
                   WHEN 2
                       PERFORM 0200-AMEND-MATERIAL
                   WHEN 3
                       PERFORM 0300-GOODS-RECEIVED
                   WHEN 4
                       PERFORM 0400-STOCK-ADJUSTMENT
                   WHEN 5
                       PERFORM 0500-LIST-MATERIALS
                   WHEN 6
                       MOVE "Y" TO WS-DONE
                   WHEN OTHER
                       DISPLAY "[INVALID CHOICE]"
               END-EVALUATE
           END-PERFORM.

           CLOSE STOCK-FILE.
           CLOSE STOCK-LEDGER.
           STOP RUN.

           0050-GET-MATERIAL.

           MOVE "N" TO WS-STOCK-FOUND.
           DISPLAY "[ENTER MATERIAL CODE]: ".
           ACCEPT WS-MATERIAL-CODE.
           MOVE WS-MATERIAL-CODE TO ST-MATERIAL-CODE.
           READ STOCK-FILE
               KEY IS ST-MATERIAL-CODE
               INVALID KEY
                   CONTINUE
               NOT INVALID KEY
                   MOVE "Y" TO WS-STOCK-FOUND
           END-READ.

      *> A stock material must be one MATCOST prices, so that job
      *> lines can be matched to it.
           0060-CHECK-MATCOST.

           MOVE "N" TO WS-ON-MATCOST.
           MOVE ZERO TO WS-MAT-AREA-COST.
           MOVE ZERO TO WS-MAT-VOL-COST.
           MOVE "N" TO WS-MAT-EOF.
           OPEN INPUT MATERIAL-FILE.
           IF WS-MAT-STATUS NOT = "00" THEN
               MOVE "Y" TO WS-MAT-EOF
           END-IF.
           PERFORM UNTIL WS-MAT-EOF = "Y"
               READ MATERIAL-FILE
                   AT END
                       MOVE "Y" TO WS-MAT-EOF
                   NOT AT END
                       IF MC-CODE = WS-MATERIAL-CODE THEN
                           MOVE "Y" TO WS-ON-MATCOST
                           MOVE MC-AREA-COST TO WS-MAT-AREA-COST
                           MOVE MC-VOLUME-COST TO WS-MAT-VOL-COST
                           MOVE "Y" TO WS-MAT-EOF
                       END-IF
               END-READ
           END-PERFORM.
           IF WS-MAT-STATUS NOT = "35" THEN
               CLOSE MATERIAL-FILE
           END-IF.

      *> The unit basis follows the MATCOST rate the material is
      *> priced by; it is asked for only when both rates are set.
      *> It cannot be changed later, as reservations are held in it.
           0100-ADD-MATERIAL.

           MOVE "N" TO WS-INPUT-OK.
           PERFORM 0050-GET-MATERIAL.
           IF WS-STOCK-FOUND = "Y" THEN
               DISPLAY "[" WS-MATERIAL-CODE " IS ALREADY A STOCK "
                   "MATERIAL]"
           ELSE
               PERFORM 0060-CHECK-MATCOST
               IF WS-ON-MATCOST NOT = "Y" THEN
                   DISPLAY "[" WS-MATERIAL-CODE " IS NOT ON MATCOST]"
               ELSE
                   MOVE "Y" TO WS-INPUT-OK
               END-IF
           END-IF.
           IF WS-INPUT-OK = "Y" THEN
               EVALUATE TRUE
                   WHEN WS-MAT-VOL-COST = ZERO
                       MOVE "A" TO WS-NEW-BASIS
                   WHEN WS-MAT-AREA-COST = ZERO
                       MOVE "V" TO WS-NEW-BASIS
                   WHEN OTHER
                       DISPLAY "[HOLD STOCK BY (A)REA OR (V)OLUME]: "
                       ACCEPT WS-NEW-BASIS
               END-EVALUATE
               IF WS-NEW-BASIS NOT = "A" AND
                       WS-NEW-BASIS NOT = "V" THEN
                   DISPLAY "[UNIT BASIS MUST BE A OR V]"
                   MOVE "N" TO WS-INPUT-OK
               END-IF
           END-IF.
           IF WS-INPUT-OK = "Y" THEN
               DISPLAY "[ENTER DESCRIPTION]: "
               ACCEPT WS-NEW-DESCRIPTION
               DISPLAY "[ENTER OPENING QUANTITY ON HAND]: "
               ACCEPT WS-QUANTITY
               DISPLAY "[ENTER REORDER LEVEL]: "
               ACCEPT WS-NEW-REORDER
               DISPLAY "[ENTER SUPPLIER LEAD TIME IN DAYS]: "
               ACCEPT WS-NEW-LEAD-DAYS
               MOVE WS-MATERIAL-CODE TO ST-MATERIAL-CODE
               MOVE WS-NEW-DESCRIPTION TO ST-DESCRIPTION
               MOVE WS-NEW-BASIS TO ST-UNIT-BASIS
               MOVE WS-QUANTITY TO ST-ON-HAND
               MOVE ZERO TO ST-RESERVED
               MOVE WS-NEW-REORDER TO ST-REORDER-LEVEL
               MOVE WS-NEW-LEAD-DAYS TO ST-LEAD-DAYS
               MOVE ZERO TO ST-LAST-RECEIPT-DATE
               MOVE ZERO TO ST-LAST-ISSUE-DATE
               WRITE STOCK-RECORD
                   INVALID KEY
                       DISPLAY "[MATERIAL ALREADY ON FILE]"
                   NOT INVALID KEY
                       DISPLAY "[STOCK MATERIAL " ST-MATERIAL-CODE
                           " ADDED]"
                       IF WS-QUANTITY > ZERO THEN
                           MOVE "A" TO WS-MOVE-TYPE
                           MOVE WS-QUANTITY TO WS-DIFFERENCE
                           MOVE "OPENING STOCK" TO WS-REFERENCE
                           PERFORM 0900-WRITE-LEDGER
                       END-IF
               END-WRITE
           END-IF.

           0200-AMEND-MATERIAL.

           PERFORM 0050-GET-MATERIAL.
           IF WS-STOCK-FOUND NOT = "Y" THEN
               DISPLAY "[" WS-MATERIAL-CODE " IS NOT A STOCK MATERIAL]"
           ELSE
               PERFORM 0550-SHOW-MATERIAL
               DISPLAY "[ENTER NEW REORDER LEVEL]: "
               ACCEPT WS-NEW-REORDER
               DISPLAY "[ENTER NEW LEAD TIME IN DAYS]: "
               ACCEPT WS-NEW-LEAD-DAYS
               DISPLAY "[CONFIRM CHANGE (Y/N)]: "
               ACCEPT WS-CONFIRM
               IF WS-CONFIRM = "Y" THEN
                   MOVE WS-NEW-REORDER TO ST-REORDER-LEVEL
                   MOVE WS-NEW-LEAD-DAYS TO ST-LEAD-DAYS
                   REWRITE STOCK-RECORD
                   DISPLAY "[MATERIAL " ST-MATERIAL-CODE " UPDATED]"
               ELSE
                   DISPLAY "[CHANGE ABANDONED]"
               END-IF
           END-IF.

           0300-GOODS-RECEIVED.

           PERFORM 0050-GET-MATERIAL.
           IF WS-STOCK-FOUND NOT = "Y" THEN
               DISPLAY "[" WS-MATERIAL-CODE " IS NOT A STOCK MATERIAL]"
           ELSE
               PERFORM 0550-SHOW-MATERIAL
               DISPLAY "[ENTER QUANTITY RECEIVED]: "
               ACCEPT WS-QUANTITY
               DISPLAY "[ENTER DELIVERY NOTE REFERENCE]: "
               ACCEPT WS-REFERENCE
               IF WS-QUANTITY = ZERO THEN
                   DISPLAY "[QUANTITY MUST BE GREATER THAN ZERO]"
               ELSE
                   ADD WS-QUANTITY TO ST-ON-HAND
                   MOVE WS-TODAY-DATE TO ST-LAST-RECEIPT-DATE
                   REWRITE STOCK-RECORD
                   MOVE "G" TO WS-MOVE-TYPE
                   MOVE WS-QUANTITY TO WS-DIFFERENCE
                   PERFORM 0900-WRITE-LEDGER
                   MOVE ST-ON-HAND TO WS-DISPLAY-STOCK
                   DISPLAY "[RECEIVED - ON HAND NOW "
                       WS-DISPLAY-STOCK "]"
               END-IF
           END-IF.

      *> The counted quantity replaces on hand; the difference goes
      *> to the ledger as an adjustment.
           0400-STOCK-ADJUSTMENT.

           PERFORM 0050-GET-MATERIAL.
           IF WS-STOCK-FOUND NOT = "Y" THEN
               DISPLAY "[" WS-MATERIAL-CODE " IS NOT A STOCK MATERIAL]"
           ELSE
               PERFORM 0550-SHOW-MATERIAL
               DISPLAY "[ENTER QUANTITY COUNTED]: "
               ACCEPT WS-COUNTED
               DISPLAY "[ENTER REASON / COUNT REFERENCE]: "
               ACCEPT WS-REFERENCE
               COMPUTE WS-DIFFERENCE = WS-COUNTED - ST-ON-HAND
               MOVE WS-DIFFERENCE TO WS-DISPLAY-STOCK
               DISPLAY "[ADJUST ON HAND BY " WS-DISPLAY-STOCK
                   " (Y/N)]: "
               ACCEPT WS-CONFIRM
               IF WS-CONFIRM = "Y" AND WS-DIFFERENCE NOT = ZERO THEN
                   MOVE WS-COUNTED TO ST-ON-HAND
                   REWRITE STOCK-RECORD
                   MOVE "A" TO WS-MOVE-TYPE
                   PERFORM 0900-WRITE-LEDGER
                   DISPLAY "[STOCK ADJUSTED]"
               ELSE
                   DISPLAY "[NO ADJUSTMENT MADE]"
               END-IF
           END-IF.

           0500-LIST-MATERIALS.

           MOVE ZERO TO WS-MATERIALS-LISTED.
           MOVE "N" TO WS-STOCK-EOF.
           MOVE LOW-VALUES TO ST-MATERIAL-CODE.
           START STOCK-FILE
               KEY IS NOT LESS THAN ST-MATERIAL-CODE
               INVALID KEY
                   MOVE "Y" TO WS-STOCK-EOF
           END-START.
           PERFORM UNTIL WS-STOCK-EOF = "Y"
               READ STOCK-FILE NEXT RECORD
                   AT END
                       MOVE "Y" TO WS-STOCK-EOF
                   NOT AT END
                       ADD 1 TO WS-MATERIALS-LISTED
                       PERFORM 0550-SHOW-MATERIAL
               END-READ
           END-PERFORM.
           IF WS-MATERIALS-LISTED = ZERO THEN
               DISPLAY "[NO STOCK MATERIALS ON FILE]"
           END-IF.

           0550-SHOW-MATERIAL.

           IF ST-BY-AREA THEN
               MOVE "AREA" TO WS-UNIT-TEXT
           ELSE
               MOVE "VOLUME" TO WS-UNIT-TEXT
           END-IF.
           COMPUTE WS-AVAILABLE = ST-ON-HAND - ST-RESERVED.
           DISPLAY ST-MATERIAL-CODE " " ST-DESCRIPTION " BY "
               WS-UNIT-TEXT " LEAD " ST-LEAD-DAYS " DAYS".
           MOVE ST-ON-HAND TO WS-DISPLAY-STOCK.
           MOVE ST-RESERVED TO WS-DISPLAY-STOCK-2.
           DISPLAY "  ON HAND " WS-DISPLAY-STOCK
               " RESERVED " WS-DISPLAY-STOCK-2.
           MOVE WS-AVAILABLE TO WS-DISPLAY-STOCK.
           MOVE ST-REORDER-LEVEL TO WS-DISPLAY-STOCK-2.
           DISPLAY "  AVAILABLE " WS-DISPLAY-STOCK
               " REORDER AT " WS-DISPLAY-STOCK-2.

           0900-WRITE-LEDGER.

           MOVE FUNCTION CURRENT-DATE TO WS-CURRENT-DATETIME.
           MOVE WS-TODAY-DATE TO SL-DATE.
           MOVE WS-CURRENT-DATETIME(9:6) TO SL-TIME.
           MOVE ST-MATERIAL-CODE TO SL-MATERIAL-CODE.
           MOVE WS-MOVE-TYPE TO SL-TYPE.
           MOVE WS-DIFFERENCE TO SL-QUANTITY.
           MOVE ZERO TO SL-QUOTE-NUMBER.
           MOVE WS-REFERENCE TO SL-REFERENCE.
           MOVE ST-ON-HAND TO SL-ON-HAND-AFTER.
           MOVE ST-RESERVED TO SL-RESERVED-AFTER.
           WRITE STOCK-LEDGER-RECORD.

       END PROGRAM STKMAINT.
