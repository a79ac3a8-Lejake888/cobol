           SELECT GL-MAP-FILE ASSIGN TO "GLMAP"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-MAP-STATUS.
           SELECT TRAN-MASTER ASSIGN TO "TRANMSTR"
               ORGANIZATION IS INDEXED
               ACCESS MODE IS DYNAMIC
               RECORD KEY IS TM-REF-NUMBER
               ALTERNATE RECORD KEY IS TM-ACCT-KEY
                   WITH DUPLICATES
               FILE STATUS IS WS-TM-STATUS.
           SELECT GL-INTERFACE ASSIGN TO "GLINTF"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-GL-STATUS.
           05 GM-TRAN-TYPE         PIC X(12).
           05 GM-DEBIT-GL          PIC X(8).
           05 GM-CREDIT-GL         PIC X(8).
       FD  TRAN-MASTER.
       01  TRAN-MASTER-RECORD.
           COPY TRANMREC.
       FD  GL-INTERFACE.
       01  GL-INTERFACE-RECORD.
           05 GI-DATE              PIC 9(8).
           01 WS-LOG-STATUS PIC XX.
           01 WS-MAP-STATUS PIC XX.
           01 WS-GL-STATUS PIC XX.
           01 WS-TM-STATUS PIC XX.
           01 WS-TM-OPEN PIC X VALUE "N".
           01 WS-LOOKUP-TYPE PIC X(12).
           01 WS-REVERSAL-SWAP PIC X VALUE "N".
           01 WS-GL-DEBIT PIC X(8).
           01 WS-GL-CREDIT PIC X(8).
           01 WS-ITEMS-REVERSED PIC 9(6) VALUE ZERO.
           01 WS-RPT-STATUS PIC XX.
           01 WS-LOG-EOF PIC X VALUE "N".
           01 WS-MAP-EOF PIC X VALUE "N".
           01 WS-MAP-IDX PIC 99 VALUE ZERO.
           01 WS-MAP-FOUND PIC 99 VALUE ZERO.
           01 WS-MAP-TABLE.
               05 WS-MAP-ENTRY OCCURS 40 TIMES.
                   10 WS-MAP-TYPE PIC X(12).
                   10 WS-MAP-DEBIT PIC X(8).
                   10 WS-MAP-CREDIT PIC X(8).
           END-IF.

           PERFORM 0050-LOAD-GL-MAP.
           OPEN INPUT TRAN-MASTER.
           IF WS-TM-STATUS = "00" THEN
               MOVE "Y" TO WS-TM-OPEN
           END-IF.

           OPEN OUTPUT GL-INTERFACE.
           OPEN OUTPUT PROOF-REPORT.
           END-PERFORM.
           CLOSE TRANSACTION-LOG.
           CLOSE GL-INTERFACE.
           IF WS-TM-OPEN = "Y" THEN
               CLOSE TRAN-MASTER
           END-IF.

           PERFORM 0400-WRITE-PROOF-TOTALS.
           CLOSE PROOF-REPORT.
                   AT END
                       MOVE "Y" TO WS-MAP-EOF
                   NOT AT END
                       IF WS-MAP-COUNT < 40 THEN
                           ADD 1 TO WS-MAP-COUNT
                           MOVE GM-TRAN-TYPE TO
                               WS-MAP-TYPE(WS-MAP-COUNT)

      *> Default chart: 10100000 branch cash, 10200000 clearing
      *> settlement, 20100000 customer deposits control, 40100000
      *> fee income, 40200000 debit interest income, 40300000 loan
      *> interest income, 50100000 interest expense, 12100000 loans
      *> to customers.
           OPEN OUTPUT GL-MAP-FILE.
           MOVE "WITHDRAWAL" TO GM-TRAN-TYPE.
           MOVE "20100000" TO GM-DEBIT-GL.
           MOVE "20100000" TO GM-DEBIT-GL.
           MOVE "40100000" TO GM-CREDIT-GL.
           WRITE GL-MAP-RECORD.
           MOVE "SO RETURN" TO GM-TRAN-TYPE.
           MOVE "10200000" TO GM-DEBIT-GL.
           MOVE "20100000" TO GM-CREDIT-GL.
           WRITE GL-MAP-RECORD.
           MOVE "DEBIT INT" TO GM-TRAN-TYPE.
           MOVE "20100000" TO GM-DEBIT-GL.
           MOVE "40200000" TO GM-CREDIT-GL.
           WRITE GL-MAP-RECORD.
           MOVE "UNARR OD FEE" TO GM-TRAN-TYPE.
           MOVE "20100000" TO GM-DEBIT-GL.
           MOVE "40100000" TO GM-CREDIT-GL.
           WRITE GL-MAP-RECORD.
           MOVE "TD BREAK FEE" TO GM-TRAN-TYPE.
           MOVE "20100000" TO GM-DEBIT-GL.
           MOVE "40100000" TO GM-CREDIT-GL.
           WRITE GL-MAP-RECORD.
           MOVE "TD PAYOUT" TO GM-TRAN-TYPE.
           MOVE "20100000" TO GM-DEBIT-GL.
           MOVE "10200000" TO GM-CREDIT-GL.
           WRITE GL-MAP-RECORD.
           MOVE "LOAN ADVANCE" TO GM-TRAN-TYPE.
           MOVE "12100000" TO GM-DEBIT-GL.
           MOVE "20100000" TO GM-CREDIT-GL.
           WRITE GL-MAP-RECORD.
           MOVE "LOAN PRIN" TO GM-TRAN-TYPE.
           MOVE "20100000" TO GM-DEBIT-GL.
           MOVE "12100000" TO GM-CREDIT-GL.
           WRITE GL-MAP-RECORD.
           MOVE "LOAN INT" TO GM-TRAN-TYPE.
           MOVE "20100000" TO GM-DEBIT-GL.
           MOVE "40300000" TO GM-CREDIT-GL.
           WRITE GL-MAP-RECORD.
           CLOSE GL-MAP-FILE.
           OPEN INPUT GL-MAP-FILE.
           DISPLAY "[GL MAP CREATED WITH DEFAULT ACCOUNT CODES]".

           0100-EXTRACT-ONE-POSTING.

           MOVE TL-TRAN-TYPE TO WS-LOOKUP-TYPE.
           MOVE "N" TO WS-REVERSAL-SWAP.
           IF TL-TRAN-TYPE = "REVERSAL CR" OR
                   TL-TRAN-TYPE = "REVERSAL DR" THEN
               PERFORM 0150-FIND-REVERSED-TYPE
           END-IF.
           MOVE ZERO TO WS-MAP-FOUND.
           PERFORM VARYING WS-MAP-IDX FROM 1 BY 1
                   UNTIL WS-MAP-IDX > WS-MAP-COUNT
               IF WS-MAP-TYPE(WS-MAP-IDX) = WS-LOOKUP-TYPE THEN
                   MOVE WS-MAP-IDX TO WS-MAP-FOUND
               END-IF
           END-PERFORM.
               WRITE WS-REPORT-LINE
           ELSE
               ADD 1 TO WS-ITEMS-EXTRACTED
               IF WS-REVERSAL-SWAP = "Y" THEN
                   ADD 1 TO WS-ITEMS-REVERSED
                   MOVE WS-MAP-CREDIT(WS-MAP-FOUND) TO WS-GL-DEBIT
                   MOVE WS-MAP-DEBIT(WS-MAP-FOUND) TO WS-GL-CREDIT
               ELSE
                   MOVE WS-MAP-DEBIT(WS-MAP-FOUND) TO WS-GL-DEBIT
                   MOVE WS-MAP-CREDIT(WS-MAP-FOUND) TO WS-GL-CREDIT
               END-IF
               MOVE TL-DATE TO GI-DATE
               MOVE WS-GL-DEBIT TO GI-GL-ACCOUNT
               MOVE "D" TO GI-DC-FLAG
               MOVE TL-AMOUNT TO GI-AMOUNT
               MOVE TL-TRAN-TYPE TO GI-TRAN-TYPE
               MOVE TL-REF-NUMBER TO GI-REF-NUMBER
               WRITE GL-INTERFACE-RECORD
               ADD TL-AMOUNT TO WS-TOTAL-DEBITS
               MOVE WS-GL-CREDIT TO GI-GL-ACCOUNT
               MOVE "C" TO GI-DC-FLAG
               WRITE GL-INTERFACE-RECORD
               ADD TL-AMOUNT TO WS-TOTAL-CREDITS
           END-IF.

      *> A reversal goes to the ledger as the mirror of the posting
      *> it reverses - the original's mapping with debit and credit
      *> exchanged - so the original's GL accounts are unwound. The
      *> original type is found through the reversal's link on the
      *> transaction master. A reversal that cannot be traced falls
      *> back to any mapping held for the reversal type itself.
           0150-FIND-REVERSED-TYPE.

           IF WS-TM-OPEN = "Y" THEN
               MOVE TL-REF-NUMBER TO TM-REF-NUMBER
               READ TRAN-MASTER
                   KEY IS TM-REF-NUMBER
                   INVALID KEY
                       CONTINUE
               END-READ
               IF WS-TM-STATUS = "00" AND TM-LINK-REF NOT = ZERO
                       THEN
                   MOVE TM-LINK-REF TO TM-REF-NUMBER
                   READ TRAN-MASTER
                       KEY IS TM-REF-NUMBER
                       INVALID KEY
                           CONTINUE
                   END-READ
                   IF WS-TM-STATUS = "00" THEN
                       MOVE TM-TRAN-TYPE TO WS-LOOKUP-TYPE
                       MOVE "Y" TO WS-REVERSAL-SWAP
                   END-IF
               END-IF
           END-IF.

           0400-WRITE-PROOF-TOTALS.

           MOVE SPACES TO WS-REPORT-LINE.
               "  UNMAPPED " WS-ITEMS-UNMAPPED
               DELIMITED BY SIZE INTO WS-REPORT-LINE.
           WRITE WS-REPORT-LINE.
           MOVE SPACES TO WS-REPORT-LINE.
           STRING "OF WHICH REVERSALS " WS-ITEMS-REVERSED
               DELIMITED BY SIZE INTO WS-REPORT-LINE.
           WRITE WS-REPORT-LINE.
           MOVE WS-TOTAL-DEBITS TO WS-DISPLAY-TOTAL.
           MOVE SPACES TO WS-REPORT-LINE.
           STRING "TOTAL DEBITS  " WS-DISPLAY-TOTAL
