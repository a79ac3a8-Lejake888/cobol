       IDENTIFICATION DIVISION.
       PROGRAM-ID. GLRECON AS "GLRECON".
       ENVIRONMENT DIVISION.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
           SELECT ACCOUNT-FILE ASSIGN TO "ACCTMSTR"
               ORGANIZATION IS INDEXED
               ACCESS MODE IS DYNAMIC
               RECORD KEY IS ACCT-NUMBER
               FILE STATUS IS WS-ACCT-STATUS.
           SELECT TRAN-MASTER ASSIGN TO "TRANMSTR"
               ORGANIZATION IS INDEXED
               ACCESS MODE IS DYNAMIC
               RECORD KEY IS TM-REF-NUMBER
               ALTERNATE RECORD KEY IS TM-ACCT-KEY
                   WITH DUPLICATES
               FILE STATUS IS WS-TM-STATUS.
           SELECT TRANSACTION-LOG ASSIGN TO "TRANLOG"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-LOG-STATUS.
           SELECT GL-MAP-FILE ASSIGN TO "GLMAP"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-MAP-STATUS.
           SELECT GL-INTERFACE ASSIGN TO "GLINTF"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-GL-STATUS.
           SELECT POSITION-FILE ASSIGN TO "GLRECPOS"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-POS-STATUS.
           SELECT SUSPENSE-FILE ASSIGN TO "GLSUSP"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-SUSP-STATUS.
           SELECT GL-TRANSFER-FILE ASSIGN TO "GLPRDXFR"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-XFR-STATUS.
           SELECT RECON-REPORT ASSIGN TO "GLRECON.RPT"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-RPT-STATUS.
           SELECT SUSPENSE-REPORT ASSIGN TO "GLSUSP.RPT"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-SRPT-STATUS.
       DATA DIVISION.
       FILE SECTION.
       FD  ACCOUNT-FILE.
       01  ACCOUNT-RECORD.
           COPY ACCTREC.
       FD  TRAN-MASTER.
       01  TRAN-MASTER-RECORD.
           COPY TRANMREC.
       FD  TRANSACTION-LOG.
       01  TRANLOG-RECORD.
           COPY TRANREC.
       FD  GL-MAP-FILE.
       01  GL-MAP-RECORD.
           05 GM-TRAN-TYPE         PIC X(12).
           05 GM-DEBIT-GL          PIC X(8).
           05 GM-CREDIT-GL         PIC X(8).
       FD  GL-INTERFACE.
       01  GL-INTERFACE-RECORD.
           05 GI-DATE              PIC 9(8).
           05 GI-GL-ACCOUNT        PIC X(8).
           05 GI-DC-FLAG           PIC X.
           05 GI-AMOUNT            PIC 9(7)V9(2).
           05 GI-TRAN-TYPE         PIC X(12).
           05 GI-REF-NUMBER        PIC 9(12).
      *> Agreed ledger position per product and currency as at the
      *> last reconciliation - the ledger side is rolled forward
      *> from here by the day's GL movements.
       FD  POSITION-FILE.
       01  POSITION-RECORD.
           05 RP-DATE              PIC 9(8).
           05 RP-PRODUCT-CODE      PIC X(4).
           05 RP-CURRENCY-CODE     PIC X(3).
           05 RP-LEDGER-BALANCE    PIC S9(11)V9(2).
      *> Open suspense items, carried from run to run until cleared.
      *> SU-REF-NUMBER is zero for a product-level difference.
       FD  SUSPENSE-FILE.
       01  SUSPENSE-RECORD.
           05 SU-RAISED-DATE       PIC 9(8).
           05 SU-REF-NUMBER        PIC 9(12).
           05 SU-PRODUCT-CODE      PIC X(4).
           05 SU-CURRENCY-CODE     PIC X(3).
           05 SU-AMOUNT            PIC S9(11)V9(2).
           05 SU-REASON            PIC X(30).
      *> Balances PRODMIGR moved from one product to another - the
      *> ledger position moves with them.
       FD  GL-TRANSFER-FILE.
       01  GL-TRANSFER-RECORD.
           05 XF-DATE              PIC 9(8).
           05 XF-FROM-PROD         PIC X(4).
           05 XF-TO-PROD           PIC X(4).
           05 XF-CURRENCY-CODE     PIC X(3).
           05 XF-AMOUNT            PIC S9(11)V9(2).
           05 XF-ACCOUNTS          PIC 9(6).
       FD  RECON-REPORT.
       01  WS-REPORT-LINE PIC X(120).
       FD  SUSPENSE-REPORT.
       01  WS-SUSP-LINE PIC X(120).
       WORKING-STORAGE SECTION.
           01 WS-ACCT-STATUS PIC XX.
           01 WS-TM-STATUS PIC XX.
           01 WS-LOG-STATUS PIC XX.
           01 WS-MAP-STATUS PIC XX.
           01 WS-GL-STATUS PIC XX.
           01 WS-POS-STATUS PIC XX.
           01 WS-SUSP-STATUS PIC XX.
           01 WS-RPT-STATUS PIC XX.
           01 WS-SRPT-STATUS PIC XX.
           01 WS-XFR-STATUS PIC XX.
           01 WS-ACCT-EOF PIC X VALUE "N".
           01 WS-LOG-EOF PIC X VALUE "N".
           01 WS-MAP-EOF PIC X VALUE "N".
           01 WS-GL-EOF PIC X VALUE "N".
           01 WS-POS-EOF PIC X VALUE "N".
           01 WS-SUSP-EOF PIC X VALUE "N".
           01 WS-XFR-EOF PIC X VALUE "N".
           01 WS-TM-OPEN PIC X VALUE "N".
           01 WS-RECON-DATE PIC 9(8).
           01 WS-RECON-INT PIC 9(8).
           01 WS-OPENING-RUN PIC X VALUE "N".
           01 WS-ALREADY-DONE PIC X VALUE "N".
      *> Date of the carried position - product transfers after it
      *> are still to be applied.
           01 WS-POSITION-DATE PIC 9(8) VALUE ZERO.
      *> Customer deposits control account on the default chart.
           01 WS-CONTROL-GL PIC X(8) VALUE "20100000".
           01 WS-LOOKUP-TYPE PIC X(12).
           01 WS-CUST-DC PIC X.
           01 WS-SIGNED-AMOUNT PIC S9(9)V9(2).
           01 WS-CONTRA-NET PIC S9(11)V9(2) VALUE ZERO.
           01 WS-LOOKUP-PRODUCT PIC X(4).
           01 WS-LOOKUP-CURRENCY PIC X(3).
           01 WS-MAP-COUNT PIC 99 VALUE ZERO.
           01 WS-MAP-IDX PIC 99 VALUE ZERO.
           01 WS-MAP-FOUND PIC 99 VALUE ZERO.
           01 WS-MAP-TABLE.
               05 WS-MAP-ENTRY OCCURS 40 TIMES.
                   10 WS-MAP-TYPE PIC X(12).
      *> One bucket per product and currency held on ACCTMSTR or on
      *> the carried position.
           01 WS-BKT-COUNT PIC 99 VALUE ZERO.
           01 WS-BKT-IDX PIC 99 VALUE ZERO.
           01 WS-BKT-FOUND PIC 99 VALUE ZERO.
           01 WS-BKT-TABLE.
               05 WS-BKT-ENTRY OCCURS 50 TIMES.
                   10 WS-B-PRODUCT PIC X(4).
                   10 WS-B-CURRENCY PIC X(3).
                   10 WS-B-SUBLEDGER PIC S9(11)V9(2).
                   10 WS-B-PRIOR PIC S9(11)V9(2).
                   10 WS-B-MOVEMENT PIC S9(11)V9(2).
                   10 WS-B-LEDGER PIC S9(11)V9(2).
                   10 WS-B-DIFFERENCE PIC S9(11)V9(2).
                   10 WS-B-ACCOUNTS PIC 9(6).
      *> Suspense items carried forward plus those raised today.
           01 WS-SUSP-COUNT PIC 999 VALUE ZERO.
           01 WS-SUSP-IDX PIC 999 VALUE ZERO.
           01 WS-SUSP-FOUND PIC 999 VALUE ZERO.
           01 WS-SUSP-TABLE.
               05 WS-SUSP-ENTRY OCCURS 200 TIMES.
                   10 WS-S-RAISED PIC 9(8).
                   10 WS-S-REF PIC 9(12).
                   10 WS-S-PRODUCT PIC X(4).
                   10 WS-S-CURRENCY PIC X(3).
                   10 WS-S-AMOUNT PIC S9(11)V9(2).
                   10 WS-S-REASON PIC X(30).
                   10 WS-S-CLEARED PIC X.
           01 WS-NEW-REF PIC 9(12).
           01 WS-NEW-PRODUCT PIC X(4).
           01 WS-NEW-CURRENCY PIC X(3).
           01 WS-NEW-AMOUNT PIC S9(11)V9(2).
           01 WS-NEW-REASON PIC X(30).
           01 WS-AGE-DAYS PIC 9(5).
           01 WS-AGE-BAND PIC X(5).
           01 WS-PRODUCTS-AGREED PIC 99 VALUE ZERO.
           01 WS-PRODUCTS-BROKEN PIC 99 VALUE ZERO.
           01 WS-ITEMS-RAISED PIC 999 VALUE ZERO.
           01 WS-ITEMS-CLEARED PIC 999 VALUE ZERO.
           01 WS-ITEMS-OPEN PIC 999 VALUE ZERO.
           01 WS-LEGS-READ PIC 9(7) VALUE ZERO.
           01 WS-DISPLAY-SUB PIC --,---,---,--9.99.
           01 WS-DISPLAY-LEDGER PIC --,---,---,--9.99.
           01 WS-DISPLAY-DIFF PIC --,---,---,--9.99.
           01 WS-DISPLAY-TRANSFER PIC --,---,---,--9.99.
       PROCEDURE DIVISION.
           PERFORM 0040-SET-RECON-DATE.

           OPEN OUTPUT RECON-REPORT.
           MOVE SPACES TO WS-REPORT-LINE.
           STRING "SUBLEDGER TO GENERAL LEDGER RECONCILIATION "
               WS-RECON-DATE
               DELIMITED BY SIZE INTO WS-REPORT-LINE.
           WRITE WS-REPORT-LINE.

           PERFORM 0050-LOAD-POSITION.
           IF WS-ALREADY-DONE = "Y" THEN
               MOVE SPACES TO WS-REPORT-LINE
               STRING "ALREADY RECONCILED FOR " WS-RECON-DATE
                   " - NOT RERUN"
                   DELIMITED BY SIZE INTO WS-REPORT-LINE
               WRITE WS-REPORT-LINE
               CLOSE RECON-REPORT
               DISPLAY "[GL RECONCILIATION ALREADY RUN FOR "
                   WS-RECON-DATE "]"
               STOP RUN
           END-IF.

           OPEN INPUT ACCOUNT-FILE.
           IF WS-ACCT-STATUS NOT = "00" THEN
               MOVE "NO ACCOUNT MASTER - NOTHING TO RECONCILE"
                   TO WS-REPORT-LINE
               WRITE WS-REPORT-LINE
               CLOSE RECON-REPORT
               DISPLAY "[NO ACCOUNT MASTER - NOTHING TO RECONCILE]"
               MOVE 8 TO RETURN-CODE
               STOP RUN
           END-IF.
           OPEN INPUT TRAN-MASTER.
           IF WS-TM-STATUS = "00" THEN
               MOVE "Y" TO WS-TM-OPEN
           END-IF.

           PERFORM 0060-LOAD-SUSPENSE.
           PERFORM 0070-LOAD-GL-MAP.
           PERFORM 0100-TOTAL-SUBLEDGER.
           PERFORM 0150-APPLY-PRODUCT-TRANSFERS.
           PERFORM 0200-APPLY-GL-MOVEMENTS.
           PERFORM 0300-FIND-UNMAPPED-POSTINGS.
           IF WS-CONTRA-NET NOT = ZERO THEN
               MOVE ZERO TO WS-NEW-REF
               MOVE SPACES TO WS-NEW-PRODUCT
               MOVE SPACES TO WS-NEW-CURRENCY
               MOVE WS-CONTRA-NET TO WS-NEW-AMOUNT
               MOVE "CONTROL A/C CONTRA NOT NETTED" TO WS-NEW-REASON
               PERFORM 0510-RAISE-SUSPENSE
           END-IF.

           CLOSE ACCOUNT-FILE.
           IF WS-TM-OPEN = "Y" THEN
               CLOSE TRAN-MASTER
           END-IF.

           MOVE SPACES TO WS-REPORT-LINE.
           WRITE WS-REPORT-LINE.
           MOVE SPACES TO WS-REPORT-LINE.
           STRING "PROD CCY ACCTS        SUBLEDGER"
               "       GL POSITION       DIFFERENCE"
               DELIMITED BY SIZE INTO WS-REPORT-LINE.
           WRITE WS-REPORT-LINE.
           PERFORM 0400-RECONCILE-ONE-PRODUCT
               VARYING WS-BKT-IDX FROM 1 BY 1
               UNTIL WS-BKT-IDX > WS-BKT-COUNT.
           IF WS-PRODUCTS-BROKEN = ZERO THEN
               PERFORM 0530-CLEAR-UNATTRIBUTED
           END-IF.

           PERFORM 0600-WRITE-POSITION.
           PERFORM 0700-WRITE-SUSPENSE.

           MOVE SPACES TO WS-REPORT-LINE.
           WRITE WS-REPORT-LINE.
           MOVE SPACES TO WS-REPORT-LINE.
           STRING WS-PRODUCTS-AGREED " PRODUCT(S) AGREED, "
               WS-PRODUCTS-BROKEN " OUT OF BALANCE, "
               WS-ITEMS-RAISED " SUSPENSE ITEM(S) RAISED, "
               WS-ITEMS-CLEARED " CLEARED, "
               WS-ITEMS-OPEN " OPEN"
               DELIMITED BY SIZE INTO WS-REPORT-LINE.
           WRITE WS-REPORT-LINE.
           CLOSE RECON-REPORT.

           DISPLAY "[GL RECONCILIATION " WS-PRODUCTS-BROKEN
               " PRODUCT(S) OUT OF BALANCE, " WS-ITEMS-OPEN
               " SUSPENSE ITEM(S) OPEN - SEE GLRECON.RPT]".
      *> A break is for finance to work through the suspense
      *> listing; it does not hold the rest of the nightly chain.
           MOVE ZERO TO RETURN-CODE.
           STOP RUN.

      *> The reconciliation is for the day GLEXTRACT last extracted,
      *> taken from the interface file itself; an empty interface
      *> means a day with no postings.
           0040-SET-RECON-DATE.

           MOVE FUNCTION CURRENT-DATE(1:8) TO WS-RECON-DATE.
           OPEN INPUT GL-INTERFACE.
           IF WS-GL-STATUS = "00" THEN
               READ GL-INTERFACE
                   AT END
                       CONTINUE
                   NOT AT END
                       MOVE GI-DATE TO WS-RECON-DATE
               END-READ
               CLOSE GL-INTERFACE
           END-IF.
           COMPUTE WS-RECON-INT =
               FUNCTION INTEGER-OF-DATE(WS-RECON-DATE).

           0050-LOAD-POSITION.

           OPEN INPUT POSITION-FILE.
           IF WS-POS-STATUS NOT = "00" THEN
               MOVE "Y" TO WS-OPENING-RUN
           ELSE
               PERFORM UNTIL WS-POS-EOF = "Y"
                   READ POSITION-FILE
                       AT END
                           MOVE "Y" TO WS-POS-EOF
                       NOT AT END
                           IF RP-DATE NOT < WS-RECON-DATE THEN
                               MOVE "Y" TO WS-ALREADY-DONE
                           END-IF
                           IF RP-DATE > WS-POSITION-DATE THEN
                               MOVE RP-DATE TO WS-POSITION-DATE
                           END-IF
                           MOVE RP-PRODUCT-CODE TO WS-LOOKUP-PRODUCT
                           MOVE RP-CURRENCY-CODE
                               TO WS-LOOKUP-CURRENCY
                           PERFORM 0080-FIND-BUCKET
                           IF WS-BKT-FOUND > ZERO THEN
                               MOVE RP-LEDGER-BALANCE
                                   TO WS-B-PRIOR(WS-BKT-FOUND)
                           END-IF
                   END-READ
               END-PERFORM
               CLOSE POSITION-FILE
           END-IF.

           0060-LOAD-SUSPENSE.

           OPEN INPUT SUSPENSE-FILE.
           IF WS-SUSP-STATUS = "00" THEN
               PERFORM UNTIL WS-SUSP-EOF = "Y"
                   READ SUSPENSE-FILE
                       AT END
                           MOVE "Y" TO WS-SUSP-EOF
                       NOT AT END
                           IF WS-SUSP-COUNT < 200 THEN
                               ADD 1 TO WS-SUSP-COUNT
                               MOVE SU-RAISED-DATE TO
                                   WS-S-RAISED(WS-SUSP-COUNT)
                               MOVE SU-REF-NUMBER TO
                                   WS-S-REF(WS-SUSP-COUNT)
                               MOVE SU-PRODUCT-CODE TO
                                   WS-S-PRODUCT(WS-SUSP-COUNT)
                               MOVE SU-CURRENCY-CODE TO
                                   WS-S-CURRENCY(WS-SUSP-COUNT)
                               MOVE SU-AMOUNT TO
                                   WS-S-AMOUNT(WS-SUSP-COUNT)
                               MOVE SU-REASON TO
                                   WS-S-REASON(WS-SUSP-COUNT)
                               MOVE "N" TO
                                   WS-S-CLEARED(WS-SUSP-COUNT)
                           END-IF
                   END-READ
               END-PERFORM
               CLOSE SUSPENSE-FILE
           END-IF.

           0070-LOAD-GL-MAP.

           OPEN INPUT GL-MAP-FILE.
           IF WS-MAP-STATUS = "00" THEN
               PERFORM UNTIL WS-MAP-EOF = "Y"
                   READ GL-MAP-FILE
                       AT END
                           MOVE "Y" TO WS-MAP-EOF
                       NOT AT END
                           IF WS-MAP-COUNT < 40 THEN
                               ADD 1 TO WS-MAP-COUNT
                               MOVE GM-TRAN-TYPE TO
                                   WS-MAP-TYPE(WS-MAP-COUNT)
                           END-IF
                   END-READ
               END-PERFORM
               CLOSE GL-MAP-FILE
           END-IF.

      *> Find (or open) the bucket for WS-LOOKUP-PRODUCT and
      *> WS-LOOKUP-CURRENCY. WS-BKT-FOUND is zero if the table is
      *> full.
           0080-FIND-BUCKET.

           MOVE ZERO TO WS-BKT-FOUND.
           PERFORM VARYING WS-BKT-IDX FROM 1 BY 1
                   UNTIL WS-BKT-IDX > WS-BKT-COUNT
               IF WS-B-PRODUCT(WS-BKT-IDX) = WS-LOOKUP-PRODUCT AND
                       WS-B-CURRENCY(WS-BKT-IDX) = WS-LOOKUP-CURRENCY
                       THEN
                   MOVE WS-BKT-IDX TO WS-BKT-FOUND
               END-IF
           END-PERFORM.
           IF WS-BKT-FOUND = ZERO AND WS-BKT-COUNT < 50 THEN
               ADD 1 TO WS-BKT-COUNT
               MOVE WS-BKT-COUNT TO WS-BKT-FOUND
               MOVE WS-LOOKUP-PRODUCT TO WS-B-PRODUCT(WS-BKT-FOUND)
               MOVE WS-LOOKUP-CURRENCY TO WS-B-CURRENCY(WS-BKT-FOUND)
               MOVE ZERO TO WS-B-SUBLEDGER(WS-BKT-FOUND)
               MOVE ZERO TO WS-B-PRIOR(WS-BKT-FOUND)
               MOVE ZERO TO WS-B-MOVEMENT(WS-BKT-FOUND)
               MOVE ZERO TO WS-B-LEDGER(WS-BKT-FOUND)
               MOVE ZERO TO WS-B-DIFFERENCE(WS-BKT-FOUND)
               MOVE ZERO TO WS-B-ACCOUNTS(WS-BKT-FOUND)
           END-IF.

           0100-TOTAL-SUBLEDGER.

           MOVE ZERO TO ACCT-NUMBER.
           START ACCOUNT-FILE
               KEY IS NOT LESS THAN ACCT-NUMBER
               INVALID KEY
                   MOVE "Y" TO WS-ACCT-EOF
           END-START.
           PERFORM UNTIL WS-ACCT-EOF = "Y"
               READ ACCOUNT-FILE NEXT RECORD
                   AT END
                       MOVE "Y" TO WS-ACCT-EOF
                   NOT AT END
                       MOVE ACCT-PRODUCT-CODE TO WS-LOOKUP-PRODUCT
                       MOVE ACCT-CURRENCY-CODE TO WS-LOOKUP-CURRENCY
                       PERFORM 0080-FIND-BUCKET
                       IF WS-BKT-FOUND > ZERO THEN
                           ADD ACCT-BALANCE TO
                               WS-B-SUBLEDGER(WS-BKT-FOUND)
                           ADD 1 TO WS-B-ACCOUNTS(WS-BKT-FOUND)
                       END-IF
               END-READ
           END-PERFORM.

      *> A product migration moves balances between products without
      *> a posting, so nothing reaches GLINTF. Each transfer made
      *> since the carried position and up to the day reconciled
      *> moves that amount out of the old product's ledger position
      *> and into the new one's. The first run opens every position
      *> at its subledger, so earlier transfers are already in it.
           0150-APPLY-PRODUCT-TRANSFERS.

           OPEN INPUT GL-TRANSFER-FILE.
           IF WS-XFR-STATUS NOT = "00" OR WS-OPENING-RUN = "Y" THEN
               MOVE "Y" TO WS-XFR-EOF
           END-IF.
           PERFORM UNTIL WS-XFR-EOF = "Y"
               READ GL-TRANSFER-FILE
                   AT END
                       MOVE "Y" TO WS-XFR-EOF
                   NOT AT END
                       IF XF-DATE > WS-POSITION-DATE AND
                               XF-DATE NOT > WS-RECON-DATE THEN
                           PERFORM 0160-APPLY-ONE-TRANSFER
                       END-IF
               END-READ
           END-PERFORM.
           IF WS-XFR-STATUS NOT = "35" THEN
               CLOSE GL-TRANSFER-FILE
           END-IF.

           0160-APPLY-ONE-TRANSFER.

           MOVE XF-FROM-PROD TO WS-LOOKUP-PRODUCT.
           MOVE XF-CURRENCY-CODE TO WS-LOOKUP-CURRENCY.
           PERFORM 0080-FIND-BUCKET.
           IF WS-BKT-FOUND > ZERO THEN
               SUBTRACT XF-AMOUNT FROM WS-B-MOVEMENT(WS-BKT-FOUND)
           END-IF.
           MOVE XF-TO-PROD TO WS-LOOKUP-PRODUCT.
           PERFORM 0080-FIND-BUCKET.
           IF WS-BKT-FOUND > ZERO THEN
               ADD XF-AMOUNT TO WS-B-MOVEMENT(WS-BKT-FOUND)
           END-IF.
           MOVE XF-AMOUNT TO WS-DISPLAY-TRANSFER.
           MOVE SPACES TO WS-REPORT-LINE.
           STRING "PRODUCT TRANSFER " XF-DATE " "
               XF-FROM-PROD " TO " XF-TO-PROD " "
               XF-CURRENCY-CODE " " WS-DISPLAY-TRANSFER
               " (" XF-ACCOUNTS " ACCOUNT(S))"
               DELIMITED BY SIZE INTO WS-REPORT-LINE.
           WRITE WS-REPORT-LINE.

      *> Each GLINTF leg is traced to its posting on TRANMSTR. The
      *> leg on the control account on the customer's side of the
      *> posting moves that account's product; a leg on the control
      *> account on the other side is the contra of an internal
      *> transfer and must net to nothing over the day.
           0200-APPLY-GL-MOVEMENTS.

           OPEN INPUT GL-INTERFACE.
           IF WS-GL-STATUS NOT = "00" THEN
               MOVE "Y" TO WS-GL-EOF
           END-IF.
           PERFORM UNTIL WS-GL-EOF = "Y"
               READ GL-INTERFACE
                   AT END
                       MOVE "Y" TO WS-GL-EOF
                   NOT AT END
                       ADD 1 TO WS-LEGS-READ
                       PERFORM 0210-APPLY-ONE-LEG
               END-READ
           END-PERFORM.
           IF WS-GL-STATUS NOT = "35" THEN
               CLOSE GL-INTERFACE
           END-IF.

           0210-APPLY-ONE-LEG.

           IF GI-DC-FLAG = "C" THEN
               MOVE GI-AMOUNT TO WS-SIGNED-AMOUNT
           ELSE
               COMPUTE WS-SIGNED-AMOUNT = 0 - GI-AMOUNT
           END-IF.
           IF WS-TM-OPEN = "Y" THEN
               MOVE GI-REF-NUMBER TO TM-REF-NUMBER
               READ TRAN-MASTER
                   KEY IS TM-REF-NUMBER
                   INVALID KEY
                       CONTINUE
               END-READ
               IF WS-TM-STATUS = "00" THEN
                   PERFORM 0250-READ-POSTING-ACCOUNT
               END-IF
           END-IF.
           IF WS-TM-OPEN NOT = "Y" OR WS-TM-STATUS NOT = "00" THEN
               IF GI-GL-ACCOUNT = WS-CONTROL-GL THEN
                   MOVE GI-REF-NUMBER TO WS-NEW-REF
                   MOVE SPACES TO WS-NEW-PRODUCT
                   MOVE SPACES TO WS-NEW-CURRENCY
                   MOVE WS-SIGNED-AMOUNT TO WS-NEW-AMOUNT
                   MOVE "POSTING NOT ON TRANMSTR" TO WS-NEW-REASON
                   PERFORM 0510-RAISE-SUSPENSE
               END-IF
           ELSE
               MOVE TM-TRAN-TYPE TO WS-LOOKUP-TYPE
               PERFORM 0260-SET-CUSTOMER-SIDE
               IF GI-DC-FLAG = WS-CUST-DC THEN
                   IF GI-GL-ACCOUNT = WS-CONTROL-GL THEN
                       PERFORM 0080-FIND-BUCKET
                       IF WS-BKT-FOUND > ZERO THEN
                           ADD WS-SIGNED-AMOUNT TO
                               WS-B-MOVEMENT(WS-BKT-FOUND)
                       END-IF
                   ELSE
                       MOVE GI-REF-NUMBER TO WS-NEW-REF
                       MOVE WS-LOOKUP-PRODUCT TO WS-NEW-PRODUCT
                       MOVE WS-LOOKUP-CURRENCY TO WS-NEW-CURRENCY
                       MOVE WS-SIGNED-AMOUNT TO WS-NEW-AMOUNT
                       MOVE "CUSTOMER LEG OFF CONTROL A/C"
                           TO WS-NEW-REASON
                       PERFORM 0510-RAISE-SUSPENSE
                   END-IF
               ELSE
                   IF GI-GL-ACCOUNT = WS-CONTROL-GL THEN
                       ADD WS-SIGNED-AMOUNT TO WS-CONTRA-NET
                   END-IF
               END-IF
           END-IF.

      *> Product and currency come from the account as it stands; a
      *> posting to an account no longer on file is taken as its
      *> posting currency with no product.
           0250-READ-POSTING-ACCOUNT.

           MOVE TM-ACCT-NUMBER TO ACCT-NUMBER.
           READ ACCOUNT-FILE
               KEY IS ACCT-NUMBER
               INVALID KEY
                   CONTINUE
           END-READ.
           IF WS-ACCT-STATUS = "00" THEN
               MOVE ACCT-PRODUCT-CODE TO WS-LOOKUP-PRODUCT
               MOVE ACCT-CURRENCY-CODE TO WS-LOOKUP-CURRENCY
           ELSE
               MOVE SPACES TO WS-LOOKUP-PRODUCT
               MOVE TM-CURRENCY-CODE TO WS-LOOKUP-CURRENCY
           END-IF.

      *> The side of the ledger the customer's account sits on for
      *> the posting type: "C" where the posting credits the account.
           0260-SET-CUSTOMER-SIDE.

           EVALUATE WS-LOOKUP-TYPE
               WHEN "DEPOSIT"
                   MOVE "C" TO WS-CUST-DC
               WHEN "TRANSFER IN"
                   MOVE "C" TO WS-CUST-DC
               WHEN "INTEREST"
                   MOVE "C" TO WS-CUST-DC
               WHEN "CLEAR CREDIT"
                   MOVE "C" TO WS-CUST-DC
               WHEN "SO RETURN"
                   MOVE "C" TO WS-CUST-DC
               WHEN "LOAN ADVANCE"
                   MOVE "C" TO WS-CUST-DC
               WHEN "REVERSAL CR"
                   MOVE "C" TO WS-CUST-DC
               WHEN OTHER
                   MOVE "D" TO WS-CUST-DC
           END-EVALUATE.

      *> TRANLOG postings of the day that GLEXTRACT could not map
      *> never reached GLINTF; each goes to suspense so the product
      *> difference it causes can be traced.
           0300-FIND-UNMAPPED-POSTINGS.

           OPEN INPUT TRANSACTION-LOG.
           IF WS-LOG-STATUS NOT = "00" THEN
               MOVE "Y" TO WS-LOG-EOF
           END-IF.
           PERFORM UNTIL WS-LOG-EOF = "Y"
               READ TRANSACTION-LOG
                   AT END
                       MOVE "Y" TO WS-LOG-EOF
                   NOT AT END
                       IF TL-DATE = WS-RECON-DATE AND
                               TL-AMOUNT > ZERO THEN
                           PERFORM 0310-CHECK-ONE-POSTING
                       END-IF
               END-READ
           END-PERFORM.
           IF WS-LOG-STATUS NOT = "35" THEN
               CLOSE TRANSACTION-LOG
           END-IF.

           0310-CHECK-ONE-POSTING.

           MOVE TL-TRAN-TYPE TO WS-LOOKUP-TYPE.
           IF (TL-TRAN-TYPE = "REVERSAL CR" OR
                   TL-TRAN-TYPE = "REVERSAL DR") AND
                   WS-TM-OPEN = "Y" THEN
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
                   END-IF
               END-IF
           END-IF.
           MOVE ZERO TO WS-MAP-FOUND.
           PERFORM VARYING WS-MAP-IDX FROM 1 BY 1
                   UNTIL WS-MAP-IDX > WS-MAP-COUNT
               IF WS-MAP-TYPE(WS-MAP-IDX) = WS-LOOKUP-TYPE OR
                       WS-MAP-TYPE(WS-MAP-IDX) = TL-TRAN-TYPE THEN
                   MOVE WS-MAP-IDX TO WS-MAP-FOUND
               END-IF
           END-PERFORM.
           IF WS-MAP-FOUND = ZERO THEN
               MOVE TL-TRAN-TYPE TO WS-LOOKUP-TYPE
               PERFORM 0260-SET-CUSTOMER-SIDE
               IF WS-CUST-DC = "C" THEN
                   MOVE TL-AMOUNT TO WS-NEW-AMOUNT
               ELSE
                   COMPUTE WS-NEW-AMOUNT = 0 - TL-AMOUNT
               END-IF
               MOVE TL-ACCT-NUMBER TO ACCT-NUMBER
               READ ACCOUNT-FILE
                   KEY IS ACCT-NUMBER
                   INVALID KEY
                       CONTINUE
               END-READ
               IF WS-ACCT-STATUS = "00" THEN
                   MOVE ACCT-PRODUCT-CODE TO WS-NEW-PRODUCT
                   MOVE ACCT-CURRENCY-CODE TO WS-NEW-CURRENCY
               ELSE
                   MOVE SPACES TO WS-NEW-PRODUCT
                   MOVE TL-CURRENCY-CODE TO WS-NEW-CURRENCY
               END-IF
               MOVE TL-REF-NUMBER TO WS-NEW-REF
               MOVE SPACES TO WS-NEW-REASON
               STRING "UNMAPPED TYPE " TL-TRAN-TYPE
                   DELIMITED BY SIZE INTO WS-NEW-REASON
               PERFORM 0510-RAISE-SUSPENSE
           END-IF.

      *> On the first run there is no agreed position to carry, so
      *> the ledger side opens at the subledger less the day's GL
      *> movements - the day is then proved from an agreed start.
           0400-RECONCILE-ONE-PRODUCT.

           IF WS-OPENING-RUN = "Y" THEN
               COMPUTE WS-B-PRIOR(WS-BKT-IDX) =
                   WS-B-SUBLEDGER(WS-BKT-IDX)
                   - WS-B-MOVEMENT(WS-BKT-IDX)
           END-IF.
           COMPUTE WS-B-LEDGER(WS-BKT-IDX) =
               WS-B-PRIOR(WS-BKT-IDX) + WS-B-MOVEMENT(WS-BKT-IDX).
           COMPUTE WS-B-DIFFERENCE(WS-BKT-IDX) =
               WS-B-SUBLEDGER(WS-BKT-IDX) - WS-B-LEDGER(WS-BKT-IDX).
           MOVE WS-B-SUBLEDGER(WS-BKT-IDX) TO WS-DISPLAY-SUB.
           MOVE WS-B-LEDGER(WS-BKT-IDX) TO WS-DISPLAY-LEDGER.
           MOVE WS-B-DIFFERENCE(WS-BKT-IDX) TO WS-DISPLAY-DIFF.
           MOVE SPACES TO WS-REPORT-LINE.
           STRING WS-B-PRODUCT(WS-BKT-IDX) " "
               WS-B-CURRENCY(WS-BKT-IDX) " "
               WS-B-ACCOUNTS(WS-BKT-IDX) " "
               WS-DISPLAY-SUB " "
               WS-DISPLAY-LEDGER " "
               WS-DISPLAY-DIFF
               DELIMITED BY SIZE INTO WS-REPORT-LINE.
           WRITE WS-REPORT-LINE.
           IF WS-B-DIFFERENCE(WS-BKT-IDX) = ZERO THEN
               ADD 1 TO WS-PRODUCTS-AGREED
               PERFORM 0520-CLEAR-PRODUCT-ITEMS
           ELSE
               ADD 1 TO WS-PRODUCTS-BROKEN
               MOVE "  ** OUT OF BALANCE - SEE GLSUSP.RPT **"
                   TO WS-REPORT-LINE
               WRITE WS-REPORT-LINE
               PERFORM 0500-HOLD-PRODUCT-DIFFERENCE
           END-IF.

      *> One product-level item per product and currency: raised the
      *> first day the difference appears and restated each day it
      *> persists, so its age runs from the first day.
           0500-HOLD-PRODUCT-DIFFERENCE.

           MOVE ZERO TO WS-SUSP-FOUND.
           PERFORM VARYING WS-SUSP-IDX FROM 1 BY 1
                   UNTIL WS-SUSP-IDX > WS-SUSP-COUNT
               IF WS-S-REF(WS-SUSP-IDX) = ZERO AND
                       WS-S-PRODUCT(WS-SUSP-IDX) =
                           WS-B-PRODUCT(WS-BKT-IDX) AND
                       WS-S-CURRENCY(WS-SUSP-IDX) =
                           WS-B-CURRENCY(WS-BKT-IDX) AND
                       WS-S-REASON(WS-SUSP-IDX) =
                           "PRODUCT OUT OF BALANCE" THEN
                   MOVE WS-SUSP-IDX TO WS-SUSP-FOUND
               END-IF
           END-PERFORM.
           IF WS-SUSP-FOUND > ZERO THEN
               MOVE WS-B-DIFFERENCE(WS-BKT-IDX)
                   TO WS-S-AMOUNT(WS-SUSP-FOUND)
           ELSE
               MOVE ZERO TO WS-NEW-REF
               MOVE WS-B-PRODUCT(WS-BKT-IDX) TO WS-NEW-PRODUCT
               MOVE WS-B-CURRENCY(WS-BKT-IDX) TO WS-NEW-CURRENCY
               MOVE WS-B-DIFFERENCE(WS-BKT-IDX) TO WS-NEW-AMOUNT
               MOVE "PRODUCT OUT OF BALANCE" TO WS-NEW-REASON
               PERFORM 0510-RAISE-SUSPENSE
           END-IF.

           0510-RAISE-SUSPENSE.

           IF WS-SUSP-COUNT < 200 THEN
               ADD 1 TO WS-SUSP-COUNT
               ADD 1 TO WS-ITEMS-RAISED
               MOVE WS-RECON-DATE TO WS-S-RAISED(WS-SUSP-COUNT)
               MOVE WS-NEW-REF TO WS-S-REF(WS-SUSP-COUNT)
               MOVE WS-NEW-PRODUCT TO WS-S-PRODUCT(WS-SUSP-COUNT)
               MOVE WS-NEW-CURRENCY TO WS-S-CURRENCY(WS-SUSP-COUNT)
               MOVE WS-NEW-AMOUNT TO WS-S-AMOUNT(WS-SUSP-COUNT)
               MOVE WS-NEW-REASON TO WS-S-REASON(WS-SUSP-COUNT)
               MOVE "N" TO WS-S-CLEARED(WS-SUSP-COUNT)
           ELSE
               DISPLAY "[SUSPENSE TABLE FULL - ITEM NOT HELD]"
           END-IF.

      *> A product back in agreement clears everything held against
      *> it - the difference the items explained has been corrected.
           0520-CLEAR-PRODUCT-ITEMS.

           PERFORM VARYING WS-SUSP-IDX FROM 1 BY 1
                   UNTIL WS-SUSP-IDX > WS-SUSP-COUNT
               IF WS-S-CLEARED(WS-SUSP-IDX) = "N" AND
                       WS-S-PRODUCT(WS-SUSP-IDX) =
                           WS-B-PRODUCT(WS-BKT-IDX) AND
                       WS-S-CURRENCY(WS-SUSP-IDX) =
                           WS-B-CURRENCY(WS-BKT-IDX) THEN
                   MOVE "Y" TO WS-S-CLEARED(WS-SUSP-IDX)
                   ADD 1 TO WS-ITEMS-CLEARED
               END-IF
           END-PERFORM.

      *> Items with no product (untraceable legs, unnetted contras)
      *> clear once every product agrees.
           0530-CLEAR-UNATTRIBUTED.

           PERFORM VARYING WS-SUSP-IDX FROM 1 BY 1
                   UNTIL WS-SUSP-IDX > WS-SUSP-COUNT
               IF WS-S-CLEARED(WS-SUSP-IDX) = "N" AND
                       WS-S-PRODUCT(WS-SUSP-IDX) = SPACES THEN
                   MOVE "Y" TO WS-S-CLEARED(WS-SUSP-IDX)
                   ADD 1 TO WS-ITEMS-CLEARED
               END-IF
           END-PERFORM.

           0600-WRITE-POSITION.

           OPEN OUTPUT POSITION-FILE.
           PERFORM VARYING WS-BKT-IDX FROM 1 BY 1
                   UNTIL WS-BKT-IDX > WS-BKT-COUNT
               MOVE WS-RECON-DATE TO RP-DATE
               MOVE WS-B-PRODUCT(WS-BKT-IDX) TO RP-PRODUCT-CODE
               MOVE WS-B-CURRENCY(WS-BKT-IDX) TO RP-CURRENCY-CODE
               MOVE WS-B-LEDGER(WS-BKT-IDX) TO RP-LEDGER-BALANCE
               WRITE POSITION-RECORD
           END-PERFORM.
           CLOSE POSITION-FILE.

      *> Open items are written back to GLSUSP; the listing shows
      *> them aged from the day raised, and today's clearances.
           0700-WRITE-SUSPENSE.

           OPEN OUTPUT SUSPENSE-FILE.
           OPEN OUTPUT SUSPENSE-REPORT.
           MOVE SPACES TO WS-SUSP-LINE.
           STRING "GL RECONCILIATION SUSPENSE LISTING "
               WS-RECON-DATE
               DELIMITED BY SIZE INTO WS-SUSP-LINE.
           WRITE WS-SUSP-LINE.
           MOVE SPACES TO WS-SUSP-LINE.
           STRING "RAISED   AGE   BAND  REFERENCE    PROD CCY"
               "           AMOUNT REASON"
               DELIMITED BY SIZE INTO WS-SUSP-LINE.
           WRITE WS-SUSP-LINE.
           PERFORM 0710-LIST-ONE-ITEM
               VARYING WS-SUSP-IDX FROM 1 BY 1
               UNTIL WS-SUSP-IDX > WS-SUSP-COUNT.
           MOVE SPACES TO WS-SUSP-LINE.
           STRING WS-ITEMS-OPEN " ITEM(S) OPEN, "
               WS-ITEMS-CLEARED " CLEARED TODAY"
               DELIMITED BY SIZE INTO WS-SUSP-LINE.
           WRITE WS-SUSP-LINE.
           CLOSE SUSPENSE-REPORT.
           CLOSE SUSPENSE-FILE.

           0710-LIST-ONE-ITEM.

           COMPUTE WS-AGE-DAYS = WS-RECON-INT
               - FUNCTION INTEGER-OF-DATE(WS-S-RAISED(WS-SUSP-IDX)).
           EVALUATE TRUE
               WHEN WS-S-CLEARED(WS-SUSP-IDX) = "Y"
                   MOVE "CLRD" TO WS-AGE-BAND
               WHEN WS-AGE-DAYS < 2
                   MOVE "0-1" TO WS-AGE-BAND
               WHEN WS-AGE-DAYS < 8
                   MOVE "2-7" TO WS-AGE-BAND
               WHEN WS-AGE-DAYS < 31
                   MOVE "8-30" TO WS-AGE-BAND
               WHEN OTHER
                   MOVE "31+" TO WS-AGE-BAND
           END-EVALUATE.
           MOVE WS-S-AMOUNT(WS-SUSP-IDX) TO WS-DISPLAY-DIFF.
           MOVE SPACES TO WS-SUSP-LINE.
           STRING WS-S-RAISED(WS-SUSP-IDX) " "
               WS-AGE-DAYS " "
               WS-AGE-BAND " "
               WS-S-REF(WS-SUSP-IDX) " "
               WS-S-PRODUCT(WS-SUSP-IDX) " "
               WS-S-CURRENCY(WS-SUSP-IDX) " "
               WS-DISPLAY-DIFF " "
               WS-S-REASON(WS-SUSP-IDX)
               DELIMITED BY SIZE INTO WS-SUSP-LINE.
           WRITE WS-SUSP-LINE.
           IF WS-S-CLEARED(WS-SUSP-IDX) = "N" THEN
               ADD 1 TO WS-ITEMS-OPEN
               MOVE WS-S-RAISED(WS-SUSP-IDX) TO SU-RAISED-DATE
               MOVE WS-S-REF(WS-SUSP-IDX) TO SU-REF-NUMBER
               MOVE WS-S-PRODUCT(WS-SUSP-IDX) TO SU-PRODUCT-CODE
               MOVE WS-S-CURRENCY(WS-SUSP-IDX) TO SU-CURRENCY-CODE
               MOVE WS-S-AMOUNT(WS-SUSP-IDX) TO SU-AMOUNT
               MOVE WS-S-REASON(WS-SUSP-IDX) TO SU-REASON
               WRITE SUSPENSE-RECORD
           END-IF.

       END PROGRAM GLRECON.
