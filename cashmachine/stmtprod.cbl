               ALTERNATE RECORD KEY IS TM-ACCT-KEY
                   WITH DUPLICATES
               FILE STATUS IS WS-TM-STATUS.
           SELECT CUSTOMER-FILE ASSIGN TO "CUSTMSTR"
               ORGANIZATION IS INDEXED
               ACCESS MODE IS DYNAMIC
               RECORD KEY IS CUST-NUMBER
               FILE STATUS IS WS-CUST-STATUS.
           SELECT RELATION-FILE ASSIGN TO "ACCTREL"
               ORGANIZATION IS INDEXED
               ACCESS MODE IS DYNAMIC
               RECORD KEY IS REL-KEY
               ALTERNATE RECORD KEY IS REL-CUST-KEY
               FILE STATUS IS WS-REL-STATUS.
           SELECT STATEMENT-FILE ASSIGN TO "STATEMENT.RPT"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-STMT-STATUS.
       FD  TRAN-MASTER.
       01  TRAN-MASTER-RECORD.
           COPY TRANMREC.
       FD  CUSTOMER-FILE.
       01  CUSTOMER-RECORD.
           COPY CUSTREC.
       FD  RELATION-FILE.
       01  RELATION-RECORD.
           COPY RELREC.
       FD  STATEMENT-FILE.
       01  WS-STMT-LINE PIC X(120).
       WORKING-STORAGE SECTION.
           01 WS-ACCT-STATUS PIC XX.
           01 WS-TM-STATUS PIC XX.
           01 WS-STMT-STATUS PIC XX.
           01 WS-CUST-STATUS PIC XX.
           01 WS-REL-STATUS PIC XX.
           01 WS-CUST-OPEN PIC X VALUE "N".
           01 WS-REL-OPEN PIC X VALUE "N".
           01 WS-REL-EOF PIC X VALUE "N".
           01 WS-ADDRESS-1 PIC X(30).
           01 WS-ADDRESS-2 PIC X(30).
           01 WS-POSTCODE PIC X(8).
           01 WS-ACCT-EOF PIC X VALUE "N".
           01 WS-TM-EOF PIC X VALUE "N".
           01 WS-FROM-DATE PIC 9(8).
               STOP RUN
           END-IF.

           OPEN INPUT CUSTOMER-FILE.
           IF WS-CUST-STATUS = "00" THEN
               MOVE "Y" TO WS-CUST-OPEN
           END-IF.
           OPEN INPUT RELATION-FILE.
           IF WS-REL-STATUS = "00" THEN
               MOVE "Y" TO WS-REL-OPEN
           END-IF.

           OPEN OUTPUT STATEMENT-FILE.

           MOVE "N" TO WS-ACCT-EOF.
           CLOSE STATEMENT-FILE.
           CLOSE TRAN-MASTER.
           CLOSE ACCOUNT-FILE.
           IF WS-CUST-OPEN = "Y" THEN
               CLOSE CUSTOMER-FILE
           END-IF.
           IF WS-REL-OPEN = "Y" THEN
               CLOSE RELATION-FILE
           END-IF.

           DISPLAY "[" WS-STMTS-WRITTEN " STATEMENT(S) WRITTEN TO "
               "STATEMENT.RPT]".

           MOVE ALL "=" TO WS-STMT-LINE.
           WRITE WS-STMT-LINE.
           IF WS-CUST-OPEN = "Y" AND ACCT-CUST-NUMBER NOT = ZERO THEN
               PERFORM 0210-WRITE-ADDRESS-BLOCK
           END-IF.
           MOVE SPACES TO WS-STMT-LINE.
           STRING "STATEMENT OF ACCOUNT " ACCT-NUMBER
               "  CURRENCY " ACCT-CURRENCY-CODE
           MOVE "AMOUNT             BALANCE" TO WS-STMT-LINE(48:26).
           WRITE WS-STMT-LINE.

      *> Addressed to the primary holder's address, naming every
      *> joint holder and any attorney acting on the account.
           0210-WRITE-ADDRESS-BLOCK.

           MOVE ACCT-CUST-NUMBER TO CUST-NUMBER.
           READ CUSTOMER-FILE
               KEY IS CUST-NUMBER
               INVALID KEY
                   CONTINUE
           END-READ.
           IF WS-CUST-STATUS = "00" THEN
               MOVE CUST-NAME TO WS-STMT-LINE
               WRITE WS-STMT-LINE
               MOVE CUST-ADDRESS-1 TO WS-ADDRESS-1
               MOVE CUST-ADDRESS-2 TO WS-ADDRESS-2
               MOVE CUST-POSTCODE TO WS-POSTCODE
               IF WS-REL-OPEN = "Y" THEN
                   PERFORM 0220-NAME-OTHER-HOLDERS
               END-IF
               MOVE WS-ADDRESS-1 TO WS-STMT-LINE
               WRITE WS-STMT-LINE
               MOVE WS-ADDRESS-2 TO WS-STMT-LINE
               WRITE WS-STMT-LINE
               MOVE WS-POSTCODE TO WS-STMT-LINE
               WRITE WS-STMT-LINE
           END-IF.

           0220-NAME-OTHER-HOLDERS.

           MOVE "N" TO WS-REL-EOF.
           MOVE ACCT-NUMBER TO REL-ACCT-NUMBER.
           MOVE ZERO TO REL-CUST-NUMBER.
           START RELATION-FILE
               KEY IS NOT LESS THAN REL-KEY
               INVALID KEY
                   MOVE "Y" TO WS-REL-EOF
           END-START.
           PERFORM UNTIL WS-REL-EOF = "Y"
               READ RELATION-FILE NEXT RECORD
                   AT END
                       MOVE "Y" TO WS-REL-EOF
                   NOT AT END
                       IF REL-ACCT-NUMBER NOT = ACCT-NUMBER THEN
                           MOVE "Y" TO WS-REL-EOF
                       ELSE
                           IF REL-CUST-NUMBER NOT = ACCT-CUST-NUMBER
                                   AND (REL-IS-JOINT OR
                                   REL-IS-ATTORNEY) THEN
                               MOVE REL-CUST-NUMBER TO CUST-NUMBER
                               READ CUSTOMER-FILE
                                   KEY IS CUST-NUMBER
                                   INVALID KEY
                                       CONTINUE
                               END-READ
                               IF WS-CUST-STATUS = "00" THEN
                                   MOVE SPACES TO WS-STMT-LINE
                                   IF REL-IS-ATTORNEY THEN
                                       STRING "C/O " CUST-NAME
                                           " (ATTORNEY)"
                                           DELIMITED BY SIZE
                                           INTO WS-STMT-LINE
                                   ELSE
                                       MOVE CUST-NAME
                                           TO WS-STMT-LINE
                                   END-IF
                                   WRITE WS-STMT-LINE
                               END-IF
                           END-IF
                       END-IF
               END-READ
           END-PERFORM.

           0300-APPLY-MASTER-RECORD.

           IF TM-ACCT-NUMBER NOT = ACCT-NUMBER OR
                       " " WS-DISPLAY-AMOUNT
                       " " WS-DISPLAY-BALANCE
                       DELIMITED BY SIZE INTO WS-STMT-LINE
                   IF TM-TRAN-TYPE = "REVERSAL CR" OR
                           TM-TRAN-TYPE = "REVERSAL DR" OR
                           TM-TRAN-TYPE = "SO RETURN" THEN
                       STRING "REVERSES " TM-LINK-REF
                           DELIMITED BY SIZE INTO WS-STMT-LINE(88:)
                   END-IF
                   WRITE WS-STMT-LINE
               END-IF
           END-IF.
                   MOVE TM-AMOUNT TO WS-SIGNED-AMOUNT
               WHEN "CLEAR CREDIT"
                   MOVE TM-AMOUNT TO WS-SIGNED-AMOUNT
               WHEN "SO RETURN"
                   MOVE TM-AMOUNT TO WS-SIGNED-AMOUNT
               WHEN "LOAN ADVANCE"
                   MOVE TM-AMOUNT TO WS-SIGNED-AMOUNT
               WHEN "WITHDRAWAL"
                   COMPUTE WS-SIGNED-AMOUNT = 0 - TM-AMOUNT
               WHEN "CLEAR DEBIT"
                   COMPUTE WS-SIGNED-AMOUNT = 0 - TM-AMOUNT
               WHEN "ACCOUNT FEE"
                   COMPUTE WS-SIGNED-AMOUNT = 0 - TM-AMOUNT
               WHEN "DEBIT INT"
                   COMPUTE WS-SIGNED-AMOUNT = 0 - TM-AMOUNT
               WHEN "UNARR OD FEE"
                   COMPUTE WS-SIGNED-AMOUNT = 0 - TM-AMOUNT
               WHEN "TD BREAK FEE"
                   COMPUTE WS-SIGNED-AMOUNT = 0 - TM-AMOUNT
               WHEN "TD PAYOUT"
                   COMPUTE WS-SIGNED-AMOUNT = 0 - TM-AMOUNT
               WHEN "LOAN PRIN"
                   COMPUTE WS-SIGNED-AMOUNT = 0 - TM-AMOUNT
               WHEN "LOAN INT"
                   COMPUTE WS-SIGNED-AMOUNT = 0 - TM-AMOUNT
               WHEN "REVERSAL CR"
                   MOVE TM-AMOUNT TO WS-SIGNED-AMOUNT
               WHEN "REVERSAL DR"
                   COMPUTE WS-SIGNED-AMOUNT = 0 - TM-AMOUNT
               WHEN OTHER
                   MOVE ZERO TO WS-SIGNED-AMOUNT
           END-EVALUATE.
