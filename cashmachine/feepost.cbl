           MOVE TL-FX-CURRENCY TO TM-FX-CURRENCY.
           MOVE TL-PAYEE-NUMBER TO TM-PAYEE-NUMBER.
           MOVE TL-TERMINAL-ID TO TM-TERMINAL-ID.
           MOVE ZERO TO TM-LINK-REF.
           MOVE SPACES TO TM-OPERATOR-ID.
           WRITE TRAN-MASTER-RECORD
               INVALID KEY
                   CONTINUE
