           MOVE "VELOCITY LOCK" TO SE-EVENT-TYPE.
           MOVE "LOCKED" TO SE-OUTCOME.
           MOVE SPACES TO SE-OPERATOR-ID.
           MOVE SPACES TO SE-AUTHORISER-ID.
           MOVE ZERO TO SE-CUST-NUMBER.
           WRITE SECLOG-RECORD.
           CLOSE SECURITY-LOG.

