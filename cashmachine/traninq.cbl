                   " AT RATE " WS-DISPLAY-RATE
                   " GBP EQUIVALENT" WS-DISPLAY-AMOUNT
           END-IF.
           IF TM-LINK-REF NOT = ZERO THEN
               IF TM-TRAN-TYPE = "REVERSAL CR" OR
                       TM-TRAN-TYPE = "REVERSAL DR" THEN
                   DISPLAY "    REVERSAL OF REFERENCE " TM-LINK-REF
               ELSE
               IF TM-TRAN-TYPE = "SO RETURN" THEN
                   DISPLAY "    RETURN OF PAYMENT REFERENCE "
                       TM-LINK-REF
               ELSE
               IF TM-TRAN-TYPE = "STANDING ORD" THEN
                   DISPLAY "    RETURNED OR REVERSED BY REFERENCE "
                       TM-LINK-REF
               ELSE
                   DISPLAY "    REVERSED BY REFERENCE " TM-LINK-REF
               END-IF
               END-IF
               END-IF
           END-IF.

           0100-INQUIRE-BY-REFERENCE.

