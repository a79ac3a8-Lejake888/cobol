      *> the log over to the archive.
           01 WS-STEP-DEFINITIONS.
               05 FILLER PIC X(30) VALUE "HOLDREL  ./holdrel".
               05 FILLER PIC X(30) VALUE "TDMATURE ./tdmature".
               05 FILLER PIC X(30) VALUE "LOANCOLL ./loancoll".
               05 FILLER PIC X(30) VALUE "PRODMIGR ./prodmigr".
               05 FILLER PIC X(30) VALUE "EODRECON ./eodrecon".
               05 FILLER PIC X(30) VALUE "GLEXTRACT./glextract".
               05 FILLER PIC X(30) VALUE "GLRECON  ./glrecon".
               05 FILLER PIC X(30) VALUE "BALAUDIT ./balaudit".
               05 FILLER PIC X(30) VALUE "VELSCAN  ./velscan".
               05 FILLER PIC X(30) VALUE "DORMSCAN ./dormscan".
               05 FILLER PIC X(30) VALUE "BALSNAP  ./balsnap".
               05 FILLER PIC X(30) VALUE "AUTHPEND ./authpend".
               05 FILLER PIC X(30) VALUE "SECREPT  ./secrept".
               05 FILLER PIC X(30) VALUE "CHGREPT  ./chgrept".
               05 FILLER PIC X(30) VALUE "COIREPT  ./coirept".
               05 FILLER PIC X(30) VALUE "NOTIFY   ./notify".
               05 FILLER PIC X(30) VALUE "CASHREPL ./cashrepl".
               05 FILLER PIC X(30) VALUE "CASHPROOF./cashproof".
               05 FILLER PIC X(30) VALUE "TRANARCH ./tranarch".
               05 FILLER PIC X(30) VALUE "CASHFCST ./cashfcst".
               05 FILLER PIC X(30) VALUE "MSTRBKUP ./mstrbkup".
           01 WS-STEPS REDEFINES WS-STEP-DEFINITIONS.
               05 WS-STEP-ENTRY OCCURS 21 TIMES.
                   10 WS-STEP-JOB PIC X(9).
                   10 WS-STEP-COMMAND PIC X(21).
           01 WS-STEP-COUNT PIC 99 VALUE 21.
       PROCEDURE DIVISION.
           MOVE FUNCTION CURRENT-DATE(1:8) TO WS-TODAY-DATE.

