      *> Subject access extract record - SUBJACC writes one file of
      *> these per request, SARDATA.nnnnnn for customer nnnnnn. A HEAD
      *> record opens the file and a TRLR record closes it; between
      *> them every record held on the customer is carried in SR-DATA
      *> as it stands on its own file, SR-SOURCE-FILE naming that file.
           05 SR-RECORD-TYPE          PIC X(4).
               88 SR-IS-HEADER        VALUE "HEAD".
               88 SR-IS-TRAILER       VALUE "TRLR".
           05 SR-CUST-NUMBER          PIC 9(6).
           05 SR-SEQUENCE             PIC 9(6).
           05 SR-SOURCE-FILE          PIC X(8).
           05 SR-DATA                 PIC X(150).
           05 SR-HEADER REDEFINES SR-DATA.
               10 SR-EXTRACT-DATE     PIC 9(8).
               10 SR-EXTRACT-TIME     PIC 9(6).
               10 SR-OPERATOR-ID      PIC X(6).
               10 FILLER              PIC X(130).
           05 SR-TRAILER REDEFINES SR-DATA.
               10 SR-RECORD-COUNT     PIC 9(6).
               10 SR-ACCOUNT-COUNT    PIC 9(4).
               10 SR-TRAN-COUNT       PIC 9(6).
               10 FILLER              PIC X(134).
