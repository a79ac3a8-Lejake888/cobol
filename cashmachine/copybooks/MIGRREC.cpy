      *> Product migration record - keyed on MG-KEY (product being
      *> withdrawn + date its accounts move). Scheduled by a
      *> supervisor through MIGRMAINT at least 30 days ahead; NOTIFY
      *> writes the notice letters and marks the notice issued, and
      *> PRODMIGR moves the accounts on the effective date.
           05 MG-KEY.
               10 MG-FROM-PROD        PIC X(4).
               10 MG-EFFECTIVE-DATE   PIC 9(8).
           05 MG-TO-PROD              PIC X(4).
           05 MG-STATUS               PIC X.
               88 MG-IS-SCHEDULED     VALUE "S".
               88 MG-NOTICE-ISSUED    VALUE "N".
               88 MG-IS-COMPLETE      VALUE "C".
               88 MG-IS-CANCELLED     VALUE "X".
               88 MG-IS-OPEN          VALUE "S" "N".
           05 MG-SCHEDULED-DATE       PIC 9(8).
           05 MG-SCHEDULED-BY         PIC X(6).
      *> Date NOTIFY wrote the letters and the number of accounts
      *> given notice; zero until then.
           05 MG-NOTICE-DATE          PIC 9(8).
           05 MG-NOTICE-COUNT         PIC 9(6).
           05 MG-COMPLETED-DATE       PIC 9(8).
           05 MG-MOVED-COUNT          PIC 9(6).
           05 MG-EXCLUDED-COUNT       PIC 9(6).
