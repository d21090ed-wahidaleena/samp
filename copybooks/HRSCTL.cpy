       01  HRSCTL-RECORD.
           05  HCT-PERIOD          PIC X(6).
           05  HCT-LINE-COUNT      PIC 9(5).
           05  HCT-HASH-HOURS      PIC 9(7)V99.
           05  HCT-HASH-ENO        PIC 9(12).
           05  HCT-DATE            PIC 9(8).
