       01  DED-RECORD.
           05  DED-KEY.
               10  DED-ENO         PIC 9(5).
               10  DED-CODE        PIC X(4).
           05  DED-DESC            PIC X(15).
           05  DED-TYPE            PIC X.
               88  DED-TYPE-FLAT       VALUE 'F'.
               88  DED-TYPE-PERCENT    VALUE 'P'.
               88  DED-TYPE-MEDICAL    VALUE 'M'.
           05  DED-AMOUNT          PIC S9(7)V99 COMP-3.
           05  DED-PERCENT         PIC S9(3)V99 COMP-3.
           05  DED-TIER1-AMT       PIC S9(7)V99 COMP-3.
           05  DED-TIER2-AMT       PIC S9(7)V99 COMP-3.
