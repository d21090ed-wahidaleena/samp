       01  YECTL-RECORD.
           05  YEC-YEAR            PIC X(4).
           05  YEC-DATE            PIC 9(8).
           05  YEC-EMP-COUNT       PIC 9(7).
           05  YEC-WAGES           PIC 9(11)V99.
