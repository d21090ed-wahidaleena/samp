       01  LEAVE-RECORD.
           05  LV-ENO              PIC 9(5).
           05  LV-VAC-BALANCE      PIC S9(5)V99 COMP-3.
           05  LV-SICK-BALANCE     PIC S9(5)V99 COMP-3.
           05  LV-LAST-PERIOD      PIC X(6).
