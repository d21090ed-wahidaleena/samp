       01  BUDGET-RECORD.
           05  BUD-KEY.
               10  BUD-DEPT        PIC X(4).
               10  BUD-PERIOD      PIC X(6).
           05  BUD-GROSS           PIC S9(9)V99 COMP-3.
           05  BUD-OT-PREMIUM      PIC S9(7)V99 COMP-3.
           05  BUD-HEADCOUNT       PIC S9(5) COMP-3.
