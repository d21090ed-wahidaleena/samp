       01  PAYHIST-RECORD.
           05  PH-KEY.
               10  PH-ENO          PIC 9(5).
               10  PH-PERIOD       PIC X(6).
           05  PH-DEPT             PIC X(4).
           05  PH-COSTCTR          PIC X(6).
           05  PH-REG-HOURS        PIC S9(4)V99 COMP-3.
           05  PH-OT-HOURS         PIC S9(4)V99 COMP-3.
           05  PH-RATE             PIC S9(7)V99 COMP-3.
           05  PH-OT-PREMIUM       PIC S9(7)V99 COMP-3.
           05  PH-COM              PIC S9(7)V99 COMP-3.
           05  PH-GROSS            PIC S9(9)V99 COMP-3.
           05  PH-DEDUCT           PIC S9(9)V99 COMP-3.
           05  PH-NET              PIC S9(9)V99 COMP-3.
           05  PH-PAID-BY          PIC X.
               88  PH-PAID-DEPOSIT VALUE 'D'.
               88  PH-PAID-CHECK   VALUE 'C'.
           05  PH-ROUTING          PIC X(9).
           05  PH-ACCOUNT          PIC X(17).
           05  PH-STATUS           PIC X.
               88  PH-ISSUED       VALUE 'I'.
               88  PH-VOIDED       VALUE 'V'.
               88  PH-REISSUED     VALUE 'R'.
               88  PH-REVERSED     VALUE 'X'.
           05  PH-STAT-DATE        PIC 9(8).
