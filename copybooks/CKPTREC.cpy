       01  CKPT-RECORD.
           05  CKPT-MODE           PIC X.
           05  CKPT-DEPT-PARM      PIC X(4).
           05  CKPT-DEPT-FLAG      PIC X.
           05  CKPT-LOW-RATE       PIC S9(7)V99.
           05  CKPT-LOW-FLAG       PIC X.
           05  CKPT-HIGH-RATE      PIC S9(7)V99.
           05  CKPT-HIGH-FLAG      PIC X.
           05  CKPT-DEPT           PIC X(4).
           05  CKPT-ENO            PIC 9(5).
           05  CKPT-PAGE-COUNT     PIC 9(3).
           05  CKPT-PREV-DEPT      PIC X(4).
           05  CKPT-DEPT-COUNT     PIC 9(5).
           05  CKPT-DEPT-PAY-TOTAL PIC S9(9)V99.
           05  CKPT-DEPT-COM-TOTAL PIC S9(9)V99.
           05  CKPT-GRAND-COUNT    PIC 9(7).
           05  CKPT-GRAND-PAY-TOTAL PIC S9(9)V99.
           05  CKPT-GRAND-COM-TOTAL PIC S9(9)V99.
           05  CKPT-PERIOD         PIC X(6).
           05  CKPT-DEPT-GROSS-TOTAL PIC S9(9)V99.
           05  CKPT-GRAND-GROSS-TOTAL PIC S9(9)V99.
           05  CKPT-RATE-TYPE      PIC X.
           05  CKPT-RATE-AMT       PIC S9(5)V99.
           05  CKPT-RATE-RUN       PIC X.
           05  CKPT-DEPT-IMPACT-TOTAL PIC S9(9)V99.
           05  CKPT-GRAND-IMPACT-TOTAL PIC S9(9)V99.
           05  CKPT-UPDATE-COUNT   PIC 9(7).
           05  CKPT-PREV-DEPT-NAME PIC X(25).
           05  CKPT-ADDR-CHECKED   PIC 9(7).
           05  CKPT-ADDR-EXCP      PIC 9(7).
           05  CKPT-MATCHED-COUNT  PIC 9(3).
           05  CKPT-MATCHED-TABLE.
               10  CKPT-MATCHED-ENO OCCURS 500 TIMES
                                   PIC 9(5).
           05  CKPT-DEPT-OT-TOTAL  PIC S9(9)V99.
           05  CKPT-GRAND-OT-TOTAL PIC S9(9)V99.
           05  CKPT-YTD-REV        PIC X.
           05  CKPT-TERM-SKIP      PIC 9(7).
           05  CKPT-DEP-COUNT      PIC 9(7).
           05  CKPT-DEP-HASH-ENO   PIC 9(12).
           05  CKPT-DEP-AMT-TOTAL  PIC S9(11)V99.
           05  CKPT-CHECK-COUNT    PIC 9(5).
           05  CKPT-PAYDEPX-HDR    PIC X.
           05  CKPT-CC-COUNT       PIC 9(3).
           05  CKPT-CC-TABLE       PIC X(1900).
           05  CKPT-UNP-COUNT      PIC 9(3).
           05  CKPT-UNP-TABLE      PIC X(4200).
           05  CKPT-DEPT-DED-TOTAL PIC S9(9)V99.
           05  CKPT-GRAND-DED-TOTAL PIC S9(9)V99.
           05  CKPT-DEPT-NET-TOTAL PIC S9(9)V99.
           05  CKPT-GRAND-NET-TOTAL PIC S9(9)V99.
           05  CKPT-DEP-DED-TOTAL  PIC S9(11)V99.
           05  CKPT-CHK-AMT-TOTAL  PIC S9(11)V99.
           05  CKPT-CHK-DED-TOTAL  PIC S9(11)V99.
