       01  PAYDEP-HEADER-REC.
           05  PDH-TYPE            PIC X.
           05  PDH-PERIOD          PIC X(6).
           05  PDH-DATE            PIC 9(8).
       01  PAYDEP-DETAIL-REC.
           05  PDD-TYPE            PIC X.
           05  PDD-ENO             PIC 9(5).
           05  PDD-ROUTING         PIC X(9).
           05  PDD-ACCOUNT         PIC X(17).
           05  PDD-ACCTTYPE        PIC X.
           05  PDD-AMOUNT          PIC 9(9)V99.
           05  PDD-DEDUCT          PIC 9(9)V99.
       01  PAYDEP-TRAILER-REC.
           05  PDT-TYPE            PIC X.
           05  PDT-COUNT           PIC 9(7).
           05  PDT-HASH-ENO        PIC 9(12).
           05  PDT-AMT-TOTAL       PIC 9(11)V99.
           05  PDT-DED-TOTAL       PIC 9(11)V99.
