       01  GLPOST-RECORD.
           05  GLP-PERIOD          PIC X(6).
           05  GLP-DRCR            PIC X.
           05  GLP-ACCOUNT         PIC X(4).
           05  GLP-COSTCTR         PIC X(6).
           05  GLP-AMOUNT          PIC 9(11)V99.
