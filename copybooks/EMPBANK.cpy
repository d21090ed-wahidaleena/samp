           05  BNK-ACCOUNT         PIC X(17).
           05  BNK-ACCTTYPE        PIC X.
           05  BNK-PRENOTE         PIC X.
           05  BNK-PRENOTE-DATE    PIC 9(8).
