           05  YTD-HOURS           PIC S9(7)V99 COMP-3.
           05  YTD-COM             PIC S9(7)V99 COMP-3.
           05  YTD-PERIODS         PIC S9(3) COMP-3.
           05  YTD-DEDUCT          PIC S9(9)V99 COMP-3.
           05  YTD-NET             PIC S9(9)V99 COMP-3.
