               05  YDL-COM         PIC $$$,$$9.99.
               05  FILLER          PIC X(2) VALUE SPACES.
               05  YDL-PERIODS     PIC ZZ9.
               05  FILLER          PIC X(2) VALUE SPACES.
               05  YDL-DEDUCT      PIC $$$,$$$,$$9.99.
               05  FILLER          PIC X(2) VALUE SPACES.
               05  YDL-NET         PIC $$$,$$$,$$9.99.
           01  YTD-HEADER-LINE1.
               05  FILLER          PIC X(26) VALUE
                   'YTD EARNINGS MASTER'.
                   'ENO    DEPT           GROSS       HOURS'.
               05  FILLER          PIC X(30) VALUE
                   '        COMMISSION    PERIODS'.
               05  FILLER          PIC X(32) VALUE
                   '      DEDUCTIONS         NET PAY'.
           01  YTD-SECTION-LINE    PIC X(24).
           01  YTD-BREAK-LINE.
               05  FILLER          PIC X(7) VALUE '  DEPT '.
               05  YTT-GROSS       PIC $$,$$$,$$9.99.
               05  FILLER          PIC X(13) VALUE ' COMMISSION: '.
               05  YTT-COM         PIC $$,$$$,$$9.99.
               05  FILLER          PIC X(13) VALUE ' DEDUCTIONS: '.
               05  YTT-DEDUCT      PIC $$,$$$,$$9.99.
               05  FILLER          PIC X(6) VALUE ' NET: '.
               05  YTT-NET         PIC $$,$$$,$$9.99.

      * shared run-history log - one start and one end record per
      * run, read back by the daily operations summary
           01 WS-GRAND-COUNT PIC 9(7) VALUE ZERO.
           01 WS-GRAND-GROSS PIC S9(9)V99 VALUE ZERO.
           01 WS-GRAND-COM PIC S9(9)V99 VALUE ZERO.
           01 WS-GRAND-DEDUCT PIC S9(9)V99 VALUE ZERO.
           01 WS-GRAND-NET PIC S9(9)V99 VALUE ZERO.

           01 WS-LINE-COUNT PIC 9(3) VALUE 99.
           01 WS-PAGE-COUNT PIC 9(3) VALUE ZERO.
               MOVE YTD-HOURS TO YDL-HOURS
               MOVE YTD-COM TO YDL-COM
               MOVE YTD-PERIODS TO YDL-PERIODS
               MOVE YTD-DEDUCT TO YDL-DEDUCT
               MOVE YTD-NET TO YDL-NET
               WRITE YTD-DETAIL-LINE
               ADD 1 TO WS-LINE-COUNT
               ADD 1 TO WS-GRAND-COUNT
               ADD YTD-GROSS TO WS-GRAND-GROSS
               ADD YTD-COM TO WS-GRAND-COM
               ADD YTD-DEDUCT TO WS-GRAND-DEDUCT
               ADD YTD-NET TO WS-GRAND-NET
               PERFORM 220-COUNT-DEPT.

           210-YTD-HEADERS.
               MOVE WS-GRAND-COUNT TO YTT-COUNT
               MOVE WS-GRAND-GROSS TO YTT-GROSS
               MOVE WS-GRAND-COM TO YTT-COM
               MOVE WS-GRAND-DEDUCT TO YTT-DEDUCT
               MOVE WS-GRAND-NET TO YTT-NET
               WRITE YTD-TOTAL-LINE.

      *-----------------------------------------------------------
