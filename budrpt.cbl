          IDENTIFICATION DIVISION.

           PROGRAM-ID. BUDRPT.
           AUTHOR. ME.

           ENVIRONMENT DIVISION.

           CONFIGURATION SECTION.
           SOURCE-COMPUTER. IBM-AT.
           OBJECT-COMPUTER. IBM-AT.

           INPUT-OUTPUT SECTION.
           FILE-CONTROL.

               SELECT PAYHIST-FILE ASSIGN TO "PAYHIST.DAT"
                   ORGANIZATION IS INDEXED
                   ACCESS MODE IS SEQUENTIAL
                   RECORD KEY IS PH-KEY
                   FILE STATUS IS WS-PAYHIST-STATUS.

               SELECT BUDMAST-FILE ASSIGN TO "BUDMAST.DAT"
                   ORGANIZATION IS INDEXED
                   ACCESS MODE IS SEQUENTIAL
                   RECORD KEY IS BUD-KEY
                   FILE STATUS IS WS-BUDMAST-STATUS.

               SELECT DEPTTBL-FILE ASSIGN TO "DEPTTBL.DAT"
                   ORGANIZATION IS INDEXED
                   ACCESS MODE IS RANDOM
                   RECORD KEY IS DPT-CODE
                   FILE STATUS IS WS-DEPTTBL-STATUS.

               SELECT SORT-BUD-FILE ASSIGN TO "SRTBUD.TMP".

               SELECT BUDGET-REPORT-FILE ASSIGN TO "BUDRPT.PRN"
                   ORGANIZATION IS LINE SEQUENTIAL
                   FILE STATUS IS WS-REPORT-STATUS.

               SELECT RUNHIST-FILE ASSIGN TO "RUNHIST.DAT"
                   ORGANIZATION IS LINE SEQUENTIAL
                   FILE STATUS IS WS-RUNHIST-STATUS.

           DATA DIVISION.

           FILE SECTION.

      * permanent paycheck history, written by the register run -
      * the actuals
           FD  PAYHIST-FILE.
           COPY PAYHIST.

      * keyed department labor budget, maintained by BUDMAINT
           FD  BUDMAST-FILE.
           COPY BUDREC.

      * keyed department table, maintained by DEPTMNT
           FD  DEPTTBL-FILE.
           COPY DEPTREC.

      * one record per paycheck and per budget row, sorted to
      * cost center and department so the report is a straight
      * control break - no table, so the file sizes do not
      * matter; occurrence 1 is the period, 2 the year to date
           SD  SORT-BUD-FILE.
           01  SR-RECORD.
               05  SR-COSTCTR          PIC X(6).
               05  SR-DEPT             PIC X(4).
               05  SR-BASIS OCCURS 2 TIMES.
                   10  SR-BUD-GROSS    PIC S9(11)V99 COMP-3.
                   10  SR-ACT-GROSS    PIC S9(11)V99 COMP-3.
                   10  SR-BUD-OT       PIC S9(9)V99 COMP-3.
                   10  SR-ACT-OT       PIC S9(9)V99 COMP-3.
                   10  SR-BUD-HEAD     PIC S9(7) COMP-3.
                   10  SR-ACT-HEAD     PIC S9(7) COMP-3.

           FD  BUDGET-REPORT-FILE.
           01  BUD-DETAIL-LINE.
               05  BRL-DEPT        PIC X(4).
               05  FILLER          PIC X(1) VALUE SPACES.
               05  BRL-NAME        PIC X(12).
               05  FILLER          PIC X(1) VALUE SPACES.
               05  BRL-BASIS       PIC X(6).
               05  FILLER          PIC X(1) VALUE SPACES.
               05  BRL-BUD-GROSS   PIC ZZZ,ZZZ,ZZ9.99-.
               05  FILLER          PIC X(1) VALUE SPACES.
               05  BRL-ACT-GROSS   PIC ZZZ,ZZZ,ZZ9.99-.
               05  FILLER          PIC X(1) VALUE SPACES.
               05  BRL-VARIANCE    PIC ZZZ,ZZZ,ZZ9.99-.
               05  FILLER          PIC X(1) VALUE SPACES.
               05  BRL-VAR-PCT     PIC ----9.9.
               05  FILLER          PIC X(1) VALUE SPACES.
               05  BRL-BUD-OT      PIC ZZ,ZZZ,ZZ9.99-.
               05  FILLER          PIC X(1) VALUE SPACES.
               05  BRL-ACT-OT      PIC ZZ,ZZZ,ZZ9.99-.
               05  FILLER          PIC X(1) VALUE SPACES.
               05  BRL-OT-PCT      PIC ZZ9.9.
               05  FILLER          PIC X(1) VALUE SPACES.
               05  BRL-BUD-HEAD    PIC ZZ,ZZ9.
               05  FILLER          PIC X(1) VALUE SPACES.
               05  BRL-ACT-HEAD    PIC ZZ,ZZ9.
               05  FILLER          PIC X(1) VALUE SPACES.
               05  BRL-FLAG        PIC X(24).
           01  BUD-HEADER-LINE1.
               05  FILLER          PIC X(35) VALUE
                   'DEPARTMENT LABOR BUDGET VS ACTUAL'.
               05  FILLER          PIC X(7)  VALUE 'PERIOD '.
               05  BRH-PERIOD      PIC X(6).
               05  FILLER          PIC X(12) VALUE '  OT LIMIT '.
               05  BRH-OT-LIMIT    PIC ZZ9.99.
               05  FILLER          PIC X(3)  VALUE '%  '.
               05  FILLER          PIC X(5)  VALUE 'PAGE '.
               05  BRH-PAGE        PIC ZZ9.
           01  BUD-HEADER-LINE2.
               05  FILLER          PIC X(5)  VALUE 'DEPT'.
               05  FILLER          PIC X(13) VALUE 'NAME'.
               05  FILLER          PIC X(7)  VALUE 'BASIS'.
               05  FILLER          PIC X(16) VALUE
                   '   BUDGET GROSS'.
               05  FILLER          PIC X(16) VALUE
                   '   ACTUAL GROSS'.
               05  FILLER          PIC X(16) VALUE
                   '       VARIANCE'.
               05  FILLER          PIC X(8)  VALUE '   VAR%'.
               05  FILLER          PIC X(15) VALUE
                   '     BUDGET OT'.
               05  FILLER          PIC X(15) VALUE
                   '     ACTUAL OT'.
               05  FILLER          PIC X(6)  VALUE '  OT%'.
               05  FILLER          PIC X(7)  VALUE 'BUD HC'.
               05  FILLER          PIC X(7)  VALUE 'ACT HC'.
               05  FILLER          PIC X(4)  VALUE 'FLAG'.
           01  BUD-CC-LINE.
               05  FILLER          PIC X(12) VALUE 'COST CENTER '.
               05  BCL-COSTCTR     PIC X(6).
           01  BUD-NOTE-LINE       PIC X(80).

      * shared run-history log - one start and one end record per
      * run, read back by the daily operations summary
           FD  RUNHIST-FILE.
           COPY RUNHIST.

           WORKING-STORAGE SECTION.

           01 WS-PAYHIST-STATUS PIC XX.
           01 WS-BUDMAST-STATUS PIC XX.
           01 WS-DEPTTBL-STATUS PIC XX.
           01 WS-REPORT-STATUS PIC XX.
           01 WS-PAYHIST-EOF PIC X VALUE 'N'.
           01 WS-BUDMAST-EOF PIC X VALUE 'N'.
           01 WS-SORT-EOF PIC X VALUE 'N'.

      * shared run-history log
           01 WS-RUNHIST-STATUS PIC XX.
           01 WS-RH-PARMS PIC X(20) VALUE SPACES.

      * the period reported - YYYYPP; the year to date runs from
      * period 01 of the same year through it
           01 WS-PERIOD-ENTRY PIC X(6).
           01 WS-RPT-PERIOD PIC X(6).
           01 WS-RPT-PERIOD-R REDEFINES WS-RPT-PERIOD.
               05 WS-RPT-YEAR PIC X(4).
               05 WS-RPT-PP PIC 9(2).

      * a department is flagged when its OT premium runs above
      * this percentage of its gross - entered, or 10
           01 WS-OT-LIMIT-ENTRY PIC X(8).
           01 WS-OT-PCT-LIMIT PIC 9(3)V99 VALUE 10.00.

      * blank or unknown cost centers report under suspense, the
      * same as the register's GL posting
           01 WS-GL-SUSPENSE PIC X(6) VALUE 'SUSPNS'.
           01 WS-LOOKUP-DEPT PIC X(4).
           01 WS-LAST-LOOKUP-DEPT PIC X(4) VALUE HIGH-VALUES.
           01 WS-LOOKUP-COSTCTR PIC X(6).
           01 WS-LOOKUP-NAME PIC X(25).

      * control break keys
           01 WS-HAVE-PREV PIC X VALUE 'N'.
           01 WS-PREV-COSTCTR PIC X(6).
           01 WS-PREV-DEPT PIC X(4).

      * department, cost center, and grand accumulators, and the
      * set being printed - all one layout; 1 = period, 2 = YTD
           01 WS-DEPT-ACCUM.
               05 DA-BASIS OCCURS 2 TIMES.
                   10 DA-BUD-GROSS PIC S9(11)V99 COMP-3.
                   10 DA-ACT-GROSS PIC S9(11)V99 COMP-3.
                   10 DA-BUD-OT PIC S9(9)V99 COMP-3.
                   10 DA-ACT-OT PIC S9(9)V99 COMP-3.
                   10 DA-BUD-HEAD PIC S9(7) COMP-3.
                   10 DA-ACT-HEAD PIC S9(7) COMP-3.
           01 WS-CC-ACCUM.
               05 CA-BASIS OCCURS 2 TIMES.
                   10 CA-BUD-GROSS PIC S9(11)V99 COMP-3.
                   10 CA-ACT-GROSS PIC S9(11)V99 COMP-3.
                   10 CA-BUD-OT PIC S9(9)V99 COMP-3.
                   10 CA-ACT-OT PIC S9(9)V99 COMP-3.
                   10 CA-BUD-HEAD PIC S9(7) COMP-3.
                   10 CA-ACT-HEAD PIC S9(7) COMP-3.
           01 WS-GRAND-ACCUM.
               05 GA-BASIS OCCURS 2 TIMES.
                   10 GA-BUD-GROSS PIC S9(11)V99 COMP-3.
                   10 GA-ACT-GROSS PIC S9(11)V99 COMP-3.
                   10 GA-BUD-OT PIC S9(9)V99 COMP-3.
                   10 GA-ACT-OT PIC S9(9)V99 COMP-3.
                   10 GA-BUD-HEAD PIC S9(7) COMP-3.
                   10 GA-ACT-HEAD PIC S9(7) COMP-3.
           01 WS-PRINT-ACCUM.
               05 PA-BASIS OCCURS 2 TIMES.
                   10 PA-BUD-GROSS PIC S9(11)V99 COMP-3.
                   10 PA-ACT-GROSS PIC S9(11)V99 COMP-3.
                   10 PA-BUD-OT PIC S9(9)V99 COMP-3.
                   10 PA-ACT-OT PIC S9(9)V99 COMP-3.
                   10 PA-BUD-HEAD PIC S9(7) COMP-3.
                   10 PA-ACT-HEAD PIC S9(7) COMP-3.
           01 WS-BASIS PIC 9.

      * one printed line's arithmetic and flags
           01 WS-PRINT-FLAGS PIC X.
           01 WS-PRINT-DEPT PIC X(4).
           01 WS-PRINT-NAME PIC X(12).
           01 WS-VARIANCE PIC S9(11)V99.
           01 WS-VAR-PCT PIC S9(4)V9.
           01 WS-OT-PCT PIC S9(5)V99.
           01 WS-HEAD-WORK PIC S9(7).
           01 WS-FLAG-GROSS PIC X(11).
           01 WS-FLAG-OT PIC X(13).

      * report paging and run totals
           01 WS-LINE-COUNT PIC 9(3) VALUE 99.
           01 WS-PAGE-COUNT PIC 9(3) VALUE ZERO.
           01 WS-PAGE-SIZE PIC 9(3) VALUE 55.
           01 WS-PAYHIST-USED PIC 9(7) VALUE ZERO.
           01 WS-BUDGET-USED PIC 9(7) VALUE ZERO.
           01 WS-DEPT-COUNT PIC 9(5) VALUE ZERO.
           01 WS-OVER-COUNT PIC 9(5) VALUE ZERO.
           01 WS-OT-OVER-COUNT PIC 9(5) VALUE ZERO.

           PROCEDURE DIVISION.

           100-MAIN.
               PERFORM 050-GET-PERIOD
               MOVE SPACES TO WS-RH-PARMS
               STRING 'PERIOD '       DELIMITED BY SIZE
                      WS-RPT-PERIOD   DELIMITED BY SIZE
                 INTO WS-RH-PARMS
               END-STRING
               PERFORM 960-RUNHIST-START
               PERFORM 080-OPEN-FILES
               SORT SORT-BUD-FILE
                   ON ASCENDING KEY SR-COSTCTR SR-DEPT
                   INPUT PROCEDURE 200-RELEASE-AMOUNTS
                   OUTPUT PROCEDURE 400-PRINT-REPORT
               PERFORM 090-CLOSE-FILES
               DISPLAY 'Budget report complete - ' WS-DEPT-COUNT
                   ' departments, ' WS-OVER-COUNT ' over budget, '
                   WS-OT-OVER-COUNT ' over the OT limit'
               PERFORM 970-RUNHIST-END.

           100-EXIT.
               STOP RUN.

      *-----------------------------------------------------------
      * 050 - the period to report, and the OT percentage a
      * department is flagged above
      *-----------------------------------------------------------
           050-GET-PERIOD.
               DISPLAY 'Enter budget period (YYYYPP): '
               ACCEPT WS-PERIOD-ENTRY
               IF WS-PERIOD-ENTRY IS NUMERIC
                   MOVE WS-PERIOD-ENTRY TO WS-RPT-PERIOD
               ELSE
                   DISPLAY 'Budget period not numeric - job ended'
                   MOVE 8 TO RETURN-CODE
                   STOP RUN
               END-IF
               IF WS-RPT-PP = ZERO
                   DISPLAY 'Budget period number is zero - job ended'
                   MOVE 8 TO RETURN-CODE
                   STOP RUN
               END-IF
               DISPLAY 'Enter OT percent limit, or Enter for 10: '
               ACCEPT WS-OT-LIMIT-ENTRY
               IF WS-OT-LIMIT-ENTRY NOT = SPACES
                   IF FUNCTION TEST-NUMVAL(WS-OT-LIMIT-ENTRY) = 0
                       MOVE FUNCTION NUMVAL(WS-OT-LIMIT-ENTRY)
                           TO WS-OT-PCT-LIMIT
                   ELSE
                       DISPLAY 'OT percent limit not numeric -'
                           ' job ended'
                       MOVE 8 TO RETURN-CODE
                       STOP RUN
                   END-IF
               END-IF.

      *-----------------------------------------------------------
      * 080/090 - open the paycheck history, the budgets, the
      * department table, and the report; without any of the
      * three there is nothing to compare
      *-----------------------------------------------------------
           080-OPEN-FILES.
               OPEN INPUT PAYHIST-FILE
               IF WS-PAYHIST-STATUS NOT = '00'
                   DISPLAY 'Paycheck history PAYHIST.DAT not'
                       ' available - status ' WS-PAYHIST-STATUS
                   MOVE 16 TO RETURN-CODE
                   PERFORM 970-RUNHIST-END
                   STOP RUN
               END-IF
               OPEN INPUT BUDMAST-FILE
               IF WS-BUDMAST-STATUS NOT = '00'
                   DISPLAY 'Budget master BUDMAST.DAT not available'
                       ' - status ' WS-BUDMAST-STATUS
                   CLOSE PAYHIST-FILE
                   MOVE 16 TO RETURN-CODE
                   PERFORM 970-RUNHIST-END
                   STOP RUN
               END-IF
               OPEN INPUT DEPTTBL-FILE
               IF WS-DEPTTBL-STATUS NOT = '00'
                   DISPLAY 'Department table DEPTTBL.DAT not'
                       ' available - status ' WS-DEPTTBL-STATUS
                   CLOSE PAYHIST-FILE
                   CLOSE BUDMAST-FILE
                   MOVE 16 TO RETURN-CODE
                   PERFORM 970-RUNHIST-END
                   STOP RUN
               END-IF
               OPEN OUTPUT BUDGET-REPORT-FILE.

           090-CLOSE-FILES.
               CLOSE PAYHIST-FILE
               CLOSE BUDMAST-FILE
               CLOSE DEPTTBL-FILE
               CLOSE BUDGET-REPORT-FILE.

      *-----------------------------------------------------------
      * 200/210/220 - sort input: every paycheck of the year up
      * to the period (a voided or reversed check is no longer
      * an actual; a reissue is) and every budget row of the span,
      * each released under its department's cost center
      *-----------------------------------------------------------
           200-RELEASE-AMOUNTS.
               PERFORM UNTIL WS-PAYHIST-EOF = 'Y'
                   READ PAYHIST-FILE NEXT RECORD
                       AT END MOVE 'Y' TO WS-PAYHIST-EOF
                       NOT AT END PERFORM 210-RELEASE-ACTUAL
                   END-READ
               END-PERFORM
               PERFORM UNTIL WS-BUDMAST-EOF = 'Y'
                   READ BUDMAST-FILE NEXT RECORD
                       AT END MOVE 'Y' TO WS-BUDMAST-EOF
                       NOT AT END PERFORM 220-RELEASE-BUDGET
                   END-READ
               END-PERFORM.

           210-RELEASE-ACTUAL.
               IF PH-PERIOD (1:4) = WS-RPT-YEAR AND
                  PH-PERIOD <= WS-RPT-PERIOD AND
                  NOT PH-VOIDED AND NOT PH-REVERSED
                   MOVE PH-DEPT TO WS-LOOKUP-DEPT
                   PERFORM 800-DEPT-LOOKUP
                   INITIALIZE SR-RECORD
                   MOVE WS-LOOKUP-COSTCTR TO SR-COSTCTR
                   MOVE PH-DEPT TO SR-DEPT
                   MOVE PH-GROSS TO SR-ACT-GROSS (2)
                   MOVE PH-OT-PREMIUM TO SR-ACT-OT (2)
                   MOVE 1 TO SR-ACT-HEAD (2)
                   IF PH-PERIOD = WS-RPT-PERIOD
                       MOVE PH-GROSS TO SR-ACT-GROSS (1)
                       MOVE PH-OT-PREMIUM TO SR-ACT-OT (1)
                       MOVE 1 TO SR-ACT-HEAD (1)
                   END-IF
                   RELEASE SR-RECORD
                   ADD 1 TO WS-PAYHIST-USED
               END-IF.

           220-RELEASE-BUDGET.
               IF BUD-PERIOD (1:4) = WS-RPT-YEAR AND
                  BUD-PERIOD <= WS-RPT-PERIOD
                   MOVE BUD-DEPT TO WS-LOOKUP-DEPT
                   PERFORM 800-DEPT-LOOKUP
                   INITIALIZE SR-RECORD
                   MOVE WS-LOOKUP-COSTCTR TO SR-COSTCTR
                   MOVE BUD-DEPT TO SR-DEPT
                   MOVE BUD-GROSS TO SR-BUD-GROSS (2)
                   MOVE BUD-OT-PREMIUM TO SR-BUD-OT (2)
                   MOVE BUD-HEADCOUNT TO SR-BUD-HEAD (2)
                   IF BUD-PERIOD = WS-RPT-PERIOD
                       MOVE BUD-GROSS TO SR-BUD-GROSS (1)
                       MOVE BUD-OT-PREMIUM TO SR-BUD-OT (1)
                       MOVE BUD-HEADCOUNT TO SR-BUD-HEAD (1)
                   END-IF
                   RELEASE SR-RECORD
                   ADD 1 TO WS-BUDGET-USED
               END-IF.

      *-----------------------------------------------------------
      * 400/410/420/430 - sort output: sum each department, print
      * it with its period and YTD lines, and subtotal at each
      * change of cost center; grand totals at the end
      *-----------------------------------------------------------
           400-PRINT-REPORT.
               INITIALIZE WS-DEPT-ACCUM
               INITIALIZE WS-CC-ACCUM
               INITIALIZE WS-GRAND-ACCUM
               PERFORM UNTIL WS-SORT-EOF = 'Y'
                   RETURN SORT-BUD-FILE
                       AT END MOVE 'Y' TO WS-SORT-EOF
                       NOT AT END PERFORM 410-ACCUMULATE
                   END-RETURN
               END-PERFORM
               IF WS-HAVE-PREV = 'Y'
                   PERFORM 420-DEPT-BREAK
                   PERFORM 430-COSTCTR-BREAK
               END-IF
               PERFORM 440-GRAND-TOTAL.

           410-ACCUMULATE.
               IF WS-HAVE-PREV = 'Y'
                   IF SR-COSTCTR NOT = WS-PREV-COSTCTR
                       PERFORM 420-DEPT-BREAK
                       PERFORM 430-COSTCTR-BREAK
                       PERFORM 415-COSTCTR-HEADING
                   ELSE
                       IF SR-DEPT NOT = WS-PREV-DEPT
                           PERFORM 420-DEPT-BREAK
                       END-IF
                   END-IF
               ELSE
                   PERFORM 415-COSTCTR-HEADING
               END-IF
               MOVE 'Y' TO WS-HAVE-PREV
               MOVE SR-COSTCTR TO WS-PREV-COSTCTR
               MOVE SR-DEPT TO WS-PREV-DEPT
               PERFORM VARYING WS-BASIS FROM 1 BY 1
                   UNTIL WS-BASIS > 2
                   ADD SR-BUD-GROSS (WS-BASIS)
                       TO DA-BUD-GROSS (WS-BASIS)
                   ADD SR-ACT-GROSS (WS-BASIS)
                       TO DA-ACT-GROSS (WS-BASIS)
                   ADD SR-BUD-OT (WS-BASIS) TO DA-BUD-OT (WS-BASIS)
                   ADD SR-ACT-OT (WS-BASIS) TO DA-ACT-OT (WS-BASIS)
                   ADD SR-BUD-HEAD (WS-BASIS)
                       TO DA-BUD-HEAD (WS-BASIS)
                   ADD SR-ACT-HEAD (WS-BASIS)
                       TO DA-ACT-HEAD (WS-BASIS)
               END-PERFORM.

           415-COSTCTR-HEADING.
               IF WS-LINE-COUNT + 3 >= WS-PAGE-SIZE
                   PERFORM 490-REPORT-HEADERS
               END-IF
               MOVE SPACES TO BUD-NOTE-LINE
               WRITE BUD-NOTE-LINE
               MOVE SR-COSTCTR TO BCL-COSTCTR
               WRITE BUD-CC-LINE
               ADD 2 TO WS-LINE-COUNT.

           420-DEPT-BREAK.
               MOVE WS-PREV-DEPT TO WS-LOOKUP-DEPT
               PERFORM 800-DEPT-LOOKUP
               MOVE WS-DEPT-ACCUM TO WS-PRINT-ACCUM
               MOVE 'Y' TO WS-PRINT-FLAGS
               MOVE WS-PREV-DEPT TO WS-PRINT-DEPT
               MOVE WS-LOOKUP-NAME TO WS-PRINT-NAME
               PERFORM 450-PRINT-ACCUM
               PERFORM VARYING WS-BASIS FROM 1 BY 1
                   UNTIL WS-BASIS > 2
                   ADD DA-BUD-GROSS (WS-BASIS)
                       TO CA-BUD-GROSS (WS-BASIS)
                   ADD DA-ACT-GROSS (WS-BASIS)
                       TO CA-ACT-GROSS (WS-BASIS)
                   ADD DA-BUD-OT (WS-BASIS) TO CA-BUD-OT (WS-BASIS)
                   ADD DA-ACT-OT (WS-BASIS) TO CA-ACT-OT (WS-BASIS)
                   ADD DA-BUD-HEAD (WS-BASIS)
                       TO CA-BUD-HEAD (WS-BASIS)
                   ADD DA-ACT-HEAD (WS-BASIS)
                       TO CA-ACT-HEAD (WS-BASIS)
               END-PERFORM
               INITIALIZE WS-DEPT-ACCUM
               ADD 1 TO WS-DEPT-COUNT.

           430-COSTCTR-BREAK.
               MOVE WS-CC-ACCUM TO WS-PRINT-ACCUM
               MOVE 'N' TO WS-PRINT-FLAGS
               MOVE SPACES TO WS-PRINT-DEPT
               MOVE SPACES TO WS-PRINT-NAME
               STRING WS-PREV-COSTCTR  DELIMITED BY SIZE
                      ' TOTAL'         DELIMITED BY SIZE
                 INTO WS-PRINT-NAME
               END-STRING
               PERFORM 450-PRINT-ACCUM
               PERFORM VARYING WS-BASIS FROM 1 BY 1
                   UNTIL WS-BASIS > 2
                   ADD CA-BUD-GROSS (WS-BASIS)
                       TO GA-BUD-GROSS (WS-BASIS)
                   ADD CA-ACT-GROSS (WS-BASIS)
                       TO GA-ACT-GROSS (WS-BASIS)
                   ADD CA-BUD-OT (WS-BASIS) TO GA-BUD-OT (WS-BASIS)
                   ADD CA-ACT-OT (WS-BASIS) TO GA-ACT-OT (WS-BASIS)
                   ADD CA-BUD-HEAD (WS-BASIS)
                       TO GA-BUD-HEAD (WS-BASIS)
                   ADD CA-ACT-HEAD (WS-BASIS)
                       TO GA-ACT-HEAD (WS-BASIS)
               END-PERFORM
               INITIALIZE WS-CC-ACCUM.

           440-GRAND-TOTAL.
               IF WS-LINE-COUNT + 5 >= WS-PAGE-SIZE
                   PERFORM 490-REPORT-HEADERS
               END-IF
               MOVE SPACES TO BUD-NOTE-LINE
               WRITE BUD-NOTE-LINE
               ADD 1 TO WS-LINE-COUNT
               MOVE WS-GRAND-ACCUM TO WS-PRINT-ACCUM
               MOVE 'N' TO WS-PRINT-FLAGS
               MOVE SPACES TO WS-PRINT-DEPT
               MOVE 'GRAND TOTAL' TO WS-PRINT-NAME
               PERFORM 450-PRINT-ACCUM
               MOVE SPACES TO BUD-NOTE-LINE
               WRITE BUD-NOTE-LINE
               MOVE 'YTD HEADCOUNT IS THE AVERAGE PER PERIOD.'
                   TO BUD-NOTE-LINE
               WRITE BUD-NOTE-LINE
               MOVE 'VOIDED AND REVERSED PAYCHECKS ARE NOT COUNTED.'
                   TO BUD-NOTE-LINE
               WRITE BUD-NOTE-LINE.

      *-----------------------------------------------------------
      * 450/460 - print one set of figures as a period line and a
      * YTD line: variance is actual less budget, so over budget
      * is positive; the OT percentage is OT premium over actual
      * gross; YTD headcount is averaged over the periods to date.
      * Department lines are flagged over budget (or no budget)
      * and over the OT limit; subtotals are not
      *-----------------------------------------------------------
           450-PRINT-ACCUM.
               IF WS-LINE-COUNT + 2 > WS-PAGE-SIZE
                   PERFORM 490-REPORT-HEADERS
               END-IF
               MOVE 1 TO WS-BASIS
               PERFORM 460-PRINT-BASIS
               MOVE 2 TO WS-BASIS
               PERFORM 460-PRINT-BASIS.

           460-PRINT-BASIS.
               IF WS-BASIS = 1
                   MOVE WS-PRINT-DEPT TO BRL-DEPT
                   MOVE WS-PRINT-NAME TO BRL-NAME
                   MOVE 'PERIOD' TO BRL-BASIS
               ELSE
                   MOVE SPACES TO BRL-DEPT
                   MOVE SPACES TO BRL-NAME
                   MOVE 'YTD' TO BRL-BASIS
               END-IF
               MOVE PA-BUD-GROSS (WS-BASIS) TO BRL-BUD-GROSS
               MOVE PA-ACT-GROSS (WS-BASIS) TO BRL-ACT-GROSS
               COMPUTE WS-VARIANCE = PA-ACT-GROSS (WS-BASIS)
                   - PA-BUD-GROSS (WS-BASIS)
               MOVE WS-VARIANCE TO BRL-VARIANCE
               MOVE ZERO TO WS-VAR-PCT
               IF PA-BUD-GROSS (WS-BASIS) > ZERO
                   COMPUTE WS-VAR-PCT ROUNDED =
                       WS-VARIANCE * 100 / PA-BUD-GROSS (WS-BASIS)
                       ON SIZE ERROR MOVE 9999.9 TO WS-VAR-PCT
                   END-COMPUTE
               END-IF
               MOVE WS-VAR-PCT TO BRL-VAR-PCT
               MOVE PA-BUD-OT (WS-BASIS) TO BRL-BUD-OT
               MOVE PA-ACT-OT (WS-BASIS) TO BRL-ACT-OT
               MOVE ZERO TO WS-OT-PCT
               IF PA-ACT-GROSS (WS-BASIS) > ZERO
                   COMPUTE WS-OT-PCT ROUNDED =
                       PA-ACT-OT (WS-BASIS) * 100
                       / PA-ACT-GROSS (WS-BASIS)
               END-IF
               MOVE WS-OT-PCT TO BRL-OT-PCT
               IF WS-BASIS = 1
                   MOVE PA-BUD-HEAD (WS-BASIS) TO BRL-BUD-HEAD
                   MOVE PA-ACT-HEAD (WS-BASIS) TO BRL-ACT-HEAD
               ELSE
                   COMPUTE WS-HEAD-WORK ROUNDED =
                       PA-BUD-HEAD (WS-BASIS) / WS-RPT-PP
                   MOVE WS-HEAD-WORK TO BRL-BUD-HEAD
                   COMPUTE WS-HEAD-WORK ROUNDED =
                       PA-ACT-HEAD (WS-BASIS) / WS-RPT-PP
                   MOVE WS-HEAD-WORK TO BRL-ACT-HEAD
               END-IF
               MOVE SPACES TO BRL-FLAG
               IF WS-PRINT-FLAGS = 'Y'
                   PERFORM 470-SET-FLAGS
               END-IF
               WRITE BUD-DETAIL-LINE
               ADD 1 TO WS-LINE-COUNT.

           470-SET-FLAGS.
               MOVE SPACES TO WS-FLAG-GROSS
               MOVE SPACES TO WS-FLAG-OT
               IF PA-BUD-GROSS (WS-BASIS) = ZERO
                   IF PA-ACT-GROSS (WS-BASIS) > ZERO
                       MOVE 'NO BUDGET' TO WS-FLAG-GROSS
                   END-IF
               ELSE
                   IF WS-VARIANCE > ZERO
                       MOVE 'OVER BUDGET' TO WS-FLAG-GROSS
                   END-IF
               END-IF
               IF WS-OT-PCT > WS-OT-PCT-LIMIT
                   MOVE 'OT OVER LIMIT' TO WS-FLAG-OT
               END-IF
               IF WS-BASIS = 1
                   IF WS-FLAG-GROSS NOT = SPACES
                       ADD 1 TO WS-OVER-COUNT
                   END-IF
                   IF WS-FLAG-OT NOT = SPACES
                       ADD 1 TO WS-OT-OVER-COUNT
                   END-IF
               END-IF
               IF WS-FLAG-GROSS = SPACES
                   MOVE WS-FLAG-OT TO BRL-FLAG
               ELSE
                   STRING WS-FLAG-GROSS  DELIMITED BY '  '
                          ' '            DELIMITED BY SIZE
                          WS-FLAG-OT     DELIMITED BY SIZE
                     INTO BRL-FLAG
                   END-STRING
               END-IF.

           490-REPORT-HEADERS.
               ADD 1 TO WS-PAGE-COUNT
               MOVE WS-PAGE-COUNT TO BRH-PAGE
               MOVE WS-RPT-PERIOD TO BRH-PERIOD
               MOVE WS-OT-PCT-LIMIT TO BRH-OT-LIMIT
               WRITE BUD-HEADER-LINE1
               WRITE BUD-HEADER-LINE2
               MOVE 2 TO WS-LINE-COUNT.

      *-----------------------------------------------------------
      * 800 - department name and cost center for the report;
      * a department off the table or with a blank cost center
      * goes under suspense. The last one looked up is kept, so
      * a run of the same department reads the table once
      *-----------------------------------------------------------
           800-DEPT-LOOKUP.
               IF WS-LOOKUP-DEPT NOT = WS-LAST-LOOKUP-DEPT
                   MOVE WS-LOOKUP-DEPT TO WS-LAST-LOOKUP-DEPT
                   MOVE WS-LOOKUP-DEPT TO DPT-CODE
                   READ DEPTTBL-FILE
                       INVALID KEY
                           MOVE WS-GL-SUSPENSE TO WS-LOOKUP-COSTCTR
                           MOVE '(NOT ON DEPTTBL)' TO WS-LOOKUP-NAME
                       NOT INVALID KEY
                           MOVE DPT-NAME TO WS-LOOKUP-NAME
                           IF DPT-COSTCTR = SPACES
                               MOVE WS-GL-SUSPENSE
                                   TO WS-LOOKUP-COSTCTR
                           ELSE
                               MOVE DPT-COSTCTR TO WS-LOOKUP-COSTCTR
                           END-IF
                   END-READ
               END-IF.

      *-----------------------------------------------------------
      * 960/965/970 - shared run-history log: one record at start
      * and one at end of every run; each is written and the file
      * closed at once, so an abort still leaves the start record
      * behind for the daily operations summary to flag
      *-----------------------------------------------------------
           960-RUNHIST-START.
               MOVE 'S' TO RH-TYPE
               MOVE ZERO TO RH-COUNT
               MOVE ZERO TO RH-RC
               PERFORM 965-RUNHIST-WRITE.

           965-RUNHIST-WRITE.
               MOVE 'BUDRPT' TO RH-PROGRAM
               MOVE WS-RH-PARMS TO RH-PARMS
               ACCEPT RH-DATE FROM DATE YYYYMMDD
               ACCEPT RH-TIME FROM TIME
               OPEN EXTEND RUNHIST-FILE
               IF WS-RUNHIST-STATUS = '05' OR WS-RUNHIST-STATUS = '35'
                   CLOSE RUNHIST-FILE
                   OPEN OUTPUT RUNHIST-FILE
               END-IF
               WRITE RUNHIST-RECORD
               CLOSE RUNHIST-FILE.

           970-RUNHIST-END.
               MOVE 'E' TO RH-TYPE
               MOVE WS-DEPT-COUNT TO RH-COUNT
               MOVE RETURN-CODE TO RH-RC
               PERFORM 965-RUNHIST-WRITE.
