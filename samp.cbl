                   ORGANIZATION IS LINE SEQUENTIAL
                   FILE STATUS IS WS-PAYREG-STATUS.

               SELECT PAYSTUB-FILE ASSIGN TO "PAYSTUB.PRN"
                   ORGANIZATION IS LINE SEQUENTIAL
                   FILE STATUS IS WS-PAYSTUB-STATUS.

               SELECT DEPTTBL-FILE ASSIGN TO "DEPTTBL.DAT"
                   ORGANIZATION IS INDEXED
                   ACCESS MODE IS DYNAMIC
                   RECORD KEY IS YTD-ENO
                   FILE STATUS IS WS-YTDMAST-STATUS.

               SELECT LEAVMAST-FILE ASSIGN TO "LEAVMAST.DAT"
                   ORGANIZATION IS INDEXED
                   ACCESS MODE IS DYNAMIC
                   RECORD KEY IS LV-ENO
                   FILE STATUS IS WS-LEAVMAST-STATUS.

               SELECT YTDCTL-FILE ASSIGN TO "YTDCTL.DAT"
                   ORGANIZATION IS LINE SEQUENTIAL
                   FILE STATUS IS WS-YTDCTL-STATUS.
                   RECORD KEY IS BNK-ENO
                   FILE STATUS IS WS-EMPBANK-STATUS.

               SELECT DEDMAST-FILE ASSIGN TO "DEDMAST.DAT"
                   ORGANIZATION IS INDEXED
                   ACCESS MODE IS DYNAMIC
                   RECORD KEY IS DED-KEY
                   FILE STATUS IS WS-DEDMAST-STATUS.

               SELECT PAYHIST-FILE ASSIGN TO "PAYHIST.DAT"
                   ORGANIZATION IS INDEXED
                   ACCESS MODE IS DYNAMIC
                   RECORD KEY IS PH-KEY
                   FILE STATUS IS WS-PAYHIST-STATUS.

               SELECT PAYDEP-FILE ASSIGN TO "PAYDEP.DAT"
                   ORGANIZATION IS LINE SEQUENTIAL
                   FILE STATUS IS WS-PAYDEP-STATUS.
                   ORGANIZATION IS LINE SEQUENTIAL
                   FILE STATUS IS WS-GLEXCP-STATUS.

               SELECT HRSCTL-FILE ASSIGN TO "HRSCTL.DAT"
                   ORGANIZATION IS LINE SEQUENTIAL
                   FILE STATUS IS WS-HRSCTL-STATUS.

               SELECT PAYBAL-FILE ASSIGN TO "PAYBAL.PRN"
                   ORGANIZATION IS LINE SEQUENTIAL
                   FILE STATUS IS WS-PAYBAL-STATUS.

               SELECT RUNHIST-FILE ASSIGN TO "RUNHIST.DAT"
                   ORGANIZATION IS LINE SEQUENTIAL
                   FILE STATUS IS WS-RUNHIST-STATUS.
           01  RUNLOG-RECORD           PIC X(80).

           FD  CHECKPOINT-FILE.
           COPY CKPTREC.

           FD  ERROR-LOG-FILE.
           01  ERROR-LOG-RECORD        PIC X(130).
               05  HRS-ENO             PIC 9(5).
               05  HRS-PERIOD          PIC X(6).
               05  HRS-HOURS           PIC 9(3)V99.
               05  HRS-EARN-CODE       PIC X.

           FD  PAYREG-FILE.
           01  PAYREG-DETAIL-LINE.
               05  FILLER          PIC X(2) VALUE SPACES.
               05  PRD-OT-HOURS    PIC ZZZ9.99.
               05  FILLER          PIC X(2) VALUE SPACES.
               05  PRD-LEAVE-HOURS PIC ZZZ9.99.
               05  FILLER          PIC X(2) VALUE SPACES.
               05  PRD-RATE        PIC $$$,$$$,$$9.99.
               05  FILLER          PIC X(2) VALUE SPACES.
               05  PRD-OT-PREM     PIC $$$,$$9.99.
               05  FILLER          PIC X(2) VALUE SPACES.
               05  PRD-GROSS       PIC $$$,$$$,$$9.99.
               05  FILLER          PIC X(2) VALUE SPACES.
               05  PRD-DEDUCT      PIC $$$,$$$,$$9.99.
               05  FILLER          PIC X(2) VALUE SPACES.
               05  PRD-NET         PIC $$$,$$$,$$9.99.
               05  FILLER          PIC X(2) VALUE SPACES.
               05  PRD-NOTE        PIC X(14).
           01  PAYREG-HEADER-LINE1.
               05  FILLER          PIC X(20) VALUE 'PAYCHECK REGISTER'.
               05  FILLER          PIC X(7)  VALUE 'PERIOD '.
               05  FILLER          PIC X(5)  VALUE 'PAGE '.
               05  PRH-PAGE        PIC ZZ9.
           01  PAYREG-HEADER-LINE2.
               05  FILLER          PIC X(36) VALUE
                   'ENO    LNAME           DEPT  REG HRS'.
               05  FILLER          PIC X(34) VALUE
                   '   OT HRS   LV HRS            RATE'.
               05  FILLER          PIC X(28) VALUE
                   '     OT PREM           GROSS'.
               05  FILLER          PIC X(32) VALUE
                   '      DEDUCTIONS         NET PAY'.
           01  PAYREG-BREAK-LINE.
               05  FILLER          PIC X(7) VALUE '  DEPT '.
               05  PRB-DEPT        PIC X(4).
               05  PRB-OT          PIC $$$,$$$,$$9.99.
               05  FILLER          PIC X(8) VALUE ' GROSS: '.
               05  PRB-GROSS       PIC $$$,$$$,$$9.99.
               05  FILLER          PIC X(13) VALUE ' DEDUCTIONS: '.
               05  PRB-DEDUCT      PIC $$$,$$$,$$9.99.
               05  FILLER          PIC X(6) VALUE ' NET: '.
               05  PRB-NET         PIC $$$,$$$,$$9.99.
           01  PAYREG-TOTAL-LINE.
               05  FILLER          PIC X(17) VALUE 'GRAND PAYCHECKS: '.
               05  PRT-COUNT       PIC ZZZ,ZZ9.
               05  PRT-OT          PIC $$,$$$,$$9.99.
               05  FILLER          PIC X(8) VALUE ' GROSS: '.
               05  PRT-GROSS       PIC $$,$$$,$$9.99.
               05  FILLER          PIC X(13) VALUE ' DEDUCTIONS: '.
               05  PRT-DEDUCT      PIC $$,$$$,$$9.99.
               05  FILLER          PIC X(6) VALUE ' NET: '.
               05  PRT-NET         PIC $$,$$$,$$9.99.
           01  PAYREG-EXCP-HEADER  PIC X(45) VALUE
                   'UNMATCHED TIMECARDS - NO EMPLOYEE PAID'.
           01  PAYREG-EXCP-LINE.
               05  FILLER          PIC X(7) VALUE ' HOURS '.
               05  PRX-HOURS       PIC ZZ9.99.

      * earnings statements - one per paycheck, each opened by a
      * rule line, in the register's DEPT/ENO order so they go out
      * by department
           FD  PAYSTUB-FILE.
           01  STUB-RULE-LINE.
               05  FILLER          PIC X(60) VALUE ALL '='.
           01  STUB-HEADER-LINE.
               05  FILLER          PIC X(20) VALUE
                   'EARNINGS STATEMENT'.
               05  FILLER          PIC X(7)  VALUE 'PERIOD '.
               05  PSH-PERIOD      PIC X(6).
               05  FILLER          PIC X(6)  VALUE '  ENO '.
               05  PSH-ENO         PIC 9(5).
           01  STUB-TEXT-LINE.
               05  FILLER          PIC X(2) VALUE SPACES.
               05  PST-TEXT        PIC X(60).
           01  STUB-EARN-HEADER.
               05  FILLER          PIC X(24) VALUE
                   '  EARNINGS         HOURS'.
               05  FILLER          PIC X(28) VALUE
                   '        RATE          AMOUNT'.
           01  STUB-EARN-LINE.
               05  FILLER          PIC X(2) VALUE SPACES.
               05  PSE-DESC        PIC X(15).
               05  PSE-HOURS       PIC ZZZ9.99 BLANK WHEN ZERO.
               05  FILLER          PIC X(2) VALUE SPACES.
               05  PSE-RATE        PIC $$$,$$9.99 BLANK WHEN ZERO.
               05  FILLER          PIC X(2) VALUE SPACES.
               05  PSE-AMOUNT      PIC $$$,$$$,$$9.99.
           01  STUB-DED-LINE.
               05  FILLER          PIC X(4) VALUE SPACES.
               05  PSD-CODE        PIC X(4).
               05  FILLER          PIC X(1) VALUE SPACES.
               05  PSD-DESC        PIC X(15).
               05  FILLER          PIC X(14) VALUE SPACES.
               05  PSD-AMOUNT      PIC $$$,$$$,$$9.99.
           01  STUB-YTD-LINE.
               05  FILLER          PIC X(15) VALUE
                   '  YEAR TO DATE '.
               05  FILLER          PIC X(7) VALUE 'GROSS: '.
               05  PSY-GROSS       PIC $$$,$$$,$$9.99.
               05  FILLER          PIC X(8) VALUE ' HOURS: '.
               05  PSY-HOURS       PIC ZZZ,ZZ9.99.
               05  FILLER          PIC X(13) VALUE ' COMMISSION: '.
               05  PSY-COM         PIC $$$,$$9.99.
           01  STUB-YTD-LINE2.
               05  FILLER          PIC X(15) VALUE SPACES.
               05  FILLER          PIC X(12) VALUE 'DEDUCTIONS: '.
               05  PSY-DEDUCT      PIC $$$,$$$,$$9.99.
               05  FILLER          PIC X(10) VALUE ' NET PAY: '.
               05  PSY-NET         PIC $$$,$$$,$$9.99.
           01  STUB-LEAVE-HEADER.
               05  FILLER          PIC X(24) VALUE
                   '  LEAVE HOURS      TAKEN'.
               05  FILLER          PIC X(22) VALUE
                   '   ACCRUED    BALANCE'.
           01  STUB-LEAVE-LINE.
               05  FILLER          PIC X(2) VALUE SPACES.
               05  PSL-DESC        PIC X(15).
               05  PSL-TAKEN       PIC ZZZ9.99.
               05  FILLER          PIC X(3) VALUE SPACES.
               05  PSL-ACCRUED     PIC ZZZ9.99.
               05  FILLER          PIC X(2) VALUE SPACES.
               05  PSL-BALANCE     PIC -ZZZZ9.99.

           FD  DEPTTBL-FILE.
           COPY DEPTREC.

           FD  YTDMAST-FILE.
           COPY YTDREC.

      * keyed vacation and sick leave balances by ENO - accrued
      * from the hours worked and charged with the leave hours paid
      * by each register run; opening balances loaded by LVMAINT
           FD  LEAVMAST-FILE.
           COPY LEAVREC.

      * run control - one record per pay period already posted to
      * the YTD master; a period on this file cannot be posted
      * again except through a deliberate reversal run
           FD  EMPBANK-FILE.
           COPY EMPBANK.

      * keyed deductions master by ENO and deduction code,
      * maintained by DEDMAINT
           FD  DEDMAST-FILE.
           COPY DEDREC.

      * permanent paycheck history keyed by ENO and pay period -
      * one record per paycheck the register issues, updated when
      * a reversal run or CHKVOID voids or reissues the check
           FD  PAYHIST-FILE.
           COPY PAYHIST.

      * per-period direct-deposit payment file for the bank - a
      * header, one detail per deposited paycheck, and a trailer
      * whose record count and hash totals prove the balancing;
      * the amount deposited is the net pay, with the deductions
      * withheld from it carried alongside
           FD  PAYDEP-FILE.
           COPY PAYDEP.

      * balanced GL posting file - one labor expense debit per cost
      * center for the period's gross, offset by a single accrued
      * payroll credit; unpostable departments go through suspense
      * so the batch still balances
           FD  GLPOST-FILE.
           COPY GLPOST.

           FD  GLEXCP-FILE.
           01  GLEXCP-HEADER       PIC X(42) VALUE
               05  PXL-LNAME       PIC X(15).
               05  FILLER          PIC X(1) VALUE SPACES.
               05  PXL-REASON      PIC X(25).
               05  FILLER          PIC X(5) VALUE ' NET '.
               05  PXL-AMOUNT      PIC $$$,$$$,$$9.99.
               05  FILLER          PIC X(12) VALUE ' DEDUCTIONS '.
               05  PXL-DEDUCT      PIC $$$,$$$,$$9.99.

      * timecard period control written by HRSEDIT - the hours
      * loaded for the period must prove back to its record
           FD  HRSCTL-FILE.
           COPY HRSCTL.

      * period balancing report - register gross against the
      * deposits and paper checks paid and the GL debits posted
           FD  PAYBAL-FILE.
           01  PAYBAL-HEADER-LINE1.
               05  FILLER          PIC X(29) VALUE
                   'PAY PERIOD BALANCING REPORT'.
               05  FILLER          PIC X(7)  VALUE 'PERIOD '.
               05  PBH-PERIOD      PIC X(6).
           01  PAYBAL-HEADER-LINE2.
               05  FILLER          PIC X(36) VALUE SPACES.
               05  FILLER          PIC X(8)  VALUE '   COUNT'.
               05  FILLER          PIC X(19) VALUE
                   '             AMOUNT'.
           01  PAYBAL-DETAIL-LINE.
               05  PBD-LABEL       PIC X(36).
               05  PBD-COUNT       PIC -ZZZ,ZZ9.
               05  FILLER          PIC X(2) VALUE SPACES.
               05  PBD-AMOUNT      PIC -$$$,$$$,$$$,$$9.99.
           01  PAYBAL-RESULT-LINE  PIC X(50).

           WORKING-STORAGE SECTION.

      * period, loaded to a table and matched against the cursor
           01 WS-HOURS-STATUS PIC XX.
           01 WS-PAYREG-STATUS PIC XX.
           01 WS-PAYREG-OPEN PIC X VALUE 'N'.
           01 WS-PERIOD-ENTRY PIC X(6).
           01 WS-PAY-PERIOD PIC X(6) VALUE SPACES.
           01 WS-HOURS-EOF PIC X.
           01 WS-HOURS-COUNT PIC 9(3) VALUE ZERO.
           01 WS-HOURS-SUB PIC 9(3).
           01 WS-HOURS-HIT PIC 9(3).
           01 WS-HOURS-HASH-HOURS PIC 9(7)V99 VALUE ZERO.
           01 WS-HOURS-HASH-ENO PIC 9(12) VALUE ZERO.
           01 WS-HOURS-TABLE.
               05 WS-HOURS-ENTRY OCCURS 500 TIMES.
                   10 HT-ENO PIC 9(5).
                   10 HT-HOURS PIC 9(3)V99.
                   10 HT-EARN-CODE PIC X.
                   10 HT-MATCHED PIC X.
           01 WS-GROSS-PAY PIC S9(9)V99.
           01 WS-UNMATCHED-COUNT PIC 9(3).
      * overtime threshold earn the half-time premium on top of
      * straight time for every hour worked
           01 WS-TOT-HOURS PIC 9(4)V99.
           01 WS-WORK-HOURS PIC 9(4)V99.
           01 WS-VAC-HOURS PIC 9(4)V99.
           01 WS-SICK-HOURS PIC 9(4)V99.
           01 WS-LEAVE-HOURS PIC 9(4)V99.
           01 WS-REG-HOURS PIC 9(4)V99.
           01 WS-OT-HOURS PIC 9(4)V99.
           01 WS-OT-PREMIUM PIC S9(7)V99.
           01 WS-GRAND-OT-TOTAL PIC S9(9)V99 VALUE ZERO.

      * YTD earnings master posting - each paycheck adds its gross,
      * hours, commission, deductions, and net pay to the
      * employee's YTD row; the run control file refuses a period
      * already posted unless this is a deliberate reversal run,
      * which backs the period out with the same amounts negated
           01 WS-YTDMAST-STATUS PIC XX.
           01 WS-YTDCTL-STATUS PIC XX.
           01 WS-YTD-REV PIC X VALUE 'N'.
           01 WS-CTL-COUNT PIC 9(3) VALUE ZERO.
           01 WS-CTL-SUB PIC 9(3).
           01 WS-CTL-POSTED PIC X VALUE 'N'.
           01 WS-CTL-OTHER-YEAR PIC X VALUE 'N'.
           01 WS-CTL-YEAR PIC X(4).
           01 WS-CTL-TABLE.
               05 WS-CTL-PERIOD OCCURS 200 TIMES PIC X(6).

      * leave balances - every hour worked (R timecard lines, not
      * leave hours) accrues vacation and sick leave at the policy
      * rates; V and S lines are charged against the balances.  A
      * reversal run backs both out the same way it backs out YTD
           01 WS-LEAVMAST-STATUS PIC XX.
           01 WS-LV-FOUND PIC X.
           01 WS-VAC-ACCRUAL-RATE PIC V9(4) VALUE .0385.
           01 WS-SICK-ACCRUAL-RATE PIC V9(4) VALUE .0250.
           01 WS-VAC-ACCRUED PIC S9(3)V99.
           01 WS-SICK-ACCRUED PIC S9(3)V99.

      * terminated employees skipped by the batch modes this run
           01 WS-TERM-SKIP-COUNT PIC 9(7) VALUE ZERO.

           01 WS-DEP-AMT-TOTAL PIC S9(11)V99 VALUE ZERO.
           01 WS-CHECK-COUNT PIC 9(5) VALUE ZERO.
           01 WS-PAYDEPX-HDR PIC X VALUE 'N'.
           01 WS-DEP-DED-TOTAL PIC S9(11)V99 VALUE ZERO.
           01 WS-CHK-AMT-TOTAL PIC S9(11)V99 VALUE ZERO.
           01 WS-CHK-DED-TOTAL PIC S9(11)V99 VALUE ZERO.

      * period balancing - the timecard control record HRSEDIT
      * left for this period, and the proof that register gross
      * equals what was paid out and what was posted to the GL
           01 WS-HRSCTL-STATUS PIC XX.
           01 WS-HCT-EOF PIC X.
           01 WS-HCT-FOUND PIC X.
           01 WS-PAYBAL-STATUS PIC XX.
           01 WS-BAL-OUT PIC X.
           01 WS-BAL-EOF PIC X.
           01 WS-BAL-NOTE PIC X(50).
           01 WS-BAL-PAID-NET PIC S9(11)V99.
           01 WS-BAL-PAID-GROSS PIC S9(11)V99.
           01 WS-BAL-PAID-COUNT PIC S9(7).
           01 WS-BAL-DIFF-AMT PIC S9(11)V99.
           01 WS-BAL-DIFF-COUNT PIC S9(7).
      * what PAYDEP.DAT and GLPOST.DAT actually hold, read back from
      * the files once they are written - a short or failed write
      * shows up here where the run's own totals would not see it
           01 WS-BAL-PDH-FOUND PIC X.
           01 WS-BAL-PDT-FOUND PIC X.
           01 WS-BAL-PDD-COUNT PIC S9(7).
           01 WS-BAL-PDD-AMT PIC S9(11)V99.
           01 WS-BAL-PDD-DED PIC S9(11)V99.
           01 WS-BAL-PDT-COUNT PIC S9(7).
           01 WS-BAL-PDT-AMT PIC S9(11)V99.
           01 WS-BAL-PDT-DED PIC S9(11)V99.
           01 WS-BAL-GLD-COUNT PIC S9(7).
           01 WS-BAL-GLD-AMT PIC S9(11)V99.
           01 WS-BAL-GLC-COUNT PIC S9(7).
           01 WS-BAL-GLC-AMT PIC S9(11)V99.

      * deductions - every deduction on the employee's master
      * records comes out of the paycheck's gross: a flat amount,
      * a percent of gross (withholding, 401(k)), or a medical
      * premium tiered by the dependents on EMPDEP; none may take
      * the check below zero, so the net pay is never negative
           01 WS-DEDMAST-STATUS PIC XX.
           01 WS-DEDMAST-OPEN PIC X VALUE 'N'.
           01 WS-PAYHIST-STATUS PIC XX.
           01 WS-PH-FOUND PIC X.
           01 WS-PH-SKIP PIC X VALUE 'N'.
      * a reversal backs out the paycheck as the history recorded
      * it, not as today's rate and deductions would figure it
           01 WS-PH-FROM-HIST PIC X VALUE 'N'.
           01 WS-PAID-RATE PIC S9(7)V99.
           01 WS-EMPDEP-OPEN PIC X VALUE 'N'.
           01 WS-DED-EOF PIC X.
           01 WS-DED-AMT PIC S9(7)V99.
           01 WS-DED-TOTAL PIC S9(7)V99.
           01 WS-NET-PAY PIC S9(9)V99.
           01 WS-DEPN-COUNTED PIC X.
           01 WS-DEPN-COUNT PIC 9(3).
           01 WS-DEPT-DED-TOTAL PIC S9(9)V99 VALUE ZERO.
           01 WS-GRAND-DED-TOTAL PIC S9(9)V99 VALUE ZERO.
           01 WS-DEPT-NET-TOTAL PIC S9(9)V99 VALUE ZERO.
           01 WS-GRAND-NET-TOTAL PIC S9(9)V99 VALUE ZERO.
      * each deduction taken is remembered for the earnings
      * statement; any past the table size print as one line
           01 WS-STUB-DED-COUNT PIC 9(3).
           01 WS-STUB-DED-SUB PIC 9(3).
           01 WS-STUB-DED-OTHER PIC S9(7)V99.
           01 WS-STUB-DED-TABLE.
               05 WS-STUB-DED-ENTRY OCCURS 20 TIMES.
                   10 SD-CODE PIC X(4).
                   10 SD-DESC PIC X(15).
                   10 SD-AMOUNT PIC S9(7)V99.

      * earnings statements - how the paycheck was paid (D = direct
      * deposit, C = paper check) and the YTD figures just posted
           01 WS-PAYSTUB-STATUS PIC XX.
           01 WS-PAID-BY PIC X.
               88 WS-PAID-DEPOSIT VALUE 'D'.
               88 WS-PAID-CHECK   VALUE 'C'.
           01 WS-STUB-AMOUNT PIC S9(9)V99.
           01 WS-STUB-ACCT-LEN PIC 9(3).
           01 WS-STUB-ACCT-SUB PIC 9(3).
           01 WS-STUB-DEPT-NAME PIC X(25).
           01 WS-STUB-STRAIGHT PIC S9(9)V99.
           01 WS-STUB-ACCT-LAST4 PIC X(4).
           01 WS-STUB-YTD-GROSS PIC S9(9)V99.
           01 WS-STUB-YTD-HOURS PIC S9(7)V99.
           01 WS-STUB-YTD-COM PIC S9(7)V99.
           01 WS-STUB-YTD-DEDUCT PIC S9(9)V99.
           01 WS-STUB-YTD-NET PIC S9(9)V99.
           01 WS-STUB-VAC-AMT PIC S9(9)V99.
           01 WS-STUB-SICK-AMT PIC S9(9)V99.
           01 WS-STUB-VAC-BAL PIC S9(5)V99.
           01 WS-STUB-SICK-BAL PIC S9(5)V99.

      * GL labor distribution - the period's gross rolled up by
      * the department's DPT-COSTCTR; a blank cost center or a
                       MOVE CKPT-UNP-COUNT TO WS-UNP-COUNT
                       MOVE CKPT-UNP-TABLE TO WS-UNP-TABLE
                   END-IF
                   IF CKPT-DEPT-DED-TOTAL IS NUMERIC
                       MOVE CKPT-DEPT-DED-TOTAL TO WS-DEPT-DED-TOTAL
                       MOVE CKPT-GRAND-DED-TOTAL TO WS-GRAND-DED-TOTAL
                       MOVE CKPT-DEPT-NET-TOTAL TO WS-DEPT-NET-TOTAL
                       MOVE CKPT-GRAND-NET-TOTAL TO WS-GRAND-NET-TOTAL
                       MOVE CKPT-DEP-DED-TOTAL TO WS-DEP-DED-TOTAL
                   END-IF
                   IF CKPT-CHK-AMT-TOTAL IS NUMERIC
                       MOVE CKPT-CHK-AMT-TOTAL TO WS-CHK-AMT-TOTAL
                       MOVE CKPT-CHK-DED-TOTAL TO WS-CHK-DED-TOTAL
                   END-IF
                   DISPLAY 'Resuming from checkpoint - dept '
                       CKPT-DEPT ' eno ' CKPT-ENO
               ELSE
                           CLOSE YTDMAST-FILE
                           OPEN I-O YTDMAST-FILE
                       END-IF
                       OPEN I-O PAYHIST-FILE
                       IF WS-PAYHIST-STATUS = '35'
                           OPEN OUTPUT PAYHIST-FILE
                           CLOSE PAYHIST-FILE
                           OPEN I-O PAYHIST-FILE
                       END-IF
                       PERFORM 085-YTD-CONTROL-CHECK
                       OPEN I-O LEAVMAST-FILE
                       IF WS-LEAVMAST-STATUS = '35'
                           OPEN OUTPUT LEAVMAST-FILE
                           CLOSE LEAVMAST-FILE
                           OPEN I-O LEAVMAST-FILE
                       END-IF
      * no deductions master yet means nothing is withheld; any
      * other failure to open it fails the job rather than pay
      * everyone gross by accident
                       OPEN INPUT DEDMAST-FILE
                       EVALUATE WS-DEDMAST-STATUS
                           WHEN '00'
                               MOVE 'Y' TO WS-DEDMAST-OPEN
                           WHEN '35'
                               DISPLAY 'Deductions master DEDMAST.DAT'
                                   ' not on file - no deductions'
                                   ' taken this run'
                           WHEN OTHER
                               DISPLAY 'Deductions master DEDMAST.DAT'
                                   ' not available - status '
                                   WS-DEDMAST-STATUS
                               PERFORM 090-CLOSE-OUTPUT-FILES
                               MOVE 16 TO RETURN-CODE
                               PERFORM 970-RUNHIST-END
                               STOP RUN
                       END-EVALUATE
                       OPEN INPUT EMPDEP-FILE
                       IF WS-EMPDEP-STATUS = '00'
                           MOVE 'Y' TO WS-EMPDEP-OPEN
                       ELSE
                           DISPLAY 'Dependents EMPDEP.DAT not'
                               ' available - status ' WS-EMPDEP-STATUS
                           DISPLAY '  medical premiums taken at the'
                               ' employee-only tier this run'
                       END-IF
      * a reversal corrects the YTD master only - the payment and
      * GL files are not produced, since a fresh PAYDEP.DAT or
      * GLPOST.DAT would go downstream as a second live batch and
                                   ' paper-check list this run'
                           END-IF
                       END-IF
      * the timecards are proven against their HRSEDIT control
      * before the register, stubs, and deposit file are opened,
      * so a refused period leaves the last period's files as
      * they were
                       PERFORM 120-LOAD-HOURS
                       MOVE 'Y' TO WS-PAYREG-OPEN
                       IF WS-RESUMING = 'Y'
                           OPEN EXTEND PAYREG-FILE
                           IF WS-PAYREG-STATUS = '05' OR
                               OPEN OUTPUT PAYREG-FILE
                           END-IF
                           IF NOT WS-YTD-REVERSAL
                               OPEN EXTEND PAYSTUB-FILE
                               IF WS-PAYSTUB-STATUS = '05' OR
                                  WS-PAYSTUB-STATUS = '35'
                                   CLOSE PAYSTUB-FILE
                                   OPEN OUTPUT PAYSTUB-FILE
                               END-IF
                               OPEN EXTEND PAYDEP-FILE
                               IF WS-PAYDEP-STATUS = '05' OR
                                  WS-PAYDEP-STATUS = '35'
                       ELSE
                           OPEN OUTPUT PAYREG-FILE
                           IF NOT WS-YTD-REVERSAL
                               OPEN OUTPUT PAYSTUB-FILE
                               OPEN OUTPUT PAYDEP-FILE
                               PERFORM 087-PAYDEP-HEADER
                               OPEN OUTPUT PAYDEPX-FILE
                           END-IF
                       END-IF
                   WHEN WS-MODE-RATECHG
                       IF WS-RESUMING = 'Y'
                           OPEN EXTEND RATECHG-FILE
                   WHEN WS-MODE-VALADDR
                       CLOSE ADDREXCP-FILE
                   WHEN WS-MODE-PAYREG
                       IF WS-PAYREG-OPEN = 'Y'
                           CLOSE PAYREG-FILE
                           IF NOT WS-YTD-REVERSAL
                               CLOSE PAYSTUB-FILE
                               CLOSE PAYDEP-FILE
                               CLOSE PAYDEPX-FILE
                           END-IF
                       END-IF
                       CLOSE YTDMAST-FILE
                       CLOSE LEAVMAST-FILE
                       CLOSE PAYHIST-FILE
                       IF WS-EMPBANK-OPEN = 'Y'
                           CLOSE EMPBANK-FILE
                       END-IF
                       IF WS-DEDMAST-OPEN = 'Y'
                           CLOSE DEDMAST-FILE
                       END-IF
                       IF WS-EMPDEP-OPEN = 'Y'
                           CLOSE EMPDEP-FILE
                       END-IF
                   WHEN WS-MODE-RATECHG
                       CLOSE RATECHG-FILE
      * is already on the control file (a rerun would silently
      * double everyone's YTD), and refuse to reverse one that was
      * never posted; the control file itself is rewritten at the
      * end of a clean run by 365-YTD-CONTROL-UPDATE.  The YTD
      * master holds one year only, so a period from any other
      * year than those already posted waits for YECLOSE
      *-----------------------------------------------------------
           085-YTD-CONTROL-CHECK.
               MOVE ZERO TO WS-CTL-COUNT
               MOVE 'N' TO WS-CTL-POSTED
               MOVE 'N' TO WS-CTL-OTHER-YEAR
               MOVE 'N' TO WS-CTL-EOF
               OPEN INPUT YTDCTL-FILE
               IF WS-YTDCTL-STATUS = '00'
                   END-PERFORM
                   CLOSE YTDCTL-FILE
               END-IF
               IF WS-CTL-OTHER-YEAR = 'Y'
                   DISPLAY 'YTD master still holds ' WS-CTL-YEAR
                       ' - pay period ' WS-PAY-PERIOD ' refused'
                   DISPLAY '  run the year-end close (YECLOSE) for '
                       WS-CTL-YEAR ' first'
                   PERFORM 090-CLOSE-OUTPUT-FILES
                   MOVE 8 TO RETURN-CODE
                   PERFORM 970-RUNHIST-END
                   STOP RUN
               END-IF
               IF WS-YTD-REVERSAL
                   IF WS-CTL-POSTED = 'N'
                       DISPLAY 'Pay period ' WS-PAY-PERIOD ' was'
               END-IF
               IF CTL-PERIOD = WS-PAY-PERIOD
                   MOVE 'Y' TO WS-CTL-POSTED
               END-IF
               IF CTL-PERIOD (1:4) NOT = WS-PAY-PERIOD (1:4)
                   MOVE 'Y' TO WS-CTL-OTHER-YEAR
                   MOVE CTL-PERIOD (1:4) TO WS-CTL-YEAR
               END-IF.

      *-----------------------------------------------------------
               CLOSE EMPHOURS-FILE
               DISPLAY 'Timecards loaded for period ' WS-PAY-PERIOD
                   ': ' WS-HOURS-COUNT
               PERFORM 121-HOURS-CONTROL-CHECK
               IF WS-RESUMING = 'Y'
                   PERFORM 122-RESTORE-MATCHES
               END-IF.

      *-----------------------------------------------------------
      * 121 - the hours loaded must prove back to the control
      * record HRSEDIT wrote for the period: the same line count,
      * hours hash, and ENO hash.  No record, or any difference,
      * means the timecards are not the ones that were edited, and
      * the register refuses to pay from them
      *-----------------------------------------------------------
           121-HOURS-CONTROL-CHECK.
               MOVE 'N' TO WS-HCT-FOUND
               MOVE 'N' TO WS-HCT-EOF
               OPEN INPUT HRSCTL-FILE
               IF WS-HRSCTL-STATUS = '00'
                   PERFORM UNTIL WS-HCT-EOF = 'Y'
                       READ HRSCTL-FILE
                           AT END MOVE 'Y' TO WS-HCT-EOF
                           NOT AT END
                               IF HCT-PERIOD = WS-PAY-PERIOD
                                   MOVE 'Y' TO WS-HCT-FOUND
                                   MOVE 'Y' TO WS-HCT-EOF
                               END-IF
                       END-READ
                   END-PERFORM
                   CLOSE HRSCTL-FILE
               END-IF
               IF WS-HCT-FOUND = 'N'
                   DISPLAY 'No timecard control record for period '
                       WS-PAY-PERIOD ' on HRSCTL.DAT - run refused'
                   DISPLAY '  run the timecard edit (HRSEDIT) for the'
                       ' period first'
                   PERFORM 090-CLOSE-OUTPUT-FILES
                   MOVE 8 TO RETURN-CODE
                   PERFORM 970-RUNHIST-END
                   STOP RUN
               END-IF
               IF HCT-LINE-COUNT NOT = WS-HOURS-COUNT OR
                  HCT-HASH-HOURS NOT = WS-HOURS-HASH-HOURS OR
                  HCT-HASH-ENO NOT = WS-HOURS-HASH-ENO
                   DISPLAY 'Timecards do not match the HRSEDIT'
                       ' control for period ' WS-PAY-PERIOD
                       ' - run refused'
                   DISPLAY '  control lines ' HCT-LINE-COUNT
                       ' hours ' HCT-HASH-HOURS
                       ' ENO hash ' HCT-HASH-ENO
                   DISPLAY '  loaded  lines ' WS-HOURS-COUNT
                       ' hours ' WS-HOURS-HASH-HOURS
                       ' ENO hash ' WS-HOURS-HASH-ENO
                   PERFORM 090-CLOSE-OUTPUT-FILES
                   MOVE 8 TO RETURN-CODE
                   PERFORM 970-RUNHIST-END
                   STOP RUN
               END-IF.

      *-----------------------------------------------------------
      * 122 - on a restart, re-mark the timecards the aborted run
      * already paid (their ENOs rode along on the checkpoint) so
                       ADD 1 TO WS-HOURS-COUNT
                       MOVE HRS-ENO TO HT-ENO (WS-HOURS-COUNT)
                       MOVE HRS-HOURS TO HT-HOURS (WS-HOURS-COUNT)
                       MOVE HRS-EARN-CODE
                           TO HT-EARN-CODE (WS-HOURS-COUNT)
                       MOVE 'N' TO HT-MATCHED (WS-HOURS-COUNT)
                       ADD HRS-HOURS TO WS-HOURS-HASH-HOURS
                       ADD HRS-ENO TO WS-HOURS-HASH-ENO
                   END-IF
               END-IF.

               END-STRING
               WRITE CSV-RECORD.

      *-----------------------------------------------------------
      * 340/342 - the employee's earnings statement, one statement per
      * paycheck: name and address, department, the period's hours
      * and earnings, each deduction taken, net pay, the YTD
      * figures 357 just posted, the leave balances 351 just
      * posted, and how the net pay was paid.  Straight time is
      * split into regular, overtime, vacation, and sick hours the
      * same way the register splits them; the overtime line (the
      * regular line when there is no overtime) takes whatever
      * rounding is left so the lines add to the gross
      *-----------------------------------------------------------
           340-PAY-STUB.
               MOVE WS-PAY-PERIOD TO PSH-PERIOD
               MOVE ENO TO PSH-ENO
               WRITE STUB-RULE-LINE
               WRITE STUB-HEADER-LINE
               MOVE SPACES TO PST-TEXT
               WRITE STUB-TEXT-LINE
               STRING FUNCTION TRIM(FNAME)  DELIMITED BY SIZE
                      ' '                   DELIMITED BY SIZE
                      FUNCTION TRIM(LNAME)  DELIMITED BY SIZE
                 INTO PST-TEXT
               END-STRING
               WRITE STUB-TEXT-LINE
               MOVE STREET TO PST-TEXT
               WRITE STUB-TEXT-LINE
               MOVE SPACES TO PST-TEXT
               STRING FUNCTION TRIM(CITY)   DELIMITED BY SIZE
                      ', '                  DELIMITED BY SIZE
                      ST                    DELIMITED BY SIZE
                      ' '                   DELIMITED BY SIZE
                      ZIP                   DELIMITED BY SIZE
                 INTO PST-TEXT
               END-STRING
               WRITE STUB-TEXT-LINE
               IF WS-DEPT-VALID = 'Y'
                   MOVE WS-DEPT-NAME TO WS-STUB-DEPT-NAME
               ELSE
                   MOVE '(NOT ON DEPARTMENT TABLE)'
                       TO WS-STUB-DEPT-NAME
               END-IF
               MOVE SPACES TO PST-TEXT
               STRING 'DEPARTMENT '         DELIMITED BY SIZE
                      DEPT                  DELIMITED BY SIZE
                      ' - '                 DELIMITED BY SIZE
                      WS-STUB-DEPT-NAME     DELIMITED BY SIZE
                 INTO PST-TEXT
               END-STRING
               WRITE STUB-TEXT-LINE
               MOVE SPACES TO PST-TEXT
               WRITE STUB-TEXT-LINE
               WRITE STUB-EARN-HEADER
               COMPUTE WS-STUB-STRAIGHT =
                   WS-GROSS-PAY - WS-OT-PREMIUM
               IF COM-NULL-IND >= 0
                   SUBTRACT COM FROM WS-STUB-STRAIGHT
               END-IF
               COMPUTE WS-STUB-VAC-AMT ROUNDED =
                   WS-VAC-HOURS * PAYRATE
               COMPUTE WS-STUB-SICK-AMT ROUNDED =
                   WS-SICK-HOURS * PAYRATE
               SUBTRACT WS-STUB-VAC-AMT FROM WS-STUB-STRAIGHT
               SUBTRACT WS-STUB-SICK-AMT FROM WS-STUB-STRAIGHT
               IF WS-OT-HOURS > ZERO
                   COMPUTE WS-STUB-AMOUNT ROUNDED =
                       WS-REG-HOURS * PAYRATE
               ELSE
                   MOVE WS-STUB-STRAIGHT TO WS-STUB-AMOUNT
               END-IF
               MOVE 'REGULAR' TO PSE-DESC
               MOVE WS-REG-HOURS TO PSE-HOURS
               MOVE PAYRATE TO PSE-RATE
               MOVE WS-STUB-AMOUNT TO PSE-AMOUNT
               WRITE STUB-EARN-LINE
               IF WS-OT-HOURS > ZERO
                   SUBTRACT WS-STUB-AMOUNT FROM WS-STUB-STRAIGHT
                   MOVE 'OVERTIME' TO PSE-DESC
                   MOVE WS-OT-HOURS TO PSE-HOURS
                   MOVE PAYRATE TO PSE-RATE
                   MOVE WS-STUB-STRAIGHT TO PSE-AMOUNT
                   WRITE STUB-EARN-LINE
                   MOVE 'OT PREMIUM' TO PSE-DESC
                   MOVE ZERO TO PSE-HOURS
                   MOVE ZERO TO PSE-RATE
                   MOVE WS-OT-PREMIUM TO PSE-AMOUNT
                   WRITE STUB-EARN-LINE
               END-IF
               IF WS-VAC-HOURS > ZERO
                   MOVE 'VACATION' TO PSE-DESC
                   MOVE WS-VAC-HOURS TO PSE-HOURS
                   MOVE PAYRATE TO PSE-RATE
                   MOVE WS-STUB-VAC-AMT TO PSE-AMOUNT
                   WRITE STUB-EARN-LINE
               END-IF
               IF WS-SICK-HOURS > ZERO
                   MOVE 'SICK' TO PSE-DESC
                   MOVE WS-SICK-HOURS TO PSE-HOURS
                   MOVE PAYRATE TO PSE-RATE
                   MOVE WS-STUB-SICK-AMT TO PSE-AMOUNT
                   WRITE STUB-EARN-LINE
               END-IF
               IF COM-NULL-IND >= 0 AND COM NOT = ZERO
                   MOVE 'COMMISSION' TO PSE-DESC
                   MOVE ZERO TO PSE-HOURS
                   MOVE ZERO TO PSE-RATE
                   MOVE COM TO PSE-AMOUNT
                   WRITE STUB-EARN-LINE
               END-IF
               MOVE 'GROSS PAY' TO PSE-DESC
               MOVE ZERO TO PSE-HOURS
               MOVE ZERO TO PSE-RATE
               MOVE WS-GROSS-PAY TO PSE-AMOUNT
               WRITE STUB-EARN-LINE
               MOVE SPACES TO PST-TEXT
               WRITE STUB-TEXT-LINE
               MOVE 'DEDUCTIONS' TO PST-TEXT
               WRITE STUB-TEXT-LINE
               PERFORM VARYING WS-STUB-DED-SUB FROM 1 BY 1
                   UNTIL WS-STUB-DED-SUB > WS-STUB-DED-COUNT
                   MOVE SD-CODE (WS-STUB-DED-SUB) TO PSD-CODE
                   MOVE SD-DESC (WS-STUB-DED-SUB) TO PSD-DESC
                   MOVE SD-AMOUNT (WS-STUB-DED-SUB) TO PSD-AMOUNT
                   WRITE STUB-DED-LINE
               END-PERFORM
               IF WS-STUB-DED-OTHER > ZERO
                   MOVE SPACES TO PSD-CODE
                   MOVE 'ALL OTHER' TO PSD-DESC
                   MOVE WS-STUB-DED-OTHER TO PSD-AMOUNT
                   WRITE STUB-DED-LINE
               END-IF
               MOVE 'TOTAL DEDUCTIONS' TO PSE-DESC
               MOVE WS-DED-TOTAL TO PSE-AMOUNT
               WRITE STUB-EARN-LINE
               MOVE 'NET PAY' TO PSE-DESC
               MOVE WS-NET-PAY TO PSE-AMOUNT
               WRITE STUB-EARN-LINE
               MOVE SPACES TO PST-TEXT
               WRITE STUB-TEXT-LINE
               MOVE WS-STUB-YTD-GROSS TO PSY-GROSS
               MOVE WS-STUB-YTD-HOURS TO PSY-HOURS
               MOVE WS-STUB-YTD-COM TO PSY-COM
               WRITE STUB-YTD-LINE
               MOVE WS-STUB-YTD-DEDUCT TO PSY-DEDUCT
               MOVE WS-STUB-YTD-NET TO PSY-NET
               WRITE STUB-YTD-LINE2
               MOVE SPACES TO PST-TEXT
               WRITE STUB-TEXT-LINE
               WRITE STUB-LEAVE-HEADER
               MOVE 'VACATION' TO PSL-DESC
               MOVE WS-VAC-HOURS TO PSL-TAKEN
               MOVE WS-VAC-ACCRUED TO PSL-ACCRUED
               MOVE WS-STUB-VAC-BAL TO PSL-BALANCE
               WRITE STUB-LEAVE-LINE
               MOVE 'SICK' TO PSL-DESC
               MOVE WS-SICK-HOURS TO PSL-TAKEN
               MOVE WS-SICK-ACCRUED TO PSL-ACCRUED
               MOVE WS-STUB-SICK-BAL TO PSL-BALANCE
               WRITE STUB-LEAVE-LINE
               MOVE SPACES TO PST-TEXT
               WRITE STUB-TEXT-LINE
               IF WS-PAID-DEPOSIT
                   PERFORM 342-STUB-ACCOUNT-ENDING
                   STRING 'DEPOSITED TO ACCOUNT ENDING '
                                            DELIMITED BY SIZE
                          WS-STUB-ACCT-LAST4 DELIMITED BY SIZE
                     INTO PST-TEXT
                   END-STRING
               ELSE
                   MOVE 'PAPER CHECK' TO PST-TEXT
               END-IF
               WRITE STUB-TEXT-LINE.

      * only the last four characters of the account number are
      * ever printed; BNK-ACCOUNT is left-justified, so they are
      * found back from its last non-blank position
           342-STUB-ACCOUNT-ENDING.
               MOVE SPACES TO WS-STUB-ACCT-LAST4
               MOVE ZERO TO WS-STUB-ACCT-LEN
               PERFORM VARYING WS-STUB-ACCT-SUB FROM 17 BY -1
                   UNTIL WS-STUB-ACCT-SUB < 1
                       OR WS-STUB-ACCT-LEN > 0
                   IF BNK-ACCOUNT (WS-STUB-ACCT-SUB:1) NOT = SPACE
                       MOVE WS-STUB-ACCT-SUB TO WS-STUB-ACCT-LEN
                   END-IF
               END-PERFORM
               IF WS-STUB-ACCT-LEN >= 4
                   MOVE BNK-ACCOUNT (WS-STUB-ACCT-LEN - 3:4)
                       TO WS-STUB-ACCT-LAST4
               ELSE
                   IF WS-STUB-ACCT-LEN > 0
                       MOVE BNK-ACCOUNT (1:WS-STUB-ACCT-LEN)
                           TO WS-STUB-ACCT-LAST4
                   END-IF
               END-IF.

      *-----------------------------------------------------------
      * 345 - the paycheck goes to the permanent history as issued,
      * with the cost center 359 charged it to so a later void
      * offsets the same GL line.  A restarted run reissues the
      * paychecks written after the last checkpoint, so a record
      * already on file for the ENO and period is replaced
      *-----------------------------------------------------------
           345-PAYHIST-WRITE.
               MOVE ENO TO PH-ENO
               MOVE WS-PAY-PERIOD TO PH-PERIOD
               MOVE DEPT TO PH-DEPT
               MOVE WS-CC-POST TO PH-COSTCTR
      * the history's regular hours are all the straight-time
      * hours paid, leave included, so a void backs out the same
      * hours the YTD master was given
               COMPUTE PH-REG-HOURS = WS-REG-HOURS + WS-LEAVE-HOURS
               MOVE WS-OT-HOURS TO PH-OT-HOURS
               MOVE PAYRATE TO PH-RATE
               MOVE WS-OT-PREMIUM TO PH-OT-PREMIUM
               MOVE WS-YTD-COM-PART TO PH-COM
               MOVE WS-GROSS-PAY TO PH-GROSS
               MOVE WS-DED-TOTAL TO PH-DEDUCT
               MOVE WS-NET-PAY TO PH-NET
               MOVE WS-PAID-BY TO PH-PAID-BY
               IF WS-PAID-DEPOSIT
                   MOVE BNK-ROUTING TO PH-ROUTING
                   MOVE BNK-ACCOUNT TO PH-ACCOUNT
               ELSE
                   MOVE SPACES TO PH-ROUTING
                   MOVE SPACES TO PH-ACCOUNT
               END-IF
               MOVE 'I' TO PH-STATUS
               ACCEPT PH-STAT-DATE FROM DATE YYYYMMDD
               MOVE 'Y' TO WS-PH-FOUND
               WRITE PAYHIST-RECORD
                   INVALID KEY MOVE 'N' TO WS-PH-FOUND
               END-WRITE
               IF WS-PH-FOUND = 'N'
                   REWRITE PAYHIST-RECORD
                       INVALID KEY
                           DISPLAY 'Paycheck history write failed'
                               ' for ENO ' ENO ' - status '
                               WS-PAYHIST-STATUS
                           PERFORM 090-CLOSE-OUTPUT-FILES
                           MOVE 16 TO RETURN-CODE
                           PERFORM 970-RUNHIST-END
                           STOP RUN
                   END-REWRITE
               END-IF.

      *-----------------------------------------------------------
      * 347 - a reversal run takes each paycheck it backs out from
      * the history as issued - gross, deductions, net, commission,
      * overtime, and hours - so a rate or deduction change made
      * since the pay run cannot leave the YTD master wrong, and
      * marks it reversed.  A check CHKVOID already voided is out
      * of the YTD master, and one already reversed was backed out
      * before, so either is left alone - listed on the register
      * as not backed out and kept out of its totals.  A period
      * paid before the history was kept has no record and is
      * refigured as before
      *-----------------------------------------------------------
           347-PAYHIST-REVERSE.
               MOVE 'N' TO WS-PH-SKIP
               MOVE 'N' TO WS-PH-FROM-HIST
               MOVE ENO TO PH-ENO
               MOVE WS-PAY-PERIOD TO PH-PERIOD
               MOVE 'Y' TO WS-PH-FOUND
               READ PAYHIST-FILE
                   INVALID KEY MOVE 'N' TO WS-PH-FOUND
               END-READ
               IF WS-PH-FOUND = 'Y'
                   MOVE 'Y' TO WS-PH-FROM-HIST
                   MOVE PH-GROSS TO WS-GROSS-PAY
                   MOVE PH-DEDUCT TO WS-DED-TOTAL
                   MOVE PH-NET TO WS-NET-PAY
                   MOVE PH-COM TO WS-YTD-COM-PART
                   MOVE PH-OT-PREMIUM TO WS-OT-PREMIUM
                   MOVE PH-RATE TO WS-PAID-RATE
                   MOVE PH-OT-HOURS TO WS-OT-HOURS
                   COMPUTE WS-TOT-HOURS = PH-REG-HOURS + PH-OT-HOURS
                   COMPUTE WS-REG-HOURS =
                       PH-REG-HOURS - WS-LEAVE-HOURS
                   IF PH-VOIDED OR PH-REVERSED
                       MOVE 'Y' TO WS-PH-SKIP
                       DISPLAY 'ENO ' ENO ' paycheck for period '
                           WS-PAY-PERIOD ' already voided or'
                           ' reversed - not backed out again'
                   ELSE
                       MOVE 'X' TO PH-STATUS
                       ACCEPT PH-STAT-DATE FROM DATE YYYYMMDD
                       REWRITE PAYHIST-RECORD
                           INVALID KEY
                               DISPLAY 'Paycheck history rewrite'
                                   ' failed for ENO ' ENO
                                   ' - status ' WS-PAYHIST-STATUS
                               PERFORM 090-CLOSE-OUTPUT-FILES
                               MOVE 16 TO RETURN-CODE
                               PERFORM 970-RUNHIST-END
                               STOP RUN
                       END-REWRITE
                   END-IF
               END-IF.

      *-----------------------------------------------------------
      * 350/352/355/360/370 - paycheck register: total every one of
      * the fetched employee's timecard lines for the period, pay
      * straight time on all hours plus the half-time overtime
      * premium on hours worked over the threshold (vacation and
      * sick hours are paid at straight time and never count
      * toward it), plus commission, less the employee's
      * deductions for the net pay, with department and grand
      * totals like the roster and an unmatched-timecard
      * exception list at the end
      *-----------------------------------------------------------
           350-PAYREG-RECORD.
               MOVE ZERO TO WS-HOURS-HIT
               MOVE ZERO TO WS-TOT-HOURS
               MOVE ZERO TO WS-WORK-HOURS
               MOVE ZERO TO WS-VAC-HOURS
               MOVE ZERO TO WS-SICK-HOURS
               PERFORM VARYING WS-HOURS-SUB FROM 1 BY 1
                   UNTIL WS-HOURS-SUB > WS-HOURS-COUNT
                   IF HT-ENO (WS-HOURS-SUB) = ENO AND
                       MOVE WS-HOURS-SUB TO WS-HOURS-HIT
                       MOVE 'Y' TO HT-MATCHED (WS-HOURS-SUB)
                       ADD HT-HOURS (WS-HOURS-SUB) TO WS-TOT-HOURS
                       EVALUATE HT-EARN-CODE (WS-HOURS-SUB)
                           WHEN 'V'
                               ADD HT-HOURS (WS-HOURS-SUB)
                                   TO WS-VAC-HOURS
                           WHEN 'S'
                               ADD HT-HOURS (WS-HOURS-SUB)
                                   TO WS-SICK-HOURS
                           WHEN OTHER
                               ADD HT-HOURS (WS-HOURS-SUB)
                                   TO WS-WORK-HOURS
                       END-EVALUATE
                   END-IF
               END-PERFORM
               IF WS-HOURS-HIT > 0
                   ADD 1 TO WS-MATCHED-COUNT
                   MOVE ENO TO WS-MATCHED-ENO (WS-MATCHED-COUNT)
                   COMPUTE WS-LEAVE-HOURS =
                       WS-VAC-HOURS + WS-SICK-HOURS
                   MOVE 'N' TO WS-PH-FROM-HIST
                   IF WS-YTD-REVERSAL
                       PERFORM 347-PAYHIST-REVERSE
                   END-IF
                   IF WS-PH-FROM-HIST = 'N'
                       IF WS-WORK-HOURS > WS-OT-LIMIT
                           MOVE WS-OT-LIMIT TO WS-REG-HOURS
                           COMPUTE WS-OT-HOURS =
                               WS-WORK-HOURS - WS-OT-LIMIT
                       ELSE
                           MOVE WS-WORK-HOURS TO WS-REG-HOURS
                           MOVE ZERO TO WS-OT-HOURS
                       END-IF
                       MOVE PAYRATE TO WS-PAID-RATE
                       COMPUTE WS-OT-PREMIUM ROUNDED =
                           WS-OT-HOURS * PAYRATE / 2
                       COMPUTE WS-GROSS-PAY ROUNDED =
                           WS-TOT-HOURS * PAYRATE + WS-OT-PREMIUM
                       IF COM-NULL-IND >= 0
                           ADD COM TO WS-GROSS-PAY
                       END-IF
                       PERFORM 353-COMPUTE-DEDUCTIONS
                   END-IF
                   IF WS-PREV-DEPT NOT = SPACES AND
                      WS-PREV-DEPT NOT = DEPT
                   MOVE DEPT TO PRD-DEPT
                   MOVE WS-REG-HOURS TO PRD-REG-HOURS
                   MOVE WS-OT-HOURS TO PRD-OT-HOURS
                   MOVE WS-LEAVE-HOURS TO PRD-LEAVE-HOURS
                   MOVE WS-PAID-RATE TO PRD-RATE
                   MOVE WS-OT-PREMIUM TO PRD-OT-PREM
                   MOVE WS-GROSS-PAY TO PRD-GROSS
                   MOVE WS-DED-TOTAL TO PRD-DEDUCT
                   MOVE WS-NET-PAY TO PRD-NET
                   IF WS-PH-SKIP = 'Y'
                       MOVE 'NOT BACKED OUT' TO PRD-NOTE
                   ELSE
                       MOVE SPACES TO PRD-NOTE
                   END-IF
                   WRITE PAYREG-DETAIL-LINE
                   ADD 1 TO WS-LINE-COUNT
                   IF WS-PH-SKIP = 'N'
                       ADD 1 TO WS-DEPT-COUNT
                       ADD WS-OT-PREMIUM TO WS-DEPT-OT-TOTAL
                       ADD WS-GROSS-PAY TO WS-DEPT-GROSS-TOTAL
                       ADD WS-DED-TOTAL TO WS-DEPT-DED-TOTAL
                       ADD WS-NET-PAY TO WS-DEPT-NET-TOTAL
                       ADD 1 TO WS-GRAND-COUNT
                       ADD WS-OT-PREMIUM TO WS-GRAND-OT-TOTAL
                       ADD WS-GROSS-PAY TO WS-GRAND-GROSS-TOTAL
                       ADD WS-DED-TOTAL TO WS-GRAND-DED-TOTAL
                       ADD WS-NET-PAY TO WS-GRAND-NET-TOTAL
                       PERFORM 357-YTD-POST
                       PERFORM 351-LEAVE-POST
                   END-IF
                   IF NOT WS-YTD-REVERSAL
                       PERFORM 358-BANK-DEPOSIT
                       PERFORM 359-GL-ACCUMULATE
                       PERFORM 340-PAY-STUB
                       PERFORM 345-PAYHIST-WRITE
                   END-IF
                   MOVE DEPT TO WS-PREV-DEPT
               END-IF.

      *-----------------------------------------------------------
      * 353/354/356 - walk the employee's records on the keyed
      * deductions master and take each from the gross in code
      * order; a deduction larger than what is left of the check
      * is cut back to what is left, so the net is never negative.
      * Dependents are counted from EMPDEP only when a medical
      * premium needs the tier, and only once per paycheck
      *-----------------------------------------------------------
           353-COMPUTE-DEDUCTIONS.
               MOVE ZERO TO WS-DED-TOTAL
               MOVE ZERO TO WS-STUB-DED-COUNT
               MOVE ZERO TO WS-STUB-DED-OTHER
               MOVE 'N' TO WS-DEPN-COUNTED
               IF WS-DEDMAST-OPEN = 'Y'
                   MOVE ENO TO DED-ENO
                   MOVE LOW-VALUES TO DED-CODE
                   START DEDMAST-FILE KEY IS NOT LESS THAN DED-KEY
                       INVALID KEY MOVE 'Y' TO WS-DED-EOF
                       NOT INVALID KEY MOVE 'N' TO WS-DED-EOF
                   END-START
                   PERFORM UNTIL WS-DED-EOF = 'Y'
                       READ DEDMAST-FILE NEXT RECORD
                           AT END MOVE 'Y' TO WS-DED-EOF
                       END-READ
                       IF WS-DED-EOF = 'N'
                           IF DED-ENO NOT = ENO
                               MOVE 'Y' TO WS-DED-EOF
                           ELSE
                               PERFORM 354-APPLY-DEDUCTION
                           END-IF
                       END-IF
                   END-PERFORM
               END-IF
               COMPUTE WS-NET-PAY = WS-GROSS-PAY - WS-DED-TOTAL.

           354-APPLY-DEDUCTION.
               EVALUATE TRUE
                   WHEN DED-TYPE-PERCENT
                       COMPUTE WS-DED-AMT ROUNDED =
                           WS-GROSS-PAY * DED-PERCENT / 100
                   WHEN DED-TYPE-MEDICAL
                       IF WS-DEPN-COUNTED = 'N'
                           PERFORM 356-COUNT-DEPENDENTS
                       END-IF
                       EVALUATE WS-DEPN-COUNT
                           WHEN 0
                               MOVE DED-AMOUNT TO WS-DED-AMT
                           WHEN 1
                               MOVE DED-TIER1-AMT TO WS-DED-AMT
                           WHEN OTHER
                               MOVE DED-TIER2-AMT TO WS-DED-AMT
                       END-EVALUATE
                   WHEN OTHER
                       MOVE DED-AMOUNT TO WS-DED-AMT
               END-EVALUATE
               IF WS-DED-AMT > WS-GROSS-PAY - WS-DED-TOTAL
                   COMPUTE WS-DED-AMT = WS-GROSS-PAY - WS-DED-TOTAL
               END-IF
               ADD WS-DED-AMT TO WS-DED-TOTAL
               IF WS-STUB-DED-COUNT < 20
                   ADD 1 TO WS-STUB-DED-COUNT
                   MOVE DED-CODE TO SD-CODE (WS-STUB-DED-COUNT)
                   MOVE DED-DESC TO SD-DESC (WS-STUB-DED-COUNT)
                   MOVE WS-DED-AMT TO SD-AMOUNT (WS-STUB-DED-COUNT)
               ELSE
                   ADD WS-DED-AMT TO WS-STUB-DED-OTHER
               END-IF.

           356-COUNT-DEPENDENTS.
               MOVE ZERO TO WS-DEPN-COUNT
               MOVE 'Y' TO WS-DEPN-COUNTED
               IF WS-EMPDEP-OPEN = 'Y'
                   MOVE ENO TO DEP-ENO
                   MOVE ZERO TO DEP-SEQ
                   START EMPDEP-FILE KEY IS NOT LESS THAN DEP-KEY
                       INVALID KEY MOVE 'Y' TO WS-EMPDEP-EOF
                       NOT INVALID KEY MOVE 'N' TO WS-EMPDEP-EOF
                   END-START
                   PERFORM UNTIL WS-EMPDEP-EOF = 'Y'
                       READ EMPDEP-FILE NEXT RECORD
                           AT END MOVE 'Y' TO WS-EMPDEP-EOF
                       END-READ
                       IF WS-EMPDEP-EOF = 'N'
                           IF DEP-ENO NOT = ENO
                               MOVE 'Y' TO WS-EMPDEP-EOF
                           ELSE
                               ADD 1 TO WS-DEPN-COUNT
                           END-IF
                       END-IF
                   END-PERFORM
               END-IF.

      *-----------------------------------------------------------
      * 357 - post the paycheck to the YTD earnings master; a
      * reversal run backs the same amounts out instead
      *-----------------------------------------------------------
           357-YTD-POST.
               IF WS-PH-FROM-HIST = 'N'
                   IF COM-NULL-IND >= 0
                       MOVE COM TO WS-YTD-COM-PART
                   ELSE
                       MOVE ZERO TO WS-YTD-COM-PART
                   END-IF
               END-IF
               MOVE 'Y' TO WS-YTD-FOUND
               MOVE ENO TO YTD-ENO
                   MOVE ZERO TO YTD-HOURS
                   MOVE ZERO TO YTD-COM
                   MOVE ZERO TO YTD-PERIODS
                   MOVE ZERO TO YTD-DEDUCT
                   MOVE ZERO TO YTD-NET
               END-IF
               MOVE DEPT TO YTD-DEPT
               IF WS-YTD-REVERSAL
                   SUBTRACT WS-TOT-HOURS FROM YTD-HOURS
                   SUBTRACT WS-YTD-COM-PART FROM YTD-COM
                   SUBTRACT 1 FROM YTD-PERIODS
                   SUBTRACT WS-DED-TOTAL FROM YTD-DEDUCT
                   SUBTRACT WS-NET-PAY FROM YTD-NET
               ELSE
                   ADD WS-GROSS-PAY TO YTD-GROSS
                   ADD WS-TOT-HOURS TO YTD-HOURS
                   ADD WS-YTD-COM-PART TO YTD-COM
                   ADD 1 TO YTD-PERIODS
                   ADD WS-DED-TOTAL TO YTD-DEDUCT
                   ADD WS-NET-PAY TO YTD-NET
               END-IF
               MOVE YTD-GROSS TO WS-STUB-YTD-GROSS
               MOVE YTD-HOURS TO WS-STUB-YTD-HOURS
               MOVE YTD-COM TO WS-STUB-YTD-COM
               MOVE YTD-DEDUCT TO WS-STUB-YTD-DEDUCT
               MOVE YTD-NET TO WS-STUB-YTD-NET
      * a paycheck that cannot reach the YTD master would leave
      * the year's totals silently short, so a failed write fails
      * the job the same way the other hard file errors do
                   END-WRITE
               END-IF.

      *-----------------------------------------------------------
      * 351 - post the paycheck's leave to the employee's balances:
      * the accrual on the hours worked, less the vacation and
      * sick hours paid; a reversal backs both out.  An employee
      * with no record yet starts from zero, and a failed write
      * fails the job the same way the YTD posting does
      *-----------------------------------------------------------
           351-LEAVE-POST.
               COMPUTE WS-VAC-ACCRUED ROUNDED =
                   WS-WORK-HOURS * WS-VAC-ACCRUAL-RATE
               COMPUTE WS-SICK-ACCRUED ROUNDED =
                   WS-WORK-HOURS * WS-SICK-ACCRUAL-RATE
               MOVE 'Y' TO WS-LV-FOUND
               MOVE ENO TO LV-ENO
               READ LEAVMAST-FILE
                   INVALID KEY MOVE 'N' TO WS-LV-FOUND
               END-READ
               IF WS-LV-FOUND = 'N'
                   MOVE ENO TO LV-ENO
                   MOVE ZERO TO LV-VAC-BALANCE
                   MOVE ZERO TO LV-SICK-BALANCE
                   MOVE SPACES TO LV-LAST-PERIOD
               END-IF
               IF WS-YTD-REVERSAL
                   COMPUTE LV-VAC-BALANCE = LV-VAC-BALANCE
                       - WS-VAC-ACCRUED + WS-VAC-HOURS
                   COMPUTE LV-SICK-BALANCE = LV-SICK-BALANCE
                       - WS-SICK-ACCRUED + WS-SICK-HOURS
               ELSE
                   COMPUTE LV-VAC-BALANCE = LV-VAC-BALANCE
                       + WS-VAC-ACCRUED - WS-VAC-HOURS
                   COMPUTE LV-SICK-BALANCE = LV-SICK-BALANCE
                       + WS-SICK-ACCRUED - WS-SICK-HOURS
                   MOVE WS-PAY-PERIOD TO LV-LAST-PERIOD
               END-IF
               MOVE LV-VAC-BALANCE TO WS-STUB-VAC-BAL
               MOVE LV-SICK-BALANCE TO WS-STUB-SICK-BAL
               IF WS-LV-FOUND = 'Y'
                   REWRITE LEAVE-RECORD
                       INVALID KEY
                           DISPLAY 'Leave master rewrite failed for'
                               ' ENO ' ENO ' - status '
                               WS-LEAVMAST-STATUS
                           PERFORM 090-CLOSE-OUTPUT-FILES
                           MOVE 16 TO RETURN-CODE
                           PERFORM 970-RUNHIST-END
                           STOP RUN
                   END-REWRITE
               ELSE
                   WRITE LEAVE-RECORD
                       INVALID KEY
                           DISPLAY 'Leave master write failed for'
                               ' ENO ' ENO ' - status '
                               WS-LEAVMAST-STATUS
                           PERFORM 090-CLOSE-OUTPUT-FILES
                           MOVE 16 TO RETURN-CODE
                           PERFORM 970-RUNHIST-END
                           STOP RUN
                   END-WRITE
               END-IF.

           352-PAYREG-HEADERS.
               ADD 1 TO WS-PAGE-COUNT
               MOVE WS-PAGE-COUNT TO PRH-PAGE
               MOVE WS-DEPT-COUNT TO PRB-COUNT
               MOVE WS-DEPT-OT-TOTAL TO PRB-OT
               MOVE WS-DEPT-GROSS-TOTAL TO PRB-GROSS
               MOVE WS-DEPT-DED-TOTAL TO PRB-DEDUCT
               MOVE WS-DEPT-NET-TOTAL TO PRB-NET
               WRITE PAYREG-BREAK-LINE
               ADD 1 TO WS-LINE-COUNT
               MOVE ZERO TO WS-DEPT-COUNT
               MOVE ZERO TO WS-DEPT-OT-TOTAL
               MOVE ZERO TO WS-DEPT-GROSS-TOTAL
               MOVE ZERO TO WS-DEPT-DED-TOTAL
               MOVE ZERO TO WS-DEPT-NET-TOTAL.

           360-PAYREG-TOTALS.
               IF WS-PREV-DEPT NOT = SPACES
               MOVE WS-GRAND-COUNT TO PRT-COUNT
               MOVE WS-GRAND-OT-TOTAL TO PRT-OT
               MOVE WS-GRAND-GROSS-TOTAL TO PRT-GROSS
               MOVE WS-GRAND-DED-TOTAL TO PRT-DEDUCT
               MOVE WS-GRAND-NET-TOTAL TO PRT-NET
               WRITE PAYREG-TOTAL-LINE
               PERFORM 370-UNMATCHED-LIST
               IF NOT WS-YTD-REVERSAL
                   PERFORM 368-PAYDEP-TRAILER
                   PERFORM 380-GL-POSTINGS
               END-IF
               PERFORM 365-YTD-CONTROL-UPDATE
               IF NOT WS-YTD-REVERSAL
                   PERFORM 390-PAYBAL-REPORT
               END-IF.

      *-----------------------------------------------------------
      * 380 - the GL interface step: one labor expense debit per
               END-IF
               CLOSE GLEXCP-FILE.

      *-----------------------------------------------------------
      * 390/391/392/395 - the period balancing report.  The payment
      * file and the GL posting are read back from disk as the bank
      * and the ledger will see them: the deposit details must
      * agree with their own trailer, the deposits plus the paper
      * checks must equal register net and (with the deductions
      * withheld) register gross, and the GL labor expense debits
      * must equal register gross and the accrued payroll credit.
      * The period's YTD and run control are already posted by now,
      * so a difference fails the job for payroll to investigate
      * rather than a rerun
      *-----------------------------------------------------------
           390-PAYBAL-REPORT.
               MOVE 'N' TO WS-BAL-OUT
               OPEN OUTPUT PAYBAL-FILE
               MOVE WS-PAY-PERIOD TO PBH-PERIOD
               WRITE PAYBAL-HEADER-LINE1
               WRITE PAYBAL-HEADER-LINE2
               PERFORM 391-PAYDEP-READBACK
               PERFORM 392-GLPOST-READBACK
               MOVE 'REGISTER GROSS PAY' TO PBD-LABEL
               MOVE WS-GRAND-COUNT TO PBD-COUNT
               MOVE WS-GRAND-GROSS-TOTAL TO PBD-AMOUNT
               WRITE PAYBAL-DETAIL-LINE
               MOVE 'REGISTER NET PAY' TO PBD-LABEL
               MOVE WS-GRAND-COUNT TO PBD-COUNT
               MOVE WS-GRAND-NET-TOTAL TO PBD-AMOUNT
               WRITE PAYBAL-DETAIL-LINE
               MOVE SPACES TO PAYBAL-RESULT-LINE
               WRITE PAYBAL-RESULT-LINE
               MOVE 'PAYDEP.DAT DETAIL NET' TO PBD-LABEL
               MOVE WS-BAL-PDD-COUNT TO PBD-COUNT
               MOVE WS-BAL-PDD-AMT TO PBD-AMOUNT
               WRITE PAYBAL-DETAIL-LINE
               MOVE 'PAYDEP.DAT DETAIL DEDUCTIONS' TO PBD-LABEL
               MOVE WS-BAL-PDD-COUNT TO PBD-COUNT
               MOVE WS-BAL-PDD-DED TO PBD-AMOUNT
               WRITE PAYBAL-DETAIL-LINE
               MOVE 'PAYDEP.DAT TRAILER NET' TO PBD-LABEL
               MOVE WS-BAL-PDT-COUNT TO PBD-COUNT
               MOVE WS-BAL-PDT-AMT TO PBD-AMOUNT
               WRITE PAYBAL-DETAIL-LINE
               MOVE 'PAYDEP.DAT TRAILER DEDUCTIONS' TO PBD-LABEL
               MOVE WS-BAL-PDT-COUNT TO PBD-COUNT
               MOVE WS-BAL-PDT-DED TO PBD-AMOUNT
               WRITE PAYBAL-DETAIL-LINE
               COMPUTE WS-BAL-DIFF-COUNT =
                   WS-BAL-PDD-COUNT - WS-BAL-PDT-COUNT
               COMPUTE WS-BAL-DIFF-AMT =
                   WS-BAL-PDD-AMT - WS-BAL-PDT-AMT
               MOVE 'DIFFERENCE - DETAIL VS TRAILER NET' TO PBD-LABEL
               PERFORM 395-PAYBAL-DIFFERENCE
               MOVE ZERO TO WS-BAL-DIFF-COUNT
               COMPUTE WS-BAL-DIFF-AMT =
                   WS-BAL-PDD-DED - WS-BAL-PDT-DED
               MOVE 'DIFFERENCE - DETAIL VS TRAILER DED' TO PBD-LABEL
               PERFORM 395-PAYBAL-DIFFERENCE
               MOVE SPACES TO PAYBAL-RESULT-LINE
               WRITE PAYBAL-RESULT-LINE
               MOVE 'PAPER CHECKS NET' TO PBD-LABEL
               MOVE WS-CHECK-COUNT TO PBD-COUNT
               MOVE WS-CHK-AMT-TOTAL TO PBD-AMOUNT
               WRITE PAYBAL-DETAIL-LINE
               MOVE 'PAPER CHECKS DEDUCTIONS' TO PBD-LABEL
               MOVE WS-CHECK-COUNT TO PBD-COUNT
               MOVE WS-CHK-DED-TOTAL TO PBD-AMOUNT
               WRITE PAYBAL-DETAIL-LINE
               COMPUTE WS-BAL-PAID-COUNT =
                   WS-BAL-PDD-COUNT + WS-CHECK-COUNT
               COMPUTE WS-BAL-PAID-NET =
                   WS-BAL-PDD-AMT + WS-CHK-AMT-TOTAL
               COMPUTE WS-BAL-PAID-GROSS =
                   WS-BAL-PAID-NET + WS-BAL-PDD-DED + WS-CHK-DED-TOTAL
               MOVE 'DEPOSITS PLUS PAPER CHECKS NET' TO PBD-LABEL
               MOVE WS-BAL-PAID-COUNT TO PBD-COUNT
               MOVE WS-BAL-PAID-NET TO PBD-AMOUNT
               WRITE PAYBAL-DETAIL-LINE
               MOVE 'DEPOSITS PLUS PAPER CHECKS GROSS' TO PBD-LABEL
               MOVE WS-BAL-PAID-COUNT TO PBD-COUNT
               MOVE WS-BAL-PAID-GROSS TO PBD-AMOUNT
               WRITE PAYBAL-DETAIL-LINE
               COMPUTE WS-BAL-DIFF-COUNT =
                   WS-GRAND-COUNT - WS-BAL-PAID-COUNT
               COMPUTE WS-BAL-DIFF-AMT =
                   WS-GRAND-NET-TOTAL - WS-BAL-PAID-NET
               MOVE 'DIFFERENCE - REGISTER VS PAID NET' TO PBD-LABEL
               PERFORM 395-PAYBAL-DIFFERENCE
               MOVE ZERO TO WS-BAL-DIFF-COUNT
               COMPUTE WS-BAL-DIFF-AMT =
                   WS-GRAND-GROSS-TOTAL - WS-BAL-PAID-GROSS
               MOVE 'DIFFERENCE - REGISTER VS PAID GROSS' TO PBD-LABEL
               PERFORM 395-PAYBAL-DIFFERENCE
               MOVE SPACES TO PAYBAL-RESULT-LINE
               WRITE PAYBAL-RESULT-LINE
               MOVE 'GLPOST.DAT LABOR EXPENSE DEBITS' TO PBD-LABEL
               MOVE WS-BAL-GLD-COUNT TO PBD-COUNT
               MOVE WS-BAL-GLD-AMT TO PBD-AMOUNT
               WRITE PAYBAL-DETAIL-LINE
               MOVE 'GLPOST.DAT ACCRUED PAYROLL CREDITS' TO PBD-LABEL
               MOVE WS-BAL-GLC-COUNT TO PBD-COUNT
               MOVE WS-BAL-GLC-AMT TO PBD-AMOUNT
               WRITE PAYBAL-DETAIL-LINE
               MOVE ZERO TO WS-BAL-DIFF-COUNT
               COMPUTE WS-BAL-DIFF-AMT =
                   WS-GRAND-GROSS-TOTAL - WS-BAL-GLD-AMT
               MOVE 'DIFFERENCE - REGISTER VS GL DEBITS' TO PBD-LABEL
               PERFORM 395-PAYBAL-DIFFERENCE
               MOVE ZERO TO WS-BAL-DIFF-COUNT
               COMPUTE WS-BAL-DIFF-AMT =
                   WS-BAL-GLD-AMT - WS-BAL-GLC-AMT
               MOVE 'DIFFERENCE - GL DEBITS VS CREDITS' TO PBD-LABEL
               PERFORM 395-PAYBAL-DIFFERENCE
               MOVE SPACES TO PAYBAL-RESULT-LINE
               WRITE PAYBAL-RESULT-LINE
               IF WS-BAL-PDH-FOUND = 'N'
                   MOVE 'PAYDEP.DAT HEADER MISSING OR NOT THIS PERIOD'
                       TO PAYBAL-RESULT-LINE
                   WRITE PAYBAL-RESULT-LINE
                   MOVE 'Y' TO WS-BAL-OUT
               END-IF
               IF WS-BAL-PDT-FOUND = 'N'
                   MOVE 'PAYDEP.DAT TRAILER MISSING'
                       TO PAYBAL-RESULT-LINE
                   WRITE PAYBAL-RESULT-LINE
                   MOVE 'Y' TO WS-BAL-OUT
               END-IF
               IF WS-BAL-NOTE NOT = SPACES
                   MOVE WS-BAL-NOTE TO PAYBAL-RESULT-LINE
                   WRITE PAYBAL-RESULT-LINE
                   MOVE 'Y' TO WS-BAL-OUT
               END-IF
               IF WS-BAL-OUT = 'Y'
                   MOVE '*** PERIOD OUT OF BALANCE ***'
                       TO PAYBAL-RESULT-LINE
               ELSE
                   MOVE 'PERIOD IN BALANCE' TO PAYBAL-RESULT-LINE
               END-IF
               WRITE PAYBAL-RESULT-LINE
               CLOSE PAYBAL-FILE
               IF WS-BAL-OUT = 'Y'
                   DISPLAY 'Pay period ' WS-PAY-PERIOD ' out of'
                       ' balance - see PAYBAL.PRN'
                   PERFORM 090-CLOSE-OUTPUT-FILES
                   MOVE 16 TO RETURN-CODE
                   PERFORM 970-RUNHIST-END
                   STOP RUN
               END-IF
               DISPLAY 'Pay period ' WS-PAY-PERIOD ' in balance'
                   ' - see PAYBAL.PRN'.

      * the payment file was opened for output by 080 and its
      * trailer written by 368; it is closed and read back in
      * full, and left open for input so 090 closes it as usual
           391-PAYDEP-READBACK.
               MOVE SPACES TO WS-BAL-NOTE
               MOVE 'N' TO WS-BAL-PDH-FOUND
               MOVE 'N' TO WS-BAL-PDT-FOUND
               MOVE ZERO TO WS-BAL-PDD-COUNT
               MOVE ZERO TO WS-BAL-PDD-AMT
               MOVE ZERO TO WS-BAL-PDD-DED
               MOVE ZERO TO WS-BAL-PDT-COUNT
               MOVE ZERO TO WS-BAL-PDT-AMT
               MOVE ZERO TO WS-BAL-PDT-DED
               CLOSE PAYDEP-FILE
               OPEN INPUT PAYDEP-FILE
               IF WS-PAYDEP-STATUS NOT = '00'
                   MOVE SPACES TO WS-BAL-NOTE
                   STRING 'PAYDEP.DAT NOT READABLE - STATUS '
                                               DELIMITED BY SIZE
                          WS-PAYDEP-STATUS     DELIMITED BY SIZE
                     INTO WS-BAL-NOTE
                   END-STRING
               ELSE
                   MOVE 'N' TO WS-BAL-EOF
                   PERFORM UNTIL WS-BAL-EOF = 'Y'
                       READ PAYDEP-FILE
                           AT END MOVE 'Y' TO WS-BAL-EOF
                           NOT AT END PERFORM 393-PAYDEP-RECORD
                       END-READ
                   END-PERFORM
               END-IF.

      * GLPOST.DAT was written and closed by 380
           392-GLPOST-READBACK.
               MOVE ZERO TO WS-BAL-GLD-COUNT
               MOVE ZERO TO WS-BAL-GLD-AMT
               MOVE ZERO TO WS-BAL-GLC-COUNT
               MOVE ZERO TO WS-BAL-GLC-AMT
               OPEN INPUT GLPOST-FILE
               IF WS-GLPOST-STATUS NOT = '00'
                   MOVE SPACES TO WS-BAL-NOTE
                   STRING 'GLPOST.DAT NOT READABLE - STATUS '
                                               DELIMITED BY SIZE
                          WS-GLPOST-STATUS     DELIMITED BY SIZE
                     INTO WS-BAL-NOTE
                   END-STRING
               ELSE
                   MOVE 'N' TO WS-BAL-EOF
                   PERFORM UNTIL WS-BAL-EOF = 'Y'
                       READ GLPOST-FILE
                           AT END MOVE 'Y' TO WS-BAL-EOF
                           NOT AT END PERFORM 394-GLPOST-RECORD
                       END-READ
                   END-PERFORM
                   CLOSE GLPOST-FILE
               END-IF.

           393-PAYDEP-RECORD.
               EVALUATE PDD-TYPE
                   WHEN 'H'
                       IF PDH-PERIOD = WS-PAY-PERIOD
                           MOVE 'Y' TO WS-BAL-PDH-FOUND
                       END-IF
                   WHEN 'D'
                       ADD 1 TO WS-BAL-PDD-COUNT
                       ADD PDD-AMOUNT TO WS-BAL-PDD-AMT
                       ADD PDD-DEDUCT TO WS-BAL-PDD-DED
                   WHEN 'T'
                       MOVE 'Y' TO WS-BAL-PDT-FOUND
                       MOVE PDT-COUNT TO WS-BAL-PDT-COUNT
                       MOVE PDT-AMT-TOTAL TO WS-BAL-PDT-AMT
                       MOVE PDT-DED-TOTAL TO WS-BAL-PDT-DED
                   WHEN OTHER
                       MOVE 'PAYDEP.DAT HOLDS AN UNKNOWN RECORD TYPE'
                           TO WS-BAL-NOTE
               END-EVALUATE.

           394-GLPOST-RECORD.
               IF GLP-PERIOD NOT = WS-PAY-PERIOD
                   MOVE 'GLPOST.DAT HOLDS ANOTHER PERIOD'
                       TO WS-BAL-NOTE
               END-IF
               IF GLP-DRCR = 'D'
                   ADD 1 TO WS-BAL-GLD-COUNT
                   ADD GLP-AMOUNT TO WS-BAL-GLD-AMT
               ELSE
                   ADD 1 TO WS-BAL-GLC-COUNT
                   ADD GLP-AMOUNT TO WS-BAL-GLC-AMT
               END-IF.

           395-PAYBAL-DIFFERENCE.
               MOVE WS-BAL-DIFF-COUNT TO PBD-COUNT
               MOVE WS-BAL-DIFF-AMT TO PBD-AMOUNT
               WRITE PAYBAL-DETAIL-LINE
               IF WS-BAL-DIFF-COUNT NOT = ZERO OR
                  WS-BAL-DIFF-AMT NOT = ZERO
                   MOVE 'Y' TO WS-BAL-OUT
               END-IF.

      *-----------------------------------------------------------
      * 368 - the payment file's trailer: record count and hash
      * totals the bank proves the batch against, the same way the
               MOVE WS-DEP-COUNT TO PDT-COUNT
               MOVE WS-DEP-HASH-ENO TO PDT-HASH-ENO
               MOVE WS-DEP-AMT-TOTAL TO PDT-AMT-TOTAL
               MOVE WS-DEP-DED-TOTAL TO PDT-DED-TOTAL
               WRITE PAYDEP-TRAILER-REC
               DISPLAY 'Deposits written: ' WS-DEP-COUNT
                   ' paper checks: ' WS-CHECK-COUNT
                   ' - see PAYDEPX.PRN'.

      *-----------------------------------------------------------
      * 358 - the paycheck's net pay (gross less deductions) goes
      * to the bank payment file when the employee has cleared
      * bank details; no details, or a prenote still pending, goes
      * to the paper-check list instead
      *-----------------------------------------------------------
           358-BANK-DEPOSIT.
               MOVE 'N' TO WS-BANK-FOUND
                   END-READ
               END-IF
               IF WS-BANK-FOUND = 'Y' AND BNK-PRENOTE NOT = 'Y'
                   MOVE 'D' TO WS-PAID-BY
                   MOVE 'D' TO PDD-TYPE
                   MOVE ENO TO PDD-ENO
                   MOVE BNK-ROUTING TO PDD-ROUTING
                   MOVE BNK-ACCOUNT TO PDD-ACCOUNT
                   MOVE BNK-ACCTTYPE TO PDD-ACCTTYPE
                   MOVE WS-NET-PAY TO PDD-AMOUNT
                   MOVE WS-DED-TOTAL TO PDD-DEDUCT
                   WRITE PAYDEP-DETAIL-REC
                   ADD 1 TO WS-DEP-COUNT
                   ADD ENO TO WS-DEP-HASH-ENO
                   ADD WS-NET-PAY TO WS-DEP-AMT-TOTAL
                   ADD WS-DED-TOTAL TO WS-DEP-DED-TOTAL
               ELSE
                   MOVE 'C' TO WS-PAID-BY
                   IF WS-PAYDEPX-HDR = 'N'
                       WRITE PAYDEPX-HEADER
                       MOVE 'Y' TO WS-PAYDEPX-HDR
                   ELSE
                       MOVE 'NO BANK DETAILS ON FILE' TO PXL-REASON
                   END-IF
                   MOVE WS-NET-PAY TO PXL-AMOUNT
                   MOVE WS-DED-TOTAL TO PXL-DEDUCT
                   WRITE PAYDEPX-LINE
                   ADD 1 TO WS-CHECK-COUNT
                   ADD WS-NET-PAY TO WS-CHK-AMT-TOTAL
                   ADD WS-DED-TOTAL TO WS-CHK-DED-TOTAL
               END-IF.

      *-----------------------------------------------------------
               MOVE WS-CC-TABLE TO CKPT-CC-TABLE
               MOVE WS-UNP-COUNT TO CKPT-UNP-COUNT
               MOVE WS-UNP-TABLE TO CKPT-UNP-TABLE
               MOVE WS-DEPT-DED-TOTAL TO CKPT-DEPT-DED-TOTAL
               MOVE WS-GRAND-DED-TOTAL TO CKPT-GRAND-DED-TOTAL
               MOVE WS-DEPT-NET-TOTAL TO CKPT-DEPT-NET-TOTAL
               MOVE WS-GRAND-NET-TOTAL TO CKPT-GRAND-NET-TOTAL
               MOVE WS-DEP-DED-TOTAL TO CKPT-DEP-DED-TOTAL
               MOVE WS-CHK-AMT-TOTAL TO CKPT-CHK-AMT-TOTAL
               MOVE WS-CHK-DED-TOTAL TO CKPT-CHK-DED-TOTAL
               OPEN OUTPUT CHECKPOINT-FILE
               WRITE CKPT-RECORD
               CLOSE CHECKPOINT-FILE.
