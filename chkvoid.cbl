          IDENTIFICATION DIVISION.

           PROGRAM-ID. CHKVOID.
           AUTHOR. ME.

           ENVIRONMENT DIVISION.

           CONFIGURATION SECTION.
           SOURCE-COMPUTER. IBM-AT.
           OBJECT-COMPUTER. IBM-AT.

           INPUT-OUTPUT SECTION.
           FILE-CONTROL.

               SELECT CHKVTRAN-FILE ASSIGN TO "CHKVTRANS.DAT"
                   ORGANIZATION IS LINE SEQUENTIAL
                   FILE STATUS IS WS-TRAN-STATUS.

               SELECT PAYHIST-FILE ASSIGN TO "PAYHIST.DAT"
                   ORGANIZATION IS INDEXED
                   ACCESS MODE IS RANDOM
                   RECORD KEY IS PH-KEY
                   FILE STATUS IS WS-PAYHIST-STATUS.

               SELECT YTDMAST-FILE ASSIGN TO "YTDMAST.DAT"
                   ORGANIZATION IS INDEXED
                   ACCESS MODE IS RANDOM
                   RECORD KEY IS YTD-ENO
                   FILE STATUS IS WS-YTDMAST-STATUS.

               SELECT GLADJ-FILE ASSIGN TO "GLADJ.DAT"
                   ORGANIZATION IS LINE SEQUENTIAL
                   FILE STATUS IS WS-GLADJ-STATUS.

               SELECT YECTL-FILE ASSIGN TO "YECTL.DAT"
                   ORGANIZATION IS LINE SEQUENTIAL
                   FILE STATUS IS WS-YECTL-STATUS.

               SELECT HIST-FILE ASSIGN TO "EMPHIST.DAT"
                   ORGANIZATION IS LINE SEQUENTIAL
                   FILE STATUS IS WS-HIST-STATUS.

               SELECT EDIT-REPORT-FILE ASSIGN TO "CHKVEDIT.PRN"
                   ORGANIZATION IS LINE SEQUENTIAL
                   FILE STATUS IS WS-EDIT-STATUS.

               SELECT RUNHIST-FILE ASSIGN TO "RUNHIST.DAT"
                   ORGANIZATION IS LINE SEQUENTIAL
                   FILE STATUS IS WS-RUNHIST-STATUS.

           DATA DIVISION.

           FILE SECTION.

      * one paycheck to correct: V = void the check, R = reissue
      * a voided check as a paper check
           FD  CHKVTRAN-FILE.
           01  CHKVTRAN-RECORD.
               05  CVT-CODE            PIC X.
               05  CVT-ENO             PIC X(5).
               05  CVT-ENO-NUM REDEFINES CVT-ENO
                                       PIC 9(5).
               05  CVT-PERIOD          PIC X(6).

      * permanent paycheck history, written by the register run
           FD  PAYHIST-FILE.
           COPY PAYHIST.

      * year-to-date earnings master
           FD  YTDMAST-FILE.
           COPY YTDREC.

      * offsetting GL entries for the checks voided or reissued
      * this run, in the register's GLPOST.DAT layout; each check
      * is a balanced debit/credit pair
           FD  GLADJ-FILE.
           COPY GLPOST.

      * years closed by YECLOSE - their YTD master is archived, so
      * a check from one of them can no longer be corrected here
           FD  YECTL-FILE.
           COPY YECTL.

      * shared change-history trail
           FD  HIST-FILE.
           COPY EMPHIST.

           FD  EDIT-REPORT-FILE.
           01  EDIT-DETAIL-LINE.
               05  EDT-CODE        PIC X.
               05  FILLER          PIC X(2) VALUE SPACES.
               05  EDT-ENO         PIC X(5).
               05  FILLER          PIC X(2) VALUE SPACES.
               05  EDT-PERIOD      PIC X(6).
               05  FILLER          PIC X(1) VALUE SPACES.
               05  EDT-STATUS      PIC X(9).
               05  FILLER          PIC X(1) VALUE SPACES.
               05  EDT-GROSS       PIC $$$,$$$,$$9.99 BLANK WHEN ZERO.
               05  FILLER          PIC X(1) VALUE SPACES.
               05  EDT-NET         PIC $$$,$$$,$$9.99 BLANK WHEN ZERO.
               05  FILLER          PIC X(2) VALUE SPACES.
               05  EDT-REASON      PIC X(30).
           01  EDIT-HEADER-LINE1.
               05  FILLER          PIC X(35) VALUE
                   'PAYCHECK VOID / REISSUE EDIT'.
               05  FILLER          PIC X(5)  VALUE 'PAGE '.
               05  EDH-PAGE        PIC ZZ9.
           01  EDIT-HEADER-LINE2.
               05  FILLER          PIC X(36) VALUE
                   'T  ENO    PERIOD STATUS            '.
               05  FILLER          PIC X(34) VALUE
                   'GROSS            NET  ACTION'.
           01  EDIT-TOTAL-LINE.
               05  FILLER          PIC X(14) VALUE 'TRANS READ:   '.
               05  EDT-READ-COUNT  PIC ZZZ,ZZ9.
               05  FILLER          PIC X(10) VALUE ' APPLIED: '.
               05  EDT-APPLIED-COUNT PIC ZZZ,ZZ9.
               05  FILLER          PIC X(11) VALUE ' REJECTED: '.
               05  EDT-REJECT-COUNT PIC ZZZ,ZZ9.
           01  EDIT-GL-LINE.
               05  FILLER          PIC X(22) VALUE
                   'GL ADJUSTMENTS - DR: '.
               05  EDT-GL-DEBIT    PIC $$$,$$$,$$$,$$9.99.
               05  FILLER          PIC X(6)  VALUE '  CR: '.
               05  EDT-GL-CREDIT   PIC $$$,$$$,$$$,$$9.99.

      * shared run-history log - one start and one end record per
      * run, read back by the daily operations summary
           FD  RUNHIST-FILE.
           COPY RUNHIST.

           WORKING-STORAGE SECTION.

           01 WS-TRAN-STATUS PIC XX.
           01 WS-PAYHIST-STATUS PIC XX.
           01 WS-YTDMAST-STATUS PIC XX.
           01 WS-GLADJ-STATUS PIC XX.
           01 WS-YECTL-STATUS PIC XX.
           01 WS-HIST-STATUS PIC XX.
           01 WS-EDIT-STATUS PIC XX.
           01 WS-TRAN-EOF PIC X VALUE 'N'.

      * shared run-history log
           01 WS-RUNHIST-STATUS PIC XX.
           01 WS-RH-PARMS PIC X(20) VALUE 'CHKVTRANS.DAT'.

           01 WS-TRANS-VALID PIC X.
           01 WS-REJECT-REASON PIC X(30).
           01 WS-ACTION PIC X(30).
           01 WS-YTD-FOUND PIC X.
           01 WS-HIST-USERID PIC X(20).

      * closed years, loaded once from YECTL.DAT
           01 WS-YEC-EOF PIC X VALUE 'N'.
           01 WS-YEC-COUNT PIC 9(3) VALUE ZERO.
           01 WS-YEC-SUB PIC 9(3).
           01 WS-YEC-TABLE.
               05 WS-YEC-YEAR OCCURS 100 TIMES PIC X(4).

      * the same labor expense and accrued payroll accounts the
      * register posts to, so a void offsets the original entry
           01 WS-GL-EXP-ACCT PIC X(4) VALUE '5100'.
           01 WS-GL-ACCR-ACCT PIC X(4) VALUE '2100'.
           01 WS-GL-DEBIT-TOTAL PIC S9(11)V99 VALUE ZERO.
           01 WS-GL-CREDIT-TOTAL PIC S9(11)V99 VALUE ZERO.

      * edit report paging and run totals
           01 WS-LINE-COUNT PIC 9(3) VALUE 99.
           01 WS-PAGE-COUNT PIC 9(3) VALUE ZERO.
           01 WS-PAGE-SIZE PIC 9(3) VALUE 55.
           01 WS-READ-COUNT PIC 9(5) VALUE ZERO.
           01 WS-APPLIED-COUNT PIC 9(5) VALUE ZERO.
           01 WS-REJECT-COUNT PIC 9(5) VALUE ZERO.

           PROCEDURE DIVISION.

           100-MAIN.
               PERFORM 960-RUNHIST-START
               PERFORM 080-OPEN-FILES
               PERFORM UNTIL WS-TRAN-EOF = 'Y'
                   READ CHKVTRAN-FILE
                       AT END MOVE 'Y' TO WS-TRAN-EOF
                       NOT AT END PERFORM 200-PROCESS-TRANS
                   END-READ
               END-PERFORM
               PERFORM 600-FINAL-TOTALS
               PERFORM 090-CLOSE-FILES
               DISPLAY 'Paycheck void/reissue complete - read '
                   WS-READ-COUNT ' applied ' WS-APPLIED-COUNT
                   ' rejected ' WS-REJECT-COUNT
               PERFORM 970-RUNHIST-END.

           100-EXIT.
               STOP RUN.

      *-----------------------------------------------------------
      * 080/090 - open and close the files; the paycheck history
      * and YTD master must both already exist, since there is
      * nothing to void without them
      *-----------------------------------------------------------
           080-OPEN-FILES.
               OPEN INPUT CHKVTRAN-FILE
               IF WS-TRAN-STATUS NOT = '00'
                   DISPLAY 'Transaction file CHKVTRANS.DAT not'
                       ' available - status ' WS-TRAN-STATUS
                   MOVE 16 TO RETURN-CODE
                   PERFORM 970-RUNHIST-END
                   STOP RUN
               END-IF
               OPEN I-O PAYHIST-FILE
               IF WS-PAYHIST-STATUS NOT = '00'
                   DISPLAY 'Paycheck history PAYHIST.DAT not'
                       ' available - status ' WS-PAYHIST-STATUS
                   CLOSE CHKVTRAN-FILE
                   MOVE 16 TO RETURN-CODE
                   PERFORM 970-RUNHIST-END
                   STOP RUN
               END-IF
               OPEN I-O YTDMAST-FILE
               IF WS-YTDMAST-STATUS NOT = '00'
                   DISPLAY 'YTD master YTDMAST.DAT not available'
                       ' - status ' WS-YTDMAST-STATUS
                   CLOSE CHKVTRAN-FILE
                   CLOSE PAYHIST-FILE
                   MOVE 16 TO RETURN-CODE
                   PERFORM 970-RUNHIST-END
                   STOP RUN
               END-IF
               OPEN INPUT YECTL-FILE
               IF WS-YECTL-STATUS = '00'
                   PERFORM UNTIL WS-YEC-EOF = 'Y'
                       READ YECTL-FILE
                           AT END MOVE 'Y' TO WS-YEC-EOF
                           NOT AT END
                               IF WS-YEC-COUNT < 100
                                   ADD 1 TO WS-YEC-COUNT
                                   MOVE YEC-YEAR
                                       TO WS-YEC-YEAR (WS-YEC-COUNT)
                               END-IF
                       END-READ
                   END-PERFORM
                   CLOSE YECTL-FILE
               END-IF
      * the adjustments accumulate until the GL picks them up, so
      * a second run the same day adds to them
               OPEN EXTEND GLADJ-FILE
               IF WS-GLADJ-STATUS = '05' OR WS-GLADJ-STATUS = '35'
                   CLOSE GLADJ-FILE
                   OPEN OUTPUT GLADJ-FILE
               END-IF
               OPEN EXTEND HIST-FILE
               IF WS-HIST-STATUS = '05' OR WS-HIST-STATUS = '35'
                   CLOSE HIST-FILE
                   OPEN OUTPUT HIST-FILE
               END-IF
               OPEN OUTPUT EDIT-REPORT-FILE.

           090-CLOSE-FILES.
               CLOSE CHKVTRAN-FILE
               CLOSE PAYHIST-FILE
               CLOSE YTDMAST-FILE
               CLOSE GLADJ-FILE
               CLOSE HIST-FILE
               CLOSE EDIT-REPORT-FILE.

      *-----------------------------------------------------------
      * 200/210 - one transaction: validate, apply if good, and
      * report the result either way
      *-----------------------------------------------------------
           200-PROCESS-TRANS.
               ADD 1 TO WS-READ-COUNT
               MOVE SPACES TO WS-ACTION
               PERFORM 300-VALIDATE-TRANS
               IF WS-TRANS-VALID = 'Y'
                   PERFORM 310-READ-PAYCHECK
               END-IF
               IF WS-TRANS-VALID = 'Y'
                   EVALUATE CVT-CODE
                       WHEN 'V'
                           PERFORM 400-APPLY-VOID
                       WHEN 'R'
                           PERFORM 410-APPLY-REISSUE
                   END-EVALUATE
               END-IF
               PERFORM 500-REPORT-LINE.

           210-EDIT-HEADERS.
               ADD 1 TO WS-PAGE-COUNT
               MOVE WS-PAGE-COUNT TO EDH-PAGE
               WRITE EDIT-HEADER-LINE1
               WRITE EDIT-HEADER-LINE2
               MOVE 2 TO WS-LINE-COUNT.

      *-----------------------------------------------------------
      * 300 - field edits: transaction code V or R, numeric
      * non-zero ENO, and a numeric YYYYPP pay period from a year
      * that has not been closed
      *-----------------------------------------------------------
           300-VALIDATE-TRANS.
               MOVE 'Y' TO WS-TRANS-VALID
               MOVE SPACES TO WS-REJECT-REASON
               IF CVT-CODE NOT = 'V' AND CVT-CODE NOT = 'R'
                   MOVE 'N' TO WS-TRANS-VALID
                   MOVE 'INVALID TRANSACTION CODE'
                       TO WS-REJECT-REASON
               END-IF
               IF WS-TRANS-VALID = 'Y'
                   IF CVT-ENO NOT NUMERIC OR CVT-ENO-NUM = ZERO
                       MOVE 'N' TO WS-TRANS-VALID
                       MOVE 'ENO NOT NUMERIC OR ZERO'
                           TO WS-REJECT-REASON
                   END-IF
               END-IF
               IF WS-TRANS-VALID = 'Y'
                   IF CVT-PERIOD NOT NUMERIC
                       MOVE 'N' TO WS-TRANS-VALID
                       MOVE 'PERIOD NOT YYYYPP'
                           TO WS-REJECT-REASON
                   END-IF
               END-IF
               IF WS-TRANS-VALID = 'Y'
                   PERFORM VARYING WS-YEC-SUB FROM 1 BY 1
                       UNTIL WS-YEC-SUB > WS-YEC-COUNT
                       IF WS-YEC-YEAR (WS-YEC-SUB) = CVT-PERIOD (1:4)
                           MOVE 'N' TO WS-TRANS-VALID
                           MOVE 'YEAR ALREADY CLOSED'
                               TO WS-REJECT-REASON
                       END-IF
                   END-PERFORM
               END-IF.

      *-----------------------------------------------------------
      * 310 - the paycheck must be on the history, in a state the
      * transaction applies to (only a live check can be voided,
      * only a voided one reissued, and one a reversal run backed
      * out is neither), and the employee must have a YTD row to
      * post the correction to
      *-----------------------------------------------------------
           310-READ-PAYCHECK.
               MOVE CVT-ENO-NUM TO PH-ENO
               MOVE CVT-PERIOD TO PH-PERIOD
               READ PAYHIST-FILE
                   INVALID KEY
                       MOVE 'N' TO WS-TRANS-VALID
                       MOVE 'NO PAYCHECK FOR ENO AND PERIOD'
                           TO WS-REJECT-REASON
               END-READ
               IF WS-TRANS-VALID = 'Y'
                   IF PH-REVERSED
                       MOVE 'N' TO WS-TRANS-VALID
                       MOVE 'PAYCHECK REVERSED BY PAY RUN'
                           TO WS-REJECT-REASON
                   END-IF
                   IF CVT-CODE = 'V' AND PH-VOIDED
                       MOVE 'N' TO WS-TRANS-VALID
                       MOVE 'PAYCHECK ALREADY VOIDED'
                           TO WS-REJECT-REASON
                   END-IF
                   IF CVT-CODE = 'R' AND NOT PH-VOIDED
                       MOVE 'N' TO WS-TRANS-VALID
                       MOVE 'PAYCHECK NOT VOIDED'
                           TO WS-REJECT-REASON
                   END-IF
               END-IF
               IF WS-TRANS-VALID = 'Y'
                   MOVE 'Y' TO WS-YTD-FOUND
                   MOVE CVT-ENO-NUM TO YTD-ENO
                   READ YTDMAST-FILE
                       INVALID KEY MOVE 'N' TO WS-YTD-FOUND
                   END-READ
                   IF WS-YTD-FOUND = 'N' AND CVT-CODE = 'V'
                       MOVE 'N' TO WS-TRANS-VALID
                       MOVE 'NO YTD ROW FOR ENO'
                           TO WS-REJECT-REASON
                   END-IF
               END-IF.

      *-----------------------------------------------------------
      * 400 - void: take the check's own amounts back out of the
      * YTD master, credit labor expense and debit accrued payroll
      * for the cost center it was charged to, and mark it voided.
      * A deposit has already gone to the bank and must be
      * recalled there; a paper check needs a stop payment
      *-----------------------------------------------------------
           400-APPLY-VOID.
               SUBTRACT PH-GROSS FROM YTD-GROSS
               SUBTRACT PH-REG-HOURS FROM YTD-HOURS
               SUBTRACT PH-OT-HOURS FROM YTD-HOURS
               SUBTRACT PH-COM FROM YTD-COM
               SUBTRACT 1 FROM YTD-PERIODS
               SUBTRACT PH-DEDUCT FROM YTD-DEDUCT
               SUBTRACT PH-NET FROM YTD-NET
               PERFORM 420-REWRITE-YTD
               MOVE PH-PERIOD TO GLP-PERIOD
               MOVE 'C' TO GLP-DRCR
               MOVE WS-GL-EXP-ACCT TO GLP-ACCOUNT
               MOVE PH-COSTCTR TO GLP-COSTCTR
               MOVE PH-GROSS TO GLP-AMOUNT
               WRITE GLPOST-RECORD
               MOVE 'D' TO GLP-DRCR
               MOVE WS-GL-ACCR-ACCT TO GLP-ACCOUNT
               MOVE SPACES TO GLP-COSTCTR
               WRITE GLPOST-RECORD
               ADD PH-GROSS TO WS-GL-DEBIT-TOTAL
               ADD PH-GROSS TO WS-GL-CREDIT-TOTAL
               MOVE 'PAYCHECK' TO HST-FIELD
               MOVE SPACES TO HST-OLD-VALUE
               IF PH-REISSUED
                   STRING 'REISSUED ' PH-PERIOD DELIMITED BY SIZE
                     INTO HST-OLD-VALUE
                   END-STRING
               ELSE
                   STRING 'ISSUED ' PH-PERIOD DELIMITED BY SIZE
                     INTO HST-OLD-VALUE
                   END-STRING
               END-IF
               MOVE SPACES TO HST-NEW-VALUE
               STRING 'VOIDED ' PH-PERIOD DELIMITED BY SIZE
                 INTO HST-NEW-VALUE
               END-STRING
               PERFORM 460-HIST-WRITE
               IF PH-PAID-DEPOSIT
                   MOVE 'DEPOSIT - RECALL AT BANK' TO WS-ACTION
               ELSE
                   MOVE 'PAPER CHECK - STOP PAYMENT' TO WS-ACTION
               END-IF
               MOVE 'V' TO PH-STATUS
               PERFORM 430-REWRITE-PAYCHECK.

      *-----------------------------------------------------------
      * 410 - reissue: a voided check goes back on the YTD master
      * and the GL exactly as it was first paid, and is reissued
      * as a paper check for the same net pay
      *-----------------------------------------------------------
           410-APPLY-REISSUE.
               IF WS-YTD-FOUND = 'N'
                   MOVE CVT-ENO-NUM TO YTD-ENO
                   MOVE PH-DEPT TO YTD-DEPT
                   MOVE ZERO TO YTD-GROSS
                   MOVE ZERO TO YTD-HOURS
                   MOVE ZERO TO YTD-COM
                   MOVE ZERO TO YTD-PERIODS
                   MOVE ZERO TO YTD-DEDUCT
                   MOVE ZERO TO YTD-NET
               END-IF
               ADD PH-GROSS TO YTD-GROSS
               ADD PH-REG-HOURS TO YTD-HOURS
               ADD PH-OT-HOURS TO YTD-HOURS
               ADD PH-COM TO YTD-COM
               ADD 1 TO YTD-PERIODS
               ADD PH-DEDUCT TO YTD-DEDUCT
               ADD PH-NET TO YTD-NET
               IF WS-YTD-FOUND = 'Y'
                   PERFORM 420-REWRITE-YTD
               ELSE
                   WRITE YTD-RECORD
                       INVALID KEY
                           DISPLAY 'YTD master write failed for'
                               ' ENO ' YTD-ENO ' - status '
                               WS-YTDMAST-STATUS
                           PERFORM 090-CLOSE-FILES
                           MOVE 16 TO RETURN-CODE
                           PERFORM 970-RUNHIST-END
                           STOP RUN
                   END-WRITE
               END-IF
               MOVE PH-PERIOD TO GLP-PERIOD
               MOVE 'D' TO GLP-DRCR
               MOVE WS-GL-EXP-ACCT TO GLP-ACCOUNT
               MOVE PH-COSTCTR TO GLP-COSTCTR
               MOVE PH-GROSS TO GLP-AMOUNT
               WRITE GLPOST-RECORD
               MOVE 'C' TO GLP-DRCR
               MOVE WS-GL-ACCR-ACCT TO GLP-ACCOUNT
               MOVE SPACES TO GLP-COSTCTR
               WRITE GLPOST-RECORD
               ADD PH-GROSS TO WS-GL-DEBIT-TOTAL
               ADD PH-GROSS TO WS-GL-CREDIT-TOTAL
               MOVE 'PAYCHECK' TO HST-FIELD
               MOVE SPACES TO HST-OLD-VALUE
               STRING 'VOIDED ' PH-PERIOD DELIMITED BY SIZE
                 INTO HST-OLD-VALUE
               END-STRING
               MOVE SPACES TO HST-NEW-VALUE
               STRING 'REISSUED ' PH-PERIOD DELIMITED BY SIZE
                 INTO HST-NEW-VALUE
               END-STRING
               PERFORM 460-HIST-WRITE
               MOVE 'CUT PAPER CHECK FOR NET PAY' TO WS-ACTION
               MOVE 'R' TO PH-STATUS
               MOVE 'C' TO PH-PAID-BY
               MOVE SPACES TO PH-ROUTING
               MOVE SPACES TO PH-ACCOUNT
               PERFORM 430-REWRITE-PAYCHECK.

      * a correction that reaches one file and not the other would
      * leave the YTD master and the history disagreeing, so a
      * failed rewrite fails the job
           420-REWRITE-YTD.
               REWRITE YTD-RECORD
                   INVALID KEY
                       DISPLAY 'YTD master rewrite failed for ENO '
                           YTD-ENO ' - status ' WS-YTDMAST-STATUS
                       PERFORM 090-CLOSE-FILES
                       MOVE 16 TO RETURN-CODE
                       PERFORM 970-RUNHIST-END
                       STOP RUN
               END-REWRITE.

           430-REWRITE-PAYCHECK.
               ACCEPT PH-STAT-DATE FROM DATE YYYYMMDD
               REWRITE PAYHIST-RECORD
                   INVALID KEY
                       DISPLAY 'Paycheck history rewrite failed for'
                           ' ENO ' PH-ENO ' - status '
                           WS-PAYHIST-STATUS
                       PERFORM 090-CLOSE-FILES
                       MOVE 16 TO RETURN-CODE
                       PERFORM 970-RUNHIST-END
                       STOP RUN
               END-REWRITE.

           460-HIST-WRITE.
               MOVE PH-ENO TO HST-ENO
               MOVE 'CHKVOID' TO HST-PROGRAM
               ACCEPT WS-HIST-USERID FROM ENVIRONMENT "USER"
               MOVE WS-HIST-USERID TO HST-USERID
               ACCEPT HST-DATE FROM DATE YYYYMMDD
               ACCEPT HST-TIME FROM TIME
               WRITE EMPHIST-RECORD.

      *-----------------------------------------------------------
      * 500 - one edit report line per transaction: applied with
      * the check's gross and net and what has to happen to the
      * payment itself, or rejected with the reason
      *-----------------------------------------------------------
           500-REPORT-LINE.
               IF WS-LINE-COUNT >= WS-PAGE-SIZE
                   PERFORM 210-EDIT-HEADERS
               END-IF
               MOVE CVT-CODE TO EDT-CODE
               MOVE CVT-ENO TO EDT-ENO
               MOVE CVT-PERIOD TO EDT-PERIOD
               IF WS-TRANS-VALID = 'Y'
                   MOVE 'APPLIED' TO EDT-STATUS
                   MOVE PH-GROSS TO EDT-GROSS
                   MOVE PH-NET TO EDT-NET
                   MOVE WS-ACTION TO EDT-REASON
                   ADD 1 TO WS-APPLIED-COUNT
               ELSE
                   MOVE 'REJECTED' TO EDT-STATUS
                   MOVE ZERO TO EDT-GROSS
                   MOVE ZERO TO EDT-NET
                   MOVE WS-REJECT-REASON TO EDT-REASON
                   ADD 1 TO WS-REJECT-COUNT
               END-IF
               WRITE EDIT-DETAIL-LINE
               ADD 1 TO WS-LINE-COUNT.

           600-FINAL-TOTALS.
               IF WS-LINE-COUNT >= WS-PAGE-SIZE
                   PERFORM 210-EDIT-HEADERS
               END-IF
               MOVE WS-READ-COUNT TO EDT-READ-COUNT
               MOVE WS-APPLIED-COUNT TO EDT-APPLIED-COUNT
               MOVE WS-REJECT-COUNT TO EDT-REJECT-COUNT
               WRITE EDIT-TOTAL-LINE
               MOVE WS-GL-DEBIT-TOTAL TO EDT-GL-DEBIT
               MOVE WS-GL-CREDIT-TOTAL TO EDT-GL-CREDIT
               WRITE EDIT-GL-LINE.

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
               MOVE 'CHKVOID' TO RH-PROGRAM
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
               MOVE WS-READ-COUNT TO RH-COUNT
               MOVE RETURN-CODE TO RH-RC
               PERFORM 965-RUNHIST-WRITE.
