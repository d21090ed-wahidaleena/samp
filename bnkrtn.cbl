          IDENTIFICATION DIVISION.

           PROGRAM-ID. BNKRTN.
           AUTHOR. ME.

           ENVIRONMENT DIVISION.

           CONFIGURATION SECTION.
           SOURCE-COMPUTER. IBM-AT.
           OBJECT-COMPUTER. IBM-AT.

           INPUT-OUTPUT SECTION.
           FILE-CONTROL.

               SELECT BNKRTN-FILE ASSIGN TO "BNKRTN.DAT"
                   ORGANIZATION IS LINE SEQUENTIAL
                   FILE STATUS IS WS-RTN-STATUS.

               SELECT EMPBANK-FILE ASSIGN TO "EMPBANK.DAT"
                   ORGANIZATION IS INDEXED
                   ACCESS MODE IS RANDOM
                   RECORD KEY IS BNK-ENO
                   FILE STATUS IS WS-EMPBANK-STATUS.

               SELECT PAYHIST-FILE ASSIGN TO "PAYHIST.DAT"
                   ORGANIZATION IS INDEXED
                   ACCESS MODE IS RANDOM
                   RECORD KEY IS PH-KEY
                   FILE STATUS IS WS-PAYHIST-STATUS.

               SELECT EDIT-REPORT-FILE ASSIGN TO "BNKRTN.PRN"
                   ORGANIZATION IS LINE SEQUENTIAL
                   FILE STATUS IS WS-EDIT-STATUS.

               SELECT RTNCHK-FILE ASSIGN TO "BNKRTNX.PRN"
                   ORGANIZATION IS LINE SEQUENTIAL
                   FILE STATUS IS WS-RTNCHK-STATUS.

               SELECT HIST-FILE ASSIGN TO "EMPHIST.DAT"
                   ORGANIZATION IS LINE SEQUENTIAL
                   FILE STATUS IS WS-HIST-STATUS.

               SELECT ERROR-LOG-FILE ASSIGN TO "SQLERR.LOG"
                   ORGANIZATION IS LINE SEQUENTIAL
                   FILE STATUS IS WS-ERRLOG-STATUS.

               SELECT RUNHIST-FILE ASSIGN TO "RUNHIST.DAT"
                   ORGANIZATION IS LINE SEQUENTIAL
                   FILE STATUS IS WS-RUNHIST-STATUS.

           DATA DIVISION.

           FILE SECTION.

      * the bank's returns and notifications of change:
      * R = an entry returned unpaid (a deposit, with the pay
      *     period and amount, or a prenote, with neither)
      * C = notification of change - the corrected routing,
      *     account, and type; a blank field is not changed
           FD  BNKRTN-FILE.
           01  BNKRTN-RECORD.
               05  RTN-TYPE            PIC X.
               05  RTN-ENO             PIC X(5).
               05  RTN-ENO-NUM REDEFINES RTN-ENO
                                       PIC 9(5).
               05  RTN-PERIOD          PIC X(6).
               05  RTN-AMOUNT          PIC X(11).
               05  RTN-AMOUNT-NUM REDEFINES RTN-AMOUNT
                                       PIC 9(9)V99.
               05  RTN-REASON          PIC X(3).
               05  RTN-ROUTING         PIC X(9).
               05  RTN-ACCOUNT         PIC X(17).
               05  RTN-ACCTTYPE        PIC X.

      * keyed bank details, maintained by BNKMAINT
           FD  EMPBANK-FILE.
           COPY EMPBANK.

      * permanent paycheck history, written by the register run
           FD  PAYHIST-FILE.
           COPY PAYHIST.

           FD  EDIT-REPORT-FILE.
           01  EDIT-DETAIL-LINE.
               05  EDT-TYPE        PIC X.
               05  FILLER          PIC X(2) VALUE SPACES.
               05  EDT-ENO         PIC X(5).
               05  FILLER          PIC X(2) VALUE SPACES.
               05  EDT-PERIOD      PIC X(6).
               05  FILLER          PIC X(2) VALUE SPACES.
               05  EDT-REASON-CODE PIC X(3).
               05  FILLER          PIC X(2) VALUE SPACES.
               05  EDT-STATUS      PIC X(9).
               05  FILLER          PIC X(1) VALUE SPACES.
               05  EDT-REASON      PIC X(40).
           01  EDIT-HEADER-LINE1.
               05  FILLER          PIC X(35) VALUE
                   'BANK RETURNS AND CHANGES EDIT'.
               05  FILLER          PIC X(5)  VALUE 'PAGE '.
               05  EDH-PAGE        PIC ZZ9.
           01  EDIT-HEADER-LINE2.
               05  FILLER          PIC X(40) VALUE
                   'T  ENO    PERIOD  RSN  STATUS    ACTION'.
           01  EDIT-TOTAL-LINE.
               05  FILLER          PIC X(14) VALUE 'ENTRIES READ: '.
               05  EDT-READ-COUNT  PIC ZZZ,ZZ9.
               05  FILLER          PIC X(10) VALUE ' APPLIED: '.
               05  EDT-APPLIED-COUNT PIC ZZZ,ZZ9.
               05  FILLER          PIC X(11) VALUE ' REJECTED: '.
               05  EDT-REJECT-COUNT PIC ZZZ,ZZ9.

      * returned deposits get a paper check instead, the same way
      * the register lists the paychecks it could not deposit
           FD  RTNCHK-FILE.
           01  RTNCHK-HEADER       PIC X(42) VALUE
                   'RETURNED DEPOSITS - CUT PAPER CHECKS'.
           01  RTNCHK-LINE.
               05  FILLER          PIC X(2) VALUE SPACES.
               05  RCL-ENO         PIC 9(5).
               05  FILLER          PIC X(2) VALUE SPACES.
               05  RCL-LNAME       PIC X(15).
               05  FILLER          PIC X(2) VALUE SPACES.
               05  RCL-PERIOD      PIC X(6).
               05  FILLER          PIC X(2) VALUE SPACES.
               05  RCL-AMOUNT      PIC $$$,$$$,$$9.99.
           01  RTNCHK-TOTAL-LINE.
               05  FILLER          PIC X(15) VALUE 'PAPER CHECKS:  '.
               05  RCT-COUNT       PIC ZZZ,ZZ9.
               05  FILLER          PIC X(10) VALUE '  AMOUNT: '.
               05  RCT-AMOUNT      PIC $$$,$$$,$$$,$$9.99.

      * shared before/after change history
           FD  HIST-FILE.
           COPY EMPHIST.

           FD  ERROR-LOG-FILE.
           01  ERROR-LOG-RECORD        PIC X(130).

      * shared run-history log - one start and one end record per
      * run, read back by the daily operations summary
           FD  RUNHIST-FILE.
           COPY RUNHIST.

           WORKING-STORAGE SECTION.

           EXEC SQL
             INCLUDE EMPREC
           END-EXEC

           01 DISP-CODE PIC ----9.

           01 WS-RTN-STATUS PIC XX.
           01 WS-EMPBANK-STATUS PIC XX.
           01 WS-PAYHIST-STATUS PIC XX.
           01 WS-EDIT-STATUS PIC XX.
           01 WS-RTNCHK-STATUS PIC XX.
           01 WS-HIST-STATUS PIC XX.
           01 WS-ERRLOG-STATUS PIC XX.
           01 WS-RTN-EOF PIC X VALUE 'N'.
           01 WS-PAYHIST-OPEN PIC X VALUE 'N'.

      * shared run-history log
           01 WS-RUNHIST-STATUS PIC XX.
           01 WS-RH-PARMS PIC X(20) VALUE 'BNKRTN.DAT'.

           01 WS-TRANS-VALID PIC X.
           01 WS-REJECT-REASON PIC X(40).
           01 WS-ACTION PIC X(40).

      * change history stamp; only the last four characters of an
      * account number ever go on the history trail
           01 WS-HIST-USERID PIC X(20).
           01 WS-ACCT-WORK PIC X(17).
           01 WS-ACCT-LAST4 PIC X(4).
           01 WS-ACCT-LEN PIC 9(3).
           01 WS-ACCT-SUB PIC 9(3).

      * edit report paging and run totals
           01 WS-LINE-COUNT PIC 9(3) VALUE 99.
           01 WS-PAGE-COUNT PIC 9(3) VALUE ZERO.
           01 WS-PAGE-SIZE PIC 9(3) VALUE 55.
           01 WS-READ-COUNT PIC 9(5) VALUE ZERO.
           01 WS-APPLIED-COUNT PIC 9(5) VALUE ZERO.
           01 WS-REJECT-COUNT PIC 9(5) VALUE ZERO.
           01 WS-CHECK-COUNT PIC 9(5) VALUE ZERO.
           01 WS-CHECK-AMOUNT PIC S9(11)V99 VALUE ZERO.

      * SQL error handling
           01 WS-ERR-DATE PIC 9(8).
           01 WS-ERR-TIME PIC 9(8).
           01 WS-ERR-ERRML PIC 9(4).

           EXEC SQL
             INCLUDE SQLCA
           END-EXEC

           PROCEDURE DIVISION.

           100-MAIN.
               PERFORM 960-RUNHIST-START
               PERFORM 080-OPEN-FILES
               PERFORM UNTIL WS-RTN-EOF = 'Y'
                   READ BNKRTN-FILE
                       AT END MOVE 'Y' TO WS-RTN-EOF
                       NOT AT END PERFORM 200-PROCESS-ENTRY
                   END-READ
               END-PERFORM
               PERFORM 600-FINAL-TOTALS
               PERFORM 090-CLOSE-FILES
               DISPLAY 'Bank returns complete - read '
                   WS-READ-COUNT ' applied ' WS-APPLIED-COUNT
                   ' rejected ' WS-REJECT-COUNT
               IF WS-CHECK-COUNT > ZERO
                   DISPLAY '  paper checks to cut: ' WS-CHECK-COUNT
                       ' - see BNKRTNX.PRN'
               END-IF
               PERFORM 970-RUNHIST-END.

           100-EXIT.
               STOP RUN.

      *-----------------------------------------------------------
      * 080/090 - open and close the returns file, the bank
      * details, the paycheck history, and the reports; without
      * the paycheck history a prenote return is still applied,
      * but a deposit return is rejected
      *-----------------------------------------------------------
           080-OPEN-FILES.
               OPEN INPUT BNKRTN-FILE
               IF WS-RTN-STATUS NOT = '00'
                   DISPLAY 'Bank returns file BNKRTN.DAT not'
                       ' available - status ' WS-RTN-STATUS
                   MOVE 16 TO RETURN-CODE
                   PERFORM 970-RUNHIST-END
                   STOP RUN
               END-IF
               OPEN I-O EMPBANK-FILE
               IF WS-EMPBANK-STATUS NOT = '00'
                   DISPLAY 'Bank details EMPBANK.DAT not available'
                       ' - status ' WS-EMPBANK-STATUS
                   CLOSE BNKRTN-FILE
                   MOVE 16 TO RETURN-CODE
                   PERFORM 970-RUNHIST-END
                   STOP RUN
               END-IF
               OPEN I-O PAYHIST-FILE
               IF WS-PAYHIST-STATUS = '00'
                   MOVE 'Y' TO WS-PAYHIST-OPEN
               ELSE
                   DISPLAY 'Paycheck history PAYHIST.DAT not'
                       ' available - status ' WS-PAYHIST-STATUS
               END-IF
               OPEN OUTPUT EDIT-REPORT-FILE
               OPEN OUTPUT RTNCHK-FILE
               WRITE RTNCHK-HEADER
               OPEN EXTEND HIST-FILE
               IF WS-HIST-STATUS = '05' OR WS-HIST-STATUS = '35'
                   CLOSE HIST-FILE
                   OPEN OUTPUT HIST-FILE
               END-IF
               OPEN EXTEND ERROR-LOG-FILE
               IF WS-ERRLOG-STATUS = '05' OR WS-ERRLOG-STATUS = '35'
                   CLOSE ERROR-LOG-FILE
                   OPEN OUTPUT ERROR-LOG-FILE
               END-IF.

           090-CLOSE-FILES.
               CLOSE BNKRTN-FILE
               CLOSE EMPBANK-FILE
               IF WS-PAYHIST-OPEN = 'Y'
                   CLOSE PAYHIST-FILE
               END-IF
               CLOSE EDIT-REPORT-FILE
               CLOSE RTNCHK-FILE
               CLOSE HIST-FILE
               CLOSE ERROR-LOG-FILE.

      *-----------------------------------------------------------
      * 200/210 - one entry: validate, apply if good, and report
      * the result either way
      *-----------------------------------------------------------
           200-PROCESS-ENTRY.
               ADD 1 TO WS-READ-COUNT
               MOVE SPACES TO WS-ACTION
               PERFORM 300-VALIDATE-ENTRY
               IF WS-TRANS-VALID = 'Y'
                   MOVE RTN-ENO-NUM TO BNK-ENO
                   READ EMPBANK-FILE
                       INVALID KEY
                           MOVE 'N' TO WS-TRANS-VALID
                           MOVE 'NO BANK DETAILS FOR ENO'
                               TO WS-REJECT-REASON
                   END-READ
               END-IF
               IF WS-TRANS-VALID = 'Y' AND RTN-TYPE = 'R'
                   IF RTN-AMOUNT-NUM > ZERO
                       PERFORM 310-CHECK-PAYCHECK
                   END-IF
               END-IF
               IF WS-TRANS-VALID = 'Y'
                   EVALUATE RTN-TYPE
                       WHEN 'R'
                           PERFORM 400-APPLY-RETURN
                       WHEN 'C'
                           PERFORM 410-APPLY-CHANGE
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
      * 300 - field edits: entry type R or C, numeric non-zero
      * ENO; a return needs a numeric amount, and a deposit
      * return (amount above zero) its pay period; a change needs
      * at least one corrected field, a nine-digit routing number
      * if one is given, and account type C or S if one is given
      *-----------------------------------------------------------
           300-VALIDATE-ENTRY.
               MOVE 'Y' TO WS-TRANS-VALID
               MOVE SPACES TO WS-REJECT-REASON
               IF RTN-TYPE NOT = 'R' AND RTN-TYPE NOT = 'C'
                   MOVE 'N' TO WS-TRANS-VALID
                   MOVE 'INVALID ENTRY TYPE' TO WS-REJECT-REASON
               END-IF
               IF WS-TRANS-VALID = 'Y'
                   IF RTN-ENO NOT NUMERIC OR RTN-ENO-NUM = ZERO
                       MOVE 'N' TO WS-TRANS-VALID
                       MOVE 'ENO NOT NUMERIC OR ZERO'
                           TO WS-REJECT-REASON
                   END-IF
               END-IF
               IF WS-TRANS-VALID = 'Y' AND RTN-TYPE = 'R'
                   IF RTN-AMOUNT NOT NUMERIC
                       MOVE 'N' TO WS-TRANS-VALID
                       MOVE 'AMOUNT NOT NUMERIC' TO WS-REJECT-REASON
                   ELSE
                       IF RTN-AMOUNT-NUM > ZERO AND
                          RTN-PERIOD NOT NUMERIC
                           MOVE 'N' TO WS-TRANS-VALID
                           MOVE 'DEPOSIT RETURN WITHOUT PERIOD'
                               TO WS-REJECT-REASON
                       END-IF
                   END-IF
               END-IF
               IF WS-TRANS-VALID = 'Y' AND RTN-TYPE = 'C'
                   IF RTN-ROUTING = SPACES AND
                      RTN-ACCOUNT = SPACES AND
                      RTN-ACCTTYPE = SPACE
                       MOVE 'N' TO WS-TRANS-VALID
                       MOVE 'NO CORRECTED DETAILS GIVEN'
                           TO WS-REJECT-REASON
                   END-IF
               END-IF
               IF WS-TRANS-VALID = 'Y' AND RTN-TYPE = 'C'
                   IF RTN-ROUTING NOT = SPACES AND
                      RTN-ROUTING NOT NUMERIC
                       MOVE 'N' TO WS-TRANS-VALID
                       MOVE 'ROUTING NOT NINE DIGITS'
                           TO WS-REJECT-REASON
                   END-IF
               END-IF
               IF WS-TRANS-VALID = 'Y' AND RTN-TYPE = 'C'
                   IF RTN-ACCTTYPE NOT = SPACE AND
                      RTN-ACCTTYPE NOT = 'C' AND
                      RTN-ACCTTYPE NOT = 'S'
                       MOVE 'N' TO WS-TRANS-VALID
                       MOVE 'ACCOUNT TYPE NOT C OR S'
                           TO WS-REJECT-REASON
                   END-IF
               END-IF.

      *-----------------------------------------------------------
      * 310 - a deposit return is only good against a paycheck
      * history record for the period that went by deposit, is
      * still issued (or reissued), and paid the returned amount;
      * anything else - a second run of the same returns, a check
      * since voided or reversed - would pay the employee twice
      *-----------------------------------------------------------
           310-CHECK-PAYCHECK.
               IF WS-PAYHIST-OPEN NOT = 'Y'
                   MOVE 'N' TO WS-TRANS-VALID
                   MOVE 'PAYCHECK HISTORY NOT AVAILABLE'
                       TO WS-REJECT-REASON
               END-IF
               IF WS-TRANS-VALID = 'Y'
                   MOVE RTN-ENO-NUM TO PH-ENO
                   MOVE RTN-PERIOD TO PH-PERIOD
                   READ PAYHIST-FILE
                       INVALID KEY
                           MOVE 'N' TO WS-TRANS-VALID
                           MOVE 'NO PAYCHECK HISTORY FOR PERIOD'
                               TO WS-REJECT-REASON
                   END-READ
               END-IF
               IF WS-TRANS-VALID = 'Y'
                   IF NOT PH-PAID-DEPOSIT
                       MOVE 'N' TO WS-TRANS-VALID
                       MOVE 'PAYCHECK NOT PAID BY DEPOSIT'
                           TO WS-REJECT-REASON
                   END-IF
               END-IF
               IF WS-TRANS-VALID = 'Y'
                   IF NOT PH-ISSUED AND NOT PH-REISSUED
                       MOVE 'N' TO WS-TRANS-VALID
                       MOVE 'PAYCHECK VOIDED OR REVERSED'
                           TO WS-REJECT-REASON
                   END-IF
               END-IF
               IF WS-TRANS-VALID = 'Y'
                   IF RTN-AMOUNT-NUM NOT = PH-NET
                       MOVE 'N' TO WS-TRANS-VALID
                       MOVE 'AMOUNT NOT EQUAL TO PAYCHECK NET'
                           TO WS-REJECT-REASON
                   END-IF
               END-IF.

      *-----------------------------------------------------------
      * 400/405 - a return: the account goes back on prenote (the
      * date cleared so PRENOTE sends a fresh one), the history
      * trail records why, and a returned deposit (proven against
      * its paycheck history in 310, still in the record area) has
      * the history marked paid by check and is listed for a paper
      * check
      *-----------------------------------------------------------
           400-APPLY-RETURN.
               MOVE BNK-ACCOUNT TO WS-ACCT-WORK
               PERFORM 450-ACCOUNT-ENDING
               MOVE 'Y' TO BNK-PRENOTE
               MOVE ZERO TO BNK-PRENOTE-DATE
               PERFORM 430-REWRITE-BANK
               MOVE 'BNKRETURN' TO HST-FIELD
               MOVE SPACES TO HST-OLD-VALUE
               STRING 'ACCT ENDING '    DELIMITED BY SIZE
                      WS-ACCT-LAST4     DELIMITED BY SIZE
                 INTO HST-OLD-VALUE
               END-STRING
               MOVE SPACES TO HST-NEW-VALUE
               STRING 'RETURN '         DELIMITED BY SIZE
                      RTN-REASON        DELIMITED BY SIZE
                      ' PRENOTE'        DELIMITED BY SIZE
                 INTO HST-NEW-VALUE
               END-STRING
               PERFORM 460-HIST-WRITE
               IF RTN-AMOUNT-NUM > ZERO
                   PERFORM 405-RETURNED-DEPOSIT
                   MOVE 'BACK TO PRENOTE - PAPER CHECK LISTED'
                       TO WS-ACTION
               ELSE
                   MOVE 'PRENOTE RETURNED - BACK TO PRENOTE'
                       TO WS-ACTION
               END-IF.

           405-RETURNED-DEPOSIT.
               MOVE RTN-ENO-NUM TO ENO
               EXEC SQL
                   SELECT LNAME
                     INTO :LNAME
                     FROM EMPLOYEE
                    WHERE ENO = :ENO
               END-EXEC
               MOVE SQLCODE TO DISP-CODE
               IF SQLCODE = 100
                   MOVE '(NOT ON FILE)' TO LNAME
               ELSE
                   PERFORM 900-SQL-ERROR-CHECK
               END-IF
               MOVE 'C' TO PH-PAID-BY
               MOVE SPACES TO PH-ROUTING
               MOVE SPACES TO PH-ACCOUNT
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
               END-REWRITE
               MOVE RTN-ENO-NUM TO RCL-ENO
               MOVE LNAME TO RCL-LNAME
               MOVE RTN-PERIOD TO RCL-PERIOD
               MOVE RTN-AMOUNT-NUM TO RCL-AMOUNT
               WRITE RTNCHK-LINE
               ADD 1 TO WS-CHECK-COUNT
               ADD RTN-AMOUNT-NUM TO WS-CHECK-AMOUNT.

      *-----------------------------------------------------------
      * 410 - a notification of change: each corrected field that
      * differs is changed and goes on the history trail, and the
      * account goes back on prenote under its new details
      *-----------------------------------------------------------
           410-APPLY-CHANGE.
               IF RTN-ROUTING NOT = SPACES AND
                  RTN-ROUTING NOT = BNK-ROUTING
                   MOVE 'BNKROUTING' TO HST-FIELD
                   MOVE BNK-ROUTING TO HST-OLD-VALUE
                   MOVE RTN-ROUTING TO HST-NEW-VALUE
                   PERFORM 460-HIST-WRITE
                   MOVE RTN-ROUTING TO BNK-ROUTING
               END-IF
               IF RTN-ACCOUNT NOT = SPACES AND
                  RTN-ACCOUNT NOT = BNK-ACCOUNT
                   MOVE 'BNKACCOUNT' TO HST-FIELD
                   MOVE BNK-ACCOUNT TO WS-ACCT-WORK
                   PERFORM 450-ACCOUNT-ENDING
                   MOVE SPACES TO HST-OLD-VALUE
                   STRING 'ACCT ENDING '    DELIMITED BY SIZE
                          WS-ACCT-LAST4     DELIMITED BY SIZE
                     INTO HST-OLD-VALUE
                   END-STRING
                   MOVE RTN-ACCOUNT TO WS-ACCT-WORK
                   PERFORM 450-ACCOUNT-ENDING
                   MOVE SPACES TO HST-NEW-VALUE
                   STRING 'ACCT ENDING '    DELIMITED BY SIZE
                          WS-ACCT-LAST4     DELIMITED BY SIZE
                     INTO HST-NEW-VALUE
                   END-STRING
                   PERFORM 460-HIST-WRITE
                   MOVE RTN-ACCOUNT TO BNK-ACCOUNT
               END-IF
               IF RTN-ACCTTYPE NOT = SPACE AND
                  RTN-ACCTTYPE NOT = BNK-ACCTTYPE
                   MOVE 'BNKACCTTYP' TO HST-FIELD
                   MOVE BNK-ACCTTYPE TO HST-OLD-VALUE
                   MOVE RTN-ACCTTYPE TO HST-NEW-VALUE
                   PERFORM 460-HIST-WRITE
                   MOVE RTN-ACCTTYPE TO BNK-ACCTTYPE
               END-IF
               MOVE 'Y' TO BNK-PRENOTE
               MOVE ZERO TO BNK-PRENOTE-DATE
               PERFORM 430-REWRITE-BANK
               MOVE 'DETAILS CORRECTED - BACK TO PRENOTE'
                   TO WS-ACTION.

           430-REWRITE-BANK.
               REWRITE EMPBANK-RECORD
                   INVALID KEY
                       DISPLAY 'Bank details rewrite failed for ENO '
                           BNK-ENO ' - status ' WS-EMPBANK-STATUS
                       PERFORM 090-CLOSE-FILES
                       MOVE 16 TO RETURN-CODE
                       PERFORM 970-RUNHIST-END
                       STOP RUN
               END-REWRITE.

      * BNK-ACCOUNT is left-justified, so the last four characters
      * are found back from its last non-blank position
           450-ACCOUNT-ENDING.
               MOVE SPACES TO WS-ACCT-LAST4
               MOVE ZERO TO WS-ACCT-LEN
               PERFORM VARYING WS-ACCT-SUB FROM 17 BY -1
                   UNTIL WS-ACCT-SUB < 1
                       OR WS-ACCT-LEN > 0
                   IF WS-ACCT-WORK (WS-ACCT-SUB:1) NOT = SPACE
                       MOVE WS-ACCT-SUB TO WS-ACCT-LEN
                   END-IF
               END-PERFORM
               IF WS-ACCT-LEN >= 4
                   MOVE WS-ACCT-WORK (WS-ACCT-LEN - 3:4)
                       TO WS-ACCT-LAST4
               ELSE
                   IF WS-ACCT-LEN > 0
                       MOVE WS-ACCT-WORK (1:WS-ACCT-LEN)
                           TO WS-ACCT-LAST4
                   END-IF
               END-IF.

           460-HIST-WRITE.
               MOVE RTN-ENO-NUM TO HST-ENO
               MOVE 'BNKRTN' TO HST-PROGRAM
               ACCEPT WS-HIST-USERID FROM ENVIRONMENT "USER"
               MOVE WS-HIST-USERID TO HST-USERID
               ACCEPT HST-DATE FROM DATE YYYYMMDD
               ACCEPT HST-TIME FROM TIME
               WRITE EMPHIST-RECORD.

      *-----------------------------------------------------------
      * 500 - one edit report line per entry, applied with what
      * was done or rejected with the reason
      *-----------------------------------------------------------
           500-REPORT-LINE.
               IF WS-LINE-COUNT >= WS-PAGE-SIZE
                   PERFORM 210-EDIT-HEADERS
               END-IF
               MOVE RTN-TYPE TO EDT-TYPE
               MOVE RTN-ENO TO EDT-ENO
               MOVE RTN-PERIOD TO EDT-PERIOD
               MOVE RTN-REASON TO EDT-REASON-CODE
               IF WS-TRANS-VALID = 'Y'
                   MOVE 'APPLIED' TO EDT-STATUS
                   MOVE WS-ACTION TO EDT-REASON
                   ADD 1 TO WS-APPLIED-COUNT
               ELSE
                   MOVE 'REJECTED' TO EDT-STATUS
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
               IF WS-CHECK-COUNT = ZERO
                   MOVE SPACES TO RTNCHK-HEADER
                   MOVE '  (NONE)' TO RTNCHK-HEADER
                   WRITE RTNCHK-HEADER
               END-IF
               MOVE WS-CHECK-COUNT TO RCT-COUNT
               MOVE WS-CHECK-AMOUNT TO RCT-AMOUNT
               WRITE RTNCHK-TOTAL-LINE.

      *-----------------------------------------------------------
      * 900/950 - SQL error check and the shared SQL error log
      *-----------------------------------------------------------
           900-SQL-ERROR-CHECK.
               IF SQLCODE < 0
                   PERFORM 950-ERROR-LOG-WRITE
                   DISPLAY 'SQL error - see SQLERR.LOG SQLCODE = '
                       DISP-CODE
                   PERFORM 090-CLOSE-FILES
                   MOVE 16 TO RETURN-CODE
                   PERFORM 970-RUNHIST-END
                   STOP RUN
               END-IF.

           950-ERROR-LOG-WRITE.
               ACCEPT WS-ERR-DATE FROM DATE YYYYMMDD
               ACCEPT WS-ERR-TIME FROM TIME
               MOVE SQLERRML TO WS-ERR-ERRML
               MOVE SPACES TO ERROR-LOG-RECORD
               STRING WS-ERR-DATE                    DELIMITED BY SIZE
                      ' '                              DELIMITED BY SIZE
                      WS-ERR-TIME                     DELIMITED BY SIZE
                      ' SQLCODE='                     DELIMITED BY SIZE
                      DISP-CODE                        DELIMITED BY SIZE
                      ' SQLERRML='                     DELIMITED BY SIZE
                      WS-ERR-ERRML                     DELIMITED BY SIZE
                      ' SQLERRMC='                     DELIMITED BY SIZE
                      FUNCTION TRIM(SQLERRMC)          DELIMITED BY SIZE
                 INTO ERROR-LOG-RECORD
               END-STRING
               WRITE ERROR-LOG-RECORD.

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
               MOVE 'BNKRTN' TO RH-PROGRAM
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
