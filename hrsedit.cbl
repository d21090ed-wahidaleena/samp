                   ORGANIZATION IS LINE SEQUENTIAL
                   FILE STATUS IS WS-CLEAN-STATUS.

               SELECT LEAVMAST-FILE ASSIGN TO "LEAVMAST.DAT"
                   ORGANIZATION IS INDEXED
                   ACCESS MODE IS RANDOM
                   RECORD KEY IS LV-ENO
                   FILE STATUS IS WS-LEAVMAST-STATUS.

               SELECT HRSCTL-FILE ASSIGN TO "HRSCTL.DAT"
                   ORGANIZATION IS LINE SEQUENTIAL
                   FILE STATUS IS WS-HRSCTL-STATUS.

               SELECT EDIT-REPORT-FILE ASSIGN TO "HRSEDIT.PRN"
                   ORGANIZATION IS LINE SEQUENTIAL
                   FILE STATUS IS WS-EDIT-STATUS.

      * the keyed timecards exactly as the supervisors submit
      * them - every field read as characters so bad keying can
      * be caught instead of abending the register.  The earnings
      * code is R (or blank) for hours worked, V for vacation, and
      * S for sick leave
           FD  HOURS-IN-FILE.
           01  HOURS-IN-RECORD.
               05  HIN-ENO             PIC X(5).
               05  HIN-HOURS           PIC X(5).
               05  HIN-HOURS-NUM REDEFINES HIN-HOURS
                                       PIC 9(3)V99.
               05  HIN-EARN-CODE       PIC X.

      * clean timecards in the register's EMPHOURS layout; the
      * scheduler puts this file in the register run's place
               05  CLN-ENO             PIC 9(5).
               05  CLN-PERIOD          PIC X(6).
               05  CLN-HOURS           PIC 9(3)V99.
               05  CLN-EARN-CODE       PIC X.

      * keyed leave balances - vacation and sick hours taken must
      * be covered by what the employee has banked
           FD  LEAVMAST-FILE.
           COPY LEAVREC.

      * period control - one record per pay period edited, with the
      * accepted line count and hash totals of the clean file; the
      * register refuses to pay a period whose hours do not prove
      * back to its record
           FD  HRSCTL-FILE.
           COPY HRSCTL.

           FD  EDIT-REPORT-FILE.
           01  EDIT-DETAIL-LINE.
               05  FILLER          PIC X(2) VALUE SPACES.
               05  EDT-HOURS       PIC X(5).
               05  FILLER          PIC X(2) VALUE SPACES.
               05  EDT-EARN-CODE   PIC X.
               05  FILLER          PIC X(2) VALUE SPACES.
               05  EDT-STATUS      PIC X(9).
               05  FILLER          PIC X(1) VALUE SPACES.
               05  EDT-REASON      PIC X(40).
               05  EDH-PAGE        PIC ZZ9.
           01  EDIT-HEADER-LINE2.
               05  FILLER          PIC X(40) VALUE
                   'ENO    PERIOD  HOURS  E  STATUS'.
               05  FILLER          PIC X(10) VALUE '  REASON'.
           01  EDIT-TOTAL-LINE.
               05  FILLER          PIC X(14) VALUE 'TRANS READ:   '.
           01 WS-ERRLOG-STATUS PIC XX.
           01 WS-HOURSIN-EOF PIC X VALUE 'N'.

      * period control totals for the clean file, and the control
      * records already on file for other periods, which are kept
      * when the file is rewritten
           01 WS-HRSCTL-STATUS PIC XX.
           01 WS-HCT-EOF PIC X.
           01 WS-HASH-HOURS PIC 9(7)V99 VALUE ZERO.
           01 WS-HASH-ENO PIC 9(12) VALUE ZERO.
           01 WS-HCT-COUNT PIC 9(3) VALUE ZERO.
           01 WS-HCT-SUB PIC 9(3).
           01 WS-HCT-TABLE.
               05 WS-HCT-ENTRY OCCURS 200 TIMES PIC X(40).

      * shared run-history log
           01 WS-RUNHIST-STATUS PIC XX.
           01 WS-RH-PARMS PIC X(20) VALUE SPACES.
           01 WS-MAX-HOURS PIC 9(3)V99 VALUE 80.00.
           01 WS-EMP-FOUND PIC X.

      * earnings code and leave balance edit - blank keys as R;
      * leave hours already accepted this run for the employee
      * and code count against the balance along with the line
           01 WS-LEAVMAST-STATUS PIC XX.
           01 WS-LEAVE-OPEN PIC X VALUE 'N'.
           01 WS-EARN-CODE PIC X.
               88 WS-EARN-REGULAR VALUE 'R'.
               88 WS-EARN-VACATION VALUE 'V'.
               88 WS-EARN-SICK VALUE 'S'.
           01 WS-LEAVE-AVAIL PIC S9(5)V99.
           01 WS-ACC-LEAVE-HOURS PIC 9(4)V99.

      * lines already accepted this run, so an exact duplicate
      * (the same ENO and hours keyed twice) is caught and the
      * combined hours for an employee stay within the ceiling;
               05 WS-ACC-ENTRY OCCURS 500 TIMES.
                   10 ACC-ENO PIC 9(5).
                   10 ACC-HOURS PIC 9(3)V99.
                   10 ACC-EARN-CODE PIC X.

      * edit report paging and run totals
           01 WS-LINE-COUNT PIC 9(3) VALUE 99.
                   END-READ
               END-PERFORM
               PERFORM 600-FINAL-TOTALS
               PERFORM 650-CONTROL-WRITE
               PERFORM 090-CLOSE-FILES
               DISPLAY 'Timecard edit complete - read ' WS-READ-COUNT
                   ' applied ' WS-APPLIED-COUNT
               END-IF
               OPEN OUTPUT CLEAN-FILE
               OPEN OUTPUT EDIT-REPORT-FILE
      * no leave master yet means nobody has leave banked, so any
      * vacation or sick line is rejected; any other failure to
      * open it fails the job
               OPEN INPUT LEAVMAST-FILE
               EVALUATE WS-LEAVMAST-STATUS
                   WHEN '00'
                       MOVE 'Y' TO WS-LEAVE-OPEN
                   WHEN '35'
                       DISPLAY 'Leave master LEAVMAST.DAT not on'
                           ' file - leave lines rejected this run'
                   WHEN OTHER
                       DISPLAY 'Leave master LEAVMAST.DAT not'
                           ' available - status ' WS-LEAVMAST-STATUS
                       CLOSE HOURS-IN-FILE
                       CLOSE CLEAN-FILE
                       CLOSE EDIT-REPORT-FILE
                       MOVE 16 TO RETURN-CODE
                       PERFORM 970-RUNHIST-END
                       STOP RUN
               END-EVALUATE
               OPEN EXTEND ERROR-LOG-FILE
               IF WS-ERRLOG-STATUS = '05' OR WS-ERRLOG-STATUS = '35'
                   CLOSE ERROR-LOG-FILE
               CLOSE HOURS-IN-FILE
               CLOSE CLEAN-FILE
               CLOSE EDIT-REPORT-FILE
               IF WS-LEAVE-OPEN = 'Y'
                   CLOSE LEAVMAST-FILE
               END-IF
               CLOSE ERROR-LOG-FILE.

      *-----------------------------------------------------------
               MOVE 2 TO WS-LINE-COUNT.

      *-----------------------------------------------------------
      * 300/310/320/330 - field edits: numeric non-zero ENO that is
      * on the EMPLOYEE table and not terminated, the run's period,
      * numeric non-zero hours within the per-line ceiling, an
      * earnings code of R, V, or S, no exact duplicate line,
      * combined hours for the employee within the ceiling, and
      * leave hours within the employee's banked balance
      *-----------------------------------------------------------
           300-VALIDATE-LINE.
               MOVE 'Y' TO WS-TRANS-VALID
                       END-IF
                   END-IF
               END-IF
               IF HIN-EARN-CODE = SPACE
                   MOVE 'R' TO WS-EARN-CODE
               ELSE
                   MOVE HIN-EARN-CODE TO WS-EARN-CODE
               END-IF
               IF WS-TRANS-VALID = 'Y'
                   IF NOT WS-EARN-REGULAR AND NOT WS-EARN-VACATION
                      AND NOT WS-EARN-SICK
                       MOVE 'N' TO WS-TRANS-VALID
                       MOVE 'EARNINGS CODE NOT R, V, OR S'
                           TO WS-REJECT-REASON
                   END-IF
               END-IF
               IF WS-TRANS-VALID = 'Y'
                   PERFORM 310-VALIDATE-EMPLOYEE
               END-IF
               IF WS-TRANS-VALID = 'Y'
                   PERFORM 320-CHECK-DUPLICATES
               END-IF
               IF WS-TRANS-VALID = 'Y' AND NOT WS-EARN-REGULAR
                   PERFORM 330-CHECK-LEAVE-BALANCE
               END-IF.

           310-VALIDATE-EMPLOYEE.
           320-CHECK-DUPLICATES.
               MOVE 'N' TO WS-ACC-DUP
               MOVE ZERO TO WS-ACC-TOT-HOURS
               MOVE ZERO TO WS-ACC-LEAVE-HOURS
               PERFORM VARYING WS-ACC-SUB FROM 1 BY 1
                   UNTIL WS-ACC-SUB > WS-ACC-COUNT
                   IF ACC-ENO (WS-ACC-SUB) = HIN-ENO-NUM
                       ADD ACC-HOURS (WS-ACC-SUB)
                           TO WS-ACC-TOT-HOURS
                       IF ACC-EARN-CODE (WS-ACC-SUB) = WS-EARN-CODE
                           ADD ACC-HOURS (WS-ACC-SUB)
                               TO WS-ACC-LEAVE-HOURS
                           IF ACC-HOURS (WS-ACC-SUB) = HIN-HOURS-NUM
                               MOVE 'Y' TO WS-ACC-DUP
                           END-IF
                       END-IF
                   END-IF
               END-PERFORM
                   END-IF
               END-IF.

      * the balance on file is before this period's accrual, so
      * leave is only taken from hours already banked
           330-CHECK-LEAVE-BALANCE.
               MOVE ZERO TO WS-LEAVE-AVAIL
               IF WS-LEAVE-OPEN = 'Y'
                   MOVE HIN-ENO-NUM TO LV-ENO
                   READ LEAVMAST-FILE
                       INVALID KEY
                           MOVE ZERO TO LV-VAC-BALANCE
                           MOVE ZERO TO LV-SICK-BALANCE
                   END-READ
                   IF WS-EARN-VACATION
                       MOVE LV-VAC-BALANCE TO WS-LEAVE-AVAIL
                   ELSE
                       MOVE LV-SICK-BALANCE TO WS-LEAVE-AVAIL
                   END-IF
               END-IF
               IF WS-ACC-LEAVE-HOURS + HIN-HOURS-NUM > WS-LEAVE-AVAIL
                   MOVE 'N' TO WS-TRANS-VALID
                   MOVE 'LEAVE OVER AVAILABLE BALANCE'
                       TO WS-REJECT-REASON
               END-IF.

      *-----------------------------------------------------------
      * 400 - pass the good line to the clean file and remember it
      * for the duplicate and combined-hours checks; a line that
               ADD 1 TO WS-ACC-COUNT
               MOVE HIN-ENO-NUM TO ACC-ENO (WS-ACC-COUNT)
               MOVE HIN-HOURS-NUM TO ACC-HOURS (WS-ACC-COUNT)
               MOVE WS-EARN-CODE TO ACC-EARN-CODE (WS-ACC-COUNT)
               MOVE HIN-ENO-NUM TO CLN-ENO
               MOVE HIN-PERIOD TO CLN-PERIOD
               MOVE HIN-HOURS-NUM TO CLN-HOURS
               MOVE WS-EARN-CODE TO CLN-EARN-CODE
               WRITE CLEAN-RECORD
               ADD HIN-HOURS-NUM TO WS-HASH-HOURS
               ADD HIN-ENO-NUM TO WS-HASH-ENO.

      *-----------------------------------------------------------
      * 500 - one edit report line per timecard line, applied or
               MOVE HIN-ENO TO EDT-ENO
               MOVE HIN-PERIOD TO EDT-PERIOD
               MOVE HIN-HOURS TO EDT-HOURS
               MOVE HIN-EARN-CODE TO EDT-EARN-CODE
               IF WS-TRANS-VALID = 'Y'
                   MOVE 'APPLIED' TO EDT-STATUS
                   MOVE SPACES TO EDT-REASON
               MOVE WS-REJECT-COUNT TO EDT-REJECT-COUNT
               WRITE EDIT-TOTAL-LINE.

      *-----------------------------------------------------------
      * 650/655 - the period control record: accepted line count,
      * hours hash, and ENO hash of what went to the clean file.
      * Records for other periods are carried forward and this
      * period's record replaces any earlier edit of it
      *-----------------------------------------------------------
           650-CONTROL-WRITE.
               MOVE ZERO TO WS-HCT-COUNT
               MOVE 'N' TO WS-HCT-EOF
               OPEN INPUT HRSCTL-FILE
               IF WS-HRSCTL-STATUS = '00'
                   PERFORM UNTIL WS-HCT-EOF = 'Y'
                       READ HRSCTL-FILE
                           AT END MOVE 'Y' TO WS-HCT-EOF
                           NOT AT END PERFORM 655-STORE-CONTROL
                       END-READ
                   END-PERFORM
                   CLOSE HRSCTL-FILE
               END-IF
               OPEN OUTPUT HRSCTL-FILE
               PERFORM VARYING WS-HCT-SUB FROM 1 BY 1
                   UNTIL WS-HCT-SUB > WS-HCT-COUNT
                   MOVE WS-HCT-ENTRY (WS-HCT-SUB) TO HRSCTL-RECORD
                   WRITE HRSCTL-RECORD
               END-PERFORM
               MOVE WS-RUN-PERIOD TO HCT-PERIOD
               MOVE WS-ACC-COUNT TO HCT-LINE-COUNT
               MOVE WS-HASH-HOURS TO HCT-HASH-HOURS
               MOVE WS-HASH-ENO TO HCT-HASH-ENO
               ACCEPT HCT-DATE FROM DATE YYYYMMDD
               WRITE HRSCTL-RECORD
               CLOSE HRSCTL-FILE
               DISPLAY 'Period control written - lines '
                   WS-ACC-COUNT ' hours ' WS-HASH-HOURS
                   ' ENO hash ' WS-HASH-ENO.

      * a full table stops the run before the control file is
      * rewritten, so no period's record is lost, and the register
      * will not pay this period against a control record that
      * does not match the clean file
           655-STORE-CONTROL.
               IF HCT-PERIOD NOT = WS-RUN-PERIOD
                   IF WS-HCT-COUNT >= 200
                       DISPLAY 'Period control table full at period '
                           HCT-PERIOD ' - raise the table size and'
                           ' rerun'
                       CLOSE HRSCTL-FILE
                       PERFORM 090-CLOSE-FILES
                       MOVE 16 TO RETURN-CODE
                       PERFORM 970-RUNHIST-END
                       STOP RUN
                   END-IF
                   ADD 1 TO WS-HCT-COUNT
                   MOVE HRSCTL-RECORD TO WS-HCT-ENTRY (WS-HCT-COUNT)
               END-IF.

      *-----------------------------------------------------------
      * 900/950 - shared SQL error handling: a negative SQLCODE
      * writes SQLERRMC/SQLERRML to the error log and aborts
