          IDENTIFICATION DIVISION.

           PROGRAM-ID. LVMAINT.
           AUTHOR. ME.

           ENVIRONMENT DIVISION.

           CONFIGURATION SECTION.
           SOURCE-COMPUTER. IBM-AT.
           OBJECT-COMPUTER. IBM-AT.

           INPUT-OUTPUT SECTION.
           FILE-CONTROL.

               SELECT LEAVTRAN-FILE ASSIGN TO "LEAVTRANS.DAT"
                   ORGANIZATION IS LINE SEQUENTIAL
                   FILE STATUS IS WS-TRAN-STATUS.

               SELECT LEAVMAST-FILE ASSIGN TO "LEAVMAST.DAT"
                   ORGANIZATION IS INDEXED
                   ACCESS MODE IS RANDOM
                   RECORD KEY IS LV-ENO
                   FILE STATUS IS WS-LEAVMAST-STATUS.

               SELECT EDIT-REPORT-FILE ASSIGN TO "LVEDIT.PRN"
                   ORGANIZATION IS LINE SEQUENTIAL
                   FILE STATUS IS WS-EDIT-STATUS.

               SELECT RUNHIST-FILE ASSIGN TO "RUNHIST.DAT"
                   ORGANIZATION IS LINE SEQUENTIAL
                   FILE STATUS IS WS-RUNHIST-STATUS.

           DATA DIVISION.

           FILE SECTION.

      * maintenance transaction - the balances in hours preceded by
      * the transaction code:
      * A = add an employee with opening balances, C = change
      * (replace both balances at the ENO), D = delete
           FD  LEAVTRAN-FILE.
           01  LEAVTRAN-RECORD.
               05  LTR-CODE            PIC X.
               05  LTR-ENO             PIC X(5).
               05  LTR-ENO-NUM REDEFINES LTR-ENO
                                       PIC 9(5).
               05  LTR-VAC-BAL         PIC X(7).
               05  LTR-VAC-BAL-NUM REDEFINES LTR-VAC-BAL
                                       PIC 9(5)V99.
               05  LTR-SICK-BAL        PIC X(7).
               05  LTR-SICK-BAL-NUM REDEFINES LTR-SICK-BAL
                                       PIC 9(5)V99.

      * keyed leave balance master - one record per employee,
      * accrued and charged by every register run
           FD  LEAVMAST-FILE.
           COPY LEAVREC.

           FD  EDIT-REPORT-FILE.
           01  EDIT-DETAIL-LINE.
               05  EDT-CODE        PIC X.
               05  FILLER          PIC X(2) VALUE SPACES.
               05  EDT-ENO         PIC X(5).
               05  FILLER          PIC X(2) VALUE SPACES.
               05  EDT-VAC-BAL     PIC X(7).
               05  FILLER          PIC X(2) VALUE SPACES.
               05  EDT-SICK-BAL    PIC X(7).
               05  FILLER          PIC X(2) VALUE SPACES.
               05  EDT-STATUS      PIC X(9).
               05  FILLER          PIC X(1) VALUE SPACES.
               05  EDT-REASON      PIC X(40).
           01  EDIT-HEADER-LINE1.
               05  FILLER          PIC X(35) VALUE
                   'LEAVE BALANCE MAINTENANCE EDIT'.
               05  FILLER          PIC X(5)  VALUE 'PAGE '.
               05  EDH-PAGE        PIC ZZ9.
           01  EDIT-HEADER-LINE2.
               05  FILLER          PIC X(40) VALUE
                   'T  ENO    VACATION  SICK     STATUS'.
               05  FILLER          PIC X(10) VALUE '   REASON'.
           01  EDIT-TOTAL-LINE.
               05  FILLER          PIC X(14) VALUE 'TRANS READ:   '.
               05  EDT-READ-COUNT  PIC ZZZ,ZZ9.
               05  FILLER          PIC X(10) VALUE ' APPLIED: '.
               05  EDT-APPLIED-COUNT PIC ZZZ,ZZ9.
               05  FILLER          PIC X(11) VALUE ' REJECTED: '.
               05  EDT-REJECT-COUNT PIC ZZZ,ZZ9.

      * shared run-history log - one start and one end record per
      * run, read back by the daily operations summary
           FD  RUNHIST-FILE.
           COPY RUNHIST.

           WORKING-STORAGE SECTION.

           01 WS-TRAN-STATUS PIC XX.
           01 WS-LEAVMAST-STATUS PIC XX.
           01 WS-EDIT-STATUS PIC XX.
           01 WS-TRAN-EOF PIC X VALUE 'N'.

      * shared run-history log
           01 WS-RUNHIST-STATUS PIC XX.
           01 WS-RH-PARMS PIC X(20) VALUE 'LEAVTRANS.DAT'.

           01 WS-TRANS-VALID PIC X.
           01 WS-REJECT-REASON PIC X(40).

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
                   READ LEAVTRAN-FILE
                       AT END MOVE 'Y' TO WS-TRAN-EOF
                       NOT AT END PERFORM 200-PROCESS-TRANS
                   END-READ
               END-PERFORM
               PERFORM 600-FINAL-TOTALS
               PERFORM 090-CLOSE-FILES
               DISPLAY 'Leave balance maintenance complete - read '
                   WS-READ-COUNT ' applied ' WS-APPLIED-COUNT
                   ' rejected ' WS-REJECT-COUNT
               PERFORM 970-RUNHIST-END.

           100-EXIT.
               STOP RUN.

      *-----------------------------------------------------------
      * 080/090 - open and close the transaction, leave master,
      * and report files; a first-time run creates the master
      *-----------------------------------------------------------
           080-OPEN-FILES.
               OPEN INPUT LEAVTRAN-FILE
               IF WS-TRAN-STATUS NOT = '00'
                   DISPLAY 'Transaction file LEAVTRANS.DAT not'
                       ' available - status ' WS-TRAN-STATUS
                   MOVE 16 TO RETURN-CODE
                   PERFORM 970-RUNHIST-END
                   STOP RUN
               END-IF
               OPEN I-O LEAVMAST-FILE
               IF WS-LEAVMAST-STATUS = '35'
                   OPEN OUTPUT LEAVMAST-FILE
                   CLOSE LEAVMAST-FILE
                   OPEN I-O LEAVMAST-FILE
               END-IF
               OPEN OUTPUT EDIT-REPORT-FILE.

           090-CLOSE-FILES.
               CLOSE LEAVTRAN-FILE
               CLOSE LEAVMAST-FILE
               CLOSE EDIT-REPORT-FILE.

      *-----------------------------------------------------------
      * 200/210 - one transaction: validate, apply if good, and
      * report the result either way
      *-----------------------------------------------------------
           200-PROCESS-TRANS.
               ADD 1 TO WS-READ-COUNT
               PERFORM 300-VALIDATE-TRANS
               IF WS-TRANS-VALID = 'Y'
                   EVALUATE LTR-CODE
                       WHEN 'A'
                           PERFORM 400-APPLY-ADD
                       WHEN 'C'
                           PERFORM 410-APPLY-CHANGE
                       WHEN 'D'
                           PERFORM 420-APPLY-DELETE
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
      * 300 - field edits: transaction code, numeric non-zero ENO,
      * and for add/change both balances numeric (zero is allowed
      * - a new hire starts with nothing banked)
      *-----------------------------------------------------------
           300-VALIDATE-TRANS.
               MOVE 'Y' TO WS-TRANS-VALID
               MOVE SPACES TO WS-REJECT-REASON
               IF LTR-CODE NOT = 'A' AND LTR-CODE NOT = 'C' AND
                  LTR-CODE NOT = 'D'
                   MOVE 'N' TO WS-TRANS-VALID
                   MOVE 'INVALID TRANSACTION CODE'
                       TO WS-REJECT-REASON
               END-IF
               IF WS-TRANS-VALID = 'Y'
                   IF LTR-ENO NOT NUMERIC OR LTR-ENO-NUM = ZERO
                       MOVE 'N' TO WS-TRANS-VALID
                       MOVE 'ENO NOT NUMERIC OR ZERO'
                           TO WS-REJECT-REASON
                   END-IF
               END-IF
               IF WS-TRANS-VALID = 'Y' AND LTR-CODE NOT = 'D'
                   IF LTR-VAC-BAL NOT NUMERIC
                       MOVE 'N' TO WS-TRANS-VALID
                       MOVE 'VACATION BALANCE NOT NUMERIC'
                           TO WS-REJECT-REASON
                   END-IF
               END-IF
               IF WS-TRANS-VALID = 'Y' AND LTR-CODE NOT = 'D'
                   IF LTR-SICK-BAL NOT NUMERIC
                       MOVE 'N' TO WS-TRANS-VALID
                       MOVE 'SICK BALANCE NOT NUMERIC'
                           TO WS-REJECT-REASON
                   END-IF
               END-IF.

      *-----------------------------------------------------------
      * 400/410/420 - apply the good transaction to the keyed
      * leave master; duplicate adds and changes/deletes of an ENO
      * not on file become report rejects.  A change keeps the
      * last period the register posted
      *-----------------------------------------------------------
           400-APPLY-ADD.
               MOVE LTR-ENO-NUM TO LV-ENO
               MOVE LTR-VAC-BAL-NUM TO LV-VAC-BALANCE
               MOVE LTR-SICK-BAL-NUM TO LV-SICK-BALANCE
               MOVE SPACES TO LV-LAST-PERIOD
               WRITE LEAVE-RECORD
                   INVALID KEY
                       MOVE 'N' TO WS-TRANS-VALID
                       MOVE 'LEAVE RECORD ALREADY ON FILE'
                           TO WS-REJECT-REASON
               END-WRITE.

           410-APPLY-CHANGE.
               MOVE LTR-ENO-NUM TO LV-ENO
               READ LEAVMAST-FILE
                   INVALID KEY
                       MOVE 'N' TO WS-TRANS-VALID
                       MOVE 'LEAVE RECORD NOT ON FILE'
                           TO WS-REJECT-REASON
               END-READ
               IF WS-TRANS-VALID = 'Y'
                   MOVE LTR-VAC-BAL-NUM TO LV-VAC-BALANCE
                   MOVE LTR-SICK-BAL-NUM TO LV-SICK-BALANCE
                   REWRITE LEAVE-RECORD
                       INVALID KEY
                           MOVE 'N' TO WS-TRANS-VALID
                           MOVE 'LEAVE RECORD NOT ON FILE'
                               TO WS-REJECT-REASON
                   END-REWRITE
               END-IF.

           420-APPLY-DELETE.
               MOVE LTR-ENO-NUM TO LV-ENO
               DELETE LEAVMAST-FILE
                   INVALID KEY
                       MOVE 'N' TO WS-TRANS-VALID
                       MOVE 'LEAVE RECORD NOT ON FILE'
                           TO WS-REJECT-REASON
               END-DELETE.

      *-----------------------------------------------------------
      * 500 - one edit report line per transaction, applied or
      * rejected with the reason
      *-----------------------------------------------------------
           500-REPORT-LINE.
               IF WS-LINE-COUNT >= WS-PAGE-SIZE
                   PERFORM 210-EDIT-HEADERS
               END-IF
               MOVE LTR-CODE TO EDT-CODE
               MOVE LTR-ENO TO EDT-ENO
               MOVE LTR-VAC-BAL TO EDT-VAC-BAL
               MOVE LTR-SICK-BAL TO EDT-SICK-BAL
               IF WS-TRANS-VALID = 'Y'
                   MOVE 'APPLIED' TO EDT-STATUS
                   MOVE SPACES TO EDT-REASON
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
               WRITE EDIT-TOTAL-LINE.

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
               MOVE 'LVMAINT' TO RH-PROGRAM
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
