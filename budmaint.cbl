          IDENTIFICATION DIVISION.

           PROGRAM-ID. BUDMAINT.
           AUTHOR. ME.

           ENVIRONMENT DIVISION.

           CONFIGURATION SECTION.
           SOURCE-COMPUTER. IBM-AT.
           OBJECT-COMPUTER. IBM-AT.

           INPUT-OUTPUT SECTION.
           FILE-CONTROL.

               SELECT BUDTRAN-FILE ASSIGN TO "BUDTRANS.DAT"
                   ORGANIZATION IS LINE SEQUENTIAL
                   FILE STATUS IS WS-TRAN-STATUS.

               SELECT BUDMAST-FILE ASSIGN TO "BUDMAST.DAT"
                   ORGANIZATION IS INDEXED
                   ACCESS MODE IS RANDOM
                   RECORD KEY IS BUD-KEY
                   FILE STATUS IS WS-BUDMAST-STATUS.

               SELECT DEPTTBL-FILE ASSIGN TO "DEPTTBL.DAT"
                   ORGANIZATION IS INDEXED
                   ACCESS MODE IS RANDOM
                   RECORD KEY IS DPT-CODE
                   FILE STATUS IS WS-DEPTTBL-STATUS.

               SELECT EDIT-REPORT-FILE ASSIGN TO "BUDEDIT.PRN"
                   ORGANIZATION IS LINE SEQUENTIAL
                   FILE STATUS IS WS-EDIT-STATUS.

               SELECT RUNHIST-FILE ASSIGN TO "RUNHIST.DAT"
                   ORGANIZATION IS LINE SEQUENTIAL
                   FILE STATUS IS WS-RUNHIST-STATUS.

           DATA DIVISION.

           FILE SECTION.

      * maintenance transaction - the budget layout preceded by
      * the transaction code:
      * A = add, C = change (full replace at DEPT/period),
      * D = delete; the period is YYYYPP, the same as the
      * register's pay period
           FD  BUDTRAN-FILE.
           01  BUDTRAN-RECORD.
               05  BTR-CODE            PIC X.
               05  BTR-DEPT            PIC X(4).
               05  BTR-PERIOD          PIC X(6).
               05  BTR-PERIOD-R REDEFINES BTR-PERIOD.
                   10  BTR-PERIOD-YYYY PIC 9(4).
                   10  BTR-PERIOD-PP   PIC 9(2).
               05  BTR-GROSS           PIC X(11).
               05  BTR-GROSS-NUM REDEFINES BTR-GROSS
                                       PIC 9(9)V99.
               05  BTR-OT-PREMIUM      PIC X(9).
               05  BTR-OT-PREMIUM-NUM REDEFINES BTR-OT-PREMIUM
                                       PIC 9(7)V99.
               05  BTR-HEADCOUNT       PIC X(5).
               05  BTR-HEADCOUNT-NUM REDEFINES BTR-HEADCOUNT
                                       PIC 9(5).

      * keyed department labor budget - one record per
      * department per pay period, read by the budget report
           FD  BUDMAST-FILE.
           COPY BUDREC.

      * keyed department table, maintained by DEPTMNT
           FD  DEPTTBL-FILE.
           COPY DEPTREC.

           FD  EDIT-REPORT-FILE.
           01  EDIT-DETAIL-LINE.
               05  EDT-CODE        PIC X.
               05  FILLER          PIC X(2) VALUE SPACES.
               05  EDT-DEPT        PIC X(4).
               05  FILLER          PIC X(2) VALUE SPACES.
               05  EDT-PERIOD      PIC X(6).
               05  FILLER          PIC X(2) VALUE SPACES.
               05  EDT-STATUS      PIC X(9).
               05  FILLER          PIC X(1) VALUE SPACES.
               05  EDT-REASON      PIC X(40).
           01  EDIT-HEADER-LINE1.
               05  FILLER          PIC X(35) VALUE
                   'DEPARTMENT BUDGET MAINTENANCE EDIT'.
               05  FILLER          PIC X(5)  VALUE 'PAGE '.
               05  EDH-PAGE        PIC ZZ9.
           01  EDIT-HEADER-LINE2.
               05  FILLER          PIC X(40) VALUE
                   'T  DEPT  PERIOD  STATUS    REASON'.
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
           01 WS-BUDMAST-STATUS PIC XX.
           01 WS-DEPTTBL-STATUS PIC XX.
           01 WS-EDIT-STATUS PIC XX.
           01 WS-TRAN-EOF PIC X VALUE 'N'.

      * shared run-history log
           01 WS-RUNHIST-STATUS PIC XX.
           01 WS-RH-PARMS PIC X(20) VALUE 'BUDTRANS.DAT'.

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
                   READ BUDTRAN-FILE
                       AT END MOVE 'Y' TO WS-TRAN-EOF
                       NOT AT END PERFORM 200-PROCESS-TRANS
                   END-READ
               END-PERFORM
               PERFORM 600-FINAL-TOTALS
               PERFORM 090-CLOSE-FILES
               DISPLAY 'Budget maintenance complete - read '
                   WS-READ-COUNT ' applied ' WS-APPLIED-COUNT
                   ' rejected ' WS-REJECT-COUNT
               PERFORM 970-RUNHIST-END.

           100-EXIT.
               STOP RUN.

      *-----------------------------------------------------------
      * 080/090 - open and close the transaction, budget, and
      * report files; a first-time run creates the master, and
      * the department table must be there to check against
      *-----------------------------------------------------------
           080-OPEN-FILES.
               OPEN INPUT BUDTRAN-FILE
               IF WS-TRAN-STATUS NOT = '00'
                   DISPLAY 'Transaction file BUDTRANS.DAT not'
                       ' available - status ' WS-TRAN-STATUS
                   MOVE 16 TO RETURN-CODE
                   PERFORM 970-RUNHIST-END
                   STOP RUN
               END-IF
               OPEN INPUT DEPTTBL-FILE
               IF WS-DEPTTBL-STATUS NOT = '00'
                   DISPLAY 'Department table DEPTTBL.DAT not'
                       ' available - status ' WS-DEPTTBL-STATUS
                   CLOSE BUDTRAN-FILE
                   MOVE 16 TO RETURN-CODE
                   PERFORM 970-RUNHIST-END
                   STOP RUN
               END-IF
               OPEN I-O BUDMAST-FILE
               IF WS-BUDMAST-STATUS = '35'
                   OPEN OUTPUT BUDMAST-FILE
                   CLOSE BUDMAST-FILE
                   OPEN I-O BUDMAST-FILE
               END-IF
               OPEN OUTPUT EDIT-REPORT-FILE.

           090-CLOSE-FILES.
               CLOSE BUDTRAN-FILE
               CLOSE DEPTTBL-FILE
               CLOSE BUDMAST-FILE
               CLOSE EDIT-REPORT-FILE.

      *-----------------------------------------------------------
      * 200/210 - one transaction: validate, apply if good, and
      * report the result either way
      *-----------------------------------------------------------
           200-PROCESS-TRANS.
               ADD 1 TO WS-READ-COUNT
               PERFORM 300-VALIDATE-TRANS
               IF WS-TRANS-VALID = 'Y'
                   EVALUATE BTR-CODE
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
      * 300 - field edits: transaction code, non-blank department
      * code, a YYYYPP period with a non-zero period number, and
      * for add/change a department on DEPTTBL and numeric gross,
      * OT premium, and headcount (zero is allowed - a department
      * budgeted no overtime)
      *-----------------------------------------------------------
           300-VALIDATE-TRANS.
               MOVE 'Y' TO WS-TRANS-VALID
               MOVE SPACES TO WS-REJECT-REASON
               IF BTR-CODE NOT = 'A' AND BTR-CODE NOT = 'C' AND
                  BTR-CODE NOT = 'D'
                   MOVE 'N' TO WS-TRANS-VALID
                   MOVE 'INVALID TRANSACTION CODE'
                       TO WS-REJECT-REASON
               END-IF
               IF WS-TRANS-VALID = 'Y'
                   IF BTR-DEPT = SPACES
                       MOVE 'N' TO WS-TRANS-VALID
                       MOVE 'DEPT CODE IS BLANK' TO WS-REJECT-REASON
                   END-IF
               END-IF
               IF WS-TRANS-VALID = 'Y'
                   IF BTR-PERIOD NOT NUMERIC OR
                      BTR-PERIOD-PP = ZERO
                       MOVE 'N' TO WS-TRANS-VALID
                       MOVE 'PERIOD NOT YYYYPP' TO WS-REJECT-REASON
                   END-IF
               END-IF
               IF WS-TRANS-VALID = 'Y' AND BTR-CODE NOT = 'D'
                   MOVE BTR-DEPT TO DPT-CODE
                   READ DEPTTBL-FILE
                       INVALID KEY
                           MOVE 'N' TO WS-TRANS-VALID
                           MOVE 'DEPT NOT ON DEPARTMENT TABLE'
                               TO WS-REJECT-REASON
                   END-READ
               END-IF
               IF WS-TRANS-VALID = 'Y' AND BTR-CODE NOT = 'D'
                   IF BTR-GROSS NOT NUMERIC OR
                      BTR-OT-PREMIUM NOT NUMERIC OR
                      BTR-HEADCOUNT NOT NUMERIC
                       MOVE 'N' TO WS-TRANS-VALID
                       MOVE 'BUDGET AMOUNT NOT NUMERIC'
                           TO WS-REJECT-REASON
                   END-IF
               END-IF.

      *-----------------------------------------------------------
      * 400/410/420 - apply the good transaction to the keyed
      * budget master; duplicate adds and changes/deletes of a
      * key not on file become report rejects
      *-----------------------------------------------------------
           400-APPLY-ADD.
               PERFORM 430-MOVE-TRANS-FIELDS
               WRITE BUDGET-RECORD
                   INVALID KEY
                       MOVE 'N' TO WS-TRANS-VALID
                       MOVE 'BUDGET ALREADY ON FILE'
                           TO WS-REJECT-REASON
               END-WRITE.

           410-APPLY-CHANGE.
               PERFORM 430-MOVE-TRANS-FIELDS
               REWRITE BUDGET-RECORD
                   INVALID KEY
                       MOVE 'N' TO WS-TRANS-VALID
                       MOVE 'BUDGET NOT ON FILE' TO WS-REJECT-REASON
               END-REWRITE.

           420-APPLY-DELETE.
               MOVE BTR-DEPT TO BUD-DEPT
               MOVE BTR-PERIOD TO BUD-PERIOD
               DELETE BUDMAST-FILE
                   INVALID KEY
                       MOVE 'N' TO WS-TRANS-VALID
                       MOVE 'BUDGET NOT ON FILE' TO WS-REJECT-REASON
               END-DELETE.

           430-MOVE-TRANS-FIELDS.
               MOVE BTR-DEPT TO BUD-DEPT
               MOVE BTR-PERIOD TO BUD-PERIOD
               MOVE BTR-GROSS-NUM TO BUD-GROSS
               MOVE BTR-OT-PREMIUM-NUM TO BUD-OT-PREMIUM
               MOVE BTR-HEADCOUNT-NUM TO BUD-HEADCOUNT.

      *-----------------------------------------------------------
      * 500 - one edit report line per transaction, applied or
      * rejected with the reason
      *-----------------------------------------------------------
           500-REPORT-LINE.
               IF WS-LINE-COUNT >= WS-PAGE-SIZE
                   PERFORM 210-EDIT-HEADERS
               END-IF
               MOVE BTR-CODE TO EDT-CODE
               MOVE BTR-DEPT TO EDT-DEPT
               MOVE BTR-PERIOD TO EDT-PERIOD
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
               MOVE 'BUDMAINT' TO RH-PROGRAM
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
