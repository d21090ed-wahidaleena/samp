          IDENTIFICATION DIVISION.

           PROGRAM-ID. DEDMAINT.
           AUTHOR. ME.

           ENVIRONMENT DIVISION.

           CONFIGURATION SECTION.
           SOURCE-COMPUTER. IBM-AT.
           OBJECT-COMPUTER. IBM-AT.

           INPUT-OUTPUT SECTION.
           FILE-CONTROL.

               SELECT DEDTRAN-FILE ASSIGN TO "DEDTRANS.DAT"
                   ORGANIZATION IS LINE SEQUENTIAL
                   FILE STATUS IS WS-TRAN-STATUS.

               SELECT DEDMAST-FILE ASSIGN TO "DEDMAST.DAT"
                   ORGANIZATION IS INDEXED
                   ACCESS MODE IS RANDOM
                   RECORD KEY IS DED-KEY
                   FILE STATUS IS WS-DEDMAST-STATUS.

               SELECT EDIT-REPORT-FILE ASSIGN TO "DEDEDIT.PRN"
                   ORGANIZATION IS LINE SEQUENTIAL
                   FILE STATUS IS WS-EDIT-STATUS.

               SELECT RUNHIST-FILE ASSIGN TO "RUNHIST.DAT"
                   ORGANIZATION IS LINE SEQUENTIAL
                   FILE STATUS IS WS-RUNHIST-STATUS.

           DATA DIVISION.

           FILE SECTION.

      * maintenance transaction - the deduction layout preceded by
      * the transaction code:
      * A = add, C = change (full replace at ENO/code), D = delete
      * DTR-TYPE F = flat amount each paycheck, P = percent of
      * gross, M = medical premium tiered by dependents on EMPDEP
      * (DTR-AMOUNT employee only, DTR-TIER1 employee plus one,
      * DTR-TIER2 employee plus two or more)
           FD  DEDTRAN-FILE.
           01  DEDTRAN-RECORD.
               05  DTR-CODE            PIC X.
               05  DTR-ENO             PIC X(5).
               05  DTR-ENO-NUM REDEFINES DTR-ENO
                                       PIC 9(5).
               05  DTR-DED-CODE        PIC X(4).
               05  DTR-DESC            PIC X(15).
               05  DTR-TYPE            PIC X.
               05  DTR-AMOUNT          PIC X(9).
               05  DTR-AMOUNT-NUM REDEFINES DTR-AMOUNT
                                       PIC 9(7)V99.
               05  DTR-PERCENT         PIC X(5).
               05  DTR-PERCENT-NUM REDEFINES DTR-PERCENT
                                       PIC 9(3)V99.
               05  DTR-TIER1           PIC X(9).
               05  DTR-TIER1-NUM REDEFINES DTR-TIER1
                                       PIC 9(7)V99.
               05  DTR-TIER2           PIC X(9).
               05  DTR-TIER2-NUM REDEFINES DTR-TIER2
                                       PIC 9(7)V99.

      * keyed deductions master - one record per employee per
      * deduction code, taken by every register run
           FD  DEDMAST-FILE.
           COPY DEDREC.

           FD  EDIT-REPORT-FILE.
           01  EDIT-DETAIL-LINE.
               05  EDT-CODE        PIC X.
               05  FILLER          PIC X(2) VALUE SPACES.
               05  EDT-ENO         PIC X(5).
               05  FILLER          PIC X(2) VALUE SPACES.
               05  EDT-DED-CODE    PIC X(4).
               05  FILLER          PIC X(2) VALUE SPACES.
               05  EDT-TYPE        PIC X.
               05  FILLER          PIC X(2) VALUE SPACES.
               05  EDT-STATUS      PIC X(9).
               05  FILLER          PIC X(1) VALUE SPACES.
               05  EDT-REASON      PIC X(40).
           01  EDIT-HEADER-LINE1.
               05  FILLER          PIC X(35) VALUE
                   'DEDUCTIONS MAINTENANCE EDIT'.
               05  FILLER          PIC X(5)  VALUE 'PAGE '.
               05  EDH-PAGE        PIC ZZ9.
           01  EDIT-HEADER-LINE2.
               05  FILLER          PIC X(40) VALUE
                   'T  ENO    CODE  T  STATUS'.
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
           01 WS-DEDMAST-STATUS PIC XX.
           01 WS-EDIT-STATUS PIC XX.
           01 WS-TRAN-EOF PIC X VALUE 'N'.

      * shared run-history log
           01 WS-RUNHIST-STATUS PIC XX.
           01 WS-RH-PARMS PIC X(20) VALUE 'DEDTRANS.DAT'.

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
                   READ DEDTRAN-FILE
                       AT END MOVE 'Y' TO WS-TRAN-EOF
                       NOT AT END PERFORM 200-PROCESS-TRANS
                   END-READ
               END-PERFORM
               PERFORM 600-FINAL-TOTALS
               PERFORM 090-CLOSE-FILES
               DISPLAY 'Deductions maintenance complete - read '
                   WS-READ-COUNT ' applied ' WS-APPLIED-COUNT
                   ' rejected ' WS-REJECT-COUNT
               PERFORM 970-RUNHIST-END.

           100-EXIT.
               STOP RUN.

      *-----------------------------------------------------------
      * 080/090 - open and close the transaction, deductions, and
      * report files; a first-time run creates the master
      *-----------------------------------------------------------
           080-OPEN-FILES.
               OPEN INPUT DEDTRAN-FILE
               IF WS-TRAN-STATUS NOT = '00'
                   DISPLAY 'Transaction file DEDTRANS.DAT not'
                       ' available - status ' WS-TRAN-STATUS
                   MOVE 16 TO RETURN-CODE
                   PERFORM 970-RUNHIST-END
                   STOP RUN
               END-IF
               OPEN I-O DEDMAST-FILE
               IF WS-DEDMAST-STATUS = '35'
                   OPEN OUTPUT DEDMAST-FILE
                   CLOSE DEDMAST-FILE
                   OPEN I-O DEDMAST-FILE
               END-IF
               OPEN OUTPUT EDIT-REPORT-FILE.

           090-CLOSE-FILES.
               CLOSE DEDTRAN-FILE
               CLOSE DEDMAST-FILE
               CLOSE EDIT-REPORT-FILE.

      *-----------------------------------------------------------
      * 200/210 - one transaction: validate, apply if good, and
      * report the result either way
      *-----------------------------------------------------------
           200-PROCESS-TRANS.
               ADD 1 TO WS-READ-COUNT
               PERFORM 300-VALIDATE-TRANS
               IF WS-TRANS-VALID = 'Y'
                   EVALUATE DTR-CODE
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
      * 300/310 - field edits: transaction code, numeric non-zero
      * ENO, a non-blank deduction code, and for add/change a
      * description, deduction type F, P, or M, and the amounts
      * that type needs (310)
      *-----------------------------------------------------------
           300-VALIDATE-TRANS.
               MOVE 'Y' TO WS-TRANS-VALID
               MOVE SPACES TO WS-REJECT-REASON
               IF DTR-CODE NOT = 'A' AND DTR-CODE NOT = 'C' AND
                  DTR-CODE NOT = 'D'
                   MOVE 'N' TO WS-TRANS-VALID
                   MOVE 'INVALID TRANSACTION CODE'
                       TO WS-REJECT-REASON
               END-IF
               IF WS-TRANS-VALID = 'Y'
                   IF DTR-ENO NOT NUMERIC OR DTR-ENO-NUM = ZERO
                       MOVE 'N' TO WS-TRANS-VALID
                       MOVE 'ENO NOT NUMERIC OR ZERO'
                           TO WS-REJECT-REASON
                   END-IF
               END-IF
               IF WS-TRANS-VALID = 'Y'
                   IF DTR-DED-CODE = SPACES
                       MOVE 'N' TO WS-TRANS-VALID
                       MOVE 'DEDUCTION CODE IS BLANK'
                           TO WS-REJECT-REASON
                   END-IF
               END-IF
               IF WS-TRANS-VALID = 'Y' AND DTR-CODE NOT = 'D'
                   IF DTR-DESC = SPACES
                       MOVE 'N' TO WS-TRANS-VALID
                       MOVE 'DESCRIPTION IS BLANK' TO WS-REJECT-REASON
                   END-IF
               END-IF
               IF WS-TRANS-VALID = 'Y' AND DTR-CODE NOT = 'D'
                   IF DTR-TYPE NOT = 'F' AND DTR-TYPE NOT = 'P' AND
                      DTR-TYPE NOT = 'M'
                       MOVE 'N' TO WS-TRANS-VALID
                       MOVE 'DEDUCTION TYPE NOT F, P, OR M'
                           TO WS-REJECT-REASON
                   END-IF
               END-IF
               IF WS-TRANS-VALID = 'Y' AND DTR-CODE NOT = 'D'
                   PERFORM 310-VALIDATE-AMOUNTS
               END-IF.

      *-----------------------------------------------------------
      * 310 - a flat deduction needs a positive amount, a percent
      * deduction a rate over zero and no more than 100, and a
      * medical premium all three tier amounts (zero is allowed -
      * a tier the employer pays in full)
      *-----------------------------------------------------------
           310-VALIDATE-AMOUNTS.
               EVALUATE DTR-TYPE
                   WHEN 'F'
                       IF DTR-AMOUNT NOT NUMERIC OR
                          DTR-AMOUNT-NUM = ZERO
                           MOVE 'N' TO WS-TRANS-VALID
                           MOVE 'FLAT AMOUNT NOT NUMERIC OR ZERO'
                               TO WS-REJECT-REASON
                       END-IF
                   WHEN 'P'
                       IF DTR-PERCENT NOT NUMERIC OR
                          DTR-PERCENT-NUM = ZERO OR
                          DTR-PERCENT-NUM > 100
                           MOVE 'N' TO WS-TRANS-VALID
                           MOVE 'PERCENT NOT NUMERIC OR NOT 0-100'
                               TO WS-REJECT-REASON
                       END-IF
                   WHEN 'M'
                       IF DTR-AMOUNT NOT NUMERIC OR
                          DTR-TIER1 NOT NUMERIC OR
                          DTR-TIER2 NOT NUMERIC
                           MOVE 'N' TO WS-TRANS-VALID
                           MOVE 'PREMIUM TIER AMOUNT NOT NUMERIC'
                               TO WS-REJECT-REASON
                       END-IF
               END-EVALUATE.

      *-----------------------------------------------------------
      * 400/410/420 - apply the good transaction to the keyed
      * deductions master; duplicate adds and changes/deletes of a
      * key not on file become report rejects
      *-----------------------------------------------------------
           400-APPLY-ADD.
               PERFORM 430-MOVE-TRANS-FIELDS
               WRITE DED-RECORD
                   INVALID KEY
                       MOVE 'N' TO WS-TRANS-VALID
                       MOVE 'DEDUCTION ALREADY ON FILE'
                           TO WS-REJECT-REASON
               END-WRITE.

           410-APPLY-CHANGE.
               PERFORM 430-MOVE-TRANS-FIELDS
               REWRITE DED-RECORD
                   INVALID KEY
                       MOVE 'N' TO WS-TRANS-VALID
                       MOVE 'DEDUCTION NOT ON FILE'
                           TO WS-REJECT-REASON
               END-REWRITE.

           420-APPLY-DELETE.
               MOVE DTR-ENO-NUM TO DED-ENO
               MOVE DTR-DED-CODE TO DED-CODE
               DELETE DEDMAST-FILE
                   INVALID KEY
                       MOVE 'N' TO WS-TRANS-VALID
                       MOVE 'DEDUCTION NOT ON FILE'
                           TO WS-REJECT-REASON
               END-DELETE.

      * only the amounts the deduction type uses are kept; the
      * rest are zeroed so the register never picks up a stale one
           430-MOVE-TRANS-FIELDS.
               MOVE DTR-ENO-NUM TO DED-ENO
               MOVE DTR-DED-CODE TO DED-CODE
               MOVE DTR-DESC TO DED-DESC
               MOVE DTR-TYPE TO DED-TYPE
               MOVE ZERO TO DED-AMOUNT
               MOVE ZERO TO DED-PERCENT
               MOVE ZERO TO DED-TIER1-AMT
               MOVE ZERO TO DED-TIER2-AMT
               EVALUATE DTR-TYPE
                   WHEN 'F'
                       MOVE DTR-AMOUNT-NUM TO DED-AMOUNT
                   WHEN 'P'
                       MOVE DTR-PERCENT-NUM TO DED-PERCENT
                   WHEN 'M'
                       MOVE DTR-AMOUNT-NUM TO DED-AMOUNT
                       MOVE DTR-TIER1-NUM TO DED-TIER1-AMT
                       MOVE DTR-TIER2-NUM TO DED-TIER2-AMT
               END-EVALUATE.

      *-----------------------------------------------------------
      * 500 - one edit report line per transaction, applied or
      * rejected with the reason
      *-----------------------------------------------------------
           500-REPORT-LINE.
               IF WS-LINE-COUNT >= WS-PAGE-SIZE
                   PERFORM 210-EDIT-HEADERS
               END-IF
               MOVE DTR-CODE TO EDT-CODE
               MOVE DTR-ENO TO EDT-ENO
               MOVE DTR-DED-CODE TO EDT-DED-CODE
               MOVE DTR-TYPE TO EDT-TYPE
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
               MOVE 'DEDMAINT' TO RH-PROGRAM
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
