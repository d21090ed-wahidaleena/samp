          IDENTIFICATION DIVISION.

           PROGRAM-ID. PRENOTE.
           AUTHOR. ME.

           ENVIRONMENT DIVISION.

           CONFIGURATION SECTION.
           SOURCE-COMPUTER. IBM-AT.
           OBJECT-COMPUTER. IBM-AT.

           INPUT-OUTPUT SECTION.
           FILE-CONTROL.

               SELECT EMPBANK-FILE ASSIGN TO "EMPBANK.DAT"
                   ORGANIZATION IS INDEXED
                   ACCESS MODE IS SEQUENTIAL
                   RECORD KEY IS BNK-ENO
                   FILE STATUS IS WS-EMPBANK-STATUS.

               SELECT PRENOTE-FILE ASSIGN TO "PRENOTE.DAT"
                   ORGANIZATION IS LINE SEQUENTIAL
                   FILE STATUS IS WS-PRENOTE-STATUS.

               SELECT REPORT-FILE ASSIGN TO "PRENOTE.PRN"
                   ORGANIZATION IS LINE SEQUENTIAL
                   FILE STATUS IS WS-REPORT-STATUS.

               SELECT HIST-FILE ASSIGN TO "EMPHIST.DAT"
                   ORGANIZATION IS LINE SEQUENTIAL
                   FILE STATUS IS WS-HIST-STATUS.

               SELECT RUNHIST-FILE ASSIGN TO "RUNHIST.DAT"
                   ORGANIZATION IS LINE SEQUENTIAL
                   FILE STATUS IS WS-RUNHIST-STATUS.

           DATA DIVISION.

           FILE SECTION.

      * keyed bank details, maintained by BNKMAINT
           FD  EMPBANK-FILE.
           COPY EMPBANK.

      * zero-dollar prenote entries for the bank, in the same
      * header/detail/trailer layout as the PAYDEP.DAT payment
      * file; each detail is type P with no amount
           FD  PRENOTE-FILE.
           COPY PAYDEP.

           FD  REPORT-FILE.
           01  REPORT-HEADER-LINE1.
               05  FILLER          PIC X(35) VALUE
                   'DIRECT DEPOSIT PRENOTE STATUS'.
               05  FILLER          PIC X(5)  VALUE 'PAGE '.
               05  RPH-PAGE        PIC ZZ9.
           01  REPORT-HEADER-LINE2.
               05  FILLER          PIC X(40) VALUE
                   'ENO    ROUTING    SENT      STATUS'.
           01  REPORT-DETAIL-LINE.
               05  RPD-ENO         PIC 9(5).
               05  FILLER          PIC X(2) VALUE SPACES.
               05  RPD-ROUTING     PIC X(9).
               05  FILLER          PIC X(2) VALUE SPACES.
               05  RPD-SENT        PIC 9(8) BLANK WHEN ZERO.
               05  FILLER          PIC X(2) VALUE SPACES.
               05  RPD-STATUS      PIC X(30).
           01  REPORT-TOTAL-LINE.
               05  FILLER          PIC X(6)  VALUE 'SENT: '.
               05  RPT-SENT        PIC ZZZ,ZZ9.
               05  FILLER          PIC X(10) VALUE ' CLEARED: '.
               05  RPT-CLEARED     PIC ZZZ,ZZ9.
               05  FILLER          PIC X(10) VALUE ' WAITING: '.
               05  RPT-WAITING     PIC ZZZ,ZZ9.

      * shared before/after change history
           FD  HIST-FILE.
           COPY EMPHIST.

      * shared run-history log - one start and one end record per
      * run, read back by the daily operations summary
           FD  RUNHIST-FILE.
           COPY RUNHIST.

           WORKING-STORAGE SECTION.

           01 WS-EMPBANK-STATUS PIC XX.
           01 WS-PRENOTE-STATUS PIC XX.
           01 WS-REPORT-STATUS PIC XX.
           01 WS-HIST-STATUS PIC XX.
           01 WS-BANK-EOF PIC X VALUE 'N'.

      * shared run-history log
           01 WS-RUNHIST-STATUS PIC XX.
           01 WS-RH-PARMS PIC X(20) VALUE 'EMPBANK.DAT'.

      * calendar days a prenote must stand without a return before
      * the account may be paid by deposit
           01 WS-PRENOTE-WAIT PIC 9(3) VALUE 10.
           01 WS-TODAY PIC 9(8).
           01 WS-DAYS-OUT PIC S9(5).
           01 WS-DAYS-LEFT PIC ZZ9.
           01 WS-HIST-USERID PIC X(20).

      * the prenote file's trailer totals
           01 WS-SENT-COUNT PIC 9(7) VALUE ZERO.
           01 WS-SENT-HASH-ENO PIC 9(12) VALUE ZERO.

           01 WS-LINE-COUNT PIC 9(3) VALUE 99.
           01 WS-PAGE-COUNT PIC 9(3) VALUE ZERO.
           01 WS-PAGE-SIZE PIC 9(3) VALUE 55.
           01 WS-CLEARED-COUNT PIC 9(7) VALUE ZERO.
           01 WS-WAITING-COUNT PIC 9(7) VALUE ZERO.

           PROCEDURE DIVISION.

           100-MAIN.
               PERFORM 960-RUNHIST-START
               PERFORM 080-OPEN-FILES
               PERFORM UNTIL WS-BANK-EOF = 'Y'
                   READ EMPBANK-FILE NEXT RECORD
                       AT END MOVE 'Y' TO WS-BANK-EOF
                       NOT AT END
                           IF BNK-PRENOTE = 'Y'
                               PERFORM 200-PRENOTE-ACCOUNT
                           END-IF
                   END-READ
               END-PERFORM
               PERFORM 600-FINAL-TOTALS
               PERFORM 090-CLOSE-FILES
               DISPLAY 'Prenote run complete - sent ' WS-SENT-COUNT
                   ' cleared ' WS-CLEARED-COUNT
                   ' still waiting ' WS-WAITING-COUNT
               PERFORM 970-RUNHIST-END.

           100-EXIT.
               STOP RUN.

      *-----------------------------------------------------------
      * 080/090 - open and close the bank details, the prenote
      * file for the bank, the status report, and the history
      *-----------------------------------------------------------
           080-OPEN-FILES.
               ACCEPT WS-TODAY FROM DATE YYYYMMDD
               OPEN I-O EMPBANK-FILE
               IF WS-EMPBANK-STATUS NOT = '00'
                   DISPLAY 'Bank details EMPBANK.DAT not available'
                       ' - status ' WS-EMPBANK-STATUS
                   MOVE 16 TO RETURN-CODE
                   PERFORM 970-RUNHIST-END
                   STOP RUN
               END-IF
               OPEN OUTPUT PRENOTE-FILE
               MOVE 'H' TO PDH-TYPE
               MOVE SPACES TO PDH-PERIOD
               MOVE WS-TODAY TO PDH-DATE
               WRITE PAYDEP-HEADER-REC
               OPEN OUTPUT REPORT-FILE
               OPEN EXTEND HIST-FILE
               IF WS-HIST-STATUS = '05' OR WS-HIST-STATUS = '35'
                   CLOSE HIST-FILE
                   OPEN OUTPUT HIST-FILE
               END-IF.

           090-CLOSE-FILES.
               CLOSE EMPBANK-FILE
               CLOSE PRENOTE-FILE
               CLOSE REPORT-FILE
               CLOSE HIST-FILE.

      *-----------------------------------------------------------
      * 200/210/220 - one account on prenote: never sent (or sent
      * and then returned, which puts the date back to zero) goes
      * to the bank now; sent and out past the waiting period with
      * no return is cleared for deposit; anything else waits
      *-----------------------------------------------------------
           200-PRENOTE-ACCOUNT.
               IF WS-LINE-COUNT >= WS-PAGE-SIZE
                   PERFORM 250-REPORT-HEADERS
               END-IF
               MOVE BNK-ENO TO RPD-ENO
               MOVE BNK-ROUTING TO RPD-ROUTING
               IF BNK-PRENOTE-DATE NOT NUMERIC OR
                  BNK-PRENOTE-DATE = ZERO
                   PERFORM 210-SEND-PRENOTE
               ELSE
                   COMPUTE WS-DAYS-OUT =
                       FUNCTION INTEGER-OF-DATE (WS-TODAY) -
                       FUNCTION INTEGER-OF-DATE (BNK-PRENOTE-DATE)
                   IF WS-DAYS-OUT >= WS-PRENOTE-WAIT
                       PERFORM 220-CLEAR-PRENOTE
                   ELSE
                       COMPUTE WS-DAYS-LEFT =
                           WS-PRENOTE-WAIT - WS-DAYS-OUT
                       MOVE SPACES TO RPD-STATUS
                       STRING 'WAITING - '      DELIMITED BY SIZE
                              WS-DAYS-LEFT      DELIMITED BY SIZE
                              ' DAYS TO CLEAR'  DELIMITED BY SIZE
                         INTO RPD-STATUS
                       END-STRING
                       ADD 1 TO WS-WAITING-COUNT
                   END-IF
               END-IF
               MOVE BNK-PRENOTE-DATE TO RPD-SENT
               WRITE REPORT-DETAIL-LINE
               ADD 1 TO WS-LINE-COUNT.

           210-SEND-PRENOTE.
               MOVE 'P' TO PDD-TYPE
               MOVE BNK-ENO TO PDD-ENO
               MOVE BNK-ROUTING TO PDD-ROUTING
               MOVE BNK-ACCOUNT TO PDD-ACCOUNT
               MOVE BNK-ACCTTYPE TO PDD-ACCTTYPE
               MOVE ZERO TO PDD-AMOUNT
               MOVE ZERO TO PDD-DEDUCT
               WRITE PAYDEP-DETAIL-REC
               ADD 1 TO WS-SENT-COUNT
               ADD BNK-ENO TO WS-SENT-HASH-ENO
               MOVE WS-TODAY TO BNK-PRENOTE-DATE
               PERFORM 230-REWRITE-BANK
               MOVE 'PRENOTE SENT' TO RPD-STATUS.

           220-CLEAR-PRENOTE.
               MOVE 'N' TO BNK-PRENOTE
               PERFORM 230-REWRITE-BANK
               MOVE BNK-ENO TO HST-ENO
               MOVE 'BNKPRENOTE' TO HST-FIELD
               MOVE 'Y' TO HST-OLD-VALUE
               MOVE 'N' TO HST-NEW-VALUE
               MOVE 'PRENOTE' TO HST-PROGRAM
               ACCEPT WS-HIST-USERID FROM ENVIRONMENT "USER"
               MOVE WS-HIST-USERID TO HST-USERID
               ACCEPT HST-DATE FROM DATE YYYYMMDD
               ACCEPT HST-TIME FROM TIME
               WRITE EMPHIST-RECORD
               MOVE 'CLEARED FOR DEPOSIT' TO RPD-STATUS
               ADD 1 TO WS-CLEARED-COUNT.

           230-REWRITE-BANK.
               REWRITE EMPBANK-RECORD
                   INVALID KEY
                       DISPLAY 'Bank details rewrite failed for ENO '
                           BNK-ENO ' - status ' WS-EMPBANK-STATUS
                       PERFORM 090-CLOSE-FILES
                       MOVE 16 TO RETURN-CODE
                       PERFORM 970-RUNHIST-END
                       STOP RUN
               END-REWRITE.

           250-REPORT-HEADERS.
               ADD 1 TO WS-PAGE-COUNT
               MOVE WS-PAGE-COUNT TO RPH-PAGE
               WRITE REPORT-HEADER-LINE1
               WRITE REPORT-HEADER-LINE2
               MOVE 2 TO WS-LINE-COUNT.

      *-----------------------------------------------------------
      * 600 - the prenote file's trailer, proved by the bank the
      * same way as the payment file's, and the report totals
      *-----------------------------------------------------------
           600-FINAL-TOTALS.
               MOVE 'T' TO PDT-TYPE
               MOVE WS-SENT-COUNT TO PDT-COUNT
               MOVE WS-SENT-HASH-ENO TO PDT-HASH-ENO
               MOVE ZERO TO PDT-AMT-TOTAL
               MOVE ZERO TO PDT-DED-TOTAL
               WRITE PAYDEP-TRAILER-REC
               IF WS-LINE-COUNT >= WS-PAGE-SIZE
                   PERFORM 250-REPORT-HEADERS
               END-IF
               MOVE WS-SENT-COUNT TO RPT-SENT
               MOVE WS-CLEARED-COUNT TO RPT-CLEARED
               MOVE WS-WAITING-COUNT TO RPT-WAITING
               WRITE REPORT-TOTAL-LINE.

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
               MOVE 'PRENOTE' TO RH-PROGRAM
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
               MOVE WS-SENT-COUNT TO RH-COUNT
               MOVE RETURN-CODE TO RH-RC
               PERFORM 965-RUNHIST-WRITE.
