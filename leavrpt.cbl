          IDENTIFICATION DIVISION.

           PROGRAM-ID. LEAVRPT.
           AUTHOR. ME.

           ENVIRONMENT DIVISION.

           CONFIGURATION SECTION.
           SOURCE-COMPUTER. IBM-AT.
           OBJECT-COMPUTER. IBM-AT.

           INPUT-OUTPUT SECTION.
           FILE-CONTROL.

               SELECT LEAVMAST-FILE ASSIGN TO "LEAVMAST.DAT"
                   ORGANIZATION IS INDEXED
                   ACCESS MODE IS RANDOM
                   RECORD KEY IS LV-ENO
                   FILE STATUS IS WS-LEAVMAST-STATUS.

               SELECT DEPTTBL-FILE ASSIGN TO "DEPTTBL.DAT"
                   ORGANIZATION IS INDEXED
                   ACCESS MODE IS RANDOM
                   RECORD KEY IS DPT-CODE
                   FILE STATUS IS WS-DEPTTBL-STATUS.

               SELECT LEAVE-REPORT-FILE ASSIGN TO "LEAVRPT.PRN"
                   ORGANIZATION IS LINE SEQUENTIAL
                   FILE STATUS IS WS-REPORT-STATUS.

               SELECT ERROR-LOG-FILE ASSIGN TO "SQLERR.LOG"
                   ORGANIZATION IS LINE SEQUENTIAL
                   FILE STATUS IS WS-ERRLOG-STATUS.

               SELECT RUNHIST-FILE ASSIGN TO "RUNHIST.DAT"
                   ORGANIZATION IS LINE SEQUENTIAL
                   FILE STATUS IS WS-RUNHIST-STATUS.

           DATA DIVISION.

           FILE SECTION.

      * keyed vacation and sick leave balances by ENO
           FD  LEAVMAST-FILE.
           COPY LEAVREC.

           FD  DEPTTBL-FILE.
           COPY DEPTREC.

           FD  LEAVE-REPORT-FILE.
           01  LEAVE-DETAIL-LINE.
               05  LDL-ENO         PIC 9(5).
               05  FILLER          PIC X(2) VALUE SPACES.
               05  LDL-LNAME       PIC X(15).
               05  FILLER          PIC X(1) VALUE SPACES.
               05  LDL-FNAME       PIC X(10).
               05  FILLER          PIC X(2) VALUE SPACES.
               05  LDL-VAC         PIC -ZZZZ9.99.
               05  FILLER          PIC X(2) VALUE SPACES.
               05  LDL-SICK        PIC -ZZZZ9.99.
               05  FILLER          PIC X(4) VALUE SPACES.
               05  LDL-LAST-PERIOD PIC X(6).
               05  FILLER          PIC X(2) VALUE SPACES.
               05  LDL-FLAG        PIC X(16).
           01  LEAVE-HEADER-LINE1.
               05  FILLER          PIC X(26) VALUE
                   'LEAVE BALANCES BY DEPT'.
               05  FILLER          PIC X(6)  VALUE 'AS OF '.
               05  LVH-RUN-DATE    PIC 9(8).
               05  FILLER          PIC X(2)  VALUE SPACES.
               05  FILLER          PIC X(5)  VALUE 'PAGE '.
               05  LVH-PAGE        PIC ZZ9.
           01  LEAVE-HEADER-LINE2.
               05  FILLER          PIC X(35) VALUE
                   'ENO    LNAME           FNAME'.
               05  FILLER          PIC X(35) VALUE
                   'VACATION       SICK  LAST PP  FLAG'.
           01  LEAVE-DEPT-LINE.
               05  FILLER          PIC X(5) VALUE 'DEPT '.
               05  LVD-DEPT        PIC X(4).
               05  FILLER          PIC X(3) VALUE ' - '.
               05  LVD-NAME        PIC X(25).
           01  LEAVE-BREAK-LINE.
               05  FILLER          PIC X(7) VALUE '  DEPT '.
               05  LVB-DEPT        PIC X(4).
               05  FILLER          PIC X(12) VALUE ' EMPLOYEES: '.
               05  LVB-COUNT       PIC ZZZ,ZZ9.
               05  FILLER          PIC X(11) VALUE ' VACATION: '.
               05  LVB-VAC         PIC -ZZZ,ZZZ,ZZ9.99.
               05  FILLER          PIC X(7) VALUE ' SICK: '.
               05  LVB-SICK        PIC -ZZZ,ZZZ,ZZ9.99.
           01  LEAVE-TOTAL-LINE.
               05  FILLER          PIC X(17) VALUE 'GRAND EMPLOYEES: '.
               05  LVT-COUNT       PIC ZZZ,ZZ9.
               05  FILLER          PIC X(11) VALUE ' VACATION: '.
               05  LVT-VAC         PIC -ZZZ,ZZZ,ZZ9.99.
               05  FILLER          PIC X(7) VALUE ' SICK: '.
               05  LVT-SICK        PIC -ZZZ,ZZZ,ZZ9.99.
           01  LEAVE-NOTE-LINE.
               05  FILLER          PIC X(2) VALUE SPACES.
               05  LNL-TEXT        PIC X(38).
               05  LNL-COUNT       PIC ZZZ,ZZ9.

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

           01 WS-LEAVMAST-STATUS PIC XX.
           01 WS-DEPTTBL-STATUS PIC XX.
           01 WS-REPORT-STATUS PIC XX.
           01 WS-ERRLOG-STATUS PIC XX.

      * shared run-history log
           01 WS-RUNHIST-STATUS PIC XX.
           01 WS-RH-PARMS PIC X(20) VALUE SPACES.

           01 WS-RUN-DATE PIC 9(8).

      * department names are a courtesy - the report still runs
      * without the table, and a DEPT missing from it says so
           01 WS-DEPTTBL-OPEN PIC X VALUE 'N'.
           01 WS-DEPT-NAME PIC X(25).

      * the fetched employee's leave record; an active employee
      * with no record has nothing banked and is flagged so one
      * gets loaded, and a negative balance (leave paid past what
      * was banked) is flagged for payroll to look at
           01 WS-LV-FOUND PIC X.
           01 WS-NO-RECORD-COUNT PIC 9(5) VALUE ZERO.
           01 WS-NEGATIVE-COUNT PIC 9(5) VALUE ZERO.

      * report paging and control-break totals
           01 WS-LINE-COUNT PIC 9(3) VALUE 99.
           01 WS-PAGE-COUNT PIC 9(3) VALUE ZERO.
           01 WS-PAGE-SIZE PIC 9(3) VALUE 55.
           01 WS-PREV-DEPT PIC X(4) VALUE SPACES.
           01 WS-FIRST-EMP-SW PIC X VALUE 'Y'.
           01 WS-DEPT-COUNT PIC 9(5) VALUE ZERO.
           01 WS-DEPT-VAC PIC S9(9)V99 VALUE ZERO.
           01 WS-DEPT-SICK PIC S9(9)V99 VALUE ZERO.
           01 WS-GRAND-COUNT PIC 9(7) VALUE ZERO.
           01 WS-GRAND-VAC PIC S9(9)V99 VALUE ZERO.
           01 WS-GRAND-SICK PIC S9(9)V99 VALUE ZERO.

      * SQL error handling
           01 WS-ERR-DATE PIC 9(8).
           01 WS-ERR-TIME PIC 9(8).
           01 WS-ERR-ERRML PIC 9(4).

           EXEC SQL
             INCLUDE SQLCA
           END-EXEC

           PROCEDURE DIVISION.

           100-MAIN.
               ACCEPT WS-RUN-DATE FROM DATE YYYYMMDD
               MOVE SPACES TO WS-RH-PARMS
               STRING 'AS OF '       DELIMITED BY SIZE
                      WS-RUN-DATE    DELIMITED BY SIZE
                 INTO WS-RH-PARMS
               END-STRING
               PERFORM 960-RUNHIST-START
               PERFORM 080-OPEN-FILES

      * active employees in department order so the report groups
      * by DEPT as it prints; terminated employees' balances are
      * settled at termination and not reported
               EXEC SQL
                   DECLARE EMPTBL CURSOR FOR
                   SELECT ENO, LNAME, FNAME, DEPT
                       FROM EMPLOYEE
                   WHERE EMPSTAT <> 'T'
                   ORDER BY DEPT, ENO
               END-EXEC

               EXEC SQL
                   OPEN EMPTBL
               END-EXEC
               MOVE SQLCODE TO DISP-CODE
               PERFORM 900-SQL-ERROR-CHECK

               EXEC SQL
                   FETCH EMPTBL INTO :ENO, :LNAME, :FNAME, :DEPT
               END-EXEC
               MOVE SQLCODE TO DISP-CODE
               PERFORM 900-SQL-ERROR-CHECK

               PERFORM UNTIL SQLCODE = 100
                   PERFORM 200-REPORT-EMPLOYEE
                   EXEC SQL
                       FETCH EMPTBL INTO :ENO, :LNAME, :FNAME, :DEPT
                   END-EXEC
                   MOVE SQLCODE TO DISP-CODE
                   PERFORM 900-SQL-ERROR-CHECK
               END-PERFORM

               EXEC SQL
                   CLOSE EMPTBL
               END-EXEC

               PERFORM 260-FINAL-TOTALS
               PERFORM 090-CLOSE-FILES
               DISPLAY 'Leave balance report complete - '
                   WS-GRAND-COUNT ' employees, '
                   WS-NO-RECORD-COUNT ' with no leave record, '
                   WS-NEGATIVE-COUNT ' negative'
               PERFORM 970-RUNHIST-END.

           100-EXIT.
               STOP RUN.

      *-----------------------------------------------------------
      * 080/090 - open and close the leave master, the department
      * table, the report, and the shared error log
      *-----------------------------------------------------------
           080-OPEN-FILES.
               OPEN INPUT LEAVMAST-FILE
               IF WS-LEAVMAST-STATUS NOT = '00'
                   DISPLAY 'Leave master LEAVMAST.DAT not available'
                       ' - status ' WS-LEAVMAST-STATUS
                   MOVE 16 TO RETURN-CODE
                   PERFORM 970-RUNHIST-END
                   STOP RUN
               END-IF
               OPEN INPUT DEPTTBL-FILE
               IF WS-DEPTTBL-STATUS = '00'
                   MOVE 'Y' TO WS-DEPTTBL-OPEN
               ELSE
                   DISPLAY 'Department table DEPTTBL.DAT not'
                       ' available - status ' WS-DEPTTBL-STATUS
                   DISPLAY '  department names not printed this run'
               END-IF
               OPEN OUTPUT LEAVE-REPORT-FILE
               OPEN EXTEND ERROR-LOG-FILE
               IF WS-ERRLOG-STATUS = '05' OR WS-ERRLOG-STATUS = '35'
                   CLOSE ERROR-LOG-FILE
                   OPEN OUTPUT ERROR-LOG-FILE
               END-IF.

           090-CLOSE-FILES.
               CLOSE LEAVMAST-FILE
               IF WS-DEPTTBL-OPEN = 'Y'
                   CLOSE DEPTTBL-FILE
               END-IF
               CLOSE LEAVE-REPORT-FILE
               CLOSE ERROR-LOG-FILE.

      *-----------------------------------------------------------
      * 200/210/220 - one line per active employee with the banked
      * vacation and sick hours and the last period the register
      * posted, under a heading for each department
      *-----------------------------------------------------------
           200-REPORT-EMPLOYEE.
               IF WS-FIRST-EMP-SW = 'Y'
                   MOVE 'N' TO WS-FIRST-EMP-SW
                   PERFORM 220-DEPT-HEADING
               ELSE
                   IF WS-PREV-DEPT NOT = DEPT
                       PERFORM 250-DEPT-BREAK
                       PERFORM 220-DEPT-HEADING
                   END-IF
               END-IF
               MOVE 'Y' TO WS-LV-FOUND
               MOVE ENO TO LV-ENO
               READ LEAVMAST-FILE
                   INVALID KEY MOVE 'N' TO WS-LV-FOUND
               END-READ
               IF WS-LINE-COUNT >= WS-PAGE-SIZE
                   PERFORM 210-LEAVE-HEADERS
               END-IF
               MOVE ENO TO LDL-ENO
               MOVE LNAME TO LDL-LNAME
               MOVE FNAME TO LDL-FNAME
               MOVE SPACES TO LDL-FLAG
               IF WS-LV-FOUND = 'Y'
                   MOVE LV-VAC-BALANCE TO LDL-VAC
                   MOVE LV-SICK-BALANCE TO LDL-SICK
                   MOVE LV-LAST-PERIOD TO LDL-LAST-PERIOD
                   IF LV-VAC-BALANCE < ZERO OR
                      LV-SICK-BALANCE < ZERO
                       MOVE 'NEGATIVE BALANCE' TO LDL-FLAG
                       ADD 1 TO WS-NEGATIVE-COUNT
                   END-IF
                   ADD LV-VAC-BALANCE TO WS-DEPT-VAC
                   ADD LV-SICK-BALANCE TO WS-DEPT-SICK
                   ADD LV-VAC-BALANCE TO WS-GRAND-VAC
                   ADD LV-SICK-BALANCE TO WS-GRAND-SICK
               ELSE
                   MOVE ZERO TO LDL-VAC
                   MOVE ZERO TO LDL-SICK
                   MOVE SPACES TO LDL-LAST-PERIOD
                   MOVE 'NO LEAVE RECORD' TO LDL-FLAG
                   ADD 1 TO WS-NO-RECORD-COUNT
               END-IF
               WRITE LEAVE-DETAIL-LINE
               ADD 1 TO WS-LINE-COUNT
               ADD 1 TO WS-DEPT-COUNT
               ADD 1 TO WS-GRAND-COUNT
               MOVE DEPT TO WS-PREV-DEPT.

           210-LEAVE-HEADERS.
               ADD 1 TO WS-PAGE-COUNT
               MOVE WS-PAGE-COUNT TO LVH-PAGE
               MOVE WS-RUN-DATE TO LVH-RUN-DATE
               WRITE LEAVE-HEADER-LINE1
               WRITE LEAVE-HEADER-LINE2
               MOVE 2 TO WS-LINE-COUNT.

           220-DEPT-HEADING.
               MOVE SPACES TO WS-DEPT-NAME
               IF WS-DEPTTBL-OPEN = 'Y'
                   MOVE DEPT TO DPT-CODE
                   READ DEPTTBL-FILE
                       INVALID KEY
                           MOVE '(NOT ON DEPARTMENT TABLE)'
                               TO WS-DEPT-NAME
                       NOT INVALID KEY
                           MOVE DPT-NAME TO WS-DEPT-NAME
                   END-READ
               END-IF
               IF WS-LINE-COUNT >= WS-PAGE-SIZE - 1
                   PERFORM 210-LEAVE-HEADERS
               END-IF
               MOVE DEPT TO LVD-DEPT
               MOVE WS-DEPT-NAME TO LVD-NAME
               WRITE LEAVE-DEPT-LINE
               ADD 1 TO WS-LINE-COUNT.

      *-----------------------------------------------------------
      * 250/260 - department subtotals and grand totals, with the
      * count of employees flagged
      *-----------------------------------------------------------
           250-DEPT-BREAK.
               IF WS-LINE-COUNT >= WS-PAGE-SIZE
                   PERFORM 210-LEAVE-HEADERS
               END-IF
               MOVE WS-PREV-DEPT TO LVB-DEPT
               MOVE WS-DEPT-COUNT TO LVB-COUNT
               MOVE WS-DEPT-VAC TO LVB-VAC
               MOVE WS-DEPT-SICK TO LVB-SICK
               WRITE LEAVE-BREAK-LINE
               ADD 1 TO WS-LINE-COUNT
               MOVE ZERO TO WS-DEPT-COUNT
               MOVE ZERO TO WS-DEPT-VAC
               MOVE ZERO TO WS-DEPT-SICK.

           260-FINAL-TOTALS.
               IF WS-FIRST-EMP-SW = 'N'
                   PERFORM 250-DEPT-BREAK
               END-IF
               IF WS-LINE-COUNT >= WS-PAGE-SIZE - 2
                   PERFORM 210-LEAVE-HEADERS
               END-IF
               MOVE WS-GRAND-COUNT TO LVT-COUNT
               MOVE WS-GRAND-VAC TO LVT-VAC
               MOVE WS-GRAND-SICK TO LVT-SICK
               WRITE LEAVE-TOTAL-LINE
               MOVE 'EMPLOYEES WITH NO LEAVE RECORD:' TO LNL-TEXT
               MOVE WS-NO-RECORD-COUNT TO LNL-COUNT
               WRITE LEAVE-NOTE-LINE
               MOVE 'EMPLOYEES WITH A NEGATIVE BALANCE:'
                   TO LNL-TEXT
               MOVE WS-NEGATIVE-COUNT TO LNL-COUNT
               WRITE LEAVE-NOTE-LINE.

      *-----------------------------------------------------------
      * 900/950 - shared SQL error handling: a negative SQLCODE
      * writes SQLERRMC/SQLERRML to the error log and aborts
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
               MOVE 'LEAVRPT' TO RH-PROGRAM
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
               MOVE WS-GRAND-COUNT TO RH-COUNT
               MOVE RETURN-CODE TO RH-RC
               PERFORM 965-RUNHIST-WRITE.
