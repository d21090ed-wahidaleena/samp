          IDENTIFICATION DIVISION.

           PROGRAM-ID. INTCHK.
           AUTHOR. ME.

           ENVIRONMENT DIVISION.

           CONFIGURATION SECTION.
           SOURCE-COMPUTER. IBM-AT.
           OBJECT-COMPUTER. IBM-AT.

           INPUT-OUTPUT SECTION.
           FILE-CONTROL.

               SELECT EMPBANK-FILE ASSIGN TO "EMPBANK.DAT"
                   ORGANIZATION IS INDEXED
                   ACCESS MODE IS DYNAMIC
                   RECORD KEY IS BNK-ENO
                   FILE STATUS IS WS-EMPBANK-STATUS.

               SELECT EMPDEP-FILE ASSIGN TO "EMPDEP.DAT"
                   ORGANIZATION IS INDEXED
                   ACCESS MODE IS DYNAMIC
                   RECORD KEY IS DEP-KEY
                   FILE STATUS IS WS-EMPDEP-STATUS.

               SELECT YTD-FILE ASSIGN TO "YTDMAST.DAT"
                   ORGANIZATION IS INDEXED
                   ACCESS MODE IS DYNAMIC
                   RECORD KEY IS YTD-ENO
                   FILE STATUS IS WS-YTD-STATUS.

               SELECT DEPTTBL-FILE ASSIGN TO "DEPTTBL.DAT"
                   ORGANIZATION IS INDEXED
                   ACCESS MODE IS DYNAMIC
                   RECORD KEY IS DPT-CODE
                   FILE STATUS IS WS-DEPTTBL-STATUS.

               SELECT INTCHK-REPORT-FILE ASSIGN TO "INTCHK.PRN"
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

      * keyed bank details, maintained by BNKMAINT
           FD  EMPBANK-FILE.
           COPY EMPBANK.

      * keyed dependents, maintained by DEPMAINT
           FD  EMPDEP-FILE.
           01  EMPDEP-RECORD.
               05  DEP-KEY.
                   10  DEP-ENO         PIC 9(5).
                   10  DEP-SEQ         PIC 9(2).
               05  DEP-NAME            PIC X(20).
               05  DEP-RELATION        PIC X(10).
               05  DEP-DOB             PIC X(8).

      * year-to-date master, posted by the register run
           FD  YTD-FILE.
           COPY YTDREC.

      * keyed department table, maintained by DEPTMNT
           FD  DEPTTBL-FILE.
           COPY DEPTREC.

           FD  INTCHK-REPORT-FILE.
           01  ICK-DETAIL-LINE.
               05  FILLER          PIC X(4) VALUE SPACES.
               05  ICL-KEY         PIC X(7).
               05  FILLER          PIC X(2) VALUE SPACES.
               05  ICL-NAME        PIC X(25).
               05  FILLER          PIC X(2) VALUE SPACES.
               05  ICL-DETAIL      PIC X(40).
           01  ICK-HEADER-LINE1.
               05  FILLER          PIC X(33) VALUE
                   'CROSS-FILE INTEGRITY EXCEPTIONS'.
               05  FILLER          PIC X(6)  VALUE 'AS OF '.
               05  ICH-RUN-DATE    PIC 9(8).
               05  FILLER          PIC X(2)  VALUE SPACES.
               05  FILLER          PIC X(5)  VALUE 'PAGE '.
               05  ICH-PAGE        PIC ZZ9.
           01  ICK-SECTION-LINE.
               05  FILLER          PIC X(4)  VALUE '*** '.
               05  ICS-DESC        PIC X(45).
           01  ICK-SECTION-TOTAL.
               05  FILLER          PIC X(4)  VALUE SPACES.
               05  FILLER          PIC X(12) VALUE 'EXCEPTIONS: '.
               05  ICT-COUNT       PIC ZZZ,ZZ9.
           01  ICK-SUMMARY-LINE.
               05  ICY-DESC        PIC X(45).
               05  FILLER          PIC X(2)  VALUE SPACES.
               05  ICY-COUNT       PIC ZZZ,ZZ9.
           01  ICK-TOTAL-LINE.
               05  FILLER          PIC X(47) VALUE
                   'TOTAL EXCEPTIONS'.
               05  ICZ-COUNT       PIC ZZZ,ZZ9.

           FD  ERROR-LOG-FILE.
           01  ERROR-LOG-RECORD        PIC X(130).

      * shared run-history log - one start and one end record per
      * run, read back by the daily operations summary; this run
      * also logs one count record (type C) per exception type
           FD  RUNHIST-FILE.
           COPY RUNHIST.

           WORKING-STORAGE SECTION.

           EXEC SQL
             INCLUDE EMPREC
           END-EXEC

           01 DISP-CODE PIC ----9.

           01 WS-EMPBANK-STATUS PIC XX.
           01 WS-EMPDEP-STATUS PIC XX.
           01 WS-YTD-STATUS PIC XX.
           01 WS-DEPTTBL-STATUS PIC XX.
           01 WS-REPORT-STATUS PIC XX.
           01 WS-ERRLOG-STATUS PIC XX.

      * shared run-history log
           01 WS-RUNHIST-STATUS PIC XX.
           01 WS-RH-PARMS PIC X(20) VALUE SPACES.
           01 WS-RH-RUN-PARMS PIC X(20) VALUE SPACES.

           01 WS-RUN-DATE PIC 9(8).

      * a missing master is noted in its sections and skipped;
      * the other checks still run
           01 WS-EMPBANK-OPEN PIC X VALUE 'N'.
           01 WS-EMPDEP-OPEN PIC X VALUE 'N'.
           01 WS-YTD-OPEN PIC X VALUE 'N'.
           01 WS-DEPTTBL-OPEN PIC X VALUE 'N'.
           01 WS-SWEEP-FOUND PIC X.
           01 WS-SWEEP-EOF PIC X.

      * employee lookup result for the ENO being checked
           01 WS-EMP-FOUND PIC X.
           01 WS-PREV-ENO PIC 9(5).
           01 WS-DEPT-EMP-COUNT PIC S9(9) COMP.
           01 WS-COUNT-EDIT PIC ZZZ,ZZ9.

      * exception types, in report order: the short label goes on
      * the type's RUNHIST count record, the description heads
      * its section of the report
           01 WS-TYPE-VALUES.
               05 FILLER PIC X(20) VALUE 'BANK ENO UNKNOWN'.
               05 FILLER PIC X(45) VALUE
                   'BANK DETAILS FOR ENO NOT ON EMPLOYEE'.
               05 FILLER PIC X(20) VALUE 'BANK ENO TERMINATED'.
               05 FILLER PIC X(45) VALUE
                   'BANK DETAILS FOR TERMINATED EMPLOYEE'.
               05 FILLER PIC X(20) VALUE 'DEP ENO UNKNOWN'.
               05 FILLER PIC X(45) VALUE
                   'DEPENDENTS FOR ENO NOT ON EMPLOYEE'.
               05 FILLER PIC X(20) VALUE 'DEP ENO TERMINATED'.
               05 FILLER PIC X(45) VALUE
                   'DEPENDENTS FOR TERMINATED EMPLOYEE'.
               05 FILLER PIC X(20) VALUE 'YTD ENO UNKNOWN'.
               05 FILLER PIC X(45) VALUE
                   'YTD ROW FOR ENO NOT ON EMPLOYEE'.
               05 FILLER PIC X(20) VALUE 'YTD DEPT MISMATCH'.
               05 FILLER PIC X(45) VALUE
                   'YTD-DEPT DOES NOT MATCH EMPLOYEE DEPT'.
               05 FILLER PIC X(20) VALUE 'DEPT NOT ON DEPTTBL'.
               05 FILLER PIC X(45) VALUE
                   'DEPARTMENT IN USE BUT NOT ON DEPTTBL'.
               05 FILLER PIC X(20) VALUE 'DEPT NO EMPLOYEES'.
               05 FILLER PIC X(45) VALUE
                   'DEPARTMENT WITH NO ACTIVE EMPLOYEES'.
               05 FILLER PIC X(20) VALUE 'DEPT COSTCTR BLANK'.
               05 FILLER PIC X(45) VALUE
                   'DEPARTMENT WITH BLANK COST CENTER'.
           01 WS-TYPE-TABLE REDEFINES WS-TYPE-VALUES.
               05 WS-TYPE-ENTRY OCCURS 9 TIMES.
                   10 TT-LABEL PIC X(20).
                   10 TT-DESC PIC X(45).
           01 WS-TYPE-COUNTS.
               05 TT-COUNT PIC 9(5) OCCURS 9 TIMES.
           01 WS-TYPE-MAX PIC 9(2) VALUE 9.
           01 WS-TYPE-SUB PIC 9(2).
           01 WS-CHECK-TYPE PIC 9(2).
           01 WS-TOTAL-COUNT PIC 9(7) VALUE ZERO.

      * report paging
           01 WS-LINE-COUNT PIC 9(3) VALUE 99.
           01 WS-PAGE-COUNT PIC 9(3) VALUE ZERO.
           01 WS-PAGE-SIZE PIC 9(3) VALUE 55.

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
               STRING 'AS OF '       DELIMITED BY SIZE
                      WS-RUN-DATE    DELIMITED BY SIZE
                 INTO WS-RH-RUN-PARMS
               END-STRING
               MOVE ZERO TO WS-TYPE-COUNTS
               PERFORM 960-RUNHIST-START
               PERFORM 080-OPEN-FILES
               MOVE 1 TO WS-CHECK-TYPE
               PERFORM 200-BANK-SWEEP
               MOVE 2 TO WS-CHECK-TYPE
               PERFORM 200-BANK-SWEEP
               MOVE 3 TO WS-CHECK-TYPE
               PERFORM 250-DEPENDENT-SWEEP
               MOVE 4 TO WS-CHECK-TYPE
               PERFORM 250-DEPENDENT-SWEEP
               MOVE 5 TO WS-CHECK-TYPE
               PERFORM 300-YTD-SWEEP
               MOVE 6 TO WS-CHECK-TYPE
               PERFORM 300-YTD-SWEEP
               MOVE 7 TO WS-CHECK-TYPE
               PERFORM 400-DEPTS-IN-USE
               MOVE 8 TO WS-CHECK-TYPE
               PERFORM 450-DEPTTBL-SWEEP
               MOVE 9 TO WS-CHECK-TYPE
               PERFORM 450-DEPTTBL-SWEEP
               PERFORM 600-SUMMARY
               PERFORM 090-CLOSE-FILES
               DISPLAY 'Integrity check complete - exceptions '
                   WS-TOTAL-COUNT ' - see INTCHK.PRN'
               PERFORM 975-RUNHIST-COUNTS
               PERFORM 970-RUNHIST-END.

           100-EXIT.
               STOP RUN.

      *-----------------------------------------------------------
      * 080/090 - open the masters for input, the report, and the
      * shared error log; a master that will not open is noted in
      * the sections that need it rather than ending the run
      *-----------------------------------------------------------
           080-OPEN-FILES.
               OPEN OUTPUT INTCHK-REPORT-FILE
               OPEN EXTEND ERROR-LOG-FILE
               IF WS-ERRLOG-STATUS = '05' OR WS-ERRLOG-STATUS = '35'
                   CLOSE ERROR-LOG-FILE
                   OPEN OUTPUT ERROR-LOG-FILE
               END-IF
               OPEN INPUT EMPBANK-FILE
               IF WS-EMPBANK-STATUS = '00'
                   MOVE 'Y' TO WS-EMPBANK-OPEN
               ELSE
                   DISPLAY 'Bank details EMPBANK.DAT not available'
                       ' - status ' WS-EMPBANK-STATUS
               END-IF
               OPEN INPUT EMPDEP-FILE
               IF WS-EMPDEP-STATUS = '00'
                   MOVE 'Y' TO WS-EMPDEP-OPEN
               ELSE
                   DISPLAY 'Dependents file EMPDEP.DAT not available'
                       ' - status ' WS-EMPDEP-STATUS
               END-IF
               OPEN INPUT YTD-FILE
               IF WS-YTD-STATUS = '00'
                   MOVE 'Y' TO WS-YTD-OPEN
               ELSE
                   DISPLAY 'YTD master YTDMAST.DAT not available'
                       ' - status ' WS-YTD-STATUS
               END-IF
               OPEN INPUT DEPTTBL-FILE
               IF WS-DEPTTBL-STATUS = '00'
                   MOVE 'Y' TO WS-DEPTTBL-OPEN
               ELSE
                   DISPLAY 'Department table DEPTTBL.DAT not'
                       ' available - status ' WS-DEPTTBL-STATUS
               END-IF.

           090-CLOSE-FILES.
               IF WS-EMPBANK-OPEN = 'Y'
                   CLOSE EMPBANK-FILE
               END-IF
               IF WS-EMPDEP-OPEN = 'Y'
                   CLOSE EMPDEP-FILE
               END-IF
               IF WS-YTD-OPEN = 'Y'
                   CLOSE YTD-FILE
               END-IF
               IF WS-DEPTTBL-OPEN = 'Y'
                   CLOSE DEPTTBL-FILE
               END-IF
               CLOSE INTCHK-REPORT-FILE
               CLOSE ERROR-LOG-FILE.

      *-----------------------------------------------------------
      * 200/210 - bank details: one pass through EMPBANK per
      * type, listing the records whose ENO is not on EMPLOYEE
      * (type 1) or is terminated (type 2)
      *-----------------------------------------------------------
           200-BANK-SWEEP.
               PERFORM 800-SECTION-HEADER
               IF WS-EMPBANK-OPEN = 'N'
                   MOVE 'EMPBANK.DAT' TO ICL-NAME
                   MOVE 'FILE NOT AVAILABLE - NOT CHECKED'
                       TO ICL-DETAIL
                   PERFORM 820-WRITE-NOTE
               ELSE
                   MOVE ZERO TO BNK-ENO
                   START EMPBANK-FILE KEY IS NOT LESS THAN BNK-ENO
                       INVALID KEY MOVE 'N' TO WS-SWEEP-FOUND
                       NOT INVALID KEY MOVE 'Y' TO WS-SWEEP-FOUND
                   END-START
                   MOVE 'N' TO WS-SWEEP-EOF
                   IF WS-SWEEP-FOUND = 'Y'
                       PERFORM UNTIL WS-SWEEP-EOF = 'Y'
                           READ EMPBANK-FILE NEXT RECORD
                               AT END MOVE 'Y' TO WS-SWEEP-EOF
                               NOT AT END PERFORM 210-CHECK-BANK
                           END-READ
                       END-PERFORM
                   END-IF
               END-IF
               PERFORM 810-SECTION-TOTAL.

           210-CHECK-BANK.
               MOVE BNK-ENO TO ENO
               PERFORM 700-EMP-LOOKUP
               IF (WS-CHECK-TYPE = 1 AND WS-EMP-FOUND = 'N') OR
                  (WS-CHECK-TYPE = 2 AND WS-EMP-FOUND = 'Y' AND
                   EMP-TERMINATED)
                   MOVE BNK-ENO TO ICL-KEY
                   MOVE SPACES TO ICL-DETAIL
                   IF WS-CHECK-TYPE = 2
                       STRING 'TERMINATED '     DELIMITED BY SIZE
                              TERMDATE          DELIMITED BY SIZE
                         INTO ICL-DETAIL
                       END-STRING
                   END-IF
                   PERFORM 830-WRITE-EXCEPTION
               END-IF.

      *-----------------------------------------------------------
      * 250/260 - dependents: one pass through EMPDEP per type,
      * listing each dependent whose ENO is not on EMPLOYEE
      * (type 3) or is terminated (type 4); one lookup per ENO
      *-----------------------------------------------------------
           250-DEPENDENT-SWEEP.
               PERFORM 800-SECTION-HEADER
               IF WS-EMPDEP-OPEN = 'N'
                   MOVE 'EMPDEP.DAT' TO ICL-NAME
                   MOVE 'FILE NOT AVAILABLE - NOT CHECKED'
                       TO ICL-DETAIL
                   PERFORM 820-WRITE-NOTE
               ELSE
                   MOVE ZERO TO WS-PREV-ENO
                   MOVE ZERO TO DEP-ENO
                   MOVE ZERO TO DEP-SEQ
                   START EMPDEP-FILE KEY IS NOT LESS THAN DEP-KEY
                       INVALID KEY MOVE 'N' TO WS-SWEEP-FOUND
                       NOT INVALID KEY MOVE 'Y' TO WS-SWEEP-FOUND
                   END-START
                   MOVE 'N' TO WS-SWEEP-EOF
                   IF WS-SWEEP-FOUND = 'Y'
                       PERFORM UNTIL WS-SWEEP-EOF = 'Y'
                           READ EMPDEP-FILE NEXT RECORD
                               AT END MOVE 'Y' TO WS-SWEEP-EOF
                               NOT AT END PERFORM 260-CHECK-DEPENDENT
                           END-READ
                       END-PERFORM
                   END-IF
               END-IF
               PERFORM 810-SECTION-TOTAL.

           260-CHECK-DEPENDENT.
               IF DEP-ENO NOT = WS-PREV-ENO
                   MOVE DEP-ENO TO WS-PREV-ENO
                   MOVE DEP-ENO TO ENO
                   PERFORM 700-EMP-LOOKUP
               END-IF
               IF (WS-CHECK-TYPE = 3 AND WS-EMP-FOUND = 'N') OR
                  (WS-CHECK-TYPE = 4 AND WS-EMP-FOUND = 'Y' AND
                   EMP-TERMINATED)
                   MOVE DEP-ENO TO ICL-KEY
                   MOVE DEP-NAME TO ICL-NAME
                   MOVE SPACES TO ICL-DETAIL
                   STRING DEP-RELATION      DELIMITED BY SIZE
                          ' '               DELIMITED BY SIZE
                          'SEQ '            DELIMITED BY SIZE
                          DEP-SEQ           DELIMITED BY SIZE
                     INTO ICL-DETAIL
                   END-STRING
                   PERFORM 830-WRITE-EXCEPTION
               END-IF.

      *-----------------------------------------------------------
      * 300/310 - year-to-date rows: one pass through YTDMAST per
      * type, listing rows whose ENO is not on EMPLOYEE (type 5)
      * or whose YTD-DEPT is no longer the employee's DEPT (6)
      *-----------------------------------------------------------
           300-YTD-SWEEP.
               PERFORM 800-SECTION-HEADER
               IF WS-YTD-OPEN = 'N'
                   MOVE 'YTDMAST.DAT' TO ICL-NAME
                   MOVE 'FILE NOT AVAILABLE - NOT CHECKED'
                       TO ICL-DETAIL
                   PERFORM 820-WRITE-NOTE
               ELSE
                   MOVE ZERO TO YTD-ENO
                   START YTD-FILE KEY IS NOT LESS THAN YTD-ENO
                       INVALID KEY MOVE 'N' TO WS-SWEEP-FOUND
                       NOT INVALID KEY MOVE 'Y' TO WS-SWEEP-FOUND
                   END-START
                   MOVE 'N' TO WS-SWEEP-EOF
                   IF WS-SWEEP-FOUND = 'Y'
                       PERFORM UNTIL WS-SWEEP-EOF = 'Y'
                           READ YTD-FILE NEXT RECORD
                               AT END MOVE 'Y' TO WS-SWEEP-EOF
                               NOT AT END PERFORM 310-CHECK-YTD
                           END-READ
                       END-PERFORM
                   END-IF
               END-IF
               PERFORM 810-SECTION-TOTAL.

           310-CHECK-YTD.
               MOVE YTD-ENO TO ENO
               PERFORM 700-EMP-LOOKUP
               IF (WS-CHECK-TYPE = 5 AND WS-EMP-FOUND = 'N') OR
                  (WS-CHECK-TYPE = 6 AND WS-EMP-FOUND = 'Y' AND
                   YTD-DEPT NOT = DEPT)
                   MOVE YTD-ENO TO ICL-KEY
                   MOVE SPACES TO ICL-DETAIL
                   IF WS-CHECK-TYPE = 6
                       STRING 'YTD-DEPT '        DELIMITED BY SIZE
                              YTD-DEPT           DELIMITED BY SIZE
                              '  EMPLOYEE DEPT ' DELIMITED BY SIZE
                              DEPT               DELIMITED BY SIZE
                         INTO ICL-DETAIL
                       END-STRING
                   ELSE
                       STRING 'YTD-DEPT '        DELIMITED BY SIZE
                              YTD-DEPT           DELIMITED BY SIZE
                         INTO ICL-DETAIL
                       END-STRING
                   END-IF
                   PERFORM 830-WRITE-EXCEPTION
               END-IF.

      *-----------------------------------------------------------
      * 400/410 - departments in use: every DEPT carried by an
      * active employee must be on DEPTTBL (type 7)
      *-----------------------------------------------------------
           400-DEPTS-IN-USE.
               PERFORM 800-SECTION-HEADER
               EXEC SQL
                   DECLARE DEPTUSE CURSOR FOR
                   SELECT DEPT, COUNT(*)
                       FROM EMPLOYEE
                      WHERE EMPSTAT <> 'T'
                   GROUP BY DEPT
                   ORDER BY DEPT
               END-EXEC

               EXEC SQL
                   OPEN DEPTUSE
               END-EXEC
               MOVE SQLCODE TO DISP-CODE
               PERFORM 900-SQL-ERROR-CHECK

               EXEC SQL
                   FETCH DEPTUSE INTO :DEPT, :WS-DEPT-EMP-COUNT
               END-EXEC
               MOVE SQLCODE TO DISP-CODE
               PERFORM 900-SQL-ERROR-CHECK

               PERFORM UNTIL SQLCODE = 100
                   PERFORM 410-CHECK-DEPT-USED
                   EXEC SQL
                       FETCH DEPTUSE INTO :DEPT, :WS-DEPT-EMP-COUNT
                   END-EXEC
                   MOVE SQLCODE TO DISP-CODE
                   PERFORM 900-SQL-ERROR-CHECK
               END-PERFORM

               EXEC SQL
                   CLOSE DEPTUSE
               END-EXEC
               PERFORM 810-SECTION-TOTAL.

           410-CHECK-DEPT-USED.
               MOVE 'N' TO WS-SWEEP-FOUND
               IF WS-DEPTTBL-OPEN = 'Y'
                   MOVE DEPT TO DPT-CODE
                   READ DEPTTBL-FILE
                       INVALID KEY MOVE 'N' TO WS-SWEEP-FOUND
                       NOT INVALID KEY MOVE 'Y' TO WS-SWEEP-FOUND
                   END-READ
               END-IF
               IF WS-SWEEP-FOUND = 'N'
                   MOVE DEPT TO ICL-KEY
                   MOVE WS-DEPT-EMP-COUNT TO WS-COUNT-EDIT
                   MOVE SPACES TO ICL-DETAIL
                   STRING 'ACTIVE EMPLOYEES: ' DELIMITED BY SIZE
                          WS-COUNT-EDIT        DELIMITED BY SIZE
                     INTO ICL-DETAIL
                   END-STRING
                   PERFORM 830-WRITE-EXCEPTION
               END-IF.

      *-----------------------------------------------------------
      * 450/460 - the department table itself: one pass per type,
      * listing departments no active employee is in (type 8) and
      * departments with a blank cost center (type 9)
      *-----------------------------------------------------------
           450-DEPTTBL-SWEEP.
               PERFORM 800-SECTION-HEADER
               IF WS-DEPTTBL-OPEN = 'N'
                   MOVE 'DEPTTBL.DAT' TO ICL-NAME
                   MOVE 'FILE NOT AVAILABLE - NOT CHECKED'
                       TO ICL-DETAIL
                   PERFORM 820-WRITE-NOTE
               ELSE
                   MOVE LOW-VALUES TO DPT-CODE
                   START DEPTTBL-FILE KEY IS NOT LESS THAN DPT-CODE
                       INVALID KEY MOVE 'N' TO WS-SWEEP-FOUND
                       NOT INVALID KEY MOVE 'Y' TO WS-SWEEP-FOUND
                   END-START
                   MOVE 'N' TO WS-SWEEP-EOF
                   IF WS-SWEEP-FOUND = 'Y'
                       PERFORM UNTIL WS-SWEEP-EOF = 'Y'
                           READ DEPTTBL-FILE NEXT RECORD
                               AT END MOVE 'Y' TO WS-SWEEP-EOF
                               NOT AT END PERFORM 460-CHECK-DEPT
                           END-READ
                       END-PERFORM
                   END-IF
               END-IF
               PERFORM 810-SECTION-TOTAL.

           460-CHECK-DEPT.
               IF WS-CHECK-TYPE = 8
                   MOVE DPT-CODE TO DEPT
                   EXEC SQL
                       SELECT COUNT(*)
                         INTO :WS-DEPT-EMP-COUNT
                         FROM EMPLOYEE
                        WHERE DEPT = :DEPT
                          AND EMPSTAT <> 'T'
                   END-EXEC
                   MOVE SQLCODE TO DISP-CODE
                   PERFORM 900-SQL-ERROR-CHECK
                   IF WS-DEPT-EMP-COUNT = ZERO
                       MOVE DPT-CODE TO ICL-KEY
                       MOVE DPT-NAME TO ICL-NAME
                       MOVE SPACES TO ICL-DETAIL
                       STRING 'MANAGER '        DELIMITED BY SIZE
                              DPT-MGR           DELIMITED BY SIZE
                         INTO ICL-DETAIL
                       END-STRING
                       PERFORM 830-WRITE-EXCEPTION
                   END-IF
               ELSE
                   IF DPT-COSTCTR = SPACES
                       MOVE DPT-CODE TO ICL-KEY
                       MOVE DPT-NAME TO ICL-NAME
                       MOVE SPACES TO ICL-DETAIL
                       PERFORM 830-WRITE-EXCEPTION
                   END-IF
               END-IF.

      *-----------------------------------------------------------
      * 600 - summary page: the count for every type, zero or
      * not, and the grand total
      *-----------------------------------------------------------
           600-SUMMARY.
               PERFORM 850-REPORT-HEADERS
               PERFORM VARYING WS-TYPE-SUB FROM 1 BY 1
                   UNTIL WS-TYPE-SUB > WS-TYPE-MAX
                   MOVE TT-DESC (WS-TYPE-SUB) TO ICY-DESC
                   MOVE TT-COUNT (WS-TYPE-SUB) TO ICY-COUNT
                   WRITE ICK-SUMMARY-LINE
                   ADD 1 TO WS-LINE-COUNT
                   ADD TT-COUNT (WS-TYPE-SUB) TO WS-TOTAL-COUNT
               END-PERFORM
               MOVE WS-TOTAL-COUNT TO ICZ-COUNT
               WRITE ICK-TOTAL-LINE.

      *-----------------------------------------------------------
      * 700 - employee lookup for the ENO in the host variable;
      * WS-EMP-FOUND says whether the row exists
      *-----------------------------------------------------------
           700-EMP-LOOKUP.
               EXEC SQL
                   SELECT LNAME, DEPT, EMPSTAT, TERMDATE
                     INTO :LNAME, :DEPT, :EMPSTAT, :TERMDATE
                     FROM EMPLOYEE
                    WHERE ENO = :ENO
               END-EXEC
               MOVE SQLCODE TO DISP-CODE
               IF SQLCODE = 100
                   MOVE 'N' TO WS-EMP-FOUND
                   MOVE '(NOT ON FILE)' TO LNAME
                   MOVE SPACES TO DEPT
                   MOVE SPACE TO EMPSTAT
               ELSE
                   PERFORM 900-SQL-ERROR-CHECK
                   MOVE 'Y' TO WS-EMP-FOUND
               END-IF
               MOVE LNAME TO ICL-NAME.

      *-----------------------------------------------------------
      * 800-850 - report sections: each type starts with its own
      * heading, every exception is one line counted against the
      * type, and each section closes with its count
      *-----------------------------------------------------------
           800-SECTION-HEADER.
               IF WS-LINE-COUNT + 3 >= WS-PAGE-SIZE
                   PERFORM 850-REPORT-HEADERS
               ELSE
                   MOVE SPACES TO ICK-DETAIL-LINE
                   WRITE ICK-DETAIL-LINE
                   ADD 1 TO WS-LINE-COUNT
               END-IF
               MOVE TT-DESC (WS-CHECK-TYPE) TO ICS-DESC
               WRITE ICK-SECTION-LINE
               ADD 1 TO WS-LINE-COUNT.

           810-SECTION-TOTAL.
               IF WS-LINE-COUNT >= WS-PAGE-SIZE
                   PERFORM 850-REPORT-HEADERS
               END-IF
               MOVE TT-COUNT (WS-CHECK-TYPE) TO ICT-COUNT
               WRITE ICK-SECTION-TOTAL
               ADD 1 TO WS-LINE-COUNT.

           820-WRITE-NOTE.
               MOVE SPACES TO ICL-KEY
               PERFORM 840-WRITE-LINE.

           830-WRITE-EXCEPTION.
               PERFORM 840-WRITE-LINE
               ADD 1 TO TT-COUNT (WS-CHECK-TYPE).

           840-WRITE-LINE.
               IF WS-LINE-COUNT >= WS-PAGE-SIZE
                   PERFORM 850-REPORT-HEADERS
               END-IF
               WRITE ICK-DETAIL-LINE
               ADD 1 TO WS-LINE-COUNT.

           850-REPORT-HEADERS.
               ADD 1 TO WS-PAGE-COUNT
               MOVE WS-PAGE-COUNT TO ICH-PAGE
               MOVE WS-RUN-DATE TO ICH-RUN-DATE
               WRITE ICK-HEADER-LINE1
               MOVE 1 TO WS-LINE-COUNT.

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
      * 960/965/970/975 - shared run-history log: one record at
      * start and one at end of every run; each is written and
      * the file closed at once, so an abort still leaves the
      * start record behind for the daily operations summary to
      * flag. The end record carries the total exceptions, and
      * ahead of it one type C record per exception type carries
      * the type's label and count
      *-----------------------------------------------------------
           960-RUNHIST-START.
               MOVE 'S' TO RH-TYPE
               MOVE ZERO TO RH-COUNT
               MOVE ZERO TO RH-RC
               MOVE WS-RH-RUN-PARMS TO WS-RH-PARMS
               PERFORM 965-RUNHIST-WRITE.

           965-RUNHIST-WRITE.
               MOVE 'INTCHK' TO RH-PROGRAM
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
               MOVE WS-TOTAL-COUNT TO RH-COUNT
               MOVE RETURN-CODE TO RH-RC
               MOVE WS-RH-RUN-PARMS TO WS-RH-PARMS
               PERFORM 965-RUNHIST-WRITE.

           975-RUNHIST-COUNTS.
               PERFORM VARYING WS-TYPE-SUB FROM 1 BY 1
                   UNTIL WS-TYPE-SUB > WS-TYPE-MAX
                   MOVE 'C' TO RH-TYPE
                   MOVE TT-COUNT (WS-TYPE-SUB) TO RH-COUNT
                   MOVE ZERO TO RH-RC
                   MOVE TT-LABEL (WS-TYPE-SUB) TO WS-RH-PARMS
                   PERFORM 965-RUNHIST-WRITE
               END-PERFORM.
