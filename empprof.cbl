          IDENTIFICATION DIVISION.

           PROGRAM-ID. EMPPROF.
           AUTHOR. ME.

           ENVIRONMENT DIVISION.

           CONFIGURATION SECTION.
           SOURCE-COMPUTER. IBM-AT.
           OBJECT-COMPUTER. IBM-AT.

           INPUT-OUTPUT SECTION.
           FILE-CONTROL.

               SELECT DEPTTBL-FILE ASSIGN TO "DEPTTBL.DAT"
                   ORGANIZATION IS INDEXED
                   ACCESS MODE IS RANDOM
                   RECORD KEY IS DPT-CODE
                   FILE STATUS IS WS-DEPTTBL-STATUS.

               SELECT EMPDEP-FILE ASSIGN TO "EMPDEP.DAT"
                   ORGANIZATION IS INDEXED
                   ACCESS MODE IS DYNAMIC
                   RECORD KEY IS DEP-KEY
                   FILE STATUS IS WS-EMPDEP-STATUS.

               SELECT EMPBANK-FILE ASSIGN TO "EMPBANK.DAT"
                   ORGANIZATION IS INDEXED
                   ACCESS MODE IS RANDOM
                   RECORD KEY IS BNK-ENO
                   FILE STATUS IS WS-EMPBANK-STATUS.

               SELECT YTD-FILE ASSIGN TO "YTDMAST.DAT"
                   ORGANIZATION IS INDEXED
                   ACCESS MODE IS RANDOM
                   RECORD KEY IS YTD-ENO
                   FILE STATUS IS WS-YTD-STATUS.

               SELECT LEAVMAST-FILE ASSIGN TO "LEAVMAST.DAT"
                   ORGANIZATION IS INDEXED
                   ACCESS MODE IS RANDOM
                   RECORD KEY IS LV-ENO
                   FILE STATUS IS WS-LEAVMAST-STATUS.

               SELECT HIST-FILE ASSIGN TO "EMPHIST.DAT"
                   ORGANIZATION IS LINE SEQUENTIAL
                   FILE STATUS IS WS-HIST-STATUS.

               SELECT PROFILE-REPORT-FILE ASSIGN TO "EMPPROF.PRN"
                   ORGANIZATION IS LINE SEQUENTIAL
                   FILE STATUS IS WS-REPORT-STATUS.

               SELECT AUDIT-FILE ASSIGN TO "PAYAUDIT.LOG"
                   ORGANIZATION IS LINE SEQUENTIAL
                   FILE STATUS IS WS-AUDIT-STATUS.

               SELECT ERROR-LOG-FILE ASSIGN TO "SQLERR.LOG"
                   ORGANIZATION IS LINE SEQUENTIAL
                   FILE STATUS IS WS-ERRLOG-STATUS.

               SELECT RUNHIST-FILE ASSIGN TO "RUNHIST.DAT"
                   ORGANIZATION IS LINE SEQUENTIAL
                   FILE STATUS IS WS-RUNHIST-STATUS.

           DATA DIVISION.

           FILE SECTION.

           FD  DEPTTBL-FILE.
           COPY DEPTREC.

           FD  EMPDEP-FILE.
           01  EMPDEP-RECORD.
               05  DEP-KEY.
                   10  DEP-ENO         PIC 9(5).
                   10  DEP-SEQ         PIC 9(2).
               05  DEP-NAME            PIC X(20).
               05  DEP-RELATION        PIC X(10).
               05  DEP-DOB             PIC X(8).

           FD  EMPBANK-FILE.
           COPY EMPBANK.

           FD  YTD-FILE.
           COPY YTDREC.

      * keyed vacation and sick leave balances by ENO
           FD  LEAVMAST-FILE.
           COPY LEAVREC.

           FD  HIST-FILE.
           COPY EMPHIST.

           FD  PROFILE-REPORT-FILE.
           01  PROFILE-TEXT-LINE.
               05  PFT-TEXT        PIC X(80).
           01  PROFILE-FIELD-LINE.
               05  FILLER          PIC X(2) VALUE SPACES.
               05  PFF-LABEL       PIC X(18).
               05  PFF-VALUE       PIC X(60).
           01  PROFILE-AMOUNT-LINE.
               05  FILLER          PIC X(2) VALUE SPACES.
               05  PFA-LABEL       PIC X(18).
               05  PFA-AMOUNT      PIC -ZZZ,ZZZ,ZZ9.99.
           01  PROFILE-HEADER-LINE.
               05  FILLER          PIC X(26) VALUE
                   'EMPLOYEE PROFILE'.
               05  FILLER          PIC X(4)  VALUE 'ENO '.
               05  PFH-ENO         PIC 9(5).
               05  FILLER          PIC X(8)  VALUE '   AS OF'.
               05  FILLER          PIC X(1)  VALUE SPACES.
               05  PFH-RUN-DATE    PIC 9(8).
           01  PROFILE-DEP-HEADER.
               05  FILLER          PIC X(40) VALUE
                   '  SEQ NAME                 RELATION'.
               05  FILLER          PIC X(20) VALUE
                   'DOB       AGE'.
           01  PROFILE-DEP-LINE.
               05  FILLER          PIC X(3) VALUE SPACES.
               05  PFD-SEQ         PIC 99.
               05  FILLER          PIC X(1) VALUE SPACES.
               05  PFD-NAME        PIC X(20).
               05  FILLER          PIC X(1) VALUE SPACES.
               05  PFD-RELATION    PIC X(10).
               05  FILLER          PIC X(3) VALUE SPACES.
               05  PFD-DOB         PIC X(8).
               05  FILLER          PIC X(2) VALUE SPACES.
               05  PFD-AGE         PIC ZZ9.
               05  FILLER          PIC X(2) VALUE SPACES.
               05  PFD-NOTE        PIC X(15).
           01  PROFILE-HIST-HEADER.
               05  FILLER          PIC X(40) VALUE
                   '  DATE     PROGRAM  USERID'.
               05  FILLER          PIC X(40) VALUE
                   '     FIELD      OLD VALUE'.
               05  FILLER          PIC X(20) VALUE
                   '         NEW VALUE'.
           01  PROFILE-HIST-LINE.
               05  FILLER          PIC X(2) VALUE SPACES.
               05  PFS-DATE        PIC 9(8).
               05  FILLER          PIC X(1) VALUE SPACES.
               05  PFS-PROGRAM     PIC X(8).
               05  FILLER          PIC X(1) VALUE SPACES.
               05  PFS-USERID      PIC X(20).
               05  FILLER          PIC X(1) VALUE SPACES.
               05  PFS-FIELD       PIC X(10).
               05  FILLER          PIC X(1) VALUE SPACES.
               05  PFS-OLD         PIC X(20).
               05  FILLER          PIC X(3) VALUE ' > '.
               05  PFS-NEW         PIC X(20).

           FD  AUDIT-FILE.
           01  AUDIT-RECORD            PIC X(80).

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

           01 DISP-RATE PIC $$$,$$$,$$9.99.
           01 DISP-COM PIC Z.99.
           01 DISP-CODE PIC ----9.
           01 COM-NULL-IND PIC S9(4) COMP.

           01 WS-DEPTTBL-STATUS PIC XX.
           01 WS-EMPDEP-STATUS PIC XX.
           01 WS-EMPBANK-STATUS PIC XX.
           01 WS-YTD-STATUS PIC XX.
           01 WS-LEAVMAST-STATUS PIC XX.
           01 WS-HIST-STATUS PIC XX.
           01 WS-REPORT-STATUS PIC XX.
           01 WS-AUDIT-STATUS PIC XX.
           01 WS-ERRLOG-STATUS PIC XX.

      * shared run-history log
           01 WS-RUNHIST-STATUS PIC XX.
           01 WS-RH-PARMS PIC X(20) VALUE SPACES.

      * inquiry audit trail - who looked at which employee, as the
      * interactive lookup in TESTALL records it
           01 WS-AUDIT-USERID PIC X(20).
           01 WS-AUDIT-DATE PIC 9(8).
           01 WS-AUDIT-TIME PIC 9(8).

      * a file the profile reads but cannot open is reported in its
      * own section - one missing file does not stop the inquiry
           01 WS-DEPTTBL-OPEN PIC X VALUE 'N'.
           01 WS-EMPDEP-OPEN PIC X VALUE 'N'.
           01 WS-EMPBANK-OPEN PIC X VALUE 'N'.
           01 WS-YTD-OPEN PIC X VALUE 'N'.
           01 WS-LEAVMAST-OPEN PIC X VALUE 'N'.

      * selection - an ENO, or a last name whose matches are listed
      * for one to be picked; and how many change-history entries
      * to print, kept within what fits on the page
           01 WS-ENO-ENTRY PIC X(5).
           01 WS-SEL-ENO PIC 9(5) VALUE ZERO.
           01 WS-LNAME-ENTRY PIC X(15).
           01 WS-NAME-PATTERN PIC X(16).
           01 WS-MATCH-COUNT PIC 9(5) VALUE ZERO.
           01 WS-HST-ENTRY-N PIC X(2).
           01 WS-HST-LIMIT PIC 9(2) VALUE 10.
           01 WS-HST-MAX PIC 9(2) VALUE 20.

           01 WS-PROFILE-COUNT PIC 9(5) VALUE ZERO.

      * run date the dependents' ages are computed as of
           01 WS-RUN-DATE PIC 9(8).
           01 WS-RUN-DATE-R REDEFINES WS-RUN-DATE.
               05 WS-RUN-YYYY PIC 9(4).
               05 WS-RUN-MMDD PIC 9(4).
           01 WS-DOB PIC 9(8).
           01 WS-DOB-R REDEFINES WS-DOB.
               05 WS-DOB-YYYY PIC 9(4).
               05 WS-DOB-MMDD PIC 9(4).
           01 WS-DEP-AGE PIC S9(3).

      * dependent walk for the employee
           01 WS-EMPDEP-FOUND PIC X.
           01 WS-EMPDEP-EOF PIC X.
           01 WS-DEP-COUNT PIC 9(3).

      * only the last four characters of the account number are
      * ever printed
           01 WS-ACCT-LAST4 PIC X(4).
           01 WS-ACCT-LEN PIC 9(3).
           01 WS-ACCT-SUB PIC 9(3).

      * the employee's most recent change-history entries, kept as
      * a ring while EMPHIST.DAT is read through and printed newest
      * first
           01 WS-HIST-EOF PIC X.
           01 WS-HST-TABLE.
               05 WS-HST-ENTRY PIC X(99) OCCURS 20 TIMES.
           01 WS-HST-NEXT PIC 9(2).
           01 WS-HST-KEPT PIC 9(2).
           01 WS-HST-SUB PIC 9(2).
           01 WS-HST-PRINTED PIC 9(2).
           01 WS-HST-TOTAL PIC 9(7).

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
               PERFORM 050-GET-SELECTION
               MOVE SPACES TO WS-RH-PARMS
               IF WS-ENO-ENTRY NOT = SPACES
                   STRING 'ENO '       DELIMITED BY SIZE
                          WS-SEL-ENO  DELIMITED BY SIZE
                     INTO WS-RH-PARMS
                   END-STRING
               ELSE
                   STRING 'LNAME '                 DELIMITED BY SIZE
                          FUNCTION TRIM(WS-LNAME-ENTRY)
                                                   DELIMITED BY SIZE
                     INTO WS-RH-PARMS
                   END-STRING
               END-IF
               PERFORM 960-RUNHIST-START
               PERFORM 080-OPEN-FILES
               IF WS-ENO-ENTRY = SPACES
                   PERFORM 150-FIND-BY-NAME
               END-IF
               PERFORM 200-EMPLOYEE-PROFILE
               PERFORM 090-CLOSE-FILES
               DISPLAY 'Employee profile for ENO ' ENO
                   ' written to EMPPROF.PRN'
               PERFORM 970-RUNHIST-END.

           100-EXIT.
               STOP RUN.

      *-----------------------------------------------------------
      * 050 - the employee to profile, by ENO or by last name, and
      * the number of change-history entries wanted
      *-----------------------------------------------------------
           050-GET-SELECTION.
               DISPLAY 'Enter employee number, or Enter to search'
                   ' by last name: '
               ACCEPT WS-ENO-ENTRY
               IF WS-ENO-ENTRY NOT = SPACES
                   IF WS-ENO-ENTRY IS NUMERIC
                       MOVE WS-ENO-ENTRY TO WS-SEL-ENO
                   ELSE
                       DISPLAY 'Employee number not numeric -'
                           ' job ended'
                       MOVE 8 TO RETURN-CODE
                       STOP RUN
                   END-IF
               ELSE
                   DISPLAY 'Enter last name (or its first letters): '
                   ACCEPT WS-LNAME-ENTRY
                   IF WS-LNAME-ENTRY = SPACES
                       DISPLAY 'No employee number or last name'
                           ' entered - job ended'
                       MOVE 8 TO RETURN-CODE
                       STOP RUN
                   END-IF
                   INSPECT WS-LNAME-ENTRY CONVERTING
                       'abcdefghijklmnopqrstuvwxyz' TO
                       'ABCDEFGHIJKLMNOPQRSTUVWXYZ'
               END-IF
               DISPLAY 'Enter number of history entries (1-20),'
                   ' or Enter for 10: '
               ACCEPT WS-HST-ENTRY-N
               IF WS-HST-ENTRY-N NOT = SPACES
                   IF WS-HST-ENTRY-N (2:1) = SPACE
                       MOVE WS-HST-ENTRY-N (1:1) TO WS-HST-ENTRY-N (2:1)
                       MOVE '0' TO WS-HST-ENTRY-N (1:1)
                   END-IF
                   IF WS-HST-ENTRY-N IS NUMERIC
                       MOVE WS-HST-ENTRY-N TO WS-HST-LIMIT
                   ELSE
                       DISPLAY 'History entries not numeric -'
                           ' job ended'
                       MOVE 8 TO RETURN-CODE
                       STOP RUN
                   END-IF
                   IF WS-HST-LIMIT < 1 OR WS-HST-LIMIT > WS-HST-MAX
                       DISPLAY 'History entries must be 1 to 20 -'
                           ' job ended'
                       MOVE 8 TO RETURN-CODE
                       STOP RUN
                   END-IF
               END-IF.

      *-----------------------------------------------------------
      * 080/090 - open and close the files the profile reads, the
      * report, the audit log, and the shared error log
      *-----------------------------------------------------------
           080-OPEN-FILES.
               OPEN INPUT DEPTTBL-FILE
               IF WS-DEPTTBL-STATUS = '00'
                   MOVE 'Y' TO WS-DEPTTBL-OPEN
               END-IF
               OPEN INPUT EMPDEP-FILE
               IF WS-EMPDEP-STATUS = '00'
                   MOVE 'Y' TO WS-EMPDEP-OPEN
               END-IF
               OPEN INPUT EMPBANK-FILE
               IF WS-EMPBANK-STATUS = '00'
                   MOVE 'Y' TO WS-EMPBANK-OPEN
               END-IF
               OPEN INPUT YTD-FILE
               IF WS-YTD-STATUS = '00'
                   MOVE 'Y' TO WS-YTD-OPEN
               END-IF
               OPEN INPUT LEAVMAST-FILE
               IF WS-LEAVMAST-STATUS = '00'
                   MOVE 'Y' TO WS-LEAVMAST-OPEN
               END-IF
               OPEN OUTPUT PROFILE-REPORT-FILE
               OPEN EXTEND AUDIT-FILE
               IF WS-AUDIT-STATUS = '05' OR WS-AUDIT-STATUS = '35'
                   CLOSE AUDIT-FILE
                   OPEN OUTPUT AUDIT-FILE
               END-IF
               OPEN EXTEND ERROR-LOG-FILE
               IF WS-ERRLOG-STATUS = '05' OR WS-ERRLOG-STATUS = '35'
                   CLOSE ERROR-LOG-FILE
                   OPEN OUTPUT ERROR-LOG-FILE
               END-IF.

           090-CLOSE-FILES.
               IF WS-DEPTTBL-OPEN = 'Y'
                   CLOSE DEPTTBL-FILE
               END-IF
               IF WS-EMPDEP-OPEN = 'Y'
                   CLOSE EMPDEP-FILE
               END-IF
               IF WS-EMPBANK-OPEN = 'Y'
                   CLOSE EMPBANK-FILE
               END-IF
               IF WS-YTD-OPEN = 'Y'
                   CLOSE YTD-FILE
               END-IF
               IF WS-LEAVMAST-OPEN = 'Y'
                   CLOSE LEAVMAST-FILE
               END-IF
               CLOSE PROFILE-REPORT-FILE
               CLOSE AUDIT-FILE
               CLOSE ERROR-LOG-FILE.

      *-----------------------------------------------------------
      * 150/155 - last-name search: every employee whose last name
      * starts with what was entered is listed on the screen; one
      * match is profiled straight away, otherwise the caller picks
      * the ENO from the list
      *-----------------------------------------------------------
      * the pattern is a fixed-length host variable, so everything
      * after the entered letters is '%' - trailing blanks would
      * have to match literally
           150-FIND-BY-NAME.
               MOVE ALL '%' TO WS-NAME-PATTERN
               STRING FUNCTION TRIM(WS-LNAME-ENTRY) DELIMITED BY SIZE
                 INTO WS-NAME-PATTERN
               END-STRING

               EXEC SQL
                   DECLARE NAMESRCH CURSOR FOR
                   SELECT ENO, LNAME, FNAME, DEPT, EMPSTAT
                       FROM EMPLOYEE
                   WHERE LNAME LIKE :WS-NAME-PATTERN
                   ORDER BY LNAME, FNAME, ENO
               END-EXEC

               EXEC SQL
                   OPEN NAMESRCH
               END-EXEC
               MOVE SQLCODE TO DISP-CODE
               PERFORM 900-SQL-ERROR-CHECK

               EXEC SQL
                   FETCH NAMESRCH INTO :ENO, :LNAME, :FNAME, :DEPT,
                       :EMPSTAT
               END-EXEC
               MOVE SQLCODE TO DISP-CODE
               PERFORM 900-SQL-ERROR-CHECK

               PERFORM UNTIL SQLCODE = 100
                   PERFORM 155-LIST-MATCH
                   EXEC SQL
                       FETCH NAMESRCH INTO :ENO, :LNAME, :FNAME,
                           :DEPT, :EMPSTAT
                   END-EXEC
                   MOVE SQLCODE TO DISP-CODE
                   PERFORM 900-SQL-ERROR-CHECK
               END-PERFORM

               EXEC SQL
                   CLOSE NAMESRCH
               END-EXEC

               IF WS-MATCH-COUNT = ZERO
                   DISPLAY 'No employee with last name starting '
                       FUNCTION TRIM(WS-LNAME-ENTRY) ' - job ended'
                   PERFORM 090-CLOSE-FILES
                   MOVE 8 TO RETURN-CODE
                   PERFORM 970-RUNHIST-END
                   STOP RUN
               END-IF
               IF WS-MATCH-COUNT > 1
                   DISPLAY WS-MATCH-COUNT ' employees found - enter'
                       ' employee number from the list: '
                   ACCEPT WS-ENO-ENTRY
                   IF WS-ENO-ENTRY IS NUMERIC
                       MOVE WS-ENO-ENTRY TO WS-SEL-ENO
                   ELSE
                       DISPLAY 'Employee number not numeric -'
                           ' job ended'
                       PERFORM 090-CLOSE-FILES
                       MOVE 8 TO RETURN-CODE
                       PERFORM 970-RUNHIST-END
                       STOP RUN
                   END-IF
               END-IF.

           155-LIST-MATCH.
               ADD 1 TO WS-MATCH-COUNT
               IF WS-MATCH-COUNT = 1
                   MOVE ENO TO WS-SEL-ENO
               END-IF
               IF EMP-TERMINATED
                   DISPLAY ENO '  ' LNAME ' ' FNAME ' ' DEPT
                       '  TERMINATED'
               ELSE
                   DISPLAY ENO '  ' LNAME ' ' FNAME ' ' DEPT
               END-IF.

      *-----------------------------------------------------------
      * 200 - the one-page profile: the EMPLOYEE row, then each
      * file's view of the employee in turn.  The view is written
      * to the inquiry audit log before anything is printed, since
      * the page shows PAYRATE and COM
      *-----------------------------------------------------------
           200-EMPLOYEE-PROFILE.
               MOVE WS-SEL-ENO TO ENO
               EXEC SQL
                   SELECT ENO, LNAME, FNAME, STREET, CITY, ST, ZIP,
                          DEPT, PAYRATE, COM, EMPSTAT, TERMDATE
                     INTO :ENO, :LNAME, :FNAME, :STREET, :CITY,
                          :ST, :ZIP, :DEPT, :PAYRATE,
                          :COM :COM-NULL-IND,
                          :EMPSTAT, :TERMDATE
                     FROM EMPLOYEE
                    WHERE ENO = :ENO
               END-EXEC
               MOVE SQLCODE TO DISP-CODE
               IF SQLCODE = 100
                   DISPLAY 'Employee ' WS-SEL-ENO ' not on file -'
                       ' job ended'
                   PERFORM 090-CLOSE-FILES
                   MOVE 8 TO RETURN-CODE
                   PERFORM 970-RUNHIST-END
                   STOP RUN
               END-IF
               PERFORM 900-SQL-ERROR-CHECK
               PERFORM 600-AUDIT-LOG
               ADD 1 TO WS-PROFILE-COUNT

               PERFORM 210-EMPLOYEE-SECTION
               PERFORM 300-DEPT-SECTION
               PERFORM 310-DEPENDENT-SECTION
               PERFORM 320-BANK-SECTION
               PERFORM 330-YTD-SECTION
               PERFORM 340-LEAVE-SECTION
               PERFORM 350-HISTORY-SECTION.

           210-EMPLOYEE-SECTION.
               MOVE ENO TO PFH-ENO
               MOVE WS-RUN-DATE TO PFH-RUN-DATE
               WRITE PROFILE-HEADER-LINE
               MOVE SPACES TO PFT-TEXT
               WRITE PROFILE-TEXT-LINE
               MOVE 'EMPLOYEE' TO PFT-TEXT
               WRITE PROFILE-TEXT-LINE
               MOVE 'NAME' TO PFF-LABEL
               MOVE SPACES TO PFF-VALUE
               STRING FUNCTION TRIM(FNAME) DELIMITED BY SIZE
                      ' '                  DELIMITED BY SIZE
                      FUNCTION TRIM(LNAME) DELIMITED BY SIZE
                 INTO PFF-VALUE
               END-STRING
               WRITE PROFILE-FIELD-LINE
               MOVE 'ADDRESS' TO PFF-LABEL
               MOVE STREET TO PFF-VALUE
               WRITE PROFILE-FIELD-LINE
               MOVE SPACES TO PFF-LABEL
               MOVE SPACES TO PFF-VALUE
               STRING FUNCTION TRIM(CITY) DELIMITED BY SIZE
                      ', '                 DELIMITED BY SIZE
                      ST                   DELIMITED BY SIZE
                      ' '                  DELIMITED BY SIZE
                      ZIP                  DELIMITED BY SIZE
                 INTO PFF-VALUE
               END-STRING
               WRITE PROFILE-FIELD-LINE
               MOVE 'STATUS' TO PFF-LABEL
               MOVE SPACES TO PFF-VALUE
               IF EMP-TERMINATED
                   STRING 'TERMINATED '    DELIMITED BY SIZE
                          TERMDATE         DELIMITED BY SIZE
                     INTO PFF-VALUE
                   END-STRING
               ELSE
                   MOVE 'ACTIVE' TO PFF-VALUE
               END-IF
               WRITE PROFILE-FIELD-LINE
               MOVE 'PAY RATE' TO PFF-LABEL
               MOVE PAYRATE TO DISP-RATE
               MOVE DISP-RATE TO PFF-VALUE
               WRITE PROFILE-FIELD-LINE
               MOVE 'COMMISSION' TO PFF-LABEL
               IF COM-NULL-IND < 0
                   MOVE 'NONE' TO PFF-VALUE
               ELSE
                   MOVE COM TO DISP-COM
                   MOVE DISP-COM TO PFF-VALUE
               END-IF
               WRITE PROFILE-FIELD-LINE.

      *-----------------------------------------------------------
      * 300 - department name and manager from the department table
      *-----------------------------------------------------------
           300-DEPT-SECTION.
               MOVE SPACES TO PFT-TEXT
               WRITE PROFILE-TEXT-LINE
               MOVE 'DEPARTMENT' TO PFT-TEXT
               WRITE PROFILE-TEXT-LINE
               MOVE 'DEPT' TO PFF-LABEL
               MOVE DEPT TO PFF-VALUE
               WRITE PROFILE-FIELD-LINE
               IF WS-DEPTTBL-OPEN = 'N'
                   MOVE '  (DEPARTMENT TABLE NOT AVAILABLE)'
                       TO PFT-TEXT
                   WRITE PROFILE-TEXT-LINE
               ELSE
                   MOVE DEPT TO DPT-CODE
                   READ DEPTTBL-FILE
                       INVALID KEY
                           MOVE '  (NOT ON DEPARTMENT TABLE)'
                               TO PFT-TEXT
                           WRITE PROFILE-TEXT-LINE
                           END-WRITE
                       NOT INVALID KEY
                           MOVE 'NAME' TO PFF-LABEL
                           MOVE DPT-NAME TO PFF-VALUE
                           WRITE PROFILE-FIELD-LINE
                           MOVE 'MANAGER' TO PFF-LABEL
                           MOVE DPT-MGR TO PFF-VALUE
                           WRITE PROFILE-FIELD-LINE
                           MOVE 'COST CENTER' TO PFF-LABEL
                           MOVE DPT-COSTCTR TO PFF-VALUE
                           WRITE PROFILE-FIELD-LINE
                   END-READ
               END-IF.

      *-----------------------------------------------------------
      * 310/315 - dependents with their age as of today, walked the
      * same way the dependent age report walks them
      *-----------------------------------------------------------
           310-DEPENDENT-SECTION.
               MOVE SPACES TO PFT-TEXT
               WRITE PROFILE-TEXT-LINE
               MOVE 'DEPENDENTS' TO PFT-TEXT
               WRITE PROFILE-TEXT-LINE
               IF WS-EMPDEP-OPEN = 'N'
                   MOVE '  (DEPENDENTS FILE NOT AVAILABLE)'
                       TO PFT-TEXT
                   WRITE PROFILE-TEXT-LINE
               ELSE
                   MOVE ZERO TO WS-DEP-COUNT
                   MOVE ENO TO DEP-ENO
                   MOVE ZERO TO DEP-SEQ
                   START EMPDEP-FILE KEY IS NOT LESS THAN DEP-KEY
                       INVALID KEY MOVE 'N' TO WS-EMPDEP-FOUND
                       NOT INVALID KEY MOVE 'Y' TO WS-EMPDEP-FOUND
                   END-START
                   MOVE 'N' TO WS-EMPDEP-EOF
                   IF WS-EMPDEP-FOUND = 'Y'
                       PERFORM UNTIL WS-EMPDEP-EOF = 'Y'
                           READ EMPDEP-FILE NEXT RECORD
                               AT END MOVE 'Y' TO WS-EMPDEP-EOF
                           END-READ
                           IF WS-EMPDEP-EOF = 'N'
                               IF DEP-ENO NOT = ENO
                                   MOVE 'Y' TO WS-EMPDEP-EOF
                               ELSE
                                   PERFORM 315-DEPENDENT-LINE
                               END-IF
                           END-IF
                       END-PERFORM
                   END-IF
                   IF WS-DEP-COUNT = ZERO
                       MOVE '  (NO DEPENDENTS ON FILE)' TO PFT-TEXT
                       WRITE PROFILE-TEXT-LINE
                   END-IF
               END-IF.

           315-DEPENDENT-LINE.
               IF WS-DEP-COUNT = ZERO
                   WRITE PROFILE-DEP-HEADER
               END-IF
               ADD 1 TO WS-DEP-COUNT
               MOVE DEP-SEQ TO PFD-SEQ
               MOVE DEP-NAME TO PFD-NAME
               MOVE DEP-RELATION TO PFD-RELATION
               MOVE DEP-DOB TO PFD-DOB
               MOVE SPACES TO PFD-NOTE
               IF DEP-DOB IS NUMERIC
                   MOVE DEP-DOB TO WS-DOB
                   COMPUTE WS-DEP-AGE = WS-RUN-YYYY - WS-DOB-YYYY
                   IF WS-RUN-MMDD < WS-DOB-MMDD
                       SUBTRACT 1 FROM WS-DEP-AGE
                   END-IF
                   MOVE WS-DEP-AGE TO PFD-AGE
               ELSE
                   MOVE ZERO TO PFD-AGE
                   MOVE 'DOB NOT NUMERIC' TO PFD-NOTE
               END-IF
               WRITE PROFILE-DEP-LINE.

      *-----------------------------------------------------------
      * 320/325 - direct deposit: routing, the account masked to
      * its last four characters, type, and where the prenote is
      *-----------------------------------------------------------
           320-BANK-SECTION.
               MOVE SPACES TO PFT-TEXT
               WRITE PROFILE-TEXT-LINE
               MOVE 'DIRECT DEPOSIT' TO PFT-TEXT
               WRITE PROFILE-TEXT-LINE
               IF WS-EMPBANK-OPEN = 'N'
                   MOVE '  (BANK FILE NOT AVAILABLE)' TO PFT-TEXT
                   WRITE PROFILE-TEXT-LINE
               ELSE
                   MOVE ENO TO BNK-ENO
                   READ EMPBANK-FILE
                       INVALID KEY
                           MOVE '  (NO BANK DETAILS - PAID BY CHECK)'
                               TO PFT-TEXT
                           WRITE PROFILE-TEXT-LINE
                           END-WRITE
                       NOT INVALID KEY
                           PERFORM 325-BANK-LINES
                   END-READ
               END-IF.

           325-BANK-LINES.
               MOVE 'ROUTING' TO PFF-LABEL
               MOVE BNK-ROUTING TO PFF-VALUE
               WRITE PROFILE-FIELD-LINE
               PERFORM 328-ACCOUNT-ENDING
               MOVE 'ACCOUNT' TO PFF-LABEL
               MOVE SPACES TO PFF-VALUE
               STRING 'ENDING '        DELIMITED BY SIZE
                      WS-ACCT-LAST4    DELIMITED BY SIZE
                 INTO PFF-VALUE
               END-STRING
               WRITE PROFILE-FIELD-LINE
               MOVE 'ACCOUNT TYPE' TO PFF-LABEL
               EVALUATE BNK-ACCTTYPE
                   WHEN 'C'
                       MOVE 'CHECKING' TO PFF-VALUE
                   WHEN 'S'
                       MOVE 'SAVINGS' TO PFF-VALUE
                   WHEN OTHER
                       MOVE BNK-ACCTTYPE TO PFF-VALUE
               END-EVALUATE
               WRITE PROFILE-FIELD-LINE
               MOVE 'PRENOTE' TO PFF-LABEL
               MOVE SPACES TO PFF-VALUE
               IF BNK-PRENOTE = 'Y'
                   IF BNK-PRENOTE-DATE = ZERO
                       MOVE 'ON PRENOTE - NOT YET SENT' TO PFF-VALUE
                   ELSE
                       STRING 'ON PRENOTE - SENT '  DELIMITED BY SIZE
                              BNK-PRENOTE-DATE      DELIMITED BY SIZE
                         INTO PFF-VALUE
                       END-STRING
                   END-IF
               ELSE
                   MOVE 'CLEARED - DEPOSITS ACTIVE' TO PFF-VALUE
               END-IF
               WRITE PROFILE-FIELD-LINE.

      * BNK-ACCOUNT is left-justified, so the last four characters
      * are found back from its last non-blank position
           328-ACCOUNT-ENDING.
               MOVE SPACES TO WS-ACCT-LAST4
               MOVE ZERO TO WS-ACCT-LEN
               PERFORM VARYING WS-ACCT-SUB FROM 17 BY -1
                   UNTIL WS-ACCT-SUB < 1
                       OR WS-ACCT-LEN > 0
                   IF BNK-ACCOUNT (WS-ACCT-SUB:1) NOT = SPACE
                       MOVE WS-ACCT-SUB TO WS-ACCT-LEN
                   END-IF
               END-PERFORM
               IF WS-ACCT-LEN >= 4
                   MOVE BNK-ACCOUNT (WS-ACCT-LEN - 3:4)
                       TO WS-ACCT-LAST4
               ELSE
                   IF WS-ACCT-LEN > 0
                       MOVE BNK-ACCOUNT (1:WS-ACCT-LEN)
                           TO WS-ACCT-LAST4
                   END-IF
               END-IF.

      *-----------------------------------------------------------
      * 330 - year-to-date figures from the YTD master
      *-----------------------------------------------------------
           330-YTD-SECTION.
               MOVE SPACES TO PFT-TEXT
               WRITE PROFILE-TEXT-LINE
               MOVE 'YEAR TO DATE' TO PFT-TEXT
               WRITE PROFILE-TEXT-LINE
               IF WS-YTD-OPEN = 'N'
                   MOVE '  (YTD MASTER NOT AVAILABLE)' TO PFT-TEXT
                   WRITE PROFILE-TEXT-LINE
               ELSE
                   MOVE ENO TO YTD-ENO
                   READ YTD-FILE
                       INVALID KEY
                           MOVE '  (NOT PAID THIS YEAR)' TO PFT-TEXT
                           WRITE PROFILE-TEXT-LINE
                           END-WRITE
                       NOT INVALID KEY
                           PERFORM 335-YTD-LINES
                   END-READ
               END-IF.

           335-YTD-LINES.
               MOVE 'PERIODS PAID' TO PFA-LABEL
               MOVE YTD-PERIODS TO PFA-AMOUNT
               WRITE PROFILE-AMOUNT-LINE
               MOVE 'HOURS' TO PFA-LABEL
               MOVE YTD-HOURS TO PFA-AMOUNT
               WRITE PROFILE-AMOUNT-LINE
               MOVE 'GROSS' TO PFA-LABEL
               MOVE YTD-GROSS TO PFA-AMOUNT
               WRITE PROFILE-AMOUNT-LINE
               MOVE 'COMMISSION' TO PFA-LABEL
               MOVE YTD-COM TO PFA-AMOUNT
               WRITE PROFILE-AMOUNT-LINE
               MOVE 'DEDUCTIONS' TO PFA-LABEL
               MOVE YTD-DEDUCT TO PFA-AMOUNT
               WRITE PROFILE-AMOUNT-LINE
               MOVE 'NET PAY' TO PFA-LABEL
               MOVE YTD-NET TO PFA-AMOUNT
               WRITE PROFILE-AMOUNT-LINE
               IF YTD-DEPT NOT = DEPT
                   MOVE 'YTD DEPT' TO PFF-LABEL
                   MOVE SPACES TO PFF-VALUE
                   STRING YTD-DEPT                DELIMITED BY SIZE
                          ' - NOT CURRENT DEPT'   DELIMITED BY SIZE
                     INTO PFF-VALUE
                   END-STRING
                   WRITE PROFILE-FIELD-LINE
               END-IF.

      *-----------------------------------------------------------
      * 340 - vacation and sick hours banked on the leave master
      *-----------------------------------------------------------
           340-LEAVE-SECTION.
               MOVE SPACES TO PFT-TEXT
               WRITE PROFILE-TEXT-LINE
               MOVE 'LEAVE BALANCES' TO PFT-TEXT
               WRITE PROFILE-TEXT-LINE
               IF WS-LEAVMAST-OPEN = 'N'
                   MOVE '  (LEAVE MASTER NOT AVAILABLE)' TO PFT-TEXT
                   WRITE PROFILE-TEXT-LINE
               ELSE
                   MOVE ENO TO LV-ENO
                   READ LEAVMAST-FILE
                       INVALID KEY
                           MOVE '  (NO LEAVE RECORD)' TO PFT-TEXT
                           WRITE PROFILE-TEXT-LINE
                           END-WRITE
                       NOT INVALID KEY
                           MOVE 'VACATION HOURS' TO PFA-LABEL
                           MOVE LV-VAC-BALANCE TO PFA-AMOUNT
                           WRITE PROFILE-AMOUNT-LINE
                           MOVE 'SICK HOURS' TO PFA-LABEL
                           MOVE LV-SICK-BALANCE TO PFA-AMOUNT
                           WRITE PROFILE-AMOUNT-LINE
                           MOVE 'LAST PERIOD' TO PFF-LABEL
                           MOVE LV-LAST-PERIOD TO PFF-VALUE
                           WRITE PROFILE-FIELD-LINE
                   END-READ
               END-IF.

      *-----------------------------------------------------------
      * 350/355/358 - the employee's last N change-history entries,
      * newest first.  EMPHIST.DAT is in the order written, so the
      * whole file is read and the most recent N kept in a ring;
      * it is opened and closed here so the entries are printed
      * while the file is still open
      *-----------------------------------------------------------
           350-HISTORY-SECTION.
               MOVE SPACES TO PFT-TEXT
               WRITE PROFILE-TEXT-LINE
               MOVE SPACES TO PFT-TEXT
               STRING 'CHANGE HISTORY - LAST '  DELIMITED BY SIZE
                      WS-HST-LIMIT              DELIMITED BY SIZE
                      ' ENTRIES'                DELIMITED BY SIZE
                 INTO PFT-TEXT
               END-STRING
               WRITE PROFILE-TEXT-LINE
               OPEN INPUT HIST-FILE
               IF WS-HIST-STATUS NOT = '00'
                   MOVE '  (CHANGE HISTORY NOT AVAILABLE)'
                       TO PFT-TEXT
                   WRITE PROFILE-TEXT-LINE
               ELSE
                   MOVE 1 TO WS-HST-NEXT
                   MOVE ZERO TO WS-HST-KEPT
                   MOVE ZERO TO WS-HST-TOTAL
                   MOVE 'N' TO WS-HIST-EOF
                   PERFORM UNTIL WS-HIST-EOF = 'Y'
                       READ HIST-FILE
                           AT END MOVE 'Y' TO WS-HIST-EOF
                           NOT AT END
                               IF HST-ENO = ENO
                                   PERFORM 355-KEEP-HISTORY
                               END-IF
                       END-READ
                   END-PERFORM
                   IF WS-HST-KEPT = ZERO
                       MOVE '  (NO CHANGE HISTORY ON FILE)'
                           TO PFT-TEXT
                       WRITE PROFILE-TEXT-LINE
                   ELSE
                       WRITE PROFILE-HIST-HEADER
                       MOVE WS-HST-NEXT TO WS-HST-SUB
                       MOVE ZERO TO WS-HST-PRINTED
                       PERFORM UNTIL WS-HST-PRINTED = WS-HST-KEPT
                           PERFORM 358-PRINT-HISTORY
                       END-PERFORM
                       IF WS-HST-TOTAL > WS-HST-KEPT
                           MOVE SPACES TO PFT-TEXT
                           STRING '  ('                DELIMITED BY SIZE
                                  WS-HST-TOTAL         DELIMITED BY SIZE
                                  ' ENTRIES ON FILE - SEE EMPHINQ)'
                                                       DELIMITED BY SIZE
                             INTO PFT-TEXT
                           END-STRING
                           WRITE PROFILE-TEXT-LINE
                       END-IF
                   END-IF
                   CLOSE HIST-FILE
               END-IF.

           355-KEEP-HISTORY.
               ADD 1 TO WS-HST-TOTAL
               MOVE EMPHIST-RECORD TO WS-HST-ENTRY (WS-HST-NEXT)
               ADD 1 TO WS-HST-NEXT
               IF WS-HST-NEXT > WS-HST-LIMIT
                   MOVE 1 TO WS-HST-NEXT
               END-IF
               IF WS-HST-KEPT < WS-HST-LIMIT
                   ADD 1 TO WS-HST-KEPT
               END-IF.

      * steps back from the newest entry, wrapping round the ring
           358-PRINT-HISTORY.
               IF WS-HST-SUB = 1
                   MOVE WS-HST-LIMIT TO WS-HST-SUB
               ELSE
                   SUBTRACT 1 FROM WS-HST-SUB
               END-IF
               MOVE WS-HST-ENTRY (WS-HST-SUB) TO EMPHIST-RECORD
               MOVE HST-DATE TO PFS-DATE
               MOVE HST-PROGRAM TO PFS-PROGRAM
               MOVE HST-USERID TO PFS-USERID
               MOVE HST-FIELD TO PFS-FIELD
               MOVE HST-OLD-VALUE TO PFS-OLD
               MOVE HST-NEW-VALUE TO PFS-NEW
               WRITE PROFILE-HIST-LINE
               ADD 1 TO WS-HST-PRINTED.

      *-----------------------------------------------------------
      * 600 - inquiry audit trail, one line per employee viewed
      *-----------------------------------------------------------
           600-AUDIT-LOG.
               ACCEPT WS-AUDIT-USERID FROM ENVIRONMENT "USER"
               ACCEPT WS-AUDIT-DATE FROM DATE YYYYMMDD
               ACCEPT WS-AUDIT-TIME FROM TIME
               MOVE SPACES TO AUDIT-RECORD
               STRING FUNCTION TRIM(WS-AUDIT-USERID) DELIMITED BY SIZE
                      ' '                             DELIMITED BY SIZE
                      WS-AUDIT-DATE                   DELIMITED BY SIZE
                      ' '                              DELIMITED BY SIZE
                      WS-AUDIT-TIME                   DELIMITED BY SIZE
                      ' VIEWED ENO '                  DELIMITED BY SIZE
                      ENO                              DELIMITED BY SIZE
                 INTO AUDIT-RECORD
               END-STRING
               WRITE AUDIT-RECORD.

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
               MOVE 'EMPPROF' TO RH-PROGRAM
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
               MOVE WS-PROFILE-COUNT TO RH-COUNT
               MOVE RETURN-CODE TO RH-RC
               PERFORM 965-RUNHIST-WRITE.
