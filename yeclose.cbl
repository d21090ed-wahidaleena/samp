          IDENTIFICATION DIVISION.

           PROGRAM-ID. YECLOSE.
           AUTHOR. ME.

           ENVIRONMENT DIVISION.

           CONFIGURATION SECTION.
           SOURCE-COMPUTER. IBM-AT.
           OBJECT-COMPUTER. IBM-AT.

           INPUT-OUTPUT SECTION.
           FILE-CONTROL.

               SELECT YECTL-FILE ASSIGN TO "YECTL.DAT"
                   ORGANIZATION IS LINE SEQUENTIAL
                   FILE STATUS IS WS-YECTL-STATUS.

               SELECT CHECKPOINT-FILE ASSIGN TO "CKPTFILE.DAT"
                   ORGANIZATION IS LINE SEQUENTIAL
                   FILE STATUS IS WS-CKPT-STATUS.

               SELECT YTDMAST-FILE ASSIGN TO "YTDMAST.DAT"
                   ORGANIZATION IS INDEXED
                   ACCESS MODE IS SEQUENTIAL
                   RECORD KEY IS YTD-ENO
                   FILE STATUS IS WS-YTDMAST-STATUS.

               SELECT YTDCTL-FILE ASSIGN TO "YTDCTL.DAT"
                   ORGANIZATION IS LINE SEQUENTIAL
                   FILE STATUS IS WS-YTDCTL-STATUS.

               SELECT YTDARC-FILE ASSIGN TO DYNAMIC WS-YTDARC-NAME
                   ORGANIZATION IS INDEXED
                   ACCESS MODE IS SEQUENTIAL
                   RECORD KEY IS YTA-ENO
                   FILE STATUS IS WS-YTDARC-STATUS.

               SELECT CTLARC-FILE ASSIGN TO DYNAMIC WS-CTLARC-NAME
                   ORGANIZATION IS LINE SEQUENTIAL
                   FILE STATUS IS WS-CTLARC-STATUS.

               SELECT W2WAGE-FILE ASSIGN TO "W2WAGE.DAT"
                   ORGANIZATION IS LINE SEQUENTIAL
                   FILE STATUS IS WS-W2WAGE-STATUS.

               SELECT REPORT-FILE ASSIGN TO "YECLOSE.PRN"
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

      * years already closed - one record per year, added by this
      * program at the end of a clean close
           FD  YECTL-FILE.
           COPY YECTL.

      * TESTALL's restart checkpoint; a period still on it has a
      * register run waiting to be finished
           FD  CHECKPOINT-FILE.
           COPY CKPTREC.

      * year-to-date earnings master being closed
           FD  YTDMAST-FILE.
           COPY YTDREC.

      * run control - the pay periods posted to the YTD master
           FD  YTDCTL-FILE.
           01  YTDCTL-RECORD.
               05  CTL-PERIOD          PIC X(6).

      * the closed year's YTD master, kept keyed by ENO under
      * YTDMAST.yyyy; the YTDREC layout is carried whole
           FD  YTDARC-FILE.
           01  YTDARC-RECORD.
               05  YTA-ENO             PIC 9(5).
               05  YTA-DATA            PIC X(34).

      * the closed year's run control, kept under YTDCTL.yyyy
           FD  CTLARC-FILE.
           01  CTLARC-RECORD           PIC X(6).

      * year-end wage file - one record per employee paid in the
      * year, name and address as they stand on EMPLOYEE today
           FD  W2WAGE-FILE.
           01  W2WAGE-RECORD.
               05  W2-YEAR             PIC X(4).
               05  W2-ENO              PIC 9(5).
               05  W2-LNAME            PIC X(15).
               05  W2-FNAME            PIC X(10).
               05  W2-STREET           PIC X(20).
               05  W2-CITY             PIC X(15).
               05  W2-ST               PIC X(2).
               05  W2-ZIP              PIC X(9).
               05  W2-WAGES            PIC 9(9)V99.

           FD  REPORT-FILE.
           01  REPORT-HEADER-LINE1.
               05  FILLER          PIC X(30) VALUE
                   'YEAR-END CLOSE - WAGE SUMMARY'.
               05  RPH-YEAR        PIC X(4).
               05  FILLER          PIC X(6)  VALUE SPACES.
               05  FILLER          PIC X(5)  VALUE 'PAGE '.
               05  RPH-PAGE        PIC ZZ9.
           01  REPORT-SECTION-LINE     PIC X(50).
           01  REPORT-EXCP-LINE.
               05  FILLER          PIC X(6) VALUE '  ENO '.
               05  RPX-ENO         PIC 9(5).
               05  FILLER          PIC X(2) VALUE SPACES.
               05  RPX-REASON      PIC X(30).
               05  FILLER          PIC X(1) VALUE SPACES.
               05  RPX-WAGES       PIC $$$,$$$,$$9.99-.
           01  REPORT-STATE-LINE.
               05  FILLER          PIC X(2) VALUE SPACES.
               05  RPS-STATE       PIC X(15).
               05  FILLER          PIC X(1) VALUE SPACES.
               05  RPS-COUNT       PIC ZZ,ZZ9.
               05  FILLER          PIC X(2) VALUE SPACES.
               05  RPS-WAGES       PIC $$$,$$$,$$$,$$9.99.
           01  REPORT-TOTAL-LINE.
               05  FILLER          PIC X(18) VALUE 'YTD ROWS ARCHIVED:'.
               05  RPT-READ        PIC ZZZ,ZZ9.
               05  FILLER          PIC X(15) VALUE ' WAGE RECORDS: '.
               05  RPT-WRITTEN     PIC ZZZ,ZZ9.
               05  FILLER          PIC X(16) VALUE ' NO WAGES/EXCP: '.
               05  RPT-SKIPPED     PIC ZZZ,ZZ9.

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

           COPY STATETBL.

           01 DISP-CODE PIC ----9.

           01 WS-YECTL-STATUS PIC XX.
           01 WS-CKPT-STATUS PIC XX.
           01 WS-YTDMAST-STATUS PIC XX.
           01 WS-YTDCTL-STATUS PIC XX.
           01 WS-YTDARC-STATUS PIC XX.
           01 WS-CTLARC-STATUS PIC XX.
           01 WS-W2WAGE-STATUS PIC XX.
           01 WS-REPORT-STATUS PIC XX.
           01 WS-ERRLOG-STATUS PIC XX.
           01 WS-EOF PIC X.

      * shared run-history log
           01 WS-RUNHIST-STATUS PIC XX.
           01 WS-RH-PARMS PIC X(20) VALUE SPACES.

      * the year being closed and the dated archive files the
      * YTD master and run control move to
           01 WS-YEAR-ENTRY PIC X(4).
           01 WS-CLOSE-YEAR PIC X(4).
           01 WS-YTDARC-NAME PIC X(20).
           01 WS-CTLARC-NAME PIC X(20).
           01 WS-CTL-PERIODS PIC 9(3) VALUE ZERO.
           01 WS-CTL-OTHER PIC X(6) VALUE SPACES.
           01 WS-FILES-OPEN PIC X VALUE 'N'.

      * wage totals by state: the 56 STATETBL codes, then one line
      * for a state not on the table and one for an ENO missing
      * from EMPLOYEE, so the summary still ties to the YTD master
           01 WS-STATE-SUB PIC 9(3).
           01 WS-STATE-HIT PIC 9(3).
           01 WS-STATE-TABLE.
               05 WS-STATE-ENTRY OCCURS 58 TIMES.
                   10 SW-COUNT PIC 9(5).
                   10 SW-WAGES PIC S9(11)V99.
           01 WS-EMP-FOUND PIC X.
           01 WS-EXCP-REASON PIC X(30).

           01 WS-READ-COUNT PIC 9(7) VALUE ZERO.
           01 WS-WRITTEN-COUNT PIC 9(7) VALUE ZERO.
           01 WS-SKIPPED-COUNT PIC 9(7) VALUE ZERO.
           01 WS-EXCP-COUNT PIC 9(5) VALUE ZERO.
           01 WS-TOTAL-COUNT PIC 9(7) VALUE ZERO.
           01 WS-TOTAL-WAGES PIC S9(11)V99 VALUE ZERO.

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
               PERFORM 050-GET-YEAR
               MOVE SPACES TO WS-RH-PARMS
               STRING 'YEAR '          DELIMITED BY SIZE
                      WS-CLOSE-YEAR    DELIMITED BY SIZE
                 INTO WS-RH-PARMS
               END-STRING
               PERFORM 960-RUNHIST-START
               PERFORM 060-CHECK-CLOSED
               PERFORM 065-CHECK-CHECKPOINT
               PERFORM 070-CHECK-CONTROL
               PERFORM 080-OPEN-FILES
               MOVE 'N' TO WS-EOF
               PERFORM UNTIL WS-EOF = 'Y'
                   READ YTDMAST-FILE NEXT RECORD
                       AT END MOVE 'Y' TO WS-EOF
                       NOT AT END PERFORM 200-PROCESS-YTD
                   END-READ
               END-PERFORM
               PERFORM 300-ARCHIVE-CONTROL
               PERFORM 400-STATE-SUMMARY
               PERFORM 090-CLOSE-FILES
               PERFORM 500-START-NEW-YEAR
               PERFORM 510-MARK-CLOSED
               DISPLAY 'Year-end close of ' WS-CLOSE-YEAR
                   ' complete - ' WS-WRITTEN-COUNT
                   ' wage records to W2WAGE.DAT'
               DISPLAY '  YTD master archived to ' WS-YTDARC-NAME
                   ' and run control to ' WS-CTLARC-NAME
               IF WS-EXCP-COUNT > ZERO
                   DISPLAY '  ' WS-EXCP-COUNT ' wage exceptions -'
                       ' see YECLOSE.PRN'
               END-IF
               PERFORM 970-RUNHIST-END.

           100-EXIT.
               STOP RUN.

      *-----------------------------------------------------------
      * 050 - the year to close
      *-----------------------------------------------------------
           050-GET-YEAR.
               DISPLAY 'Enter year to close (YYYY): '
               ACCEPT WS-YEAR-ENTRY
               IF WS-YEAR-ENTRY IS NUMERIC
                   MOVE WS-YEAR-ENTRY TO WS-CLOSE-YEAR
               ELSE
                   DISPLAY 'Close year not numeric - job ended'
                   MOVE 8 TO RETURN-CODE
                   STOP RUN
               END-IF
               MOVE SPACES TO WS-YTDARC-NAME
               STRING 'YTDMAST.'           DELIMITED BY SIZE
                      WS-CLOSE-YEAR        DELIMITED BY SIZE
                 INTO WS-YTDARC-NAME
               END-STRING
               MOVE SPACES TO WS-CTLARC-NAME
               STRING 'YTDCTL.'            DELIMITED BY SIZE
                      WS-CLOSE-YEAR        DELIMITED BY SIZE
                 INTO WS-CTLARC-NAME
               END-STRING.

      *-----------------------------------------------------------
      * 060/065/070 - the close is refused, before anything is
      * written, when the year was already closed, when a register
      * run for the year is still waiting on its checkpoint, or
      * when the run control shows the YTD master is not that
      * year's (nothing posted for it, or another year's periods)
      *-----------------------------------------------------------
           060-CHECK-CLOSED.
               OPEN INPUT YECTL-FILE
               IF WS-YECTL-STATUS = '00'
                   MOVE 'N' TO WS-EOF
                   PERFORM UNTIL WS-EOF = 'Y'
                       READ YECTL-FILE
                           AT END MOVE 'Y' TO WS-EOF
                           NOT AT END
                               IF YEC-YEAR = WS-CLOSE-YEAR
                                   DISPLAY 'Year ' WS-CLOSE-YEAR
                                       ' was already closed on '
                                       YEC-DATE ' - run refused'
                                   CLOSE YECTL-FILE
                                   MOVE 8 TO RETURN-CODE
                                   PERFORM 970-RUNHIST-END
                                   STOP RUN
                               END-IF
                       END-READ
                   END-PERFORM
                   CLOSE YECTL-FILE
               END-IF.

           065-CHECK-CHECKPOINT.
               OPEN INPUT CHECKPOINT-FILE
               IF WS-CKPT-STATUS = '00'
                   READ CHECKPOINT-FILE
                       AT END CONTINUE
                       NOT AT END
                           IF CKPT-PERIOD (1:4) = WS-CLOSE-YEAR
                               DISPLAY 'Pay period ' CKPT-PERIOD
                                   ' is still on the checkpoint'
                                   ' - run refused'
                               DISPLAY '  finish or clear the'
                                   ' register run first'
                               CLOSE CHECKPOINT-FILE
                               MOVE 8 TO RETURN-CODE
                               PERFORM 970-RUNHIST-END
                               STOP RUN
                           END-IF
                   END-READ
                   CLOSE CHECKPOINT-FILE
               END-IF.

           070-CHECK-CONTROL.
               OPEN INPUT YTDCTL-FILE
               IF WS-YTDCTL-STATUS = '00'
                   MOVE 'N' TO WS-EOF
                   PERFORM UNTIL WS-EOF = 'Y'
                       READ YTDCTL-FILE
                           AT END MOVE 'Y' TO WS-EOF
                           NOT AT END
                               IF CTL-PERIOD (1:4) = WS-CLOSE-YEAR
                                   ADD 1 TO WS-CTL-PERIODS
                               ELSE
                                   MOVE CTL-PERIOD TO WS-CTL-OTHER
                               END-IF
                       END-READ
                   END-PERFORM
                   CLOSE YTDCTL-FILE
               END-IF
               IF WS-CTL-OTHER NOT = SPACES
                   DISPLAY 'Run control YTDCTL.DAT holds period '
                       WS-CTL-OTHER ' - not a ' WS-CLOSE-YEAR
                       ' YTD master, run refused'
                   MOVE 8 TO RETURN-CODE
                   PERFORM 970-RUNHIST-END
                   STOP RUN
               END-IF
               IF WS-CTL-PERIODS = ZERO
                   DISPLAY 'No pay periods for ' WS-CLOSE-YEAR
                       ' on YTDCTL.DAT - nothing to close,'
                       ' run refused'
                   MOVE 8 TO RETURN-CODE
                   PERFORM 970-RUNHIST-END
                   STOP RUN
               END-IF.

      *-----------------------------------------------------------
      * 080/090 - open and close the master, its archive, the wage
      * file, the report, and the shared error log
      *-----------------------------------------------------------
           080-OPEN-FILES.
               OPEN INPUT YTDMAST-FILE
               IF WS-YTDMAST-STATUS NOT = '00'
                   DISPLAY 'YTD master YTDMAST.DAT not available'
                       ' - status ' WS-YTDMAST-STATUS
                   MOVE 16 TO RETURN-CODE
                   PERFORM 970-RUNHIST-END
                   STOP RUN
               END-IF
               OPEN OUTPUT YTDARC-FILE
               IF WS-YTDARC-STATUS NOT = '00'
                   DISPLAY 'YTD archive ' WS-YTDARC-NAME ' could not'
                       ' be created - status ' WS-YTDARC-STATUS
                   CLOSE YTDMAST-FILE
                   MOVE 16 TO RETURN-CODE
                   PERFORM 970-RUNHIST-END
                   STOP RUN
               END-IF
               OPEN OUTPUT W2WAGE-FILE
               OPEN OUTPUT REPORT-FILE
               OPEN EXTEND ERROR-LOG-FILE
               IF WS-ERRLOG-STATUS = '05' OR WS-ERRLOG-STATUS = '35'
                   CLOSE ERROR-LOG-FILE
                   OPEN OUTPUT ERROR-LOG-FILE
               END-IF
               MOVE 'Y' TO WS-FILES-OPEN
               PERFORM VARYING WS-STATE-SUB FROM 1 BY 1
                   UNTIL WS-STATE-SUB > 58
                   MOVE ZERO TO SW-COUNT (WS-STATE-SUB)
                   MOVE ZERO TO SW-WAGES (WS-STATE-SUB)
               END-PERFORM
               PERFORM 410-REPORT-HEADERS
               MOVE 'WAGE EXCEPTIONS' TO REPORT-SECTION-LINE
               WRITE REPORT-SECTION-LINE
               ADD 1 TO WS-LINE-COUNT.

           090-CLOSE-FILES.
               IF WS-FILES-OPEN = 'Y'
                   CLOSE YTDMAST-FILE
                   CLOSE YTDARC-FILE
                   CLOSE W2WAGE-FILE
                   CLOSE REPORT-FILE
                   CLOSE ERROR-LOG-FILE
                   MOVE 'N' TO WS-FILES-OPEN
               END-IF.

      *-----------------------------------------------------------
      * 200/210/220/230 - one YTD row: archive it as it stands,
      * then write the employee's wage record with today's name
      * and address and add the wages to the state totals; a row
      * with no wages is archived only, and a row that cannot be
      * reported goes to the exception list instead
      *-----------------------------------------------------------
           200-PROCESS-YTD.
               ADD 1 TO WS-READ-COUNT
               MOVE YTD-RECORD TO YTDARC-RECORD
               WRITE YTDARC-RECORD
                   INVALID KEY
                       DISPLAY 'YTD archive write failed for ENO '
                           YTD-ENO ' - status ' WS-YTDARC-STATUS
                       DISPLAY '  YTD master left as it was'
                       PERFORM 090-CLOSE-FILES
                       MOVE 16 TO RETURN-CODE
                       PERFORM 970-RUNHIST-END
                       STOP RUN
               END-WRITE
               IF YTD-GROSS = ZERO
                   ADD 1 TO WS-SKIPPED-COUNT
               ELSE
                   PERFORM 210-EMPLOYEE-LOOKUP
                   IF WS-EMP-FOUND = 'N'
                       MOVE 58 TO WS-STATE-HIT
                       MOVE 'NOT ON EMPLOYEE TABLE'
                           TO WS-EXCP-REASON
                       PERFORM 230-EXCEPTION-LINE
                   ELSE
                       IF YTD-GROSS < ZERO
                           MOVE 'NEGATIVE YTD WAGES'
                               TO WS-EXCP-REASON
                           PERFORM 230-EXCEPTION-LINE
                           PERFORM 220-FIND-STATE
                       ELSE
                           PERFORM 220-FIND-STATE
                           IF WS-STATE-HIT = 57
                               MOVE 'STATE NOT A VALID CODE'
                                   TO WS-EXCP-REASON
                               PERFORM 230-EXCEPTION-LINE
                           END-IF
                           MOVE WS-CLOSE-YEAR TO W2-YEAR
                           MOVE YTD-ENO TO W2-ENO
                           MOVE LNAME TO W2-LNAME
                           MOVE FNAME TO W2-FNAME
                           MOVE STREET TO W2-STREET
                           MOVE CITY TO W2-CITY
                           MOVE ST TO W2-ST
                           MOVE ZIP TO W2-ZIP
                           MOVE YTD-GROSS TO W2-WAGES
                           WRITE W2WAGE-RECORD
                           ADD 1 TO WS-WRITTEN-COUNT
                       END-IF
                   END-IF
                   ADD 1 TO SW-COUNT (WS-STATE-HIT)
                   ADD YTD-GROSS TO SW-WAGES (WS-STATE-HIT)
               END-IF.

           210-EMPLOYEE-LOOKUP.
               MOVE 'Y' TO WS-EMP-FOUND
               MOVE YTD-ENO TO ENO
               EXEC SQL
                   SELECT LNAME, FNAME, STREET, CITY, ST, ZIP
                     INTO :LNAME, :FNAME, :STREET, :CITY, :ST, :ZIP
                     FROM EMPLOYEE
                    WHERE ENO = :ENO
               END-EXEC
               MOVE SQLCODE TO DISP-CODE
               IF SQLCODE = 100
                   MOVE 'N' TO WS-EMP-FOUND
               ELSE
                   PERFORM 900-SQL-ERROR-CHECK
               END-IF.

           220-FIND-STATE.
               MOVE 57 TO WS-STATE-HIT
               PERFORM VARYING WS-STATE-SUB FROM 1 BY 1
                   UNTIL WS-STATE-SUB > 56
                       OR WS-STATE-HIT < 57
                   IF ST = STATE-CODE (WS-STATE-SUB)
                       MOVE WS-STATE-SUB TO WS-STATE-HIT
                   END-IF
               END-PERFORM.

           230-EXCEPTION-LINE.
               ADD 1 TO WS-EXCP-COUNT
               IF WS-EXCP-REASON NOT = 'STATE NOT A VALID CODE'
                   ADD 1 TO WS-SKIPPED-COUNT
               END-IF
               PERFORM 420-CHECK-PAGE
               MOVE YTD-ENO TO RPX-ENO
               MOVE WS-EXCP-REASON TO RPX-REASON
               MOVE YTD-GROSS TO RPX-WAGES
               WRITE REPORT-EXCP-LINE
               ADD 1 TO WS-LINE-COUNT.

      *-----------------------------------------------------------
      * 300 - the year's run control goes to its dated archive
      *-----------------------------------------------------------
           300-ARCHIVE-CONTROL.
               OPEN INPUT YTDCTL-FILE
               OPEN OUTPUT CTLARC-FILE
               MOVE 'N' TO WS-EOF
               PERFORM UNTIL WS-EOF = 'Y'
                   READ YTDCTL-FILE
                       AT END MOVE 'Y' TO WS-EOF
                       NOT AT END
                           MOVE YTDCTL-RECORD TO CTLARC-RECORD
                           WRITE CTLARC-RECORD
                   END-READ
               END-PERFORM
               CLOSE YTDCTL-FILE
               CLOSE CTLARC-FILE.

      *-----------------------------------------------------------
      * 400/410/420 - the state-by-state wage summary for filing,
      * with the lines for bad states and missing employees last
      *-----------------------------------------------------------
           400-STATE-SUMMARY.
               IF WS-EXCP-COUNT = ZERO
                   MOVE '  (NONE)' TO REPORT-SECTION-LINE
                   WRITE REPORT-SECTION-LINE
                   ADD 1 TO WS-LINE-COUNT
               END-IF
               PERFORM 420-CHECK-PAGE
               MOVE SPACES TO REPORT-SECTION-LINE
               WRITE REPORT-SECTION-LINE
               MOVE 'WAGES BY STATE' TO REPORT-SECTION-LINE
               WRITE REPORT-SECTION-LINE
               MOVE '  STATE        EMPLOYEES               WAGES'
                   TO REPORT-SECTION-LINE
               WRITE REPORT-SECTION-LINE
               ADD 3 TO WS-LINE-COUNT
               PERFORM VARYING WS-STATE-SUB FROM 1 BY 1
                   UNTIL WS-STATE-SUB > 58
                   IF SW-COUNT (WS-STATE-SUB) > ZERO
                       PERFORM 420-CHECK-PAGE
                       EVALUATE WS-STATE-SUB
                           WHEN 57
                               MOVE 'INVALID STATE' TO RPS-STATE
                           WHEN 58
                               MOVE 'NOT ON EMPLOYEE' TO RPS-STATE
                           WHEN OTHER
                               MOVE STATE-CODE (WS-STATE-SUB)
                                   TO RPS-STATE
                       END-EVALUATE
                       MOVE SW-COUNT (WS-STATE-SUB) TO RPS-COUNT
                       MOVE SW-WAGES (WS-STATE-SUB) TO RPS-WAGES
                       WRITE REPORT-STATE-LINE
                       ADD 1 TO WS-LINE-COUNT
                       ADD SW-COUNT (WS-STATE-SUB) TO WS-TOTAL-COUNT
                       ADD SW-WAGES (WS-STATE-SUB) TO WS-TOTAL-WAGES
                   END-IF
               END-PERFORM
               PERFORM 420-CHECK-PAGE
               MOVE 'TOTAL' TO RPS-STATE
               MOVE WS-TOTAL-COUNT TO RPS-COUNT
               MOVE WS-TOTAL-WAGES TO RPS-WAGES
               WRITE REPORT-STATE-LINE
               MOVE WS-READ-COUNT TO RPT-READ
               MOVE WS-WRITTEN-COUNT TO RPT-WRITTEN
               MOVE WS-SKIPPED-COUNT TO RPT-SKIPPED
               WRITE REPORT-TOTAL-LINE
               ADD 2 TO WS-LINE-COUNT.

           410-REPORT-HEADERS.
               ADD 1 TO WS-PAGE-COUNT
               MOVE WS-PAGE-COUNT TO RPH-PAGE
               MOVE WS-CLOSE-YEAR TO RPH-YEAR
               WRITE REPORT-HEADER-LINE1
               MOVE 1 TO WS-LINE-COUNT.

           420-CHECK-PAGE.
               IF WS-LINE-COUNT >= WS-PAGE-SIZE
                   PERFORM 410-REPORT-HEADERS
               END-IF.

      *-----------------------------------------------------------
      * 500/510 - with the year safely archived, the YTD master
      * and run control start the new year empty, and the year is
      * marked closed so the close cannot be run over it again
      *-----------------------------------------------------------
           500-START-NEW-YEAR.
               OPEN OUTPUT YTDMAST-FILE
               CLOSE YTDMAST-FILE
               OPEN OUTPUT YTDCTL-FILE
               CLOSE YTDCTL-FILE.

           510-MARK-CLOSED.
               MOVE WS-CLOSE-YEAR TO YEC-YEAR
               ACCEPT YEC-DATE FROM DATE YYYYMMDD
               MOVE WS-WRITTEN-COUNT TO YEC-EMP-COUNT
               MOVE WS-TOTAL-WAGES TO YEC-WAGES
               OPEN EXTEND YECTL-FILE
               IF WS-YECTL-STATUS = '05' OR WS-YECTL-STATUS = '35'
                   CLOSE YECTL-FILE
                   OPEN OUTPUT YECTL-FILE
               END-IF
               WRITE YECTL-RECORD
               CLOSE YECTL-FILE.

      *-----------------------------------------------------------
      * 900/950 - SQL error check and the shared SQL error log
      *-----------------------------------------------------------
           900-SQL-ERROR-CHECK.
               IF SQLCODE < 0
                   PERFORM 950-ERROR-LOG-WRITE
                   DISPLAY 'SQL error - see SQLERR.LOG SQLCODE = '
                       DISP-CODE
                   DISPLAY '  YTD master left as it was'
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
               MOVE 'YECLOSE' TO RH-PROGRAM
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
               MOVE WS-WRITTEN-COUNT TO RH-COUNT
               MOVE RETURN-CODE TO RH-RC
               PERFORM 965-RUNHIST-WRITE.
