                   ORGANIZATION IS LINE SEQUENTIAL
                   FILE STATUS IS WS-EDIT-STATUS.

               SELECT ERROR-LOG-FILE ASSIGN TO "SQLERR.LOG"
                   ORGANIZATION IS LINE SEQUENTIAL
                   FILE STATUS IS WS-ERRLOG-STATUS.

               SELECT RUNHIST-FILE ASSIGN TO "RUNHIST.DAT"
                   ORGANIZATION IS LINE SEQUENTIAL
                   FILE STATUS IS WS-RUNHIST-STATUS.
               05  FILLER          PIC X(11) VALUE ' REJECTED: '.
               05  EDT-REJECT-COUNT PIC ZZZ,ZZ9.

           FD  ERROR-LOG-FILE.
           01  ERROR-LOG-RECORD        PIC X(130).

      * shared run-history log - one start and one end record per
      * run, read back by the daily operations summary
           FD  RUNHIST-FILE.

           WORKING-STORAGE SECTION.

           EXEC SQL
             INCLUDE EMPREC
           END-EXEC

           01 DISP-CODE PIC ----9.

           01 WS-TRAN-STATUS PIC XX.
           01 WS-DEPTTBL-STATUS PIC XX.
           01 WS-EDIT-STATUS PIC XX.
           01 WS-ERRLOG-STATUS PIC XX.
           01 WS-TRAN-EOF PIC X VALUE 'N'.

      * shared run-history log
           01 WS-APPLIED-COUNT PIC 9(5) VALUE ZERO.
           01 WS-REJECT-COUNT PIC 9(5) VALUE ZERO.

      * active employees still in a department being deleted
           01 WS-DEPT-EMP-COUNT PIC S9(9) COMP.
           01 WS-DEPT-EMP-EDIT PIC ZZZ,ZZ9.

      * SQL error handling
           01 WS-ERR-DATE PIC 9(8).
           01 WS-ERR-TIME PIC 9(8).
           01 WS-ERR-ERRML PIC 9(4).

           EXEC SQL
             INCLUDE SQLCA
           END-EXEC

           PROCEDURE DIVISION.

           100-MAIN.
               STOP RUN.

      *-----------------------------------------------------------
      * 080/090 - open and close the transaction, table, report,
      * and shared error log files; a first-time run creates the
      * table
      *-----------------------------------------------------------
           080-OPEN-FILES.
               OPEN INPUT DEPTTRAN-FILE
                   CLOSE DEPTTBL-FILE
                   OPEN I-O DEPTTBL-FILE
               END-IF
               OPEN OUTPUT EDIT-REPORT-FILE
               OPEN EXTEND ERROR-LOG-FILE
               IF WS-ERRLOG-STATUS = '05' OR WS-ERRLOG-STATUS = '35'
                   CLOSE ERROR-LOG-FILE
                   OPEN OUTPUT ERROR-LOG-FILE
               END-IF.

           090-CLOSE-FILES.
               CLOSE DEPTTRAN-FILE
               CLOSE DEPTTBL-FILE
               CLOSE EDIT-REPORT-FILE
               CLOSE ERROR-LOG-FILE.

      *-----------------------------------------------------------
      * 200/210 - one transaction: validate, apply if good, and
      *-----------------------------------------------------------
      * 400/410/420 - apply the good transaction to the keyed
      * department table; duplicate adds and changes/deletes of a
      * code not on file become report rejects, and so does the
      * delete of a department active employees are still in
      *-----------------------------------------------------------
           400-APPLY-ADD.
               PERFORM 430-MOVE-TRANS-FIELDS
               END-REWRITE.

           420-APPLY-DELETE.
               MOVE DTR-DEPT TO DEPT
               EXEC SQL
                   SELECT COUNT(*)
                     INTO :WS-DEPT-EMP-COUNT
                     FROM EMPLOYEE
                    WHERE DEPT = :DEPT
                      AND EMPSTAT <> 'T'
               END-EXEC
               MOVE SQLCODE TO DISP-CODE
               PERFORM 900-SQL-ERROR-CHECK
               IF WS-DEPT-EMP-COUNT > ZERO
                   MOVE 'N' TO WS-TRANS-VALID
                   MOVE WS-DEPT-EMP-COUNT TO WS-DEPT-EMP-EDIT
                   STRING 'DEPT IN USE BY '     DELIMITED BY SIZE
                          WS-DEPT-EMP-EDIT      DELIMITED BY SIZE
                          ' ACTIVE EMPLOYEES'   DELIMITED BY SIZE
                     INTO WS-REJECT-REASON
                   END-STRING
               ELSE
                   MOVE DTR-DEPT TO DPT-CODE
                   DELETE DEPTTBL-FILE
                       INVALID KEY
                           MOVE 'N' TO WS-TRANS-VALID
                           MOVE 'DEPT NOT ON FILE' TO WS-REJECT-REASON
                   END-DELETE
               END-IF.

           430-MOVE-TRANS-FIELDS.
               MOVE DTR-DEPT TO DPT-CODE
               MOVE WS-REJECT-COUNT TO EDT-REJECT-COUNT
               WRITE EDIT-TOTAL-LINE.

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
