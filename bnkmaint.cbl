
      * maintenance transaction - the bank details layout
      * preceded by the transaction code:
      * A = add, C = change (full replace), D = delete.
      * New and changed accounts go on prenote by themselves; a
      * prenote flag of Y asks for a fresh prenote on an account
      * that has not changed, N or blank leaves it to PRENOTE
           FD  BNKTRAN-FILE.
           01  BNKTRAN-RECORD.
               05  BTR-CODE            PIC X.
           01 WS-RH-PARMS PIC X(20) VALUE 'BNKTRANS.DAT'.

           01 WS-TRANS-VALID PIC X.
           01 WS-OLD-ROUTING PIC X(9).
           01 WS-OLD-ACCOUNT PIC X(17).
           01 WS-OLD-ACCTTYPE PIC X.
           01 WS-OLD-PRENOTE PIC X.
           01 WS-OLD-PRENOTE-DATE PIC 9(8).
           01 WS-REJECT-REASON PIC X(40).

      * edit report paging and run totals
      *-----------------------------------------------------------
      * 300 - field edits: transaction code, numeric non-zero ENO,
      * and for add/change a nine-digit routing number, a non-blank
      * account, account type C or S, and prenote flag Y, N, or
      * blank
      *-----------------------------------------------------------
           300-VALIDATE-TRANS.
               MOVE 'Y' TO WS-TRANS-VALID
               END-IF
               IF WS-TRANS-VALID = 'Y' AND BTR-CODE NOT = 'D'
                   IF BTR-PRENOTE NOT = 'Y' AND BTR-PRENOTE NOT = 'N'
                      AND BTR-PRENOTE NOT = SPACE
                       MOVE 'N' TO WS-TRANS-VALID
                       MOVE 'PRENOTE FLAG NOT Y, N, OR BLANK'
                           TO WS-REJECT-REASON
                   END-IF
               END-IF.
      *-----------------------------------------------------------
      * 400/410/420 - apply the good transaction to the keyed bank
      * details file; duplicate adds and changes/deletes of an ENO
      * not on file become report rejects.  A new account, or a
      * change to the routing, account, or type, cannot be paid by
      * deposit until its prenote has gone out and cleared; a
      * change to nothing the bank sees keeps the prenote status
      * the account already had
      *-----------------------------------------------------------
           400-APPLY-ADD.
               PERFORM 430-MOVE-TRANS-FIELDS
               MOVE 'Y' TO BNK-PRENOTE
               MOVE ZERO TO BNK-PRENOTE-DATE
               WRITE EMPBANK-RECORD
                   INVALID KEY
                       MOVE 'N' TO WS-TRANS-VALID
               END-WRITE.

           410-APPLY-CHANGE.
               MOVE BTR-ENO-NUM TO BNK-ENO
               READ EMPBANK-FILE
                   INVALID KEY
                       MOVE 'N' TO WS-TRANS-VALID
                       MOVE 'ENO NOT ON FILE' TO WS-REJECT-REASON
               END-READ
               IF WS-TRANS-VALID = 'Y'
                   MOVE BNK-ROUTING TO WS-OLD-ROUTING
                   MOVE BNK-ACCOUNT TO WS-OLD-ACCOUNT
                   MOVE BNK-ACCTTYPE TO WS-OLD-ACCTTYPE
                   MOVE BNK-PRENOTE TO WS-OLD-PRENOTE
                   MOVE BNK-PRENOTE-DATE TO WS-OLD-PRENOTE-DATE
                   PERFORM 430-MOVE-TRANS-FIELDS
                   IF BTR-PRENOTE = 'Y' OR
                      BNK-ROUTING NOT = WS-OLD-ROUTING OR
                      BNK-ACCOUNT NOT = WS-OLD-ACCOUNT OR
                      BNK-ACCTTYPE NOT = WS-OLD-ACCTTYPE
                       MOVE 'Y' TO BNK-PRENOTE
                       MOVE ZERO TO BNK-PRENOTE-DATE
                   ELSE
                       MOVE WS-OLD-PRENOTE TO BNK-PRENOTE
                       MOVE WS-OLD-PRENOTE-DATE TO BNK-PRENOTE-DATE
                   END-IF
                   REWRITE EMPBANK-RECORD
                       INVALID KEY
                           MOVE 'N' TO WS-TRANS-VALID
                           MOVE 'ENO NOT ON FILE' TO WS-REJECT-REASON
                   END-REWRITE
               END-IF.

           420-APPLY-DELETE.
               MOVE BTR-ENO-NUM TO BNK-ENO
               MOVE BTR-ENO-NUM TO BNK-ENO
               MOVE BTR-ROUTING TO BNK-ROUTING
               MOVE BTR-ACCOUNT TO BNK-ACCOUNT
               MOVE BTR-ACCTTYPE TO BNK-ACCTTYPE.

      *-----------------------------------------------------------
      * 500 - one edit report line per transaction, applied or
