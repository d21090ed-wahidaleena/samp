               CLOSE OPS-REPORT-FILE.

      *-----------------------------------------------------------
      * 200/205/220 - sift one history record: the reported date's
      * records are held for pairing, and end records from before
      * it seed each program's prior-run count; any other record
      * type (the integrity check's per-type counts) is skipped
      *-----------------------------------------------------------
           200-SIFT-RECORD.
               IF RH-TYPE = 'S' OR RH-TYPE = 'E'
                   PERFORM 205-SIFT-RUN
               END-IF.

           205-SIFT-RUN.
               IF RH-DATE = WS-REPORT-DATE
                   IF WS-RUN-COUNT < 300
                       ADD 1 TO WS-RUN-COUNT
