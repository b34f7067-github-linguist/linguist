      * MODIFICATION HISTORY
      * 09-02-2026  AG  INITIAL VERSION - SUITE-WIDE RUN-TIME
      *                 TELEMETRY TO THE FIBPERF HISTORY FILE
      * 10-15-2026  AG  LOG THE CALLER'S RELEASE ID ON EACH RECORD
      ******************************************************************

       ENVIRONMENT DIVISION.
           MOVE WS-END-STAMP    TO PRF-END-STAMP
           MOVE PERF-RECORDS    TO PRF-RECORDS
           MOVE PERF-RETURN-CODE TO PRF-RETURN-CODE
           MOVE PERF-RELEASE-ID TO PRF-RELEASE-ID

           IF WS-START-STAMP = ZERO
               MOVE ZERO TO PRF-ELAPSED-SECS
