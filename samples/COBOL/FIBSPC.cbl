      *                 FIBVRFY OUTCOME
      * 09-02-2026  AG  REPORT START/END/RUNS-CHARTED THROUGH THE
      *                 SHARED FIBPERFL TELEMETRY LOGGER
      * 10-15-2026  AG  CARRY THE SUITE RELEASE ID ON THE FIBPERF
      *                 RECORD AND THE COMPLETION LINE
      ******************************************************************

       ENVIRONMENT DIVISION.
       77  WS-RETURN-CODE             PIC 9(4) VALUE ZERO.


      * Release this program was built for
           COPY FIBRELC.

      * Parameter area for the shared FIBPERFL telemetry logger
           COPY FIBPERFC.


       000-INITIALIZE.
           MOVE 'FIBSPC  ' TO PERF-PROGRAM
           MOVE REL-RELEASE-ID TO PERF-RELEASE-ID
           SET PERF-PHASE-START TO TRUE
           CALL 'FIBPERFL' USING FIBPERF-PARMS

               END-IF
           END-IF

           DISPLAY '   FIBSPC COMPLETED - RELEASE ' REL-RELEASE-ID
           DISPLAY 'RETURN CODE: ' WS-RETURN-CODE
           SET PERF-PHASE-END TO TRUE
           MOVE WS-WINDOW-COUNT TO PERF-RECORDS
