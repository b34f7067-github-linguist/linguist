      *                 PROJECTION FALLS INSIDE THE WARNING
      *                 THRESHOLD SO FIBSCHED RELEASES THE PURGE
      *                 SIMULATE STEP INSTEAD OF A HUMAN REMEMBERING
      * 10-15-2026  AG  CARRY THE SUITE RELEASE ID ON THE FIBPERF
      *                 RECORD AND THE COMPLETION LINE
      ******************************************************************

       ENVIRONMENT DIVISION.
           05  FILLER                 PIC X(13).


      * Release this program was built for
           COPY FIBRELC.

      * Parameter area for the shared FIBPERFL telemetry logger
           COPY FIBPERFC.


       000-INITIALIZE.
           MOVE 'FIBCAP  ' TO PERF-PROGRAM
           MOVE REL-RELEASE-ID TO PERF-RELEASE-ID
           SET PERF-PHASE-START TO TRUE
           CALL 'FIBPERFL' USING FIBPERF-PARMS
           MOVE FUNCTION CURRENT-DATE TO CURRENT-DATE-TIME
           END-IF.

       900-TERMINATE.
           DISPLAY '   FIBCAP COMPLETED - RELEASE ' REL-RELEASE-ID
           DISPLAY 'RETURN CODE: ' WS-RETURN-CODE
           SET PERF-PHASE-END TO TRUE
           MOVE WS-TOTAL-RECORDS TO PERF-RECORDS
