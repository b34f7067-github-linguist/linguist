      *                 QUARANTINE FLAG
      * 09-02-2026  AG  ANOMALY R STAGES A RESIDUE-CONTINUATION
      *                 RUN FOR THE QA RESET SCENARIOS
      * 10-15-2026  AG  SHOW THE SUITE RELEASE ID ON THE COMPLETION LINE
      ******************************************************************

       ENVIRONMENT DIVISION.
       77  WS-ANOMALY-COUNT           PIC 9(5) VALUE ZERO.
       77  WS-RETURN-CODE             PIC 9(4) VALUE ZERO.

      * Release this program was built for
           COPY FIBRELC.

       PROCEDURE DIVISION.
       MAIN-PROCEDURE.
           PERFORM 000-INITIALIZE
           DISPLAY 'ROWS WRITTEN:           ' WS-ROWS-WRITTEN
           DISPLAY 'RUNS WITH ANOMALIES:    ' WS-ANOMALY-COUNT

           DISPLAY '   FIBGEN COMPLETED - RELEASE ' REL-RELEASE-ID
           DISPLAY 'RETURN CODE: ' WS-RETURN-CODE
           MOVE WS-RETURN-CODE TO RETURN-CODE.
