      *                 THROUGH THE SHARED FIBPERFL LOGGER
      * 09-02-2026  AG  RECONCILE AGAINST THE DATE'S LATEST RUN
      *                 SEQUENCE UNDER THE SEQUENCED KEY
      * 10-15-2026  AG  CARRY THE SUITE RELEASE ID ON THE FIBPERF
      *                 RECORD AND THE COMPLETION LINE
      ******************************************************************

       ENVIRONMENT DIVISION.
           05  EXT-FIB-CATEGORY       PIC 9.
           05  EXT-SEQ-ORDER          PIC 9.
           05  EXT-RESIDUE-FLAG       PIC X.
           05  EXT-COEFF-A            PIC 9(2).
           05  EXT-COEFF-B            PIC 9(2).
       01  EXTRACT-HEADER-RECORD.
           05  EXH-RECORD-TYPE        PIC X.
           05  EXH-RUN-DATE           PIC 9(8).
           05  FILLER                 PIC X(13).


      * Release this program was built for
           COPY FIBRELC.

      * Parameter area for the shared FIBPERFL telemetry logger
           COPY FIBPERFC.


       000-INITIALIZE.
           MOVE 'FIBRECON' TO PERF-PROGRAM
           MOVE REL-RELEASE-ID TO PERF-RELEASE-ID
           SET PERF-PHASE-START TO TRUE
           CALL 'FIBPERFL' USING FIBPERF-PARMS
           MOVE FUNCTION CURRENT-DATE TO CURRENT-DATE-TIME
               END-IF
           END-IF

           DISPLAY '   FIBRECON COMPLETED - RELEASE ' REL-RELEASE-ID
           DISPLAY 'RETURN CODE: ' WS-RETURN-CODE
           SET PERF-PHASE-END TO TRUE
           MOVE WS-XTRCT-READ-COUNT TO PERF-RECORDS
