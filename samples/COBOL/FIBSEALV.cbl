      *                 STOPPING THERE - THE SEALED TAIL IS WHAT
      *                 GETS VERIFIED, AND INTACT IS CLAIMED ONLY
      *                 OVER THE RECORDS ACTUALLY CHECKED
      * 10-15-2026  AG  SEAL THE 60-BYTE AUDIT EXTENSION (CATCH-UP
      *                 FLAG, GENERATION DATE) WITH THE LINE TEXT
      *                 WHEN A RECORD CARRIES ONE
      * 10-15-2026  AG  LOG START/END RUN-TIME TELEMETRY TO FIBPERF
      *                 THROUGH THE SHARED FIBPERFL LOGGER - THE RUN
      *                 AND ITS RETURN CODE ARE THE AUDIT EVIDENCE
      *                 FIBEVPK INDEXES FOR THIS CONTROL
      * 10-15-2026  AG  CARRY THE SUITE RELEASE ID ON THE FIBPERF
      *                 RECORD AND THE COMPLETION LINE
      * 10-15-2026  AG  SEAL THE 100-BYTE AUDIT EXTENSION (REL=) ON
      *                 RECORDS THAT CARRY THE RELEASE
      ******************************************************************

       ENVIRONMENT DIVISION.
       01  AUDIT-TRAIL-RECORD.
           05  AUD-LINE-TEXT          PIC X(166).
           05  AUD-CHAIN-VALUE        PIC X(13).
           05  AUD-EXT-TEXT           PIC X(100).

       WORKING-STORAGE SECTION.

           05  WS-CHAIN-IDX           PIC 9(3) VALUE ZERO.
           05  WS-CHAIN-WORK          PIC 9(15) VALUE ZERO.
           05  WS-TEXT-LENGTH         PIC 9(3) VALUE ZERO.
           05  WS-CHAIN-TEXT          PIC X(266) VALUE SPACES.

       77  WS-RECORD-NUMBER           PIC 9(9) VALUE ZERO.
       77  WS-ARCH-BREAKS             PIC 9(5) VALUE ZERO.
       77  WS-AUD-UNSEALED            PIC 9(9) VALUE ZERO.
       77  WS-RETURN-CODE             PIC 9(4) VALUE ZERO.

      * Release this program was built for
           COPY FIBRELC.

      * Parameter area for the shared FIBPERFL telemetry logger
           COPY FIBPERFC.

       PROCEDURE DIVISION.
       MAIN-PROCEDURE.
           PERFORM 000-INITIALIZE
           GOBACK.

       000-INITIALIZE.
           MOVE 'FIBSEALV' TO PERF-PROGRAM
           MOVE REL-RELEASE-ID TO PERF-RELEASE-ID
           SET PERF-PHASE-START TO TRUE
           CALL 'FIBPERFL' USING FIBPERF-PARMS
           DISPLAY '======================================='
           DISPLAY '   FIBSEALV - LOG SEAL VERIFICATION'
           DISPLAY '======================================='.
                           ADD 1 TO WS-AUD-UNSEALED
                       ELSE
                           ADD 1 TO WS-AUD-SEALED
      * Records from before the audit extension end at the seal;
      * the extension is sealed with the line when present - its
      * first 60 bytes on a record written before the release
      * (REL=) was carried, all 100 since
                           MOVE SPACES TO WS-CHAIN-TEXT
                           MOVE AUD-LINE-TEXT TO WS-CHAIN-TEXT(1:166)
                           IF AUD-EXT-TEXT = SPACES
                               MOVE 166 TO WS-TEXT-LENGTH
                           ELSE
                           IF AUD-EXT-TEXT(61:40) = SPACES
                               MOVE 226 TO WS-TEXT-LENGTH
                               MOVE AUD-EXT-TEXT(1:60)
                                   TO WS-CHAIN-TEXT(167:60)
                           ELSE
                               MOVE 266 TO WS-TEXT-LENGTH
                               MOVE AUD-EXT-TEXT
                                   TO WS-CHAIN-TEXT(167:100)
                           END-IF
                           END-IF
                           PERFORM 500-RECOMPUTE-CHAIN
                           IF AUD-CHAIN-VALUE
                                   NOT = WS-EXPECTED-CHAIN
               END-IF
           END-IF

           DISPLAY '   FIBSEALV COMPLETED - RELEASE ' REL-RELEASE-ID
           DISPLAY 'RETURN CODE: ' WS-RETURN-CODE
           SET PERF-PHASE-END TO TRUE
           MOVE WS-AUD-SEALED TO PERF-RECORDS
           MOVE WS-RETURN-CODE TO PERF-RETURN-CODE
           CALL 'FIBPERFL' USING FIBPERF-PARMS

           MOVE WS-RETURN-CODE TO RETURN-CODE.
