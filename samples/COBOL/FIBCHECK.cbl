      * 09-02-2026  AG  CARRY THE RUN SEQUENCE ON THE PERSISTED
      *                 FIBVRFY OUTCOME - SAME-DATE RUN INSTANCES
      *                 NO LONGER COLLIDE ON THE SCORECARD
      * 10-15-2026  AG  POST EACH RUN'S CHECKED OUTCOME AND EVERY
      *                 QUARANTINE PLACED OR RELEASED ON THE FIBRDIR
      *                 RUN DIRECTORY
      * 10-15-2026  AG  JOURNAL EVERY QUARANTINE FLAG SET OR CLEARED
      *                 AS A REWRITE THROUGH THE SHARED FIBJRNW
      *                 WRITER FOR THE INCREMENTAL DB2 APPLY
      * 10-15-2026  AG  CLEAR THE APPROVING CHECKER ON JOURNAL ENTRIES
      * 10-15-2026  AG  CLEAR THE APPROVING CHECKER ON JOURNAL ENTRIES
      * 10-15-2026  AG  CARRY THE SUITE RELEASE ID ON THE FIBPERF
      *                 RECORD AND THE COMPLETION LINE
      ******************************************************************

       ENVIRONMENT DIVISION.
       77  WS-RETURN-CODE             PIC 9(4) VALUE ZERO.


      * Release this program was built for
           COPY FIBRELC.

      * Parameter area for the shared FIBPERFL telemetry logger
           COPY FIBPERFC.

      * Parameter area for the shared FIBRDIRP run-directory poster
           COPY FIBRDIRC.

      * Change-journal record for the shared FIBJRNW writer; the
      * summary is imaged before and after the flag changes
           COPY FIBJRNC.

       77  WS-JRN-OLD-IMAGE           PIC X(100) VALUE SPACES.
       77  WS-JRN-NEW-IMAGE           PIC X(100) VALUE SPACES.
       77  WS-USERID                  PIC X(8) VALUE SPACES.

       LINKAGE SECTION.
       01  PARM-INFORMATION.
           05  PARM-LENGTH            PIC S9(4) COMP.
           05  PARM-USERID            PIC X(8).

       PROCEDURE DIVISION USING PARM-INFORMATION.
       MAIN-PROCEDURE.
           PERFORM 000-INITIALIZE
           PERFORM 100-VERIFY-HISTORY THRU 100-VERIFY-HISTORY-EXIT
           GOBACK.

       000-INITIALIZE.
           IF PARM-LENGTH > ZERO
               MOVE PARM-USERID TO WS-USERID
           END-IF

           MOVE 'FIBCHECK' TO PERF-PROGRAM
           MOVE REL-RELEASE-ID TO PERF-RELEASE-ID
           SET PERF-PHASE-START TO TRUE
           CALL 'FIBPERFL' USING FIBPERF-PARMS

               MOVE WS-RUN-ERROR-COUNT  TO VRF-FIGURE
               MOVE FUNCTION CURRENT-DATE(1:14) TO VRF-TIMESTAMP
               WRITE VERIFY-OUTCOME-RECORD
           END-IF

           INITIALIZE FIBRDIR-PARMS
           MOVE WS-CURRENT-RUN-DATE TO RDP-RUN-DATE
           MOVE WS-CURRENT-RUN-SEQ  TO RDP-RUN-SEQ
           SET RDP-CHECKED          TO TRUE
           IF RUN-IS-CLEAN
               MOVE 'P' TO RDP-STATE-CODE
           ELSE
               MOVE 'F' TO RDP-STATE-CODE
           END-IF
           MOVE 'FIBCHECK'          TO RDP-PROGRAM
           CALL 'FIBRDIRP' USING FIBRDIR-PARMS.

       135-VERIFY-PERCENTAGES.
           COMPUTE WS-RECALC-PCT-EVEN ROUNDED =
                       QA-RUN-SEQ(WS-QA-IDX) ' VANISHED BEFORE '
                       'THE QUARANTINE UPDATE'
               NOT INVALID KEY
                   MOVE HIST-RECORD TO WS-JRN-OLD-IMAGE
                   IF QA-ACTION(WS-QA-IDX) = 'S'
                       MOVE 'Q' TO HIST-QUAR-FLAG
                   ELSE
                       MOVE SPACE TO HIST-QUAR-FLAG
                   END-IF
                   MOVE HIST-RECORD TO WS-JRN-NEW-IMAGE
                   REWRITE HIST-RECORD
                       INVALID KEY
                           DISPLAY 'WARNING: QUARANTINE REWRITE '
                                   QA-RUN-SEQ(WS-QA-IDX)
                                   ' RELEASED BY PASSING RECHECK'
                           END-IF
                           PERFORM 165-POST-QUARANTINE-STATE
                           PERFORM 167-JOURNAL-QUARANTINE-CHANGE
                   END-REWRITE
           END-READ.

       165-POST-QUARANTINE-STATE.
           INITIALIZE FIBRDIR-PARMS
           MOVE QA-RUN-DATE(WS-QA-IDX) TO RDP-RUN-DATE
           MOVE QA-RUN-SEQ(WS-QA-IDX)  TO RDP-RUN-SEQ
           SET RDP-QUARANTINED         TO TRUE
           IF QA-ACTION(WS-QA-IDX) = 'S'
               MOVE 'Y' TO RDP-STATE-CODE
           ELSE
               MOVE 'N' TO RDP-STATE-CODE
           END-IF
           MOVE 'FIBCHECK'             TO RDP-PROGRAM
           CALL 'FIBRDIRP' USING FIBRDIR-PARMS.

       167-JOURNAL-QUARANTINE-CHANGE.
           MOVE 'FIBCHECK'       TO JRN-PROGRAM
           MOVE WS-USERID        TO JRN-USERID
           MOVE SPACES           TO JRN-APPROVED-BY
           MOVE 'R'              TO JRN-ACTION
           MOVE WS-JRN-OLD-IMAGE TO JRN-BEFORE-IMAGE
           MOVE WS-JRN-NEW-IMAGE TO JRN-AFTER-IMAGE
           CALL 'FIBJRNW' USING HIST-JOURNAL-RECORD.

       900-TERMINATE.
           IF VRFY-FILE-OK
               CLOSE VERIFY-OUTCOME-FILE
               END-IF
           END-IF

           DISPLAY '   FIBCHECK COMPLETED - RELEASE ' REL-RELEASE-ID
           DISPLAY 'RETURN CODE: ' WS-RETURN-CODE
           SET PERF-PHASE-END TO TRUE
           MOVE WS-RECORDS-READ TO PERF-RECORDS
