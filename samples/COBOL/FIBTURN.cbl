      *                 whether each extract was produced,
      *   EXCEPTIONS    the night's FIBEXCP records by severity,
      *   TRANSMISSIONS the FIBXMIT entries still pending or
      *                 mismatched,
      *   OVERRIDES     every operator override entered on the
      *                 FIBSCON console against last night's cycle,
      *                 from the FIBOVRA audit dataset.
      *
      * The last line says CLEAN NIGHT or REVIEW REQUIRED - enough
      * to decide in one look; an overridden chain or a job left
      * QUIESCED always needs review. RC=4 when the night needs review.
      ******************************************************************
       IDENTIFICATION DIVISION.
       PROGRAM-ID. FIBTURN.
      * 09-02-2026  AG  READ THE SHARED FIBXMTC PENDING RECORD THE
      *                 REGISTRY-DRIVEN TRANSMIT STEP WRITES, AND
      *                 CORRECT THE FIBXTRCT RECORD LENGTH TO 34
      * 10-15-2026  AG  PRINT LAST NIGHT'S FIBSCON OPERATOR OVERRIDES
      *                 FROM FIBOVRA - ANY OVERRIDE NEEDS REVIEW
      * 10-15-2026  AG  A JOB LEFT QUIESCED ON FIBRUNC NEEDS REVIEW
      * 10-15-2026  AG  SHOW THE SUITE RELEASE ID ON THE COMPLETION LINE
      * 10-15-2026  AG  EXTRACT AND SUMMARY VIEWS WIDENED TO THE
      *                 CURRENT 38 AND 199 BYTE LAYOUTS
      ******************************************************************

       ENVIRONMENT DIVISION.
           SELECT PENDING-FILE ASSIGN TO "FIBXMIT"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-PEND-FILE-STATUS.
           SELECT OVERRIDE-AUDIT-FILE ASSIGN TO "FIBOVRA"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-OVRA-FILE-STATUS.
           SELECT PRINT-FILE ASSIGN TO "PRTOUT"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-PRINT-FILE-STATUS.

       FD  EXTRACT-FILE
           RECORDING MODE IS F.
       01  EXTRACT-ANY-RECORD         PIC X(38).
       01  EXTRACT-TRAILER-VIEW REDEFINES EXTRACT-ANY-RECORD.
           05  EXR-RECORD-TYPE        PIC X.
           05  EXR-RECORD-COUNT       PIC 9(9).
           05  EXR-HASH-TOTAL         PIC 9(18).
           05  FILLER                 PIC X(10).

       FD  SUMMARY-EXTRACT-FILE
           RECORDING MODE IS F.
       01  SUMX-ANY-RECORD            PIC X(199).
       01  SUMX-TRAILER-VIEW REDEFINES SUMX-ANY-RECORD.
           05  SXR-RECORD-TYPE        PIC X.
           05  SXR-RECORD-COUNT       PIC 9(9).
           05  SXR-HASH-TOTAL         PIC 9(18).
           05  FILLER                 PIC X(171).

       FD  EXCEPTION-FILE
           RECORDING MODE IS F.
           RECORDING MODE IS F.
           COPY FIBXMTC.

      * Night-cycle override audit drained from the FIBO queue
       FD  OVERRIDE-AUDIT-FILE
           RECORDING MODE IS F.
           COPY FIBOVRC.

       FD  PRINT-FILE
           RECORDING MODE IS F.
       01  PRINT-RECORD               PIC X(133).
               88  EXCP-FILE-OK            VALUE '00'.
           05  WS-PEND-FILE-STATUS    PIC XX VALUE SPACES.
               88  PEND-FILE-OK            VALUE '00'.
           05  WS-OVRA-FILE-STATUS    PIC XX VALUE SPACES.
               88  OVRA-FILE-OK            VALUE '00'.
           05  WS-PRINT-FILE-STATUS   PIC XX VALUE SPACES.

       01  WS-INDICATORS.
       77  WS-PENDING-COUNT           PIC 9(5) VALUE ZERO.
       77  WS-MISMATCH-COUNT          PIC 9(5) VALUE ZERO.
       77  WS-FAILED-JOB-COUNT        PIC 9(3) VALUE ZERO.
       77  WS-OVERRIDE-COUNT          PIC 9(5) VALUE ZERO.
       77  WS-CYCLE-DATE              PIC 9(8) VALUE ZERO.
       77  WS-CYCLE-INTEGER           PIC 9(8) VALUE ZERO.
       77  WS-PRINT-LINE              PIC X(133) VALUE SPACES.
       77  WS-RETURN-CODE             PIC 9(4) VALUE ZERO.

       01  CURRENT-DATE-TIME.
           05  CD-DATE                PIC 9(8).
           05  CD-HOUR                PIC 99.
           05  FILLER                 PIC X(11).

       01  OVERRIDE-LINE.
           05  FILLER                 PIC X(2) VALUE SPACES.
           05  OL-STAMP               PIC 9(14).
           05  FILLER                 PIC X VALUE SPACE.
           05  OL-STEP                PIC X(8).
           05  FILLER                 PIC X VALUE SPACE.
           05  OL-ACTION              PIC X(13).
           05  FILLER                 PIC X(4) VALUE ' BY '.
           05  OL-USERID              PIC X(8).
           05  FILLER                 PIC X(7) VALUE ' WAS: '.
           05  OL-PRIOR-STATUS        PIC X(9).
           05  FILLER                 PIC X(3) VALUE ' - '.
           05  OL-REASON              PIC X(40).

      * Release this program was built for
           COPY FIBRELC.

       PROCEDURE DIVISION.
       MAIN-PROCEDURE.
           PERFORM 300-REPORT-FILES-PRODUCED
           PERFORM 400-REPORT-EXCEPTIONS
           PERFORM 500-REPORT-TRANSMISSIONS
           PERFORM 550-REPORT-OVERRIDES
           PERFORM 600-PRINT-VERDICT
           PERFORM 900-TERMINATE

           MOVE FUNCTION CURRENT-DATE TO CURRENT-DATE-TIME
           MOVE CD-DATE TO WS-TODAY-DATE

      * Last night's cycle - the cycle starts at noon, so before
      * noon it is the previous day's (the FIBSCHED rule)
           COMPUTE WS-CYCLE-INTEGER =
               FUNCTION INTEGER-OF-DATE(CD-DATE)
           IF CD-HOUR < 12
               SUBTRACT 1 FROM WS-CYCLE-INTEGER
           END-IF
           COMPUTE WS-CYCLE-DATE =
               FUNCTION DATE-OF-INTEGER(WS-CYCLE-INTEGER)

           OPEN OUTPUT PRINT-FILE

           MOVE SPACES TO WS-PRINT-LINE
           IF RUNC-IS-FAILED
               ADD 1 TO WS-FAILED-JOB-COUNT
               SET REVIEW-REQUIRED TO TRUE
           END-IF

      * A job quiesced at a checkpoint has work left to resume
           IF RUNC-IS-QUIESCED
               SET REVIEW-REQUIRED TO TRUE
           END-IF.

       300-REPORT-FILES-PRODUCED.
               SET REVIEW-REQUIRED TO TRUE
           END-IF.

      * Every hold, release, bypass and mark-complete entered on
      * the console against last night's cycle, in the order the
      * audit trail recorded them
       550-REPORT-OVERRIDES.
           MOVE SPACES TO WS-PRINT-LINE
           PERFORM 800-PRINT-ONE-LINE
           MOVE SPACES TO WS-PRINT-LINE
           STRING 'OPERATOR OVERRIDES - CYCLE OF ' DELIMITED BY SIZE
                  WS-CYCLE-DATE DELIMITED BY SIZE
               INTO WS-PRINT-LINE
           END-STRING
           PERFORM 800-PRINT-ONE-LINE

           OPEN INPUT OVERRIDE-AUDIT-FILE
           IF OVRA-FILE-OK
               MOVE 'N' TO WS-FILE-EOF-SW
               PERFORM UNTIL FILE-EOF-REACHED
                   READ OVERRIDE-AUDIT-FILE
                       AT END
                           SET FILE-EOF-REACHED TO TRUE
                       NOT AT END
                           IF OVR-CYCLE-DATE = WS-CYCLE-DATE
                               PERFORM 560-REPORT-ONE-OVERRIDE
                           END-IF
                   END-READ
               END-PERFORM
               CLOSE OVERRIDE-AUDIT-FILE
           END-IF

           IF WS-OVERRIDE-COUNT = ZERO
               MOVE '  NONE' TO WS-PRINT-LINE
               PERFORM 800-PRINT-ONE-LINE
           ELSE
               SET REVIEW-REQUIRED TO TRUE
           END-IF.

       560-REPORT-ONE-OVERRIDE.
           ADD 1 TO WS-OVERRIDE-COUNT
           MOVE OVR-STAMP   TO OL-STAMP
           MOVE OVR-PROGRAM TO OL-STEP
           EVALUATE TRUE
               WHEN OVR-IS-HOLD
                   MOVE 'HOLD'          TO OL-ACTION
               WHEN OVR-IS-RELEASE
                   MOVE 'RELEASE'       TO OL-ACTION
               WHEN OVR-IS-BYPASS
                   MOVE 'BYPASS'        TO OL-ACTION
               WHEN OVR-IS-COMPLETE
                   MOVE 'MARK COMPLETE' TO OL-ACTION
               WHEN OTHER
                   MOVE OVR-ACTION      TO OL-ACTION
           END-EVALUATE
           MOVE OVR-USERID  TO OL-USERID
           IF OVR-PRIOR-STATUS = SPACES
               MOVE 'NOT RUN'        TO OL-PRIOR-STATUS
           ELSE
               MOVE OVR-PRIOR-STATUS TO OL-PRIOR-STATUS
           END-IF
           MOVE OVR-REASON  TO OL-REASON
           MOVE OVERRIDE-LINE TO WS-PRINT-LINE
           PERFORM 800-PRINT-ONE-LINE.

       600-PRINT-VERDICT.
           MOVE SPACES TO WS-PRINT-LINE
           PERFORM 800-PRINT-ONE-LINE
               END-IF
           END-IF

           DISPLAY '   FIBTURN COMPLETED - RELEASE ' REL-RELEASE-ID
           DISPLAY 'RETURN CODE: ' WS-RETURN-CODE
           MOVE WS-RETURN-CODE TO RETURN-CODE.
