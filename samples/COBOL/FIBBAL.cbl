      *               the same modulo-10**18 wrap convention the
      *               suite's accumulators use.
      *
      * Each business unit keeps its own FIBCTL and FIBCTLH, so the
      * right side takes only the runs saved in the sequence band of
      * the unit named on FIBCTL (FIBUNITT; spaces - the default
      * unit).
      *
      * On a drift the per-run sums are itemized and every run
      * whose detail rows disagree with its stored summary count is
      * flagged - that is the run that introduced the drift. RC=8
      *                 AGAINST FIBHIST AND THE FIBARCH ARCHIVE
      * 09-02-2026  AG  COUNT EACH INTRA-DAY RUN SEQUENCE AS ITS
      *                 OWN RUN UNDER THE SEQUENCED KEY
      * 10-15-2026  AG  CARRY THE FIBCTLH CLOSE-BASIS BYTE
      * 10-15-2026  AG  LOG START/END RUN-TIME TELEMETRY TO FIBPERF
      *                 THROUGH THE SHARED FIBPERFL LOGGER - THE RUN
      *                 AND ITS RETURN CODE ARE THE AUDIT EVIDENCE
      *                 FIBEVPK INDEXES FOR THIS CONTROL
      * 10-15-2026  AG  CARRY THE SUITE RELEASE ID ON THE FIBPERF
      *                 RECORD AND THE COMPLETION LINE
      * 10-15-2026  AG  PROVE ONLY THE RUNS IN THE SEQUENCE BAND OF THE
      *                 BUSINESS UNIT NAMED ON FIBCTL
      ******************************************************************

       ENVIRONMENT DIVISION.
       01  CONTROL-TOTAL-RECORD.
           05  CTL-CUMULATIVE-SUM     PIC 9(18).
           05  CTL-RUN-COUNT          PIC 9(7).
           05  CTL-UNIT               PIC X(4).

       FD  PERIOD-HISTORY-FILE
           RECORDING MODE IS F.
           05  CTLH-RUN-COUNT         PIC 9(7).
           05  CTLH-CLOSE-DATE        PIC 9(8).
           05  CTLH-CLOSER-USERID     PIC X(8).
           05  CTLH-BASIS             PIC X.

       FD  FIB-HISTORY-FILE.
           COPY FIBHIST.
       77  WS-RUN-IDX                 PIC 9(5) VALUE ZERO.
       77  WS-SOURCE-CODE             PIC X VALUE SPACE.
       77  WS-RETURN-CODE             PIC 9(4) VALUE ZERO.
       77  WS-BAL-UNIT                PIC X(4) VALUE SPACES.
       77  WS-UNIT-SEQ-LOW            PIC 9(2) VALUE 01.
       77  WS-UNIT-SEQ-HIGH           PIC 9(2) VALUE 99.

      * Release this program was built for
           COPY FIBRELC.

      * Parameter area for the shared FIBPERFL telemetry logger
           COPY FIBPERFC.

      * Parameter area for the shared FIBUNITR business-unit resolver
           COPY FIBUNRC.

       PROCEDURE DIVISION.
       MAIN-PROCEDURE.
           GOBACK.

       000-INITIALIZE.
           MOVE 'FIBBAL  ' TO PERF-PROGRAM
           MOVE REL-RELEASE-ID TO PERF-RELEASE-ID
           SET PERF-PHASE-START TO TRUE
           CALL 'FIBPERFL' USING FIBPERF-PARMS
           DISPLAY '======================================='
           DISPLAY '   FIBBAL - CROSS-FILE BALANCE PROOF'
           DISPLAY '======================================='.
                   NOT AT END
                       MOVE CTL-CUMULATIVE-SUM TO WS-LEFT-SUM
                       MOVE CTL-RUN-COUNT      TO WS-LEFT-RUNS
                       MOVE CTL-UNIT           TO WS-BAL-UNIT
               END-READ
               CLOSE CONTROL-TOTAL-FILE
           ELSE
                   WS-CTL-FILE-STATUS ' - CURRENT PERIOD AT ZERO'
           END-IF

           SET UNR-VALIDATE TO TRUE
           MOVE WS-BAL-UNIT TO UNR-UNIT
           CALL 'FIBUNITR' USING FIBUNITR-PARMS
           IF UNR-OK
               MOVE UNR-UNIT     TO WS-BAL-UNIT
               MOVE UNR-SEQ-LOW  TO WS-UNIT-SEQ-LOW
               MOVE UNR-SEQ-HIGH TO WS-UNIT-SEQ-HIGH
           ELSE
               DISPLAY 'WARNING: FIBCTL NAMES UNDEFINED UNIT '
                   WS-BAL-UNIT ' - EVERY RUN IS PROVED'
               IF 4 > WS-RETURN-CODE
                   MOVE 4 TO WS-RETURN-CODE
               END-IF
           END-IF
           DISPLAY 'BUSINESS UNIT: ' WS-BAL-UNIT ' (RUN SEQUENCES '
               WS-UNIT-SEQ-LOW '-' WS-UNIT-SEQ-HIGH ')'

           OPEN INPUT PERIOD-HISTORY-FILE
           IF CTLH-FILE-OK
               PERFORM UNTIL CTLH-EOF-REACHED
                   AT END
                       SET HIST-EOF-REACHED TO TRUE
                   NOT AT END
                       IF HIST-RUN-SEQ NOT < WS-UNIT-SEQ-LOW
                               AND HIST-RUN-SEQ
                                   NOT > WS-UNIT-SEQ-HIGH
                           PERFORM 210-TAKE-ONE-HIST-ROW
                       END-IF
               END-READ
           END-PERFORM

       200-TOTAL-HISTORY-RUNS-EXIT.
           EXIT.

       210-TAKE-ONE-HIST-ROW.
           IF RUN-IN-PROGRESS
                   AND (HIST-RUN-DATE
                       NOT = WS-CURRENT-RUN-DATE
                   OR HIST-RUN-SEQ
                       NOT = WS-CURRENT-RUN-SEQ)
               PERFORM 230-CLOSE-OUT-RUN
           END-IF
           IF NOT RUN-IN-PROGRESS
               SET RUN-IN-PROGRESS TO TRUE
               MOVE HIST-RUN-DATE
                   TO WS-CURRENT-RUN-DATE
               MOVE HIST-RUN-SEQ
                   TO WS-CURRENT-RUN-SEQ
               MOVE ZERO TO WS-THIS-RUN-SUM
               MOVE ZERO TO WS-THIS-DET-COUNT
               MOVE ZERO TO WS-THIS-SUM-COUNT
           END-IF
           PERFORM 220-ADD-ONE-HIST-ROW.

       220-ADD-ONE-HIST-ROW.
           IF HIST-TERM-INDEX = ZERO
               MOVE HIST-ACTUAL-COUNT TO WS-THIS-SUM-COUNT
                       NOT AT END
                           IF ARCH-RUN-DATE IS NUMERIC
                                   AND ARCH-TERM-INDEX IS NUMERIC
                                   AND ARCH-RUN-SEQ IS NUMERIC
                                   AND ARCH-RUN-SEQ
                                       NOT < WS-UNIT-SEQ-LOW
                                   AND ARCH-RUN-SEQ
                                       NOT > WS-UNIT-SEQ-HIGH
                               PERFORM 310-ADD-ONE-ARCH-ROW
                           END-IF
                   END-READ
               END-IF
           END-IF

           DISPLAY '   FIBBAL COMPLETED - RELEASE ' REL-RELEASE-ID
           DISPLAY 'RETURN CODE: ' WS-RETURN-CODE
           SET PERF-PHASE-END TO TRUE
           MOVE WS-RUN-COUNT TO PERF-RECORDS
           MOVE WS-RETURN-CODE TO PERF-RETURN-CODE
           CALL 'FIBPERFL' USING FIBPERF-PARMS

           MOVE WS-RETURN-CODE TO RETURN-CODE.
