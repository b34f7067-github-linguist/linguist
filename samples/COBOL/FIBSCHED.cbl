      *   HOLD    - a predecessor posts FAILED (the rest of the
      *             chain behind it holds as well),
      *   WAIT    - a predecessor has not completed yet,
      *   DONE    - the step already posts COMPLETED or FAILED,
      *   QUIESCED- the step stopped at a checkpoint on an operator
      *             quiesce request (FIBQUIES); it waits, with its
      *             successors, until the operator releases it to
      *             resume from that checkpoint,
      *   MAINT   - the step would be released but a planned
      *             maintenance window on FIBMWIN covers it (by
      *             name, ALL, or a dataset named on its card); it
      *             waits, with its successors, until the window
      *             closes. Each pass that holds it is logged to
      *             FIBMWSUP for the FIBMWRPT post-window report.
      *
      * Operator overrides entered on the FIBSCON console are read
      * from FIBOVRD and honored for the cycle they were entered
      * against (the cycle starts at noon): a held step is not
      * released and its successors wait, a released step goes
      * whatever its predecessors post, a bypassed step is never
      * released and a bypassed or marked-complete step counts as
      * COMPLETED for its successors. FIBRUNC itself is never
      * altered. Every pass posts the chain to FIBCHAIN for the
      * console.
      *
      * Released steps are written to the FIBRELSE file the
      * automation product submits from; the chain-status report
      *   COLS 10-17  PREDECESSOR 1 (BLANK = NONE)
      *   COLS 19-26  PREDECESSOR 2
      *   COLS 28-35  PREDECESSOR 3
      *   COLS 37-44  DATASET (DD NAME) THE STEP USES - OPTIONAL,
      *   COLS 46-53  DATASET   FOR THE MAINTENANCE-WINDOW CHECK
      *
      * RC=4 while steps are still waiting, RC=8 when a failed
      * predecessor is holding part of the chain.
      *                 CHAIN WHEN FIBCAP HAS POSTED A CAPACITY
      *                 ACTION REQUEST ON FIBCAPRQ - THE FORECAST
      *                 NOW TRIGGERS THE WOULD-PURGE REPORT
      * 10-15-2026  AG  HONOR THE FIBOVRD OPERATOR OVERRIDES (HOLD,
      *                 RELEASE, BYPASS, MARK COMPLETE) AND POST
      *                 EVERY PASS TO FIBCHAIN FOR THE CONSOLE
      * 10-15-2026  AG  A STEP POSTING QUIESCED WAITS (DECISION Q) WITH
      *                 ITS SUCCESSORS UNTIL AN OPERATOR RELEASE RESUMES
      *                 IT
      * 10-15-2026  AG  HOLD A STEP READY FOR RELEASE WHILE A PLANNED
      *                 MAINTENANCE WINDOW COVERS IT (DECISION M) AND
      *                 LOG THE HOLD; OPTIONAL DATASET COLUMNS ON THE
      *                 DEPENDENCY DECK
      * 10-15-2026  AG  SHOW THE SUITE RELEASE ID ON THE COMPLETION LINE
      ******************************************************************

       ENVIRONMENT DIVISION.
           SELECT CAPACITY-REQUEST-FILE ASSIGN TO "FIBCAPRQ"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-CAPRQ-FILE-STATUS.
           SELECT OVERRIDE-FILE ASSIGN TO "FIBOVRD"
               ORGANIZATION IS INDEXED
               ACCESS MODE IS RANDOM
               RECORD KEY IS OVR-PROGRAM
               FILE STATUS IS WS-OVR-FILE-STATUS.
           SELECT CHAIN-FILE ASSIGN TO "FIBCHAIN"
               ORGANIZATION IS INDEXED
               ACCESS MODE IS RANDOM
               RECORD KEY IS CHN-SEQ
               FILE STATUS IS WS-CHN-FILE-STATUS.
           SELECT PRINT-FILE ASSIGN TO "PRTOUT"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-PRINT-FILE-STATUS.
           RECORDING MODE IS F.
           COPY FIBCAPQC.

      * Operator overrides entered on the FIBSCON console
       FD  OVERRIDE-FILE.
           COPY FIBOVRC.

      * Chain status posted for the FIBSCON console
       FD  CHAIN-FILE.
           COPY FIBCHNC.

       FD  PRINT-FILE
           RECORDING MODE IS F.
       01  PRINT-RECORD               PIC X(133).
           05  WS-DC-PRED-2           PIC X(8).
           05  FILLER                 PIC X.
           05  WS-DC-PRED-3           PIC X(8).
           05  FILLER                 PIC X.
           05  WS-DC-DATASET-1        PIC X(8).
           05  FILLER                 PIC X.
           05  WS-DC-DATASET-2        PIC X(8).
           05  FILLER                 PIC X(27).

       01  WS-FILE-STATUSES.
           05  WS-CARD-FILE-STATUS    PIC XX VALUE SPACES.
           05  WS-REL-FILE-STATUS     PIC XX VALUE SPACES.
           05  WS-CAPRQ-FILE-STATUS   PIC XX VALUE SPACES.
               88  CAPRQ-FILE-OK           VALUE '00'.
           05  WS-OVR-FILE-STATUS     PIC XX VALUE SPACES.
               88  OVR-FILE-OK             VALUE '00'.
           05  WS-CHN-FILE-STATUS     PIC XX VALUE SPACES.
               88  CHN-FILE-OK             VALUE '00'.
               88  CHN-FILE-NOT-FOUND      VALUE '35'.
           05  WS-PRINT-FILE-STATUS   PIC XX VALUE SPACES.

       01  WS-INDICATORS.
               88  CAP-REQUEST-PRESENT    VALUE 'Y'.
           05  WS-PURGS-IN-DECK-SW    PIC X VALUE 'N'.
               88  PURGS-ALREADY-IN-DECK  VALUE 'Y'.
           05  WS-OVR-OPEN-SW         PIC X VALUE 'N'.
               88  OVERRIDES-AVAILABLE    VALUE 'Y'.
           05  WS-DECIDED-SW          PIC X VALUE 'N'.
               88  CHAIN-WAS-DECIDED      VALUE 'Y'.

      * One entry per dependency card, in deck order. ST-DECISION:
      * R RELEASED, H HELD ON A FAILURE, W WAITING, D ALREADY DONE,
      * F THE STEP ITSELF FAILED, O OPERATOR HOLD, B BYPASSED BY
      * THE OPERATOR, Q QUIESCED AT A CHECKPOINT, M HELD FOR A
      * PLANNED MAINTENANCE WINDOW. ST-PRED-STATUS
      * is each predecessor's status after overrides; ST-OVR-ACTION
      * the step's own override.
       01  STEP-TABLE.
           05  WS-STEP-COUNT          PIC 9(3) VALUE ZERO.
           05  STEP-ENTRY OCCURS 50 TIMES.
               10  ST-OWN-STATUS      PIC X(9).
               10  ST-DECISION        PIC X.
               10  ST-REASON          PIC X(30).
               10  ST-PRED-STATUS     PIC X(9) OCCURS 3 TIMES.
               10  ST-OVR-ACTION      PIC X.
               10  ST-DATASET         PIC X(8) OCCURS 2 TIMES.

       01  CHAIN-STATUS-LINE.
           05  CL-STEP                PIC X(8).
       77  WS-WAIT-COUNT              PIC 9(3) VALUE ZERO.
       77  WS-DONE-COUNT              PIC 9(3) VALUE ZERO.
       77  WS-FAILED-COUNT            PIC 9(3) VALUE ZERO.
       77  WS-OVERRIDE-COUNT          PIC 9(3) VALUE ZERO.
       77  WS-OWN-STATUS              PIC X(9) VALUE SPACES.
       77  WS-OWN-STAMP               PIC 9(14) VALUE ZERO.
       77  WS-OVR-ACTION              PIC X VALUE SPACE.
       77  WS-CYCLE-DATE              PIC 9(8) VALUE ZERO.
       77  WS-CYCLE-INTEGER           PIC 9(8) VALUE ZERO.
       77  WS-PASS-STAMP              PIC 9(14) VALUE ZERO.
       77  WS-RETURN-CODE             PIC 9(4) VALUE ZERO.

      * Parameter area for the shared FIBMWCHK maintenance-window check
           COPY FIBMWCKC.

       01  CURRENT-DATE-TIME.
           05  CD-DATE                PIC 9(8).
           05  CD-HOUR                PIC 99.
           05  FILLER                 PIC X(11).

      * Release this program was built for
           COPY FIBRELC.

       PROCEDURE DIVISION.
       MAIN-PROCEDURE.
           PERFORM 000-INITIALIZE
                   THRU 200-DECIDE-ALL-STEPS-EXIT
               PERFORM 300-WRITE-RELEASES
               PERFORM 400-PRINT-CHAIN-STATUS
               PERFORM 500-POST-CHAIN-STATUS
                   THRU 500-POST-CHAIN-STATUS-EXIT
           END-IF
           PERFORM 900-TERMINATE

           GOBACK.

       000-INITIALIZE.
           MOVE FUNCTION CURRENT-DATE TO CURRENT-DATE-TIME
           MOVE FUNCTION CURRENT-DATE(1:14) TO WS-PASS-STAMP

      * The night cycle starts at noon: before noon it is still
      * the cycle of the previous day - the FIBFCST rule
           COMPUTE WS-CYCLE-INTEGER =
               FUNCTION INTEGER-OF-DATE(CD-DATE)
           IF CD-HOUR < 12
               SUBTRACT 1 FROM WS-CYCLE-INTEGER
           END-IF
           COMPUTE WS-CYCLE-DATE =
               FUNCTION DATE-OF-INTEGER(WS-CYCLE-INTEGER)

           OPEN OUTPUT PRINT-FILE

           DISPLAY '======================================='
           DISPLAY '   FIBSCHED - NIGHT-CYCLE ORCHESTRATOR'
           DISPLAY '======================================='
           DISPLAY 'CYCLE OF: ' WS-CYCLE-DATE.

       100-LOAD-DEPENDENCY-DECK.
           OPEN INPUT CONTROL-CARD-FILE
                               TO ST-DECISION(WS-STEP-COUNT)
                           MOVE SPACES
                               TO ST-REASON(WS-STEP-COUNT)
                           MOVE SPACES
                               TO ST-PRED-STATUS(WS-STEP-COUNT, 1)
                           MOVE SPACES
                               TO ST-PRED-STATUS(WS-STEP-COUNT, 2)
                           MOVE SPACES
                               TO ST-PRED-STATUS(WS-STEP-COUNT, 3)
                           MOVE SPACE
                               TO ST-OVR-ACTION(WS-STEP-COUNT)
                           MOVE WS-DC-DATASET-1
                               TO ST-DATASET(WS-STEP-COUNT, 1)
                           MOVE WS-DC-DATASET-2
                               TO ST-DATASET(WS-STEP-COUNT, 2)
                       END-IF
               END-READ
           END-PERFORM
                   MOVE SPACES TO ST-OWN-STATUS(WS-STEP-COUNT)
                   MOVE SPACE  TO ST-DECISION(WS-STEP-COUNT)
                   MOVE SPACES TO ST-REASON(WS-STEP-COUNT)
                   MOVE SPACES
                       TO ST-PRED-STATUS(WS-STEP-COUNT, 1)
                   MOVE SPACES
                       TO ST-PRED-STATUS(WS-STEP-COUNT, 2)
                   MOVE SPACES
                       TO ST-PRED-STATUS(WS-STEP-COUNT, 3)
                   MOVE SPACE  TO ST-OVR-ACTION(WS-STEP-COUNT)
                   MOVE SPACES TO ST-DATASET(WS-STEP-COUNT, 1)
                   MOVE SPACES TO ST-DATASET(WS-STEP-COUNT, 2)
                   DISPLAY 'FIBPURGS PURGE-SIMULATE STEP ADDED '
                       'TO THE CHAIN'
               ELSE
               GO TO 200-DECIDE-ALL-STEPS-EXIT
           END-IF

      * No FIBOVRD yet (status 35) simply means no overrides
           OPEN INPUT OVERRIDE-FILE
           IF OVR-FILE-OK
               SET OVERRIDES-AVAILABLE TO TRUE
           END-IF

           PERFORM 210-DECIDE-ONE-STEP
               THRU 210-DECIDE-ONE-STEP-EXIT
               VARYING WS-STEP-IDX FROM 1 BY 1
                 UNTIL WS-STEP-IDX > WS-STEP-COUNT

           SET CHAIN-WAS-DECIDED TO TRUE
           IF OVERRIDES-AVAILABLE
               CLOSE OVERRIDE-FILE
           END-IF
           CLOSE RUN-CONTROL-FILE.

       200-DECIDE-ALL-STEPS-EXIT.
           EXIT.

      * A step that already posts COMPLETED or FAILED tonight is
      * done, a QUIESCED step waits for the operator; otherwise
      * the predecessors decide: all COMPLETED releases it (unless
      * a maintenance window holds it), any FAILED holds it,
      * anything else waits.
      * The step's own override for tonight's cycle comes first.
       210-DECIDE-ONE-STEP.
           MOVE ST-STEP(WS-STEP-IDX) TO WS-PRED-NAME
           PERFORM 220-READ-RUNC-STATUS
           MOVE WS-PRED-STATUS TO ST-OWN-STATUS(WS-STEP-IDX)
           MOVE WS-PRED-STATUS TO WS-OWN-STATUS
           MOVE ZERO TO WS-OWN-STAMP
           IF WS-PRED-STATUS NOT = SPACES
               MOVE RUNC-TIMESTAMP TO WS-OWN-STAMP
           END-IF

           PERFORM 215-READ-PRED-STATUSES
               VARYING WS-PRED-IDX FROM 1 BY 1
                 UNTIL WS-PRED-IDX > 3

           MOVE ST-STEP(WS-STEP-IDX) TO WS-PRED-NAME
           PERFORM 250-READ-OVERRIDE
           IF WS-OVR-ACTION NOT = SPACE
               PERFORM 260-APPLY-OWN-OVERRIDE
                   THRU 260-APPLY-OWN-OVERRIDE-EXIT
               IF ST-DECISION(WS-STEP-IDX) NOT = SPACE
                   MOVE WS-OVR-ACTION TO ST-OVR-ACTION(WS-STEP-IDX)
                   ADD 1 TO WS-OVERRIDE-COUNT
               END-IF
           END-IF
           IF ST-DECISION(WS-STEP-IDX) NOT = SPACE
               GO TO 210-DECIDE-ONE-STEP-EXIT
           END-IF

           EVALUATE WS-OWN-STATUS
               WHEN 'COMPLETED'
                   MOVE 'D' TO ST-DECISION(WS-STEP-IDX)
                   MOVE 'STEP ALREADY COMPLETED'
                   MOVE 'STEP IS RUNNING'
                       TO ST-REASON(WS-STEP-IDX)
                   ADD 1 TO WS-DONE-COUNT
               WHEN 'QUIESCED '
                   MOVE 'Q' TO ST-DECISION(WS-STEP-IDX)
                   MOVE 'QUIESCED - RELEASE TO RESUME'
                       TO ST-REASON(WS-STEP-IDX)
                   ADD 1 TO WS-WAIT-COUNT
               WHEN OTHER
                   PERFORM 230-CHECK-PREDECESSORS
           END-EVALUATE.

       210-DECIDE-ONE-STEP-EXIT.
           EXIT.

      * Each predecessor's status after its own override - a
      * bypassed or marked-complete predecessor lets its
      * successors go as if it had completed
       215-READ-PRED-STATUSES.
           EVALUATE WS-PRED-IDX
               WHEN 1
                   MOVE ST-PRED-1(WS-STEP-IDX) TO WS-PRED-NAME
               WHEN 2
                   MOVE ST-PRED-2(WS-STEP-IDX) TO WS-PRED-NAME
               WHEN 3
                   MOVE ST-PRED-3(WS-STEP-IDX) TO WS-PRED-NAME
           END-EVALUATE

           MOVE SPACES TO WS-PRED-STATUS
           IF WS-PRED-NAME NOT = SPACES
               PERFORM 220-READ-RUNC-STATUS
               PERFORM 250-READ-OVERRIDE
               EVALUATE WS-OVR-ACTION
                   WHEN 'B'
                       MOVE 'BYPASSED ' TO WS-PRED-STATUS
                   WHEN 'C'
                       MOVE 'MARKED OK' TO WS-PRED-STATUS
                   WHEN OTHER
                       CONTINUE
               END-EVALUATE
           END-IF
           MOVE WS-PRED-STATUS
               TO ST-PRED-STATUS(WS-STEP-IDX, WS-PRED-IDX).

       220-READ-RUNC-STATUS.
           MOVE SPACES TO WS-PRED-STATUS
           MOVE WS-PRED-NAME TO RUNC-PROGRAM
                   MOVE 'W' TO ST-DECISION(WS-STEP-IDX)
                   ADD 1 TO WS-WAIT-COUNT
               WHEN OTHER
                   PERFORM 270-CHECK-MAINT-WINDOW
                   IF MWC-IN-WINDOW
                       MOVE 'M' TO ST-DECISION(WS-STEP-IDX)
                       MOVE SPACES TO ST-REASON(WS-STEP-IDX)
                       STRING 'MAINT WINDOW ' DELIMITED BY SIZE
                              MWC-WINDOW-ID DELIMITED BY SIZE
                           INTO ST-REASON(WS-STEP-IDX)
                       END-STRING
                       ADD 1 TO WS-WAIT-COUNT
                   ELSE
                       MOVE 'R' TO ST-DECISION(WS-STEP-IDX)
                       MOVE 'ALL PREDECESSORS COMPLETED'
                           TO ST-REASON(WS-STEP-IDX)
                       ADD 1 TO WS-RELEASE-COUNT
                   END-IF
           END-EVALUATE.

       240-CHECK-ONE-PREDECESSOR.
           IF WS-PRED-NAME = SPACES
               CONTINUE
           ELSE
               MOVE ST-PRED-STATUS(WS-STEP-IDX, WS-PRED-IDX)
                   TO WS-PRED-STATUS
               EVALUATE WS-PRED-STATUS
                   WHEN 'COMPLETED'
                   WHEN 'BYPASSED '
                   WHEN 'MARKED OK'
                       CONTINUE
                   WHEN 'FAILED   '
                       SET PRED-HAS-FAILED TO TRUE
               END-EVALUATE
           END-IF.

      * Tonight's override for the step in WS-PRED-NAME, or space.
      * An override entered against an earlier cycle is ignored.
       250-READ-OVERRIDE.
           MOVE SPACE TO WS-OVR-ACTION
           IF OVERRIDES-AVAILABLE
               MOVE WS-PRED-NAME TO OVR-PROGRAM
               READ OVERRIDE-FILE
                   INVALID KEY
                       CONTINUE
                   NOT INVALID KEY
                       IF OVR-CYCLE-DATE = WS-CYCLE-DATE
                           MOVE OVR-ACTION TO WS-OVR-ACTION
                       END-IF
               END-READ
           END-IF.

      * A running or completed step is past overriding; the
      * decision is left blank and the normal rules apply. A
      * release re-releases a failed or quiesced step only when
      * that status was posted before the release was entered, so
      * a rerun that fails or is quiesced again is not resubmitted
      * on every pass.
       260-APPLY-OWN-OVERRIDE.
           IF WS-OWN-STATUS = 'STARTED  ' OR 'COMPLETED'
               GO TO 260-APPLY-OWN-OVERRIDE-EXIT
           END-IF

           EVALUATE WS-OVR-ACTION
               WHEN 'H'
                   MOVE 'O' TO ST-DECISION(WS-STEP-IDX)
                   MOVE SPACES TO ST-REASON(WS-STEP-IDX)
                   STRING 'OPERATOR HOLD BY ' DELIMITED BY SIZE
                          OVR-USERID DELIMITED BY SIZE
                       INTO ST-REASON(WS-STEP-IDX)
                   END-STRING
                   ADD 1 TO WS-WAIT-COUNT
               WHEN 'B'
                   MOVE 'B' TO ST-DECISION(WS-STEP-IDX)
                   MOVE SPACES TO ST-REASON(WS-STEP-IDX)
                   STRING 'BYPASSED BY ' DELIMITED BY SIZE
                          OVR-USERID DELIMITED BY SIZE
                       INTO ST-REASON(WS-STEP-IDX)
                   END-STRING
                   ADD 1 TO WS-DONE-COUNT
               WHEN 'C'
                   MOVE 'D' TO ST-DECISION(WS-STEP-IDX)
                   MOVE SPACES TO ST-REASON(WS-STEP-IDX)
                   STRING 'MARKED COMPLETE BY ' DELIMITED BY SIZE
                          OVR-USERID DELIMITED BY SIZE
                       INTO ST-REASON(WS-STEP-IDX)
                   END-STRING
                   ADD 1 TO WS-DONE-COUNT
               WHEN 'R'
                   IF (WS-OWN-STATUS = 'FAILED   '
                           OR WS-OWN-STATUS = 'QUIESCED ')
                           AND WS-OWN-STAMP NOT < OVR-STAMP
                       GO TO 260-APPLY-OWN-OVERRIDE-EXIT
                   END-IF
                   MOVE 'R' TO ST-DECISION(WS-STEP-IDX)
                   MOVE SPACES TO ST-REASON(WS-STEP-IDX)
                   STRING 'RELEASED BY ' DELIMITED BY SIZE
                          OVR-USERID DELIMITED BY SIZE
                       INTO ST-REASON(WS-STEP-IDX)
                   END-STRING
                   ADD 1 TO WS-RELEASE-COUNT
               WHEN OTHER
                   CONTINUE
           END-EVALUATE.

       260-APPLY-OWN-OVERRIDE-EXIT.
           EXIT.

      * A step ready to go but covered by an open maintenance window
      * is held and the hold logged for the post-window report. An
      * operator release entered on FIBSCON is an explicit decision
      * and is not held (260 has already decided that step).
       270-CHECK-MAINT-WINDOW.
           INITIALIZE FIBMWCHK-PARMS
           SET MWC-CHECK TO TRUE
           MOVE ST-STEP(WS-STEP-IDX)       TO MWC-PROGRAM
           MOVE ST-DATASET(WS-STEP-IDX, 1) TO MWC-DATASET(1)
           MOVE ST-DATASET(WS-STEP-IDX, 2) TO MWC-DATASET(2)
           CALL 'FIBMWCHK' USING FIBMWCHK-PARMS

           IF MWC-IN-WINDOW
               SET MWC-LOG TO TRUE
               MOVE 'H'      TO MWC-LOG-TYPE
               MOVE SPACE    TO MWC-LOG-SEVERITY
               MOVE SPACES   TO MWC-LOG-MSG-ID
               MOVE SPACES   TO MWC-LOG-TEXT
               STRING 'HELD BY FIBSCHED - CYCLE OF ' DELIMITED BY SIZE
                      WS-CYCLE-DATE DELIMITED BY SIZE
                   INTO MWC-LOG-TEXT
               END-STRING
               CALL 'FIBMWCHK' USING FIBMWCHK-PARMS
               DISPLAY 'HELD FOR MAINTENANCE WINDOW ' MWC-WINDOW-ID
                   ': ' ST-STEP(WS-STEP-IDX)
           END-IF.

       300-WRITE-RELEASES.
           OPEN OUTPUT RELEASE-FILE

                       MOVE 'WAITING ' TO CL-DECISION
                   WHEN 'F'
                       MOVE 'FAILED  ' TO CL-DECISION
                   WHEN 'O'
                       MOVE 'OPR HOLD' TO CL-DECISION
                   WHEN 'B'
                       MOVE 'BYPASSED' TO CL-DECISION
                   WHEN 'Q'
                       MOVE 'QUIESCED' TO CL-DECISION
                   WHEN 'M'
                       MOVE 'MAINTWIN' TO CL-DECISION
                   WHEN OTHER
                       MOVE 'DONE    ' TO CL-DECISION
               END-EVALUATE
           DISPLAY 'STEPS HELD:     ' WS-HOLD-COUNT
           DISPLAY 'STEPS WAITING:  ' WS-WAIT-COUNT
           DISPLAY 'STEPS DONE:     ' WS-DONE-COUNT
           DISPLAY 'STEPS FAILED:   ' WS-FAILED-COUNT
           DISPLAY 'OVERRIDES:      ' WS-OVERRIDE-COUNT.

      * The FIBCHAIN entries the FIBSCON console shows: the header
      * at sequence zero, then one entry per step in deck order.
      * Created on first use. A posting failure is reported but
      * does not fail the pass - the releases are already written.
       500-POST-CHAIN-STATUS.
           IF NOT CHAIN-WAS-DECIDED
               GO TO 500-POST-CHAIN-STATUS-EXIT
           END-IF

           OPEN I-O CHAIN-FILE
           IF CHN-FILE-NOT-FOUND
               OPEN OUTPUT CHAIN-FILE
               CLOSE CHAIN-FILE
               OPEN I-O CHAIN-FILE
           END-IF
           IF NOT CHN-FILE-OK
               DISPLAY 'WARNING: FIBCHAIN NOT AVAILABLE - STATUS '
                   WS-CHN-FILE-STATUS ' - CONSOLE NOT UPDATED'
               IF 4 > WS-RETURN-CODE
                   MOVE 4 TO WS-RETURN-CODE
               END-IF
               GO TO 500-POST-CHAIN-STATUS-EXIT
           END-IF

           MOVE SPACES TO CHAIN-RECORD
           MOVE ZERO           TO CHN-SEQ
           MOVE WS-PASS-STAMP  TO CHH-PASS-STAMP
           MOVE WS-CYCLE-DATE  TO CHH-CYCLE-DATE
           MOVE WS-STEP-COUNT  TO CHH-STEP-COUNT
           PERFORM 510-WRITE-CHAIN-RECORD

           PERFORM VARYING WS-STEP-IDX FROM 1 BY 1
                     UNTIL WS-STEP-IDX > WS-STEP-COUNT
               MOVE SPACES TO CHAIN-RECORD
               MOVE WS-STEP-IDX                TO CHN-SEQ
               MOVE ST-STEP(WS-STEP-IDX)       TO CHN-STEP
               MOVE ST-PRED-1(WS-STEP-IDX)     TO CHN-PRED-NAME(1)
               MOVE ST-PRED-2(WS-STEP-IDX)     TO CHN-PRED-NAME(2)
               MOVE ST-PRED-3(WS-STEP-IDX)     TO CHN-PRED-NAME(3)
               MOVE ST-PRED-STATUS(WS-STEP-IDX, 1)
                   TO CHN-PRED-STATUS(1)
               MOVE ST-PRED-STATUS(WS-STEP-IDX, 2)
                   TO CHN-PRED-STATUS(2)
               MOVE ST-PRED-STATUS(WS-STEP-IDX, 3)
                   TO CHN-PRED-STATUS(3)
               MOVE ST-OWN-STATUS(WS-STEP-IDX) TO CHN-OWN-STATUS
               MOVE ST-DECISION(WS-STEP-IDX)   TO CHN-DECISION
               MOVE ST-REASON(WS-STEP-IDX)     TO CHN-REASON
               MOVE ST-OVR-ACTION(WS-STEP-IDX) TO CHN-OVR-ACTION
               PERFORM 510-WRITE-CHAIN-RECORD
           END-PERFORM

           CLOSE CHAIN-FILE.

       500-POST-CHAIN-STATUS-EXIT.
           EXIT.

       510-WRITE-CHAIN-RECORD.
           WRITE CHAIN-RECORD
               INVALID KEY
                   REWRITE CHAIN-RECORD
                       INVALID KEY
                           DISPLAY 'WARNING: FIBCHAIN ENTRY '
                               CHN-SEQ ' NOT POSTED'
                   END-REWRITE
           END-WRITE.

       900-TERMINATE.
           IF WS-WAIT-COUNT > ZERO

           CLOSE PRINT-FILE

           DISPLAY '   FIBSCHED COMPLETED - RELEASE ' REL-RELEASE-ID
           DISPLAY 'RETURN CODE: ' WS-RETURN-CODE
           MOVE WS-RETURN-CODE TO RETURN-CODE.
