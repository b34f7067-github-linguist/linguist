      ******************************************************************
      * FIBFCST is the night-cycle completion forecast. At 2am the
      * question is not what has finished but when the cycle will
      * finish, and whether that is before the morning cutoff. The
      * forecast answers it from what the suite already records:
      *
      *   - the FIBSCHED dependency deck (the same SYSIN cards),
      *   - tonight's FIBRUNC statuses for every step,
      *   - the FIBHRTBT heartbeat of each step that is running,
      *   - each step's recent elapsed times on FIBPERF (the
      *     average of its last five clean runs, RC 4 or less).
      *
      * A step completed tonight finishes when FIBRUNC says it did.
      * A running step finishes at its start plus its average - or
      * a few minutes from now once it is past its average, or a
      * full average from now when its heartbeat has gone stale
      * (the hung-job signature, so a restart is assumed). A failed
      * step is assumed rerun now. A step not yet started begins
      * when its last predecessor finishes, or now if that is
      * earlier. The latest finish is the projected cycle end, and
      * the chain of latest-finishing predecessors behind it is the
      * critical path.
      *
      * "Tonight" is the cycle that began at noon: a FIBRUNC posting
      * older than that belongs to an earlier night and counts as
      * not run. The cutoff is PARM='HHMM' (default 0600) on the
      * morning after the cycle began.
      *
      * The moment the projected end passes the cutoff a severity-W
      * FIB015 warning goes to FIBALERT and the console, once per
      * night - a later run that still projects late does not raise
      * it again. The projection is saved on the FIBFCST KSDS for
      * the FIBDASH dashboard, and the forecast report prints every
      * step. Nothing else is updated, so the job can be run at any
      * time, as often as wanted; FIBSCHED's timer runs it after
      * every orchestration pass.
      *
      * RC=0 when the cycle is projected inside the cutoff, RC=4
      * when it is projected late, RC=8 when the deck or FIBRUNC is
      * missing or the deck has a dependency loop.
      ******************************************************************
       IDENTIFICATION DIVISION.
       PROGRAM-ID. FIBFCST.
       AUTHOR. Antonio Gibas.
       DATE-WRITTEN. 10-15-2026.
       DATE-COMPILED. 10-15-2026.

      * MODIFICATION HISTORY
      * 10-15-2026  AG  INITIAL VERSION - NIGHT-CYCLE COMPLETION
      *                 FORECAST, CRITICAL PATH AND CUTOFF WARNING
      * 10-15-2026  AG  LOG, NOT PAGE, THE FIB015 WARNING WHEN A
      *                 CRITICAL-PATH STEP IS IN A PLANNED MAINTENANCE
      *                 WINDOW (FIBMWCHK)
      * 10-15-2026  AG  SHOW THE SUITE RELEASE ID ON THE COMPLETION LINE
      * 10-15-2026  AG  PERFORM THE STATUS READ AND ELAPSED-TIME KEEP
      *                 THRU THEIR EXITS
      ******************************************************************

       ENVIRONMENT DIVISION.
       CONFIGURATION SECTION.
       SOURCE-COMPUTER. IBM-Z.
       OBJECT-COMPUTER. IBM-Z.

       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
           SELECT CONTROL-CARD-FILE ASSIGN TO "SYSIN"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-CARD-FILE-STATUS.
           SELECT RUN-CONTROL-FILE ASSIGN TO "FIBRUNC"
               ORGANIZATION IS INDEXED
               ACCESS MODE IS RANDOM
               RECORD KEY IS RUNC-PROGRAM
               FILE STATUS IS WS-RUNC-FILE-STATUS.
           SELECT HEARTBEAT-FILE ASSIGN TO "FIBHRTBT"
               ORGANIZATION IS INDEXED
               ACCESS MODE IS RANDOM
               RECORD KEY IS HRT-PROGRAM
               FILE STATUS IS WS-HRTB-FILE-STATUS.
           SELECT PERF-HISTORY-FILE ASSIGN TO "FIBPERF"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-PERF-FILE-STATUS.
           SELECT FORECAST-FILE ASSIGN TO "FIBFCST"
               ORGANIZATION IS INDEXED
               ACCESS MODE IS RANDOM
               RECORD KEY IS FC-KEY
               FILE STATUS IS WS-FCST-FILE-STATUS.
           SELECT ALERT-FILE ASSIGN TO "FIBALERT"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-ALRT-FILE-STATUS.
           SELECT PRINT-FILE ASSIGN TO "PRTOUT"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-PRINT-FILE-STATUS.

       DATA DIVISION.
       FILE SECTION.
       FD  CONTROL-CARD-FILE
           RECORDING MODE IS F.
       01  CONTROL-CARD-RECORD       PIC X(80).

       FD  RUN-CONTROL-FILE.
           COPY FIBRUNC.

       FD  HEARTBEAT-FILE.
           COPY FIBHRTBC.

       FD  PERF-HISTORY-FILE
           RECORDING MODE IS F.
           COPY FIBPERFD.

       FD  FORECAST-FILE.
           COPY FIBFCSTC.

      * Real-time operator alert record, as ADVFIBB writes it - the
      * automation product routes a severity-W record to the
      * on-call operator
       FD  ALERT-FILE
           RECORDING MODE IS F.
       01  ALERT-RECORD.
           05  ALR-TIMESTAMP          PIC 9(14).
           05  ALR-PROGRAM            PIC X(8).
           05  ALR-SEVERITY           PIC X.
           05  ALR-MSG-ID             PIC X(8).
           05  ALR-TEXT               PIC X(60).

       FD  PRINT-FILE
           RECORDING MODE IS F.
       01  PRINT-RECORD               PIC X(133).

       WORKING-STORAGE SECTION.

       01  WS-DEPENDENCY-CARD.
           05  WS-DC-STEP             PIC X(8).
           05  FILLER                 PIC X.
           05  WS-DC-PRED-1           PIC X(8).
           05  FILLER                 PIC X.
           05  WS-DC-PRED-2           PIC X(8).
           05  FILLER                 PIC X.
           05  WS-DC-PRED-3           PIC X(8).
           05  FILLER                 PIC X(45).

       01  WS-FILE-STATUSES.
           05  WS-CARD-FILE-STATUS    PIC XX VALUE SPACES.
               88  CARD-FILE-OK            VALUE '00'.
           05  WS-RUNC-FILE-STATUS    PIC XX VALUE SPACES.
               88  RUNC-FILE-OK            VALUE '00'.
           05  WS-HRTB-FILE-STATUS    PIC XX VALUE SPACES.
               88  HRTB-FILE-OK            VALUE '00'.
           05  WS-PERF-FILE-STATUS    PIC XX VALUE SPACES.
               88  PERF-FILE-OK            VALUE '00'.
           05  WS-FCST-FILE-STATUS    PIC XX VALUE SPACES.
               88  FCST-FILE-OK            VALUE '00'.
               88  FCST-FILE-NOT-FOUND     VALUE '35'.
           05  WS-ALRT-FILE-STATUS    PIC XX VALUE SPACES.
               88  ALRT-FILE-OK            VALUE '00'.
               88  ALRT-FILE-NOT-FOUND     VALUE '35'.
           05  WS-PRINT-FILE-STATUS   PIC XX VALUE SPACES.

       01  WS-INDICATORS.
           05  WS-CARD-EOF-SW         PIC X VALUE 'N'.
               88  CARD-EOF-REACHED       VALUE 'Y'.
           05  WS-PERF-EOF-SW         PIC X VALUE 'N'.
               88  PERF-EOF-REACHED       VALUE 'Y'.
           05  WS-HRTB-OPEN-SW        PIC X VALUE 'N'.
               88  HRTB-IS-OPEN           VALUE 'Y'.
           05  WS-PREDS-READY-SW      PIC X VALUE 'N'.
               88  PREDS-ARE-RESOLVED     VALUE 'Y'.
           05  WS-CYCLE-LATE-SW       PIC X VALUE 'N'.
               88  CYCLE-IS-LATE          VALUE 'Y'.

      * One entry per dependency card, in deck order. ST-BASIS is
      * the FC-BASIS code of the FIBFCSTC copybook. ST-PRED-IDX
      * points at the predecessor's own entry (zero when it is not
      * in the deck, which counts as satisfied); ST-CRIT-PRED is
      * the latest-finishing predecessor, the critical-path link.
       01  STEP-TABLE.
           05  WS-STEP-COUNT          PIC 9(3) VALUE ZERO.
           05  STEP-ENTRY OCCURS 50 TIMES.
               10  ST-STEP            PIC X(8).
               10  ST-PRED            PIC X(8) OCCURS 3 TIMES.
               10  ST-PRED-IDX        PIC 9(3) OCCURS 3 TIMES.
               10  ST-OWN-STATUS      PIC X(9).
               10  ST-RUNC-SECS       PIC 9(12).
               10  ST-HB-SECS         PIC 9(12).
               10  ST-HIST-COUNT      PIC 9.
               10  ST-HIST-SECS       PIC 9(6) OCCURS 5 TIMES.
               10  ST-AVG-SECS        PIC 9(6).
               10  ST-START-SECS      PIC 9(12).
               10  ST-END-SECS        PIC 9(12).
               10  ST-BASIS           PIC X.
               10  ST-RESOLVED-SW     PIC X.
                   88  ST-IS-RESOLVED     VALUE 'Y'.
               10  ST-CRIT-PRED       PIC 9(3).
               10  ST-ON-PATH         PIC X.
               10  ST-NOTE            PIC X(30).

      * Critical path, collected from the cycle end backward
       01  PATH-TABLE.
           05  WS-PATH-COUNT          PIC 9(3) VALUE ZERO.
           05  PATH-ENTRY OCCURS 50 TIMES.
               10  PT-STEP-IDX        PIC 9(3).

      * Timestamp <-> seconds conversion work area. Seconds count
      * from the COBOL integer-date epoch so a cycle that crosses
      * midnight subtracts cleanly.
       01  WS-CV-STAMP                PIC 9(14) VALUE ZERO.
       01  WS-CV-PARTS REDEFINES WS-CV-STAMP.
           05  CV-DATE                PIC 9(8).
           05  CV-DATE-PARTS REDEFINES CV-DATE.
               10  CV-YEAR            PIC 9(4).
               10  CV-MONTH           PIC 99.
               10  CV-DAY             PIC 99.
           05  CV-HOUR                PIC 99.
           05  CV-MINUTE              PIC 99.
           05  CV-SECOND              PIC 99.
       77  WS-CV-SECS                 PIC 9(12) VALUE ZERO.
       77  WS-CV-DAYS                 PIC 9(8) VALUE ZERO.
       77  WS-CV-REM                  PIC 9(5) VALUE ZERO.
       77  WS-FMT-STAMP               PIC X(16) VALUE SPACES.
       77  WS-FMT-TIME                PIC X(5) VALUE SPACES.
       77  WS-END-TIME                PIC X(5) VALUE SPACES.

       01  WS-PARM-CUTOFF             PIC X(4) VALUE '0600'.
       01  WS-CUTOFF-PARTS REDEFINES WS-PARM-CUTOFF.
           05  WS-CUTOFF-HOUR         PIC 99.
           05  WS-CUTOFF-MINUTE       PIC 99.

       01  FORECAST-LINE.
           05  FL-STEP                PIC X(8).
           05  FILLER                 PIC X(3) VALUE ' | '.
           05  FL-STATUS              PIC X(9).
           05  FILLER                 PIC X(3) VALUE ' | '.
           05  FL-BASIS               PIC X(9).
           05  FILLER                 PIC X(3) VALUE ' | '.
           05  FL-START               PIC X(16).
           05  FILLER                 PIC X(3) VALUE ' | '.
           05  FL-END                 PIC X(16).
           05  FILLER                 PIC X(3) VALUE ' | '.
           05  FL-AVG-MIN             PIC ZZZ9.
           05  FILLER                 PIC X(3) VALUE ' | '.
           05  FL-CRITICAL            PIC X.
           05  FILLER                 PIC X(3) VALUE ' | '.
           05  FL-NOTE                PIC X(30).

       01  FORECAST-HEADING.
           05  FILLER                 PIC X(35) VALUE
               'STEP     | STATUS    | BASIS     | '.
           05  FILLER                 PIC X(38) VALUE
               'START            | END              | '.
           05  FILLER                 PIC X(18) VALUE
               'MIN  | C | NOTE'.

       01  PATH-LINE.
           05  FILLER                 PIC X(4) VALUE SPACES.
           05  PL-STEP                PIC X(8).
           05  FILLER                 PIC X(13) VALUE
               '  FINISHES  '.
           05  PL-END                 PIC X(16).
           05  FILLER                 PIC X(3) VALUE SPACES.
           05  PL-NOTE                PIC X(30).

       01  SUMMARY-LINE.
           05  SL-LABEL               PIC X(22).
           05  SL-VALUE               PIC X(40).

       77  WS-NOW-STAMP               PIC 9(14) VALUE ZERO.
       77  WS-NOW-SECS                PIC 9(12) VALUE ZERO.
       77  WS-CYCLE-DATE              PIC 9(8) VALUE ZERO.
       77  WS-CYCLE-START-SECS        PIC 9(12) VALUE ZERO.
       77  WS-CUTOFF-SECS             PIC 9(12) VALUE ZERO.
       77  WS-CUTOFF-STAMP            PIC 9(14) VALUE ZERO.
       77  WS-CYCLE-END-SECS          PIC 9(12) VALUE ZERO.
       77  WS-CYCLE-END-STAMP         PIC 9(14) VALUE ZERO.
       77  WS-END-STEP-IDX            PIC 9(3) VALUE ZERO.
       77  WS-LATE-MINUTES            PIC 9(4) VALUE ZERO.
       77  WS-LATE-MIN-DISPLAY        PIC ZZZ9.
       77  WS-PRIOR-ALERTED-CUTOFF    PIC 9(14) VALUE ZERO.
       77  WS-ALERTED-CUTOFF          PIC 9(14) VALUE ZERO.
       77  WS-ALERT-TEXT              PIC X(60) VALUE SPACES.
       77  WS-PATH-TEXT               PIC X(52) VALUE SPACES.
       77  WS-PATH-POINTER            PIC 9(3) VALUE ZERO.
       77  WS-STEP-IDX                PIC 9(3) VALUE ZERO.
       77  WS-PATH-IDX                PIC 9(3) VALUE ZERO.
       77  WS-OTHER-IDX               PIC 9(3) VALUE ZERO.
       77  WS-FOUND-IDX               PIC 9(3) VALUE ZERO.
       77  WS-PRED-IDX                PIC 9 VALUE ZERO.
       77  WS-HIST-IDX                PIC 9 VALUE ZERO.
       77  WS-HIST-TOTAL              PIC 9(7) VALUE ZERO.
       77  WS-SEARCH-NAME             PIC X(8) VALUE SPACES.
       77  WS-LATEST-PRED-END         PIC 9(12) VALUE ZERO.
       77  WS-UNRESOLVED-COUNT        PIC 9(3) VALUE ZERO.
       77  WS-PASS-COUNT              PIC 9(3) VALUE ZERO.
       77  WS-PERF-READ-COUNT         PIC 9(7) VALUE ZERO.
      * A checkpoint heartbeat older than this under a STARTED step
      * is taken as hung; a step past its average is given this
      * much more time from now
       77  WS-STALE-SECS              PIC 9(5) VALUE 900.
       77  WS-OVERRUN-SECS            PIC 9(5) VALUE 300.
      * Assumed elapsed time for a step with no clean FIBPERF run
       77  WS-DEFAULT-SECS            PIC 9(6) VALUE 900.
       77  WS-RETURN-CODE             PIC 9(4) VALUE ZERO.

      * Parameter area for the shared FIBMWCHK maintenance-window check
           COPY FIBMWCKC.

      * Release this program was built for
           COPY FIBRELC.

       LINKAGE SECTION.
       01  PARM-INFORMATION.
           05  PARM-LENGTH            PIC S9(4) COMP.
           05  PARM-CUTOFF            PIC X(4).

       PROCEDURE DIVISION USING PARM-INFORMATION.
       MAIN-PROCEDURE.
           PERFORM 000-INITIALIZE
           PERFORM 100-LOAD-DEPENDENCY-DECK
               THRU 100-LOAD-DEPENDENCY-DECK-EXIT
           IF WS-RETURN-CODE = ZERO
               PERFORM 150-LINK-PREDECESSORS
               PERFORM 200-READ-TONIGHTS-STATUS
                   THRU 200-READ-TONIGHTS-STATUS-EXIT
           END-IF
           IF WS-RETURN-CODE = ZERO
               PERFORM 300-LOAD-ELAPSED-HISTORY
                   THRU 300-LOAD-ELAPSED-HISTORY-EXIT
               PERFORM 400-PROJECT-ALL-STEPS
               PERFORM 500-MARK-CRITICAL-PATH
               PERFORM 600-PRINT-FORECAST
               PERFORM 700-SAVE-FORECAST
                   THRU 700-SAVE-FORECAST-EXIT
           END-IF
           PERFORM 900-TERMINATE

           GOBACK.

      * The cycle began at noon today, or at noon yesterday while it
      * is still morning; the cutoff falls on the day after that.
       000-INITIALIZE.
           OPEN OUTPUT PRINT-FILE

           DISPLAY '======================================='
           DISPLAY '   FIBFCST - NIGHT-CYCLE FORECAST'
           DISPLAY '======================================='

           IF PARM-LENGTH >= 4
               IF PARM-CUTOFF IS NUMERIC
                   MOVE PARM-CUTOFF TO WS-PARM-CUTOFF
               END-IF
           END-IF
           IF WS-CUTOFF-HOUR > 23 OR WS-CUTOFF-MINUTE > 59
               DISPLAY 'WARNING: CUTOFF PARM ' WS-PARM-CUTOFF
                   ' NOT A VALID HHMM - 0600 USED'
               MOVE '0600' TO WS-PARM-CUTOFF
           END-IF

           MOVE FUNCTION CURRENT-DATE(1:14) TO WS-NOW-STAMP
           MOVE WS-NOW-STAMP TO WS-CV-STAMP
           PERFORM 800-STAMP-TO-SECS
           MOVE WS-CV-SECS TO WS-NOW-SECS

           DIVIDE WS-NOW-SECS BY 86400 GIVING WS-CV-DAYS
           IF CV-HOUR < 12
               SUBTRACT 1 FROM WS-CV-DAYS
           END-IF
           COMPUTE WS-CYCLE-DATE =
               FUNCTION DATE-OF-INTEGER(WS-CV-DAYS)
           COMPUTE WS-CYCLE-START-SECS = WS-CV-DAYS * 86400 + 43200
           COMPUTE WS-CUTOFF-SECS = (WS-CV-DAYS + 1) * 86400
               + WS-CUTOFF-HOUR * 3600 + WS-CUTOFF-MINUTE * 60

           MOVE WS-CUTOFF-SECS TO WS-CV-SECS
           PERFORM 810-SECS-TO-STAMP
           MOVE WS-CV-STAMP TO WS-CUTOFF-STAMP

           DISPLAY 'CYCLE OF:        ' WS-CYCLE-DATE
           DISPLAY 'FORECAST AT:     ' WS-NOW-STAMP
           DISPLAY 'CUTOFF:          ' WS-CUTOFF-STAMP.

       100-LOAD-DEPENDENCY-DECK.
           OPEN INPUT CONTROL-CARD-FILE
           IF NOT CARD-FILE-OK
               DISPLAY 'WARNING: NO DEPENDENCY DECK SUPPLIED - '
                   'NOTHING TO FORECAST'
               MOVE 8 TO WS-RETURN-CODE
               GO TO 100-LOAD-DEPENDENCY-DECK-EXIT
           END-IF

           PERFORM UNTIL CARD-EOF-REACHED OR WS-STEP-COUNT = 50
               READ CONTROL-CARD-FILE INTO WS-DEPENDENCY-CARD
                   AT END
                       SET CARD-EOF-REACHED TO TRUE
                   NOT AT END
                       IF WS-DC-STEP = SPACES
                               OR WS-DC-STEP(1:1) = '*'
                           CONTINUE
                       ELSE
                           ADD 1 TO WS-STEP-COUNT
                           INITIALIZE STEP-ENTRY(WS-STEP-COUNT)
                           MOVE WS-DC-STEP
                               TO ST-STEP(WS-STEP-COUNT)
                           MOVE WS-DC-PRED-1
                               TO ST-PRED(WS-STEP-COUNT, 1)
                           MOVE WS-DC-PRED-2
                               TO ST-PRED(WS-STEP-COUNT, 2)
                           MOVE WS-DC-PRED-3
                               TO ST-PRED(WS-STEP-COUNT, 3)
                       END-IF
               END-READ
           END-PERFORM

           CLOSE CONTROL-CARD-FILE

           DISPLAY 'STEPS IN DEPENDENCY DECK: ' WS-STEP-COUNT

           IF WS-STEP-COUNT = ZERO
               DISPLAY 'WARNING: DEPENDENCY DECK IS EMPTY'
               MOVE 8 TO WS-RETURN-CODE
           END-IF.

       100-LOAD-DEPENDENCY-DECK-EXIT.
           EXIT.

      * Resolve each predecessor name to its own deck entry once,
      * so the projection passes work by subscript
       150-LINK-PREDECESSORS.
           PERFORM VARYING WS-STEP-IDX FROM 1 BY 1
                     UNTIL WS-STEP-IDX > WS-STEP-COUNT
               PERFORM VARYING WS-PRED-IDX FROM 1 BY 1
                         UNTIL WS-PRED-IDX > 3
                   MOVE ZERO TO ST-PRED-IDX(WS-STEP-IDX, WS-PRED-IDX)
                   IF ST-PRED(WS-STEP-IDX, WS-PRED-IDX) NOT = SPACES
                       MOVE ST-PRED(WS-STEP-IDX, WS-PRED-IDX)
                           TO WS-SEARCH-NAME
                       PERFORM 160-FIND-STEP
                       IF WS-FOUND-IDX = ZERO
                           DISPLAY 'NOTE: PREDECESSOR '
                               WS-SEARCH-NAME ' OF '
                               ST-STEP(WS-STEP-IDX)
                               ' NOT IN THE DECK - TAKEN AS MET'
                       ELSE
                           MOVE WS-FOUND-IDX
                             TO ST-PRED-IDX(WS-STEP-IDX, WS-PRED-IDX)
                       END-IF
                   END-IF
               END-PERFORM
           END-PERFORM.

       160-FIND-STEP.
           MOVE ZERO TO WS-FOUND-IDX
           PERFORM VARYING WS-OTHER-IDX FROM 1 BY 1
                     UNTIL WS-OTHER-IDX > WS-STEP-COUNT
                        OR WS-FOUND-IDX > ZERO
               IF ST-STEP(WS-OTHER-IDX) = WS-SEARCH-NAME
                   MOVE WS-OTHER-IDX TO WS-FOUND-IDX
               END-IF
           END-PERFORM.

      * A posting from before tonight's noon start belongs to an
      * earlier cycle - the step has not run tonight. A running
      * step's heartbeat is picked up with it; only the long runners
      * post one, and an absent heartbeat file costs nothing.
       200-READ-TONIGHTS-STATUS.
           OPEN INPUT RUN-CONTROL-FILE
           IF NOT RUNC-FILE-OK
               DISPLAY 'WARNING: FIBRUNC NOT AVAILABLE - STATUS '
                   WS-RUNC-FILE-STATUS ' - NOTHING TO FORECAST'
               MOVE 8 TO WS-RETURN-CODE
               GO TO 200-READ-TONIGHTS-STATUS-EXIT
           END-IF

           OPEN INPUT HEARTBEAT-FILE
           IF HRTB-FILE-OK
               SET HRTB-IS-OPEN TO TRUE
           ELSE
               DISPLAY 'NOTE: FIBHRTBT NOT AVAILABLE - STATUS '
                   WS-HRTB-FILE-STATUS ' - HEARTBEATS NOT CHECKED'
           END-IF

           PERFORM 210-READ-ONE-STATUS
               THRU 210-READ-ONE-STATUS-EXIT
               VARYING WS-STEP-IDX FROM 1 BY 1
                 UNTIL WS-STEP-IDX > WS-STEP-COUNT

           CLOSE RUN-CONTROL-FILE
           IF HRTB-IS-OPEN
               CLOSE HEARTBEAT-FILE
           END-IF.

       200-READ-TONIGHTS-STATUS-EXIT.
           EXIT.

       210-READ-ONE-STATUS.
           MOVE 'NOT RUN  ' TO ST-OWN-STATUS(WS-STEP-IDX)
           MOVE ST-STEP(WS-STEP-IDX) TO RUNC-PROGRAM
           READ RUN-CONTROL-FILE
               INVALID KEY
                   MOVE SPACES TO RUNC-STATUS
                   MOVE ZERO   TO RUNC-TIMESTAMP
           END-READ
           IF RUNC-STATUS = SPACES OR RUNC-TIMESTAMP = ZERO
               GO TO 210-READ-ONE-STATUS-EXIT
           END-IF

           MOVE RUNC-TIMESTAMP TO WS-CV-STAMP
           PERFORM 800-STAMP-TO-SECS
           IF WS-CV-SECS < WS-CYCLE-START-SECS
               GO TO 210-READ-ONE-STATUS-EXIT
           END-IF

           MOVE RUNC-STATUS TO ST-OWN-STATUS(WS-STEP-IDX)
           MOVE WS-CV-SECS  TO ST-RUNC-SECS(WS-STEP-IDX)

           IF RUNC-IS-STARTED AND HRTB-IS-OPEN
               MOVE ST-STEP(WS-STEP-IDX) TO HRT-PROGRAM
               READ HEARTBEAT-FILE
                   INVALID KEY
                       MOVE ZERO TO HRT-TIMESTAMP
               END-READ
               IF HRT-TIMESTAMP > ZERO
                   MOVE HRT-TIMESTAMP TO WS-CV-STAMP
                   PERFORM 800-STAMP-TO-SECS
                   MOVE WS-CV-SECS TO ST-HB-SECS(WS-STEP-IDX)
               END-IF
           END-IF.

       210-READ-ONE-STATUS-EXIT.
           EXIT.

      * FIBPERF is appended in run order, so the last five clean
      * runs seen for a step are its five most recent
       300-LOAD-ELAPSED-HISTORY.
           OPEN INPUT PERF-HISTORY-FILE
           IF NOT PERF-FILE-OK
               DISPLAY 'WARNING: FIBPERF NOT AVAILABLE - STATUS '
                   WS-PERF-FILE-STATUS ' - DEFAULT ELAPSED TIMES'
           ELSE
               PERFORM UNTIL PERF-EOF-REACHED
                   READ PERF-HISTORY-FILE
                       AT END
                           SET PERF-EOF-REACHED TO TRUE
                       NOT AT END
                           ADD 1 TO WS-PERF-READ-COUNT
                           PERFORM 310-KEEP-ONE-ELAPSED
                               THRU 310-KEEP-ONE-ELAPSED-EXIT
                   END-READ
               END-PERFORM
               CLOSE PERF-HISTORY-FILE
               DISPLAY 'FIBPERF RECORDS READ:     '
                   WS-PERF-READ-COUNT
           END-IF

           PERFORM 320-AVERAGE-ONE-STEP
               VARYING WS-STEP-IDX FROM 1 BY 1
                 UNTIL WS-STEP-IDX > WS-STEP-COUNT.

       300-LOAD-ELAPSED-HISTORY-EXIT.
           EXIT.

       310-KEEP-ONE-ELAPSED.
           IF PRF-RETURN-CODE > 4
               GO TO 310-KEEP-ONE-ELAPSED-EXIT
           END-IF
           MOVE PRF-PROGRAM TO WS-SEARCH-NAME
           PERFORM 160-FIND-STEP
           IF WS-FOUND-IDX = ZERO
               GO TO 310-KEEP-ONE-ELAPSED-EXIT
           END-IF

           IF ST-HIST-COUNT(WS-FOUND-IDX) < 5
               ADD 1 TO ST-HIST-COUNT(WS-FOUND-IDX)
           ELSE
               PERFORM VARYING WS-HIST-IDX FROM 1 BY 1
                         UNTIL WS-HIST-IDX > 4
                   MOVE ST-HIST-SECS(WS-FOUND-IDX, WS-HIST-IDX + 1)
                     TO ST-HIST-SECS(WS-FOUND-IDX, WS-HIST-IDX)
               END-PERFORM
           END-IF
           MOVE ST-HIST-COUNT(WS-FOUND-IDX) TO WS-HIST-IDX
           MOVE PRF-ELAPSED-SECS
               TO ST-HIST-SECS(WS-FOUND-IDX, WS-HIST-IDX).

       310-KEEP-ONE-ELAPSED-EXIT.
           EXIT.

       320-AVERAGE-ONE-STEP.
           IF ST-HIST-COUNT(WS-STEP-IDX) = ZERO
               MOVE WS-DEFAULT-SECS TO ST-AVG-SECS(WS-STEP-IDX)
           ELSE
               MOVE ZERO TO WS-HIST-TOTAL
               PERFORM VARYING WS-HIST-IDX FROM 1 BY 1
                         UNTIL WS-HIST-IDX > ST-HIST-COUNT(WS-STEP-IDX)
                   ADD ST-HIST-SECS(WS-STEP-IDX, WS-HIST-IDX)
                       TO WS-HIST-TOTAL
               END-PERFORM
               COMPUTE ST-AVG-SECS(WS-STEP-IDX) ROUNDED =
                   WS-HIST-TOTAL / ST-HIST-COUNT(WS-STEP-IDX)
           END-IF.

      * Each pass projects every step whose predecessors are all
      * projected; a deck in any order settles within as many passes
      * as it has steps. Anything left after that is in a loop.
       400-PROJECT-ALL-STEPS.
           MOVE WS-STEP-COUNT TO WS-UNRESOLVED-COUNT
           MOVE ZERO TO WS-PASS-COUNT

           PERFORM UNTIL WS-UNRESOLVED-COUNT = ZERO
                      OR WS-PASS-COUNT = WS-STEP-COUNT
               ADD 1 TO WS-PASS-COUNT
               PERFORM 410-PROJECT-ONE-STEP
                   THRU 410-PROJECT-ONE-STEP-EXIT
                   VARYING WS-STEP-IDX FROM 1 BY 1
                     UNTIL WS-STEP-IDX > WS-STEP-COUNT
           END-PERFORM

           IF WS-UNRESOLVED-COUNT > ZERO
               DISPLAY 'WARNING: ' WS-UNRESOLVED-COUNT
                   ' STEP(S) IN A DEPENDENCY LOOP - NOT PROJECTED'
               PERFORM VARYING WS-STEP-IDX FROM 1 BY 1
                         UNTIL WS-STEP-IDX > WS-STEP-COUNT
                   IF NOT ST-IS-RESOLVED(WS-STEP-IDX)
                       MOVE 'P' TO ST-BASIS(WS-STEP-IDX)
                       MOVE 'DEPENDENCY LOOP IN THE DECK'
                           TO ST-NOTE(WS-STEP-IDX)
                   END-IF
               END-PERFORM
               MOVE 8 TO WS-RETURN-CODE
           END-IF.

       410-PROJECT-ONE-STEP.
           IF ST-IS-RESOLVED(WS-STEP-IDX)
               GO TO 410-PROJECT-ONE-STEP-EXIT
           END-IF

           SET PREDS-ARE-RESOLVED TO TRUE
           MOVE ZERO TO WS-LATEST-PRED-END
           MOVE ZERO TO ST-CRIT-PRED(WS-STEP-IDX)
           PERFORM VARYING WS-PRED-IDX FROM 1 BY 1
                     UNTIL WS-PRED-IDX > 3
               MOVE ST-PRED-IDX(WS-STEP-IDX, WS-PRED-IDX)
                   TO WS-OTHER-IDX
               IF WS-OTHER-IDX > ZERO
                   IF NOT ST-IS-RESOLVED(WS-OTHER-IDX)
                       MOVE 'N' TO WS-PREDS-READY-SW
                   ELSE
                       IF ST-END-SECS(WS-OTHER-IDX)
                               > WS-LATEST-PRED-END
                           MOVE ST-END-SECS(WS-OTHER-IDX)
                               TO WS-LATEST-PRED-END
                           MOVE WS-OTHER-IDX
                               TO ST-CRIT-PRED(WS-STEP-IDX)
                       END-IF
                   END-IF
               END-IF
           END-PERFORM
           IF NOT PREDS-ARE-RESOLVED
               GO TO 410-PROJECT-ONE-STEP-EXIT
           END-IF

           EVALUATE ST-OWN-STATUS(WS-STEP-IDX)
               WHEN 'COMPLETED'
                   PERFORM 420-PROJECT-COMPLETED
               WHEN 'FAILED   '
                   MOVE 'F' TO ST-BASIS(WS-STEP-IDX)
                   MOVE WS-NOW-SECS TO ST-START-SECS(WS-STEP-IDX)
                   COMPUTE ST-END-SECS(WS-STEP-IDX) =
                       WS-NOW-SECS + ST-AVG-SECS(WS-STEP-IDX)
                   MOVE 'FAILED - RERUN ASSUMED NOW'
                       TO ST-NOTE(WS-STEP-IDX)
               WHEN 'STARTED  '
                   PERFORM 430-PROJECT-RUNNING
               WHEN OTHER
                   PERFORM 440-PROJECT-NOT-STARTED
           END-EVALUATE

           SET ST-IS-RESOLVED(WS-STEP-IDX) TO TRUE
           SUBTRACT 1 FROM WS-UNRESOLVED-COUNT.

       410-PROJECT-ONE-STEP-EXIT.
           EXIT.

      * FIBRUNC keeps only the completion time; the start shown is
      * the usual elapsed time before it
       420-PROJECT-COMPLETED.
           MOVE 'A' TO ST-BASIS(WS-STEP-IDX)
           MOVE ST-RUNC-SECS(WS-STEP-IDX) TO ST-END-SECS(WS-STEP-IDX)
           COMPUTE ST-START-SECS(WS-STEP-IDX) =
               ST-RUNC-SECS(WS-STEP-IDX) - ST-AVG-SECS(WS-STEP-IDX)
           MOVE 'COMPLETED TONIGHT' TO ST-NOTE(WS-STEP-IDX).

       430-PROJECT-RUNNING.
           MOVE ST-RUNC-SECS(WS-STEP-IDX) TO ST-START-SECS(WS-STEP-IDX)
           COMPUTE ST-END-SECS(WS-STEP-IDX) =
               ST-RUNC-SECS(WS-STEP-IDX) + ST-AVG-SECS(WS-STEP-IDX)

           EVALUATE TRUE
               WHEN ST-HB-SECS(WS-STEP-IDX) > ZERO
                AND ST-HB-SECS(WS-STEP-IDX) + WS-STALE-SECS
                       < WS-NOW-SECS
                   MOVE 'S' TO ST-BASIS(WS-STEP-IDX)
                   COMPUTE ST-END-SECS(WS-STEP-IDX) =
                       WS-NOW-SECS + ST-AVG-SECS(WS-STEP-IDX)
                   MOVE 'HEARTBEAT STALE - RESTART NOW'
                       TO ST-NOTE(WS-STEP-IDX)
               WHEN ST-END-SECS(WS-STEP-IDX) < WS-NOW-SECS
                   MOVE 'O' TO ST-BASIS(WS-STEP-IDX)
                   COMPUTE ST-END-SECS(WS-STEP-IDX) =
                       WS-NOW-SECS + WS-OVERRUN-SECS
                   MOVE 'RUNNING PAST ITS AVERAGE'
                       TO ST-NOTE(WS-STEP-IDX)
               WHEN OTHER
                   MOVE 'R' TO ST-BASIS(WS-STEP-IDX)
                   IF ST-HB-SECS(WS-STEP-IDX) > ZERO
                       MOVE 'RUNNING - HEARTBEAT CURRENT'
                           TO ST-NOTE(WS-STEP-IDX)
                   ELSE
                       MOVE 'RUNNING' TO ST-NOTE(WS-STEP-IDX)
                   END-IF
           END-EVALUATE.

       440-PROJECT-NOT-STARTED.
           MOVE 'P' TO ST-BASIS(WS-STEP-IDX)
           IF WS-LATEST-PRED-END > WS-NOW-SECS
               MOVE WS-LATEST-PRED-END TO ST-START-SECS(WS-STEP-IDX)
               MOVE ST-CRIT-PRED(WS-STEP-IDX) TO WS-OTHER-IDX
               MOVE SPACES TO ST-NOTE(WS-STEP-IDX)
               STRING 'BEHIND ' DELIMITED BY SIZE
                      ST-STEP(WS-OTHER-IDX) DELIMITED BY SIZE
                   INTO ST-NOTE(WS-STEP-IDX)
               END-STRING
           ELSE
               MOVE WS-NOW-SECS TO ST-START-SECS(WS-STEP-IDX)
               MOVE 'PREDECESSORS DONE - DUE NOW'
                   TO ST-NOTE(WS-STEP-IDX)
           END-IF
           COMPUTE ST-END-SECS(WS-STEP-IDX) =
               ST-START-SECS(WS-STEP-IDX) + ST-AVG-SECS(WS-STEP-IDX)
           IF ST-HIST-COUNT(WS-STEP-IDX) = ZERO
               MOVE 'NO FIBPERF HISTORY - 15 MIN'
                   TO ST-NOTE(WS-STEP-IDX)
           END-IF.

      * The latest finish is the cycle end; its chain of
      * latest-finishing predecessors is the critical path
       500-MARK-CRITICAL-PATH.
           MOVE ZERO TO WS-END-STEP-IDX
           MOVE ZERO TO WS-CYCLE-END-SECS
           PERFORM VARYING WS-STEP-IDX FROM 1 BY 1
                     UNTIL WS-STEP-IDX > WS-STEP-COUNT
               MOVE 'N' TO ST-ON-PATH(WS-STEP-IDX)
               IF ST-IS-RESOLVED(WS-STEP-IDX)
                   IF ST-END-SECS(WS-STEP-IDX) > WS-CYCLE-END-SECS
                       MOVE ST-END-SECS(WS-STEP-IDX)
                           TO WS-CYCLE-END-SECS
                       MOVE WS-STEP-IDX TO WS-END-STEP-IDX
                   END-IF
               END-IF
           END-PERFORM

           MOVE ZERO TO WS-PATH-COUNT
           MOVE WS-END-STEP-IDX TO WS-STEP-IDX
           PERFORM UNTIL WS-STEP-IDX = ZERO
                      OR WS-PATH-COUNT = WS-STEP-COUNT
               ADD 1 TO WS-PATH-COUNT
               MOVE WS-STEP-IDX TO PT-STEP-IDX(WS-PATH-COUNT)
               MOVE 'Y' TO ST-ON-PATH(WS-STEP-IDX)
               MOVE ST-CRIT-PRED(WS-STEP-IDX) TO WS-STEP-IDX
           END-PERFORM

      * Path text for the dashboard, first step first
           MOVE SPACES TO WS-PATH-TEXT
           MOVE 1 TO WS-PATH-POINTER
           PERFORM VARYING WS-OTHER-IDX FROM WS-PATH-COUNT BY -1
                     UNTIL WS-OTHER-IDX = ZERO
               MOVE PT-STEP-IDX(WS-OTHER-IDX) TO WS-STEP-IDX
               IF WS-OTHER-IDX < WS-PATH-COUNT
                   STRING '>' DELIMITED BY SIZE
                       INTO WS-PATH-TEXT
                       WITH POINTER WS-PATH-POINTER
                       ON OVERFLOW CONTINUE
                   END-STRING
               END-IF
               STRING ST-STEP(WS-STEP-IDX) DELIMITED BY SPACE
                   INTO WS-PATH-TEXT
                   WITH POINTER WS-PATH-POINTER
                   ON OVERFLOW CONTINUE
               END-STRING
           END-PERFORM

           MOVE WS-CYCLE-END-SECS TO WS-CV-SECS
           PERFORM 810-SECS-TO-STAMP
           MOVE WS-CV-STAMP TO WS-CYCLE-END-STAMP

           IF WS-CYCLE-END-SECS > WS-CUTOFF-SECS
               SET CYCLE-IS-LATE TO TRUE
               COMPUTE WS-LATE-MINUTES =
                   (WS-CYCLE-END-SECS - WS-CUTOFF-SECS + 59) / 60
                   ON SIZE ERROR
                       MOVE 9999 TO WS-LATE-MINUTES
               END-COMPUTE
               IF 4 > WS-RETURN-CODE
                   MOVE 4 TO WS-RETURN-CODE
               END-IF
           END-IF.

       600-PRINT-FORECAST.
           MOVE '===== NIGHT-CYCLE COMPLETION FORECAST ====='
               TO PRINT-RECORD
           WRITE PRINT-RECORD
           WRITE PRINT-RECORD FROM FORECAST-HEADING

           DISPLAY SPACE
           DISPLAY '===== NIGHT-CYCLE COMPLETION FORECAST ====='

           PERFORM 610-PRINT-ONE-STEP
               VARYING WS-STEP-IDX FROM 1 BY 1
                 UNTIL WS-STEP-IDX > WS-STEP-COUNT

           MOVE SPACES TO PRINT-RECORD
           WRITE PRINT-RECORD
           MOVE 'CRITICAL PATH:' TO PRINT-RECORD
           WRITE PRINT-RECORD
           DISPLAY SPACE
           DISPLAY 'CRITICAL PATH:'
           PERFORM VARYING WS-OTHER-IDX FROM WS-PATH-COUNT BY -1
                     UNTIL WS-OTHER-IDX = ZERO
               MOVE PT-STEP-IDX(WS-OTHER-IDX) TO WS-STEP-IDX
               MOVE ST-STEP(WS-STEP-IDX) TO PL-STEP
               MOVE ST-END-SECS(WS-STEP-IDX) TO WS-CV-SECS
               PERFORM 810-SECS-TO-STAMP
               PERFORM 820-FORMAT-STAMP
               MOVE WS-FMT-STAMP TO PL-END
               MOVE ST-NOTE(WS-STEP-IDX) TO PL-NOTE
               DISPLAY PATH-LINE
               WRITE PRINT-RECORD FROM PATH-LINE
           END-PERFORM

           MOVE SPACES TO PRINT-RECORD
           WRITE PRINT-RECORD
           DISPLAY SPACE

           MOVE WS-CYCLE-END-STAMP TO WS-CV-STAMP
           PERFORM 820-FORMAT-STAMP
           MOVE 'PROJECTED CYCLE END: ' TO SL-LABEL
           MOVE WS-FMT-STAMP TO SL-VALUE
           IF WS-END-STEP-IDX > ZERO
               MOVE ST-STEP(WS-END-STEP-IDX) TO SL-VALUE(18:8)
           END-IF
           DISPLAY SUMMARY-LINE
           WRITE PRINT-RECORD FROM SUMMARY-LINE

           MOVE WS-CUTOFF-STAMP TO WS-CV-STAMP
           PERFORM 820-FORMAT-STAMP
           MOVE 'CUTOFF:              ' TO SL-LABEL
           MOVE WS-FMT-STAMP TO SL-VALUE
           DISPLAY SUMMARY-LINE
           WRITE PRINT-RECORD FROM SUMMARY-LINE

           MOVE 'FORECAST:            ' TO SL-LABEL
           IF CYCLE-IS-LATE
               MOVE WS-LATE-MINUTES TO WS-LATE-MIN-DISPLAY
               MOVE SPACES TO SL-VALUE
               STRING 'LATE BY ' DELIMITED BY SIZE
                      WS-LATE-MIN-DISPLAY DELIMITED BY SIZE
                      ' MINUTE(S)' DELIMITED BY SIZE
                   INTO SL-VALUE
               END-STRING
           ELSE
               MOVE 'INSIDE THE CUTOFF' TO SL-VALUE
           END-IF
           DISPLAY SUMMARY-LINE
           WRITE PRINT-RECORD FROM SUMMARY-LINE.

       610-PRINT-ONE-STEP.
           MOVE ST-STEP(WS-STEP-IDX)       TO FL-STEP
           MOVE ST-OWN-STATUS(WS-STEP-IDX) TO FL-STATUS
           EVALUATE ST-BASIS(WS-STEP-IDX)
               WHEN 'A'
                   MOVE 'ACTUAL   ' TO FL-BASIS
               WHEN 'R'
                   MOVE 'RUNNING  ' TO FL-BASIS
               WHEN 'O'
                   MOVE 'OVERRUN  ' TO FL-BASIS
               WHEN 'S'
                   MOVE 'STALE    ' TO FL-BASIS
               WHEN 'F'
                   MOVE 'RERUN    ' TO FL-BASIS
               WHEN OTHER
                   MOVE 'PROJECTED' TO FL-BASIS
           END-EVALUATE
           MOVE ST-START-SECS(WS-STEP-IDX) TO WS-CV-SECS
           PERFORM 810-SECS-TO-STAMP
           PERFORM 820-FORMAT-STAMP
           MOVE WS-FMT-STAMP TO FL-START
           MOVE ST-END-SECS(WS-STEP-IDX) TO WS-CV-SECS
           PERFORM 810-SECS-TO-STAMP
           PERFORM 820-FORMAT-STAMP
           MOVE WS-FMT-STAMP TO FL-END
           COMPUTE FL-AVG-MIN ROUNDED =
               ST-AVG-SECS(WS-STEP-IDX) / 60
           IF ST-ON-PATH(WS-STEP-IDX) = 'Y'
               MOVE '*' TO FL-CRITICAL
           ELSE
               MOVE SPACE TO FL-CRITICAL
           END-IF
           MOVE ST-NOTE(WS-STEP-IDX) TO FL-NOTE
           DISPLAY FORECAST-LINE
           WRITE PRINT-RECORD FROM FORECAST-LINE.

      * Every run replaces the projection on FIBFCST. The $CYCLE
      * record remembers the cutoff the FIB015 warning was raised
      * for: a late projection raises it the first time only, and
      * a projection back inside the cutoff re-arms it.
       700-SAVE-FORECAST.
           OPEN I-O FORECAST-FILE
           IF FCST-FILE-NOT-FOUND
               OPEN OUTPUT FORECAST-FILE
               CLOSE FORECAST-FILE
               OPEN I-O FORECAST-FILE
           END-IF
           IF NOT FCST-FILE-OK
               DISPLAY 'WARNING: FIBFCST NOT AVAILABLE - STATUS '
                   WS-FCST-FILE-STATUS ' - DASHBOARD NOT UPDATED'
               IF CYCLE-IS-LATE
                   PERFORM 760-RAISE-CUTOFF-ALERT
                       THRU 760-RAISE-CUTOFF-ALERT-EXIT
               END-IF
               GO TO 700-SAVE-FORECAST-EXIT
           END-IF

           MOVE '$CYCLE  ' TO FC-KEY
           READ FORECAST-FILE
               INVALID KEY
                   MOVE ZERO TO FCC-ALERTED-CUTOFF
           END-READ
           IF FCC-ALERTED-CUTOFF IS NUMERIC
               MOVE FCC-ALERTED-CUTOFF TO WS-PRIOR-ALERTED-CUTOFF
           END-IF

           PERFORM 710-SAVE-ONE-STEP
               VARYING WS-STEP-IDX FROM 1 BY 1
                 UNTIL WS-STEP-IDX > WS-STEP-COUNT

           MOVE ZERO TO WS-ALERTED-CUTOFF
           IF CYCLE-IS-LATE
               MOVE WS-CUTOFF-STAMP TO WS-ALERTED-CUTOFF
               IF WS-PRIOR-ALERTED-CUTOFF = WS-CUTOFF-STAMP
                   DISPLAY 'FIB015 ALREADY RAISED FOR THIS CUTOFF'
               ELSE
                   PERFORM 760-RAISE-CUTOFF-ALERT
                       THRU 760-RAISE-CUTOFF-ALERT-EXIT
               END-IF
           END-IF

           MOVE SPACES TO FORECAST-RECORD
           MOVE '$CYCLE  '           TO FC-KEY
           MOVE WS-NOW-STAMP         TO FCC-FORECAST-STAMP
           MOVE WS-CYCLE-END-STAMP   TO FCC-CYCLE-END
           MOVE WS-CUTOFF-STAMP      TO FCC-CUTOFF-STAMP
           MOVE WS-CYCLE-LATE-SW     TO FCC-LATE-SW
           MOVE WS-ALERTED-CUTOFF    TO FCC-ALERTED-CUTOFF
           MOVE SPACES               TO FCC-END-STEP
           IF WS-END-STEP-IDX > ZERO
               MOVE ST-STEP(WS-END-STEP-IDX) TO FCC-END-STEP
           END-IF
           MOVE WS-PATH-TEXT         TO FCC-CRITICAL-PATH
           WRITE FORECAST-RECORD
               INVALID KEY
                   REWRITE FORECAST-RECORD
                       INVALID KEY
                           DISPLAY 'WARNING: $CYCLE FORECAST NOT '
                               'SAVED - STATUS ' WS-FCST-FILE-STATUS
                   END-REWRITE
           END-WRITE

           CLOSE FORECAST-FILE.

       700-SAVE-FORECAST-EXIT.
           EXIT.

       710-SAVE-ONE-STEP.
           MOVE SPACES TO FORECAST-RECORD
           MOVE ST-STEP(WS-STEP-IDX)       TO FC-KEY
           MOVE ST-OWN-STATUS(WS-STEP-IDX) TO FC-STEP-STATUS
           MOVE ST-START-SECS(WS-STEP-IDX) TO WS-CV-SECS
           PERFORM 810-SECS-TO-STAMP
           MOVE WS-CV-STAMP                TO FC-PROJ-START
           MOVE ST-END-SECS(WS-STEP-IDX)   TO WS-CV-SECS
           PERFORM 810-SECS-TO-STAMP
           MOVE WS-CV-STAMP                TO FC-PROJ-END
           MOVE ST-AVG-SECS(WS-STEP-IDX)   TO FC-AVG-SECS
           MOVE ST-BASIS(WS-STEP-IDX)      TO FC-BASIS
           MOVE ST-ON-PATH(WS-STEP-IDX)    TO FC-ON-CRITICAL-PATH
           MOVE ST-NOTE(WS-STEP-IDX)       TO FC-NOTE
           WRITE FORECAST-RECORD
               INVALID KEY
                   REWRITE FORECAST-RECORD
                       INVALID KEY
                           CONTINUE
                   END-REWRITE
           END-WRITE.

       760-RAISE-CUTOFF-ALERT.
           MOVE WS-LATE-MINUTES TO WS-LATE-MIN-DISPLAY
           MOVE WS-CYCLE-END-STAMP TO WS-CV-STAMP
           PERFORM 820-FORMAT-STAMP
           MOVE WS-FMT-TIME TO WS-END-TIME
           MOVE WS-CUTOFF-STAMP TO WS-CV-STAMP
           PERFORM 820-FORMAT-STAMP
           MOVE SPACES TO WS-ALERT-TEXT
           STRING 'CYCLE PROJECTED TO END ' DELIMITED BY SIZE
                  WS-END-TIME DELIMITED BY SIZE
                  ', ' DELIMITED BY SIZE
                  WS-LATE-MIN-DISPLAY DELIMITED BY SIZE
                  ' MIN PAST ' DELIMITED BY SIZE
                  WS-FMT-TIME DELIMITED BY SIZE
                  ' CUTOFF' DELIMITED BY SIZE
               INTO WS-ALERT-TEXT
           END-STRING

      * A critical-path step held or slowed by a planned maintenance
      * window makes the late cycle expected: logged to FIBMWSUP for
      * the post-window report, not paged
           INITIALIZE FIBMWCHK-PARMS
           SET MWC-CHECK   TO TRUE
           MOVE 'FIBFCST ' TO MWC-PROGRAM
           CALL 'FIBMWCHK' USING FIBMWCHK-PARMS
           PERFORM VARYING WS-PATH-IDX FROM 1 BY 1
                     UNTIL WS-PATH-IDX > WS-PATH-COUNT
                           OR MWC-IN-WINDOW
               MOVE PT-STEP-IDX(WS-PATH-IDX) TO WS-STEP-IDX
               MOVE ST-STEP(WS-STEP-IDX) TO MWC-PROGRAM
               CALL 'FIBMWCHK' USING FIBMWCHK-PARMS
           END-PERFORM
           IF MWC-IN-WINDOW
               SET MWC-LOG        TO TRUE
               MOVE 'A'           TO MWC-LOG-TYPE
               MOVE 'W'           TO MWC-LOG-SEVERITY
               MOVE 'FIB015'      TO MWC-LOG-MSG-ID
               MOVE WS-ALERT-TEXT TO MWC-LOG-TEXT
               CALL 'FIBMWCHK' USING FIBMWCHK-PARMS
               DISPLAY 'ALERT NOT PAGED - MAINTENANCE WINDOW '
                   MWC-WINDOW-ID ': FIB015 ' WS-ALERT-TEXT
               GO TO 760-RAISE-CUTOFF-ALERT-EXIT
           END-IF

           OPEN EXTEND ALERT-FILE
           IF ALRT-FILE-NOT-FOUND
               OPEN OUTPUT ALERT-FILE
           END-IF

           IF ALRT-FILE-OK
               MOVE WS-NOW-STAMP  TO ALR-TIMESTAMP
               MOVE 'FIBFCST '    TO ALR-PROGRAM
               MOVE 'W'           TO ALR-SEVERITY
               MOVE 'FIB015'      TO ALR-MSG-ID
               MOVE WS-ALERT-TEXT TO ALR-TEXT
               WRITE ALERT-RECORD
               CLOSE ALERT-FILE
           ELSE
               DISPLAY 'WARNING: FIBALERT NOT AVAILABLE - STATUS '
                   WS-ALRT-FILE-STATUS
           END-IF

           DISPLAY 'OPERATOR ALERT W FIB015 ' WS-ALERT-TEXT
               UPON CONSOLE.

       760-RAISE-CUTOFF-ALERT-EXIT.
           EXIT.

       800-STAMP-TO-SECS.
           IF CV-DATE < 16010101 OR CV-MONTH = ZERO OR CV-DAY = ZERO
               MOVE ZERO TO WS-CV-SECS
           ELSE
               COMPUTE WS-CV-SECS =
                   FUNCTION INTEGER-OF-DATE(CV-DATE) * 86400
                   + CV-HOUR * 3600 + CV-MINUTE * 60 + CV-SECOND
           END-IF.

       810-SECS-TO-STAMP.
           IF WS-CV-SECS < 86400
               MOVE ZERO TO WS-CV-STAMP
           ELSE
               DIVIDE WS-CV-SECS BY 86400 GIVING WS-CV-DAYS
                   REMAINDER WS-CV-REM
               COMPUTE CV-DATE = FUNCTION DATE-OF-INTEGER(WS-CV-DAYS)
               DIVIDE WS-CV-REM BY 3600 GIVING CV-HOUR
                   REMAINDER WS-CV-REM
               DIVIDE WS-CV-REM BY 60 GIVING CV-MINUTE
                   REMAINDER CV-SECOND
           END-IF.

       820-FORMAT-STAMP.
           MOVE SPACES TO WS-FMT-STAMP
           MOVE SPACES TO WS-FMT-TIME
           IF WS-CV-STAMP > ZERO
               STRING CV-YEAR '-' CV-MONTH '-' CV-DAY ' '
                      CV-HOUR ':' CV-MINUTE
                   DELIMITED BY SIZE
                   INTO WS-FMT-STAMP
               END-STRING
               MOVE WS-FMT-STAMP(12:5) TO WS-FMT-TIME
           END-IF.

       900-TERMINATE.
           CLOSE PRINT-FILE

           DISPLAY '   FIBFCST COMPLETED - RELEASE ' REL-RELEASE-ID
           DISPLAY 'RETURN CODE: ' WS-RETURN-CODE
           MOVE WS-RETURN-CODE TO RETURN-CODE.
