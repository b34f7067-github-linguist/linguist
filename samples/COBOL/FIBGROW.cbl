      ******************************************************************
      * FIBGROW is the growth-rate report: for every saved run it
      * estimates the rate the sequence grows at from the ratio of
      * successive exact terms, T(n) / T(n-1), and sets it beside
      * the theoretical dominant root for the run's recurrence -
      * phi (1.6180339887) for ORDER=2, the tribonacci constant
      * (1.8392867552) for ORDER=3, the tetranacci (1.9275619755)
      * and pentanacci (1.9659482366) constants for ORDER=4 and 5,
      * and (A + SQRT(A*A + 4*B)) / 2 for a COEFF=A,B weighted run.
      * The FIBDERIV phi-delta column on the detail report is only
      * meaningful for ORDER=2; this report answers the question
      * for every order.
      *
      * The job walks the prior-year partition (FIBHISTP, when
      * mounted) and then the current FIBHIST cluster in key
      * order, the way FIBTRAJ does, holding each run instance's
      * exact detail rows until the group break. The parameter
      * snapshot (9999) gives the order and the type-X extension
      * (9996) the weights; a run without a snapshot is taken as
      * ORDER=2. Only the exact prefix is used - a residue row
      * (carried modulo 10**18) ends it, the FIBCERT discipline.
      *
      * Each run gets one line: the estimated rate (the last
      * ratio), the theoretical root, the signed difference, the
      * term from which every later ratio stays within the
      * tolerance, and a verdict:
      *   CONVERGED  - the ratio settled on the theoretical root
      *   OFF-ROOT   - the last two ratios agree within the
      *                tolerance but not with the root: the run
      *                grew at some other rate
      *   UNSETTLED  - the ratio was still moving at the last
      *                exact term
      *   TOO SHORT  - fewer than three ratios to judge by
      * A tally per order closes the report.
      *
      * SYSIN card: optional FROM date in columns 1-8 and TO date
      * in 10-17 to narrow the range; tolerance in millionths in
      * columns 19-24 (default 000001, i.e. 0.000001).
      *
      * RC=4 when any run is OFF-ROOT or UNSETTLED, RC=8 when the
      * history file is unavailable.
      ******************************************************************
       IDENTIFICATION DIVISION.
       PROGRAM-ID. FIBGROW.
       AUTHOR. Antonio Gibas.
       DATE-WRITTEN. 10-15-2026.
       DATE-COMPILED. 10-15-2026.

      * MODIFICATION HISTORY
      * 10-15-2026  AG  INITIAL VERSION - GROWTH RATE OF EVERY SAVED
      *                 RUN AGAINST THE DOMINANT ROOT OF ITS ORDER
      * 10-15-2026  AG  CARRY THE SUITE RELEASE ID ON THE FIBPERF
      *                 RECORD AND THE COMPLETION LINE
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
           SELECT FIB-HISTORY-FILE ASSIGN TO "FIBHIST"
               ORGANIZATION IS INDEXED
               ACCESS MODE IS DYNAMIC
               RECORD KEY IS HIST-KEY
               ALTERNATE RECORD KEY IS HIST-FIB-NUMBER
                   WITH DUPLICATES
               FILE STATUS IS WS-HIST-FILE-STATUS.
           SELECT PRIOR-HISTORY-FILE ASSIGN TO "FIBHISTP"
               ORGANIZATION IS INDEXED
               ACCESS MODE IS DYNAMIC
               RECORD KEY IS PHIST-KEY
               FILE STATUS IS WS-PHIST-FILE-STATUS.
           SELECT PRINT-FILE ASSIGN TO "PRTOUT"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-PRINT-FILE-STATUS.

       DATA DIVISION.
       FILE SECTION.
       FD  CONTROL-CARD-FILE
           RECORDING MODE IS F.
       01  CONTROL-CARD-RECORD       PIC X(80).

       FD  FIB-HISTORY-FILE.
           COPY FIBHIST.

      * The prior-year partition carries the same layouts; every
      * record is re-mapped through the shared views after the read
       FD  PRIOR-HISTORY-FILE.
       01  PHIST-RECORD.
           05  PHIST-KEY              PIC X(14).
           05  FILLER                 PIC X(86).

       FD  PRINT-FILE
           RECORDING MODE IS F.
       01  PRINT-RECORD               PIC X(133).

       WORKING-STORAGE SECTION.

       01  WS-CONTROL-CARD.
           05  WS-CC-FROM-DATE        PIC X(8).
           05  FILLER                 PIC X.
           05  WS-CC-TO-DATE          PIC X(8).
           05  FILLER                 PIC X.
           05  WS-CC-TOLERANCE        PIC X(6).
           05  FILLER                 PIC X(56).

       01  WS-FILE-STATUSES.
           05  WS-CARD-FILE-STATUS    PIC XX VALUE SPACES.
               88  CARD-FILE-OK            VALUE '00'.
           05  WS-HIST-FILE-STATUS    PIC XX VALUE SPACES.
               88  HIST-FILE-OK            VALUE '00'.
           05  WS-PHIST-FILE-STATUS   PIC XX VALUE SPACES.
               88  PHIST-FILE-OK           VALUE '00'.
           05  WS-PRINT-FILE-STATUS   PIC XX VALUE SPACES.

       01  WS-INDICATORS.
           05  WS-HIST-EOF-SW         PIC X VALUE 'N'.
               88  HIST-EOF-REACHED       VALUE 'Y'.
           05  WS-RUN-OPEN-SW         PIC X VALUE 'N'.
               88  RUN-IN-PROGRESS        VALUE 'Y'.
           05  WS-PREFIX-END-SW       PIC X VALUE 'N'.
               88  EXACT-PREFIX-ENDED     VALUE 'Y'.
           05  WS-PARM-SEEN-SW        PIC X VALUE 'N'.
               88  SNAPSHOT-WAS-SEEN      VALUE 'Y'.

      * The dominant root of x**k = x**(k-1) + ... + x + 1 for the
      * orders the generator supports, entry k-1 for order k
       01  WS-ROOT-VALUES.
           05  FILLER                 PIC X(11) VALUE '16180339887'.
           05  FILLER                 PIC X(11) VALUE '18392867552'.
           05  FILLER                 PIC X(11) VALUE '19275619755'.
           05  FILLER                 PIC X(11) VALUE '19659482366'.
       01  WS-ROOT-TABLE REDEFINES WS-ROOT-VALUES.
           05  WS-ORDER-ROOT OCCURS 4 TIMES
                                      PIC 9V9(10).

      * The run instance being walked: its exact detail rows
      * (entry i holds stored term i) and its parameters
       01  RUN-CAPTURE.
           05  WS-CUR-RUN-DATE        PIC 9(8) VALUE ZERO.
           05  WS-CUR-RUN-SEQ         PIC 9(2) VALUE ZERO.
           05  WS-CAP-SEQ-ORDER       PIC 9 VALUE 2.
           05  WS-CAP-COEFF-A         PIC 9(2) VALUE 1.
           05  WS-CAP-COEFF-B         PIC 9(2) VALUE 1.
           05  WS-TERM-COUNT          PIC 9(4) VALUE ZERO.
           05  WS-TERM-VALUE OCCURS 200 TIMES
                                      PIC 9(18) COMP-3.

      * Runs and verdicts per order, entry k for order k
       01  ORDER-TALLY-TABLE.
           05  ORDER-TALLY OCCURS 5 TIMES.
               10  OT-RUNS            PIC 9(5).
               10  OT-CONVERGED       PIC 9(5).
               10  OT-OFF-ROOT        PIC 9(5).
               10  OT-UNSETTLED       PIC 9(5).
               10  OT-TOO-SHORT       PIC 9(5).

       01  GROWTH-HEADING-1.
           05  FILLER                 PIC X(40) VALUE
               '===== GROWTH RATE AGAINST THE DOMINANT R'.
           05  FILLER                 PIC X(16) VALUE
               'OOT OF THE ORDER'.
           05  FILLER                 PIC X(6) VALUE ' TOL: '.
           05  GH1-TOLERANCE          PIC 9.9(6).
           05  FILLER                 PIC X(6) VALUE ' ====='.

       01  GROWTH-HEADING-2.
           05  FILLER                 PIC X(40) VALUE
               'DATE    /SQ ORD  COEFF TERM       EST. R'.
           05  FILLER                 PIC X(40) VALUE
               'ATE     THEORETICAL       DIFFERENCE  CO'.
           05  FILLER                 PIC X(11) VALUE
               'NV  VERDICT'.

       01  GROWTH-LINE.
           05  GL-RUN-DATE            PIC 9(8).
           05  FILLER                 PIC X VALUE '/'.
           05  GL-RUN-SEQ             PIC 9(2).
           05  FILLER                 PIC X(3) VALUE SPACES.
           05  GL-ORDER               PIC 9.
           05  FILLER                 PIC X(2) VALUE SPACES.
           05  GL-COEFF-A             PIC Z9.
           05  FILLER                 PIC X VALUE ','.
           05  GL-COEFF-B             PIC Z9.
           05  FILLER                 PIC X VALUE SPACE.
           05  GL-TERMS               PIC ZZZ9.
           05  FILLER                 PIC X(2) VALUE SPACES.
           05  GL-EST-RATE            PIC ZZ9.9(10).
           05  FILLER                 PIC X(2) VALUE SPACES.
           05  GL-THEORY              PIC ZZ9.9(10).
           05  FILLER                 PIC X(2) VALUE SPACES.
           05  GL-DIFFERENCE          PIC +ZZ9.9(10).
           05  FILLER                 PIC X(2) VALUE SPACES.
           05  GL-CONVERGED-AT        PIC X(4).
           05  FILLER                 PIC X(2) VALUE SPACES.
           05  GL-VERDICT             PIC X(10).

       01  TALLY-LINE.
           05  FILLER                 PIC X(6) VALUE 'ORDER '.
           05  TYL-ORDER              PIC 9.
           05  FILLER                 PIC X(8) VALUE '  RUNS: '.
           05  TYL-RUNS               PIC ZZZZ9.
           05  FILLER                 PIC X(13) VALUE
               '  CONVERGED: '.
           05  TYL-CONVERGED          PIC ZZZZ9.
           05  FILLER                 PIC X(12) VALUE
               '  OFF-ROOT: '.
           05  TYL-OFF-ROOT           PIC ZZZZ9.
           05  FILLER                 PIC X(13) VALUE
               '  UNSETTLED: '.
           05  TYL-UNSETTLED          PIC ZZZZ9.
           05  FILLER                 PIC X(13) VALUE
               '  TOO SHORT: '.
           05  TYL-TOO-SHORT          PIC ZZZZ9.

       77  WS-FROM-DATE               PIC 9(8) VALUE ZERO.
       77  WS-TO-DATE                 PIC 9(8) VALUE 99999999.
       77  WS-TOLERANCE               PIC 9V9(10) VALUE 0.000001.
       77  WS-TOL-MILLIONTHS          PIC 9(6) VALUE ZERO.
       77  WS-THEORY-ROOT             PIC 9(3)V9(10) VALUE ZERO.
       77  WS-RATIO                   PIC 9(3)V9(10) VALUE ZERO.
       77  WS-LAST-RATIO              PIC 9(3)V9(10) VALUE ZERO.
       77  WS-PRIOR-RATIO             PIC 9(3)V9(10) VALUE ZERO.
       77  WS-RATIO-GAP               PIC S9(3)V9(10) VALUE ZERO.
       77  WS-RATIO-COUNT             PIC 9(4) VALUE ZERO.
       77  WS-FIRST-RATIO-TERM        PIC 9(4) VALUE ZERO.
       77  WS-LAST-RATIO-TERM         PIC 9(4) VALUE ZERO.
       77  WS-LAST-OUTSIDE-TERM       PIC 9(4) VALUE ZERO.
       77  WS-CONVERGED-AT            PIC 9(4) VALUE ZERO.
       77  WS-TERM-IDX                PIC 9(4) VALUE ZERO.
       77  WS-ORD-IDX                 PIC 9 VALUE ZERO.
       77  WS-RUNS-SEEN               PIC 9(5) VALUE ZERO.
       77  WS-RUNS-FLAGGED            PIC 9(5) VALUE ZERO.
       77  WS-RETURN-CODE             PIC 9(4) VALUE ZERO.

      * Release this program was built for
           COPY FIBRELC.

      * Parameter area for the shared FIBPERFL telemetry logger
           COPY FIBPERFC.

       PROCEDURE DIVISION.
       MAIN-PROCEDURE.
           PERFORM 000-INITIALIZE
           PERFORM 100-WALK-PRIOR-PARTITION
               THRU 100-WALK-PRIOR-EXIT
           PERFORM 200-WALK-CURRENT-CLUSTER
               THRU 200-WALK-CURRENT-EXIT
           PERFORM 900-TERMINATE

           GOBACK.

       000-INITIALIZE.
           MOVE 'FIBGROW ' TO PERF-PROGRAM
           MOVE REL-RELEASE-ID TO PERF-RELEASE-ID
           SET PERF-PHASE-START TO TRUE
           CALL 'FIBPERFL' USING FIBPERF-PARMS

           DISPLAY '======================================='
           DISPLAY '   FIBGROW - GROWTH RATE REPORT'
           DISPLAY '======================================='

           INITIALIZE ORDER-TALLY-TABLE

           OPEN INPUT CONTROL-CARD-FILE
           IF CARD-FILE-OK
               READ CONTROL-CARD-FILE INTO WS-CONTROL-CARD
                   AT END
                       MOVE SPACES TO WS-CONTROL-CARD
               END-READ
               CLOSE CONTROL-CARD-FILE
               IF WS-CC-FROM-DATE IS NUMERIC
                   MOVE WS-CC-FROM-DATE TO WS-FROM-DATE
               END-IF
               IF WS-CC-TO-DATE IS NUMERIC
                   MOVE WS-CC-TO-DATE TO WS-TO-DATE
               END-IF
               IF WS-CC-TOLERANCE IS NUMERIC
                       AND WS-CC-TOLERANCE > '000000'
                   MOVE WS-CC-TOLERANCE TO WS-TOL-MILLIONTHS
                   COMPUTE WS-TOLERANCE =
                       WS-TOL-MILLIONTHS / 1000000
               END-IF
           END-IF

           OPEN OUTPUT PRINT-FILE

           DISPLAY 'DATE RANGE:  ' WS-FROM-DATE ' - ' WS-TO-DATE
           MOVE WS-TOLERANCE TO GH1-TOLERANCE
           DISPLAY 'TOLERANCE:   ' GH1-TOLERANCE

           WRITE PRINT-RECORD FROM GROWTH-HEADING-1
           WRITE PRINT-RECORD FROM GROWTH-HEADING-2
           DISPLAY GROWTH-HEADING-2.

      * Prior years live on the FIBHISTP partition FIBPARTR rolls
      * off each January; a region without one simply starts with
      * the current cluster
       100-WALK-PRIOR-PARTITION.
           OPEN INPUT PRIOR-HISTORY-FILE
           IF NOT PHIST-FILE-OK
               DISPLAY 'FIBHISTP NOT MOUNTED - PRIOR YEARS NOT '
                   'COVERED'
               GO TO 100-WALK-PRIOR-EXIT
           END-IF

           MOVE 'N' TO WS-HIST-EOF-SW
           MOVE LOW-VALUES TO PHIST-KEY
           START PRIOR-HISTORY-FILE
               KEY IS NOT LESS THAN PHIST-KEY
               INVALID KEY
                   SET HIST-EOF-REACHED TO TRUE
           END-START

           PERFORM UNTIL HIST-EOF-REACHED
               READ PRIOR-HISTORY-FILE NEXT RECORD
                   AT END
                       SET HIST-EOF-REACHED TO TRUE
                   NOT AT END
      * The longest shared view covers every record type
                       MOVE PHIST-RECORD TO HIST-PARM-RECORD
                       PERFORM 300-TRACK-ONE-RECORD
                           THRU 300-TRACK-EXIT
               END-READ
           END-PERFORM

           IF RUN-IN-PROGRESS
               PERFORM 400-CLOSE-OUT-RUN
           END-IF

           CLOSE PRIOR-HISTORY-FILE.

       100-WALK-PRIOR-EXIT.
           EXIT.

       200-WALK-CURRENT-CLUSTER.
           OPEN INPUT FIB-HISTORY-FILE
           IF NOT HIST-FILE-OK
               DISPLAY 'ERROR: FIBHIST NOT AVAILABLE - STATUS '
                   WS-HIST-FILE-STATUS
               MOVE 8 TO WS-RETURN-CODE
               GO TO 200-WALK-CURRENT-EXIT
           END-IF

           MOVE 'N' TO WS-HIST-EOF-SW
           MOVE LOW-VALUES TO HIST-KEY
           START FIB-HISTORY-FILE KEY IS NOT LESS THAN HIST-KEY
               INVALID KEY
                   SET HIST-EOF-REACHED TO TRUE
           END-START

           PERFORM UNTIL HIST-EOF-REACHED
               READ FIB-HISTORY-FILE NEXT RECORD
                   AT END
                       SET HIST-EOF-REACHED TO TRUE
                   NOT AT END
                       PERFORM 300-TRACK-ONE-RECORD
                           THRU 300-TRACK-EXIT
               END-READ
           END-PERFORM

           IF RUN-IN-PROGRESS
               PERFORM 400-CLOSE-OUT-RUN
           END-IF

           CLOSE FIB-HISTORY-FILE.

       200-WALK-CURRENT-EXIT.
           EXIT.

      * One record of either cluster: the exact detail rows, the
      * parameter snapshot and its extension are captured; the
      * group break on (date, sequence) judges the run
       300-TRACK-ONE-RECORD.
           IF RUN-IN-PROGRESS
                   AND (HIST-RUN-DATE NOT = WS-CUR-RUN-DATE
                       OR HIST-RUN-SEQ NOT = WS-CUR-RUN-SEQ)
               PERFORM 400-CLOSE-OUT-RUN
           END-IF

           IF HIST-RUN-DATE < WS-FROM-DATE
                   OR HIST-RUN-DATE > WS-TO-DATE
               GO TO 300-TRACK-EXIT
           END-IF

           IF NOT RUN-IN-PROGRESS
               SET RUN-IN-PROGRESS TO TRUE
               MOVE HIST-RUN-DATE TO WS-CUR-RUN-DATE
               MOVE HIST-RUN-SEQ  TO WS-CUR-RUN-SEQ
               MOVE ZERO TO WS-TERM-COUNT
               MOVE 2 TO WS-CAP-SEQ-ORDER
               MOVE 1 TO WS-CAP-COEFF-A
               MOVE 1 TO WS-CAP-COEFF-B
               MOVE 'N' TO WS-PREFIX-END-SW
               MOVE 'N' TO WS-PARM-SEEN-SW
           END-IF

           EVALUATE TRUE
               WHEN HIST-TERM-INDEX > ZERO
                       AND HIST-TERM-INDEX NOT > 200
                   IF HIST-RESIDUE-FLAG = 'R'
                       SET EXACT-PREFIX-ENDED TO TRUE
                   END-IF
                   IF NOT EXACT-PREFIX-ENDED
                       ADD 1 TO WS-TERM-COUNT
                       MOVE HIST-FIB-NUMBER
                           TO WS-TERM-VALUE(WS-TERM-COUNT)
                   END-IF
               WHEN HIST-TERM-INDEX = 9999
                   SET SNAPSHOT-WAS-SEEN TO TRUE
                   IF HIST-PARM-SEQ-ORDER > 1
                           AND HIST-PARM-SEQ-ORDER < 6
                       MOVE HIST-PARM-SEQ-ORDER TO WS-CAP-SEQ-ORDER
                   END-IF
               WHEN HIST-TERM-INDEX = 9996
                   IF HIST-PARMX-COEFF-A IS NUMERIC
                           AND HIST-PARMX-COEFF-B IS NUMERIC
                           AND HIST-PARMX-COEFF-A > ZERO
                           AND HIST-PARMX-COEFF-B > ZERO
                       MOVE HIST-PARMX-COEFF-A TO WS-CAP-COEFF-A
                       MOVE HIST-PARMX-COEFF-B TO WS-CAP-COEFF-B
                   END-IF
               WHEN OTHER
                   CONTINUE
           END-EVALUATE.

       300-TRACK-EXIT.
           EXIT.

      * The run is complete: find its root, walk the ratios and
      * write the line
       400-CLOSE-OUT-RUN.
           ADD 1 TO WS-RUNS-SEEN
           MOVE WS-CAP-SEQ-ORDER TO WS-ORD-IDX
           ADD 1 TO OT-RUNS(WS-ORD-IDX)

           PERFORM 410-SET-THEORETICAL-ROOT
           PERFORM 420-WALK-THE-RATIOS
           PERFORM 430-JUDGE-THE-RUN
           PERFORM 440-WRITE-GROWTH-LINE

           MOVE 'N' TO WS-RUN-OPEN-SW.

      * Weights only apply to an order-2 run - the generator turns
      * COEFF off on any other order
       410-SET-THEORETICAL-ROOT.
           IF WS-CAP-SEQ-ORDER = 2
                   AND (WS-CAP-COEFF-A NOT = 1
                        OR WS-CAP-COEFF-B NOT = 1)
               COMPUTE WS-THEORY-ROOT ROUNDED =
                   (WS-CAP-COEFF-A
                    + FUNCTION SQRT(WS-CAP-COEFF-A * WS-CAP-COEFF-A
                                    + 4 * WS-CAP-COEFF-B)) / 2
           ELSE
               MOVE 1 TO WS-CAP-COEFF-A
               MOVE 1 TO WS-CAP-COEFF-B
               MOVE WS-ORDER-ROOT(WS-CAP-SEQ-ORDER - 1)
                   TO WS-THEORY-ROOT
           END-IF.

      * A ratio exists wherever the predecessor is not zero. The
      * last ratio outside the tolerance fixes the convergence
      * point: every ratio after it is inside.
       420-WALK-THE-RATIOS.
           MOVE ZERO TO WS-RATIO-COUNT
           MOVE ZERO TO WS-FIRST-RATIO-TERM
           MOVE ZERO TO WS-LAST-RATIO-TERM
           MOVE ZERO TO WS-LAST-OUTSIDE-TERM
           MOVE ZERO TO WS-LAST-RATIO
           MOVE ZERO TO WS-PRIOR-RATIO

           PERFORM VARYING WS-TERM-IDX FROM 2 BY 1
                     UNTIL WS-TERM-IDX > WS-TERM-COUNT
               IF WS-TERM-VALUE(WS-TERM-IDX - 1) > ZERO
                   COMPUTE WS-RATIO ROUNDED =
                       WS-TERM-VALUE(WS-TERM-IDX)
                           / WS-TERM-VALUE(WS-TERM-IDX - 1)
                   ADD 1 TO WS-RATIO-COUNT
                   IF WS-FIRST-RATIO-TERM = ZERO
                       MOVE WS-TERM-IDX TO WS-FIRST-RATIO-TERM
                   END-IF
                   MOVE WS-TERM-IDX TO WS-LAST-RATIO-TERM
                   MOVE WS-LAST-RATIO TO WS-PRIOR-RATIO
                   MOVE WS-RATIO TO WS-LAST-RATIO
                   COMPUTE WS-RATIO-GAP = WS-RATIO - WS-THEORY-ROOT
                   IF WS-RATIO-GAP > WS-TOLERANCE
                           OR WS-RATIO-GAP < ZERO - WS-TOLERANCE
                       MOVE WS-TERM-IDX TO WS-LAST-OUTSIDE-TERM
                   END-IF
               END-IF
           END-PERFORM.

       430-JUDGE-THE-RUN.
           MOVE ZERO TO WS-CONVERGED-AT
           EVALUATE TRUE
               WHEN WS-RATIO-COUNT < 3
                   MOVE 'TOO SHORT' TO GL-VERDICT
                   ADD 1 TO OT-TOO-SHORT(WS-ORD-IDX)
               WHEN WS-LAST-OUTSIDE-TERM < WS-LAST-RATIO-TERM
                   IF WS-LAST-OUTSIDE-TERM = ZERO
                       MOVE WS-FIRST-RATIO-TERM TO WS-CONVERGED-AT
                   ELSE
                       COMPUTE WS-CONVERGED-AT =
                           WS-LAST-OUTSIDE-TERM + 1
                   END-IF
                   MOVE 'CONVERGED' TO GL-VERDICT
                   ADD 1 TO OT-CONVERGED(WS-ORD-IDX)
               WHEN OTHER
                   COMPUTE WS-RATIO-GAP =
                       WS-LAST-RATIO - WS-PRIOR-RATIO
                   IF WS-RATIO-GAP > WS-TOLERANCE
                           OR WS-RATIO-GAP < ZERO - WS-TOLERANCE
                       MOVE 'UNSETTLED' TO GL-VERDICT
                       ADD 1 TO OT-UNSETTLED(WS-ORD-IDX)
                   ELSE
                       MOVE 'OFF-ROOT' TO GL-VERDICT
                       ADD 1 TO OT-OFF-ROOT(WS-ORD-IDX)
                   END-IF
                   ADD 1 TO WS-RUNS-FLAGGED
           END-EVALUATE.

       440-WRITE-GROWTH-LINE.
           MOVE WS-CUR-RUN-DATE  TO GL-RUN-DATE
           MOVE WS-CUR-RUN-SEQ   TO GL-RUN-SEQ
           MOVE WS-CAP-SEQ-ORDER TO GL-ORDER
           MOVE WS-CAP-COEFF-A   TO GL-COEFF-A
           MOVE WS-CAP-COEFF-B   TO GL-COEFF-B
           MOVE WS-TERM-COUNT    TO GL-TERMS
           MOVE WS-LAST-RATIO    TO GL-EST-RATE
           MOVE WS-THEORY-ROOT   TO GL-THEORY
           IF WS-RATIO-COUNT = ZERO
               MOVE ZERO TO GL-DIFFERENCE
           ELSE
               COMPUTE GL-DIFFERENCE =
                   WS-LAST-RATIO - WS-THEORY-ROOT
           END-IF
           IF WS-CONVERGED-AT = ZERO
               MOVE '   -' TO GL-CONVERGED-AT
           ELSE
               MOVE WS-CONVERGED-AT TO GL-CONVERGED-AT
           END-IF
           IF NOT SNAPSHOT-WAS-SEEN
               MOVE '*' TO GL-CONVERGED-AT(1:1)
           END-IF

           DISPLAY GROWTH-LINE
           WRITE PRINT-RECORD FROM GROWTH-LINE.

       900-TERMINATE.
           MOVE SPACES TO PRINT-RECORD
           WRITE PRINT-RECORD
           DISPLAY SPACE
           PERFORM VARYING WS-ORD-IDX FROM 2 BY 1
                     UNTIL WS-ORD-IDX > 5
               IF OT-RUNS(WS-ORD-IDX) > ZERO
                   MOVE WS-ORD-IDX TO TYL-ORDER
                   MOVE OT-RUNS(WS-ORD-IDX)      TO TYL-RUNS
                   MOVE OT-CONVERGED(WS-ORD-IDX) TO TYL-CONVERGED
                   MOVE OT-OFF-ROOT(WS-ORD-IDX)  TO TYL-OFF-ROOT
                   MOVE OT-UNSETTLED(WS-ORD-IDX) TO TYL-UNSETTLED
                   MOVE OT-TOO-SHORT(WS-ORD-IDX) TO TYL-TOO-SHORT
                   DISPLAY TALLY-LINE
                   WRITE PRINT-RECORD FROM TALLY-LINE
               END-IF
           END-PERFORM

           DISPLAY 'RUN INSTANCES SCANNED:    ' WS-RUNS-SEEN
           DISPLAY 'RUNS OFF-ROOT/UNSETTLED:  ' WS-RUNS-FLAGGED
           DISPLAY '(* BEFORE CONV AT - NO PARAMETER SNAPSHOT, '
               'ORDER 2 ASSUMED)'

           IF WS-RUNS-FLAGGED > ZERO AND WS-RETURN-CODE = ZERO
               MOVE 4 TO WS-RETURN-CODE
           END-IF

           CLOSE PRINT-FILE

           DISPLAY '   FIBGROW COMPLETED - RELEASE ' REL-RELEASE-ID
           DISPLAY 'RETURN CODE: ' WS-RETURN-CODE
           SET PERF-PHASE-END TO TRUE
           MOVE WS-RUNS-SEEN   TO PERF-RECORDS
           MOVE WS-RETURN-CODE TO PERF-RETURN-CODE
           CALL 'FIBPERFL' USING FIBPERF-PARMS

           MOVE WS-RETURN-CODE TO RETURN-CODE.
