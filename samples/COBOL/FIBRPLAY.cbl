      ******************************************************************
      * FIBRPLAY is the reproducibility verifier. FIBCERT proves a
      * stored run is a valid Fibonacci-style sequence; it cannot
      * tell that it is the sequence the run's own parameters
      * should have produced - a run saved with the wrong seeds
      * still passes Cassini. This job replays every saved run from
      * its type-P parameter snapshot (seeds, term count, category
      * boundaries, ORDER, NEGA, profile) and the type-X extension
      * beside it (residue and wide switches, seeds 3-5, COEFF
      * weights), with its
      * own recurrence and classification - no FIBHIST primality
      * cache, no shared code with ADVFIBB - and compares the
      * result term by term against the stored detail rows:
      *
      *   value, status (E/O/P), category (1-4) and residue flag,
      *   plus any term stored but not replayed or replayed but not
      *   stored, and the summary's term count.
      *
      * Every difference is listed under its run; each replayed run
      * gets a pass/fail FIBRPLAY outcome on FIBVRFY (figure: the
      * differences found) that FIBSCORE grades beside the other
      * verifiers. NEGA only signs the printed values and the
      * profile only chose the snapshotted settings, so both are
      * shown, not replayed.
      *
      * A run with no snapshot, or whose detail rows have already
      * been purged (the snapshot outlives them on the summary
      * window), is reported as not replayable and gets no
      * outcome. A higher-order run saved before seeds 3-5 were
      * snapshotted takes them from its own stored seed rows, and
      * says so. A run saved before the residue switch was carried
      * is replayed in residue mode when its rows carry residue
      * flags.
      *
      * SYSIN card (optional): first and last run date to replay,
      * YYYYMMDD in columns 1-8 and 10-17; default every run.
      * RC=8 when any run fails replay, RC=4 when a run could not
      * be replayed.
      ******************************************************************
       IDENTIFICATION DIVISION.
       PROGRAM-ID. FIBRPLAY.
       AUTHOR. Antonio Gibas.
       DATE-WRITTEN. 10-15-2026.
       DATE-COMPILED. 10-15-2026.

      * MODIFICATION HISTORY
      * 10-15-2026  AG  INITIAL VERSION - REPLAY SAVED RUNS FROM
      *                 THEIR PARAMETER SNAPSHOT AND COMPARE TERM BY
      *                 TERM
      * 10-15-2026  AG  REPLAY COEFF=A,B RUNS WITH THEIR WEIGHTS FROM
      *                 THE TYPE-X EXTENSION
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
           SELECT VERIFY-OUTCOME-FILE ASSIGN TO "FIBVRFY"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-VRFY-FILE-STATUS.

       DATA DIVISION.
       FILE SECTION.
       FD  CONTROL-CARD-FILE
           RECORDING MODE IS F.
       01  CONTROL-CARD-RECORD       PIC X(80).

       FD  FIB-HISTORY-FILE.
           COPY FIBHIST.

       FD  VERIFY-OUTCOME-FILE
           RECORDING MODE IS F.
           COPY FIBVRFYC.

       WORKING-STORAGE SECTION.

       01  WS-CONTROL-CARD.
           05  WS-CC-FROM-DATE        PIC X(8).
           05  FILLER                 PIC X.
           05  WS-CC-THRU-DATE        PIC X(8).
           05  FILLER                 PIC X(63).

       01  WS-FILE-STATUSES.
           05  WS-CARD-FILE-STATUS    PIC XX VALUE SPACES.
               88  CARD-FILE-OK            VALUE '00'.
           05  WS-HIST-FILE-STATUS    PIC XX VALUE SPACES.
               88  HIST-FILE-OK            VALUE '00'.
           05  WS-VRFY-FILE-STATUS    PIC XX VALUE SPACES.
               88  VRFY-FILE-OK            VALUE '00'.
               88  VRFY-FILE-NOT-FOUND     VALUE '35'.

       01  WS-INDICATORS.
           05  WS-HIST-EOF-SW         PIC X VALUE 'N'.
               88  HIST-EOF-REACHED       VALUE 'Y'.
           05  WS-RUN-OPEN-SW         PIC X VALUE 'N'.
               88  RUN-IN-PROGRESS        VALUE 'Y'.
           05  WS-SUMMARY-SEEN-SW     PIC X VALUE 'N'.
               88  SUMMARY-WAS-SEEN       VALUE 'Y'.
           05  WS-SNAPSHOT-SEEN-SW    PIC X VALUE 'N'.
               88  SNAPSHOT-WAS-SEEN      VALUE 'Y'.
           05  WS-EXTENSION-SEEN-SW   PIC X VALUE 'N'.
               88  EXTENSION-WAS-SEEN     VALUE 'Y'.
           05  WS-STORED-RESIDUE-SW   PIC X VALUE 'N'.
               88  STORED-ROWS-HAVE-RESIDUE VALUE 'Y'.
           05  WS-REPLAY-RESIDUE-SW   PIC X VALUE 'N'.
               88  REPLAY-RESIDUE-ON      VALUE 'Y'.
           05  WS-REPLAY-OVERFLOW-SW  PIC X VALUE 'N'.
               88  REPLAY-OVERFLOWED      VALUE 'Y'.
           05  WS-SEEDS-BORROWED-SW   PIC X VALUE 'N'.
               88  SEEDS-BORROWED         VALUE 'Y'.
           05  WS-IS-PRIME-SW         PIC X VALUE 'N'.
               88  VALUE-IS-PRIME         VALUE 'Y'.

      * The run being gathered from the key-ordered walk: its
      * summary count, its stored detail rows, and the snapshot
      * records that follow them (9996 X, 9999 P)
       01  STORED-RUN.
           05  WS-SUM-ACTUAL-COUNT    PIC 9(4).
           05  WS-STORED-COUNT        PIC 9(4).
           05  WS-STORED-HIGH-TERM    PIC 9(4).
           05  STORED-TERM OCCURS 200 TIMES.
               10  ST-PRESENT         PIC X.
               10  ST-NUMBER          PIC 9(18).
               10  ST-STATUS          PIC X.
               10  ST-CATEGORY        PIC X.
               10  ST-RESIDUE         PIC X.

       01  SNAPSHOT-SETTINGS.
           05  SN-SEED OCCURS 5 TIMES PIC 9(18).
           05  SN-TERM-COUNT          PIC 9(4).
           05  SN-SMALL-BOUND         PIC 9(13).
           05  SN-MEDIUM-BOUND        PIC 9(13).
           05  SN-HUGE-BOUND          PIC 9(13).
           05  SN-NEGA-MODE           PIC X.
           05  SN-PROFILE             PIC X(8).
           05  SN-ORDER               PIC 9.
           05  SN-RESIDUE-MODE        PIC X.
           05  SN-WIDE-MODE           PIC X.
           05  SN-HIGH-SEEDS-SW       PIC X.
           05  SN-COEFF-A             PIC 9(2).
           05  SN-COEFF-B             PIC 9(2).

      * The replayed table
       01  REPLAYED-RUN.
           05  WS-REPLAY-COUNT        PIC 9(4).
           05  WS-FIRST-RESIDUE       PIC 9(4).
           05  REPLAY-TERM OCCURS 200 TIMES.
               10  RP-NUMBER          PIC 9(18).
               10  RP-STATUS          PIC X.
               10  RP-CATEGORY        PIC X.
               10  RP-RESIDUE         PIC X.

      * Deterministic Miller-Rabin witnesses for the 18-digit range
       01  WS-WITNESS-VALUES.
           05  FILLER                 PIC X(24)
                                 VALUE '020305071113171923293137'.
       01  WS-WITNESS-TABLE REDEFINES WS-WITNESS-VALUES.
           05  WS-WITNESS             PIC 9(2) OCCURS 12 TIMES.

       01  DIFFERENCE-LINE.
           05  FILLER                 PIC X(7) VALUE '  TERM '.
           05  DL-TERM                PIC 9(4).
           05  FILLER                 PIC X VALUE SPACE.
           05  DL-FIELD               PIC X(10).
           05  FILLER                 PIC X(8) VALUE ' STORED '.
           05  DL-STORED              PIC X(18).
           05  FILLER                 PIC X(10) VALUE ' REPLAYED '.
           05  DL-REPLAYED            PIC X(18).

       77  WS-FROM-DATE               PIC 9(8) VALUE ZERO.
       77  WS-THRU-DATE               PIC 9(8) VALUE 99999999.
       77  WS-CURRENT-RUN-DATE        PIC 9(8) VALUE ZERO.
       77  WS-CURRENT-RUN-SEQ         PIC 9(2) VALUE ZERO.
       77  WS-IDX                     PIC 9(4) VALUE ZERO.
       77  WS-ORD-IDX                 PIC 9 VALUE ZERO.
       77  WS-PRIOR-IDX               PIC 9(4) VALUE ZERO.
       77  WS-COMPARE-LIMIT           PIC 9(4) VALUE ZERO.
       77  WS-ACCUMULATOR             PIC 9(19) VALUE ZERO.
       77  WS-WEIGHTED-SUM            PIC 9(21) VALUE ZERO.
       77  WS-WORD-BASE               PIC 9(19)
                                      VALUE 1000000000000000000.
       77  WS-WEIGHTED-CARRY          PIC 9(3) VALUE ZERO.
       77  WS-TEST-VALUE              PIC 9(18) VALUE ZERO.
       77  WS-QUOTIENT                PIC 9(18) VALUE ZERO.
       77  WS-REMAINDER               PIC 9(18) VALUE ZERO.
       77  WS-DIVISOR                 PIC 9(6) VALUE ZERO.
       77  WS-MR-NLESS1               PIC 9(18) VALUE ZERO.
       77  WS-MR-D                    PIC 9(18) VALUE ZERO.
       77  WS-MR-S                    PIC 9(3) VALUE ZERO.
       77  WS-MR-ROUND                PIC 9(3) VALUE ZERO.
       77  WS-MR-IDX                  PIC 9(2) VALUE ZERO.
       77  WS-MR-EXPONENT             PIC 9(18) VALUE ZERO.
       77  WS-MR-POWER                PIC 9(18) VALUE ZERO.
       77  WS-MR-SQUARE               PIC 9(18) VALUE ZERO.
       77  WS-MR-MUL-A                PIC 9(18) VALUE ZERO.
       77  WS-MR-MUL-B                PIC 9(18) VALUE ZERO.
       77  WS-MR-MUL-R                PIC 9(18) VALUE ZERO.
       77  WS-MR-B-HIGH               PIC 9(9) VALUE ZERO.
       77  WS-MR-B-LOW                PIC 9(9) VALUE ZERO.
       77  WS-MR-BIG                  PIC 9(28) VALUE ZERO.
       77  WS-MR-WITNESS-SW           PIC X VALUE 'N'.
           88  WITNESS-FOUND-COMPOSITE    VALUE 'Y'.
       77  WS-RUN-DIFFERENCES         PIC 9(7) VALUE ZERO.
       77  WS-LINES-SHOWN             PIC 9(3) VALUE ZERO.
       77  WS-RECORDS-READ            PIC 9(9) VALUE ZERO.
       77  WS-RUNS-REPLAYED           PIC 9(5) VALUE ZERO.
       77  WS-RUNS-MATCHED            PIC 9(5) VALUE ZERO.
       77  WS-RUNS-DIFFERENT          PIC 9(5) VALUE ZERO.
       77  WS-RUNS-NO-SNAPSHOT        PIC 9(5) VALUE ZERO.
       77  WS-RUNS-PURGED             PIC 9(5) VALUE ZERO.
       77  WS-RETURN-CODE             PIC 9(4) VALUE ZERO.

      * Release this program was built for
           COPY FIBRELC.

      * Parameter area for the shared FIBPERFL telemetry logger
           COPY FIBPERFC.

       PROCEDURE DIVISION.
       MAIN-PROCEDURE.
           PERFORM 000-INITIALIZE
           PERFORM 100-WALK-HISTORY THRU 100-WALK-HISTORY-EXIT
           PERFORM 900-TERMINATE

           GOBACK.

       000-INITIALIZE.
           MOVE 'FIBRPLAY' TO PERF-PROGRAM
           MOVE REL-RELEASE-ID TO PERF-RELEASE-ID
           SET PERF-PHASE-START TO TRUE
           CALL 'FIBPERFL' USING FIBPERF-PARMS

           OPEN INPUT CONTROL-CARD-FILE
           IF CARD-FILE-OK
               READ CONTROL-CARD-FILE INTO WS-CONTROL-CARD
                   AT END
                       CONTINUE
                   NOT AT END
                       IF WS-CC-FROM-DATE IS NUMERIC
                           MOVE WS-CC-FROM-DATE TO WS-FROM-DATE
                       END-IF
                       IF WS-CC-THRU-DATE IS NUMERIC
                               AND WS-CC-THRU-DATE > ZERO
                           MOVE WS-CC-THRU-DATE TO WS-THRU-DATE
                       END-IF
               END-READ
               CLOSE CONTROL-CARD-FILE
           END-IF

           OPEN EXTEND VERIFY-OUTCOME-FILE
           IF VRFY-FILE-NOT-FOUND
               OPEN OUTPUT VERIFY-OUTCOME-FILE
           END-IF

           DISPLAY '======================================='
           DISPLAY '   FIBRPLAY - REPRODUCIBILITY REPLAY'
           DISPLAY '======================================='
           DISPLAY 'RUN DATES ' WS-FROM-DATE ' THROUGH '
               WS-THRU-DATE.

      * FIBHIST in key order gives each run's rows together: the
      * summary, the details, the auxiliary rows, then the type-X
      * and type-P snapshot records last. A change of run key
      * closes the run just gathered.
       100-WALK-HISTORY.
           OPEN INPUT FIB-HISTORY-FILE
           IF NOT HIST-FILE-OK
               DISPLAY 'WARNING: FIBHIST NOT AVAILABLE - STATUS '
                   WS-HIST-FILE-STATUS ' - NOTHING REPLAYED'
               MOVE 8 TO WS-RETURN-CODE
               GO TO 100-WALK-HISTORY-EXIT
           END-IF

           MOVE WS-FROM-DATE TO HIST-RUN-DATE
           MOVE ZERO         TO HIST-RUN-SEQ
           MOVE ZERO         TO HIST-TERM-INDEX
           START FIB-HISTORY-FILE KEY IS NOT LESS THAN HIST-KEY
               INVALID KEY
                   SET HIST-EOF-REACHED TO TRUE
           END-START

           PERFORM UNTIL HIST-EOF-REACHED
               READ FIB-HISTORY-FILE NEXT RECORD
                   AT END
                       SET HIST-EOF-REACHED TO TRUE
                   NOT AT END
                       IF HIST-RUN-DATE > WS-THRU-DATE
                           SET HIST-EOF-REACHED TO TRUE
                       ELSE
                           ADD 1 TO WS-RECORDS-READ
                           PERFORM 110-GATHER-ONE-RECORD
                       END-IF
               END-READ
           END-PERFORM

           IF RUN-IN-PROGRESS
               PERFORM 200-CLOSE-OUT-RUN THRU 200-CLOSE-OUT-RUN-EXIT
           END-IF

           CLOSE FIB-HISTORY-FILE.

       100-WALK-HISTORY-EXIT.
           EXIT.

       110-GATHER-ONE-RECORD.
           IF RUN-IN-PROGRESS
               IF HIST-RUN-DATE NOT = WS-CURRENT-RUN-DATE
                       OR HIST-RUN-SEQ NOT = WS-CURRENT-RUN-SEQ
                   PERFORM 200-CLOSE-OUT-RUN
                       THRU 200-CLOSE-OUT-RUN-EXIT
               END-IF
           END-IF

           IF NOT RUN-IN-PROGRESS
               PERFORM 120-START-RUN
           END-IF

           EVALUATE TRUE
               WHEN HIST-TERM-INDEX = ZERO
                   SET SUMMARY-WAS-SEEN TO TRUE
                   MOVE HIST-ACTUAL-COUNT TO WS-SUM-ACTUAL-COUNT
               WHEN HIST-TERM-INDEX NOT > 200
                   MOVE HIST-TERM-INDEX TO WS-IDX
                   MOVE 'Y' TO ST-PRESENT(WS-IDX)
                   MOVE HIST-FIB-NUMBER   TO ST-NUMBER(WS-IDX)
                   MOVE HIST-FIB-STATUS   TO ST-STATUS(WS-IDX)
                   MOVE HIST-FIB-CATEGORY TO ST-CATEGORY(WS-IDX)
                   MOVE HIST-RESIDUE-FLAG TO ST-RESIDUE(WS-IDX)
                   IF HIST-RESIDUE-FLAG = 'R'
                       SET STORED-ROWS-HAVE-RESIDUE TO TRUE
                   END-IF
                   ADD 1 TO WS-STORED-COUNT
                   IF WS-IDX > WS-STORED-HIGH-TERM
                       MOVE WS-IDX TO WS-STORED-HIGH-TERM
                   END-IF
               WHEN HIST-TERM-INDEX = 9996
                   SET EXTENSION-WAS-SEEN TO TRUE
                   MOVE HIST-PARMX-RESIDUE-MODE  TO SN-RESIDUE-MODE
                   MOVE HIST-PARMX-WIDE-MODE     TO SN-WIDE-MODE
                   MOVE HIST-PARMX-HIGH-SEEDS-SW TO SN-HIGH-SEEDS-SW
                   IF HIST-PARMX-HAS-HIGH-SEEDS
                       MOVE HIST-PARMX-SEED-3 TO SN-SEED(3)
                       MOVE HIST-PARMX-SEED-4 TO SN-SEED(4)
                       MOVE HIST-PARMX-SEED-5 TO SN-SEED(5)
                   END-IF
                   IF HIST-PARMX-COEFF-A IS NUMERIC
                           AND HIST-PARMX-COEFF-B IS NUMERIC
                           AND HIST-PARMX-COEFF-A > ZERO
                           AND HIST-PARMX-COEFF-B > ZERO
                       MOVE HIST-PARMX-COEFF-A TO SN-COEFF-A
                       MOVE HIST-PARMX-COEFF-B TO SN-COEFF-B
                   END-IF
               WHEN HIST-TERM-INDEX = 9999
                   SET SNAPSHOT-WAS-SEEN TO TRUE
                   MOVE HIST-PARM-SEED-1       TO SN-SEED(1)
                   MOVE HIST-PARM-SEED-2       TO SN-SEED(2)
                   MOVE HIST-PARM-TERM-COUNT   TO SN-TERM-COUNT
                   MOVE HIST-PARM-SMALL-BOUND  TO SN-SMALL-BOUND
                   MOVE HIST-PARM-MEDIUM-BOUND TO SN-MEDIUM-BOUND
                   MOVE HIST-PARM-HUGE-BOUND   TO SN-HUGE-BOUND
                   MOVE HIST-PARM-NEGA-MODE    TO SN-NEGA-MODE
                   MOVE HIST-PARM-PROFILE      TO SN-PROFILE
                   IF HIST-PARM-SEQ-ORDER IS NUMERIC
                           AND HIST-PARM-SEQ-ORDER NOT < 2
                       MOVE HIST-PARM-SEQ-ORDER TO SN-ORDER
                   ELSE
                       MOVE 2 TO SN-ORDER
                   END-IF
               WHEN OTHER
                   CONTINUE
           END-EVALUATE.

       120-START-RUN.
           SET RUN-IN-PROGRESS TO TRUE
           MOVE HIST-RUN-DATE TO WS-CURRENT-RUN-DATE
           MOVE HIST-RUN-SEQ  TO WS-CURRENT-RUN-SEQ
           MOVE 'N' TO WS-SUMMARY-SEEN-SW
           MOVE 'N' TO WS-SNAPSHOT-SEEN-SW
           MOVE 'N' TO WS-EXTENSION-SEEN-SW
           MOVE 'N' TO WS-STORED-RESIDUE-SW
           MOVE ZERO TO WS-SUM-ACTUAL-COUNT
           MOVE ZERO TO WS-STORED-COUNT
           MOVE ZERO TO WS-STORED-HIGH-TERM
           PERFORM VARYING WS-IDX FROM 1 BY 1 UNTIL WS-IDX > 200
               MOVE 'N' TO ST-PRESENT(WS-IDX)
           END-PERFORM
           MOVE ZERO   TO SN-SEED(3)
           MOVE ZERO   TO SN-SEED(4)
           MOVE ZERO   TO SN-SEED(5)
           MOVE SPACES TO SN-RESIDUE-MODE
           MOVE SPACES TO SN-WIDE-MODE
           MOVE SPACES TO SN-HIGH-SEEDS-SW
           MOVE 1      TO SN-COEFF-A
           MOVE 1      TO SN-COEFF-B.

       200-CLOSE-OUT-RUN.
           MOVE 'N' TO WS-RUN-OPEN-SW

           IF NOT SNAPSHOT-WAS-SEEN
               IF SUMMARY-WAS-SEEN
                   ADD 1 TO WS-RUNS-NO-SNAPSHOT
                   DISPLAY 'RUN ' WS-CURRENT-RUN-DATE '/'
                       WS-CURRENT-RUN-SEQ ' NOT REPLAYABLE - NO '
                       'PARAMETER SNAPSHOT'
               END-IF
               GO TO 200-CLOSE-OUT-RUN-EXIT
           END-IF

           IF WS-STORED-COUNT = ZERO
               ADD 1 TO WS-RUNS-PURGED
               DISPLAY 'RUN ' WS-CURRENT-RUN-DATE '/'
                   WS-CURRENT-RUN-SEQ ' NOT REPLAYABLE - DETAIL '
                   'ROWS NO LONGER ON FIBHIST'
               GO TO 200-CLOSE-OUT-RUN-EXIT
           END-IF

           PERFORM 300-REPLAY-RUN
           PERFORM 400-COMPARE-RUN
           PERFORM 500-RECORD-OUTCOME.

       200-CLOSE-OUT-RUN-EXIT.
           EXIT.

      * Seeds first, then each term the sum of the previous ORDER
      * terms. Past 18 digits a residue run carries the sum modulo
      * 10**18 and flags every later term R; any other run stops
      * one term short of the overflow.
       300-REPLAY-RUN.
           MOVE 'N' TO WS-SEEDS-BORROWED-SW
           MOVE 'N' TO WS-REPLAY-OVERFLOW-SW
           MOVE ZERO TO WS-FIRST-RESIDUE

           IF SN-RESIDUE-MODE = 'Y' OR SN-WIDE-MODE = 'Y'
               MOVE 'Y' TO WS-REPLAY-RESIDUE-SW
           ELSE
               IF SN-RESIDUE-MODE = 'N'
                   MOVE 'N' TO WS-REPLAY-RESIDUE-SW
               ELSE
                   MOVE WS-STORED-RESIDUE-SW TO WS-REPLAY-RESIDUE-SW
               END-IF
           END-IF

           IF SN-ORDER > 2 AND SN-HIGH-SEEDS-SW NOT = 'Y'
               SET SEEDS-BORROWED TO TRUE
               PERFORM VARYING WS-IDX FROM 3 BY 1
                         UNTIL WS-IDX > SN-ORDER
                   IF ST-PRESENT(WS-IDX) = 'Y'
                       MOVE ST-NUMBER(WS-IDX) TO SN-SEED(WS-IDX)
                   END-IF
               END-PERFORM
           END-IF

           MOVE SN-TERM-COUNT TO WS-REPLAY-COUNT
           IF WS-REPLAY-COUNT > 200
               MOVE 200 TO WS-REPLAY-COUNT
           END-IF

           PERFORM VARYING WS-IDX FROM 1 BY 1
                     UNTIL WS-IDX > WS-REPLAY-COUNT
                           OR REPLAY-OVERFLOWED
               MOVE SPACE TO RP-RESIDUE(WS-IDX)
               IF WS-IDX NOT > SN-ORDER
                   MOVE SN-SEED(WS-IDX) TO RP-NUMBER(WS-IDX)
               ELSE
                   IF SN-COEFF-A = 1 AND SN-COEFF-B = 1
                       PERFORM 310-SUM-PRIOR-TERMS
                   ELSE
                       PERFORM 315-WEIGHT-PRIOR-TERMS
                   END-IF
               END-IF
               IF NOT REPLAY-OVERFLOWED
                   PERFORM 320-CLASSIFY-TERM
               END-IF
           END-PERFORM

           IF REPLAY-OVERFLOWED
               COMPUTE WS-REPLAY-COUNT = WS-IDX - 2
           END-IF.

       310-SUM-PRIOR-TERMS.
           MOVE ZERO TO WS-ACCUMULATOR
           PERFORM VARYING WS-ORD-IDX FROM 1 BY 1
                     UNTIL WS-ORD-IDX > SN-ORDER
                           OR REPLAY-OVERFLOWED
               COMPUTE WS-PRIOR-IDX = WS-IDX - WS-ORD-IDX
               ADD RP-NUMBER(WS-PRIOR-IDX) TO WS-ACCUMULATOR
               IF WS-ACCUMULATOR > 999999999999999999
                   IF REPLAY-RESIDUE-ON
                       SUBTRACT 1000000000000000000
                           FROM WS-ACCUMULATOR
                       IF WS-FIRST-RESIDUE = ZERO
                           MOVE WS-IDX TO WS-FIRST-RESIDUE
                       END-IF
                   ELSE
                       SET REPLAY-OVERFLOWED TO TRUE
                   END-IF
               END-IF
           END-PERFORM

           IF NOT REPLAY-OVERFLOWED
               MOVE WS-ACCUMULATOR TO RP-NUMBER(WS-IDX)
               IF WS-FIRST-RESIDUE > ZERO
                   MOVE 'R' TO RP-RESIDUE(WS-IDX)
               END-IF
           END-IF.

      * COEFF=A,B (order 2 only): A times the previous term plus B
      * times the one before, formed whole and reduced modulo
      * 10**18 on a residue run
       315-WEIGHT-PRIOR-TERMS.
           COMPUTE WS-WEIGHTED-SUM =
               SN-COEFF-A * RP-NUMBER(WS-IDX - 1)
               + SN-COEFF-B * RP-NUMBER(WS-IDX - 2)

           IF WS-WEIGHTED-SUM > 999999999999999999
               IF REPLAY-RESIDUE-ON
                   DIVIDE WS-WEIGHTED-SUM BY WS-WORD-BASE
                       GIVING WS-WEIGHTED-CARRY
                       REMAINDER WS-ACCUMULATOR
                   IF WS-FIRST-RESIDUE = ZERO
                       MOVE WS-IDX TO WS-FIRST-RESIDUE
                   END-IF
               ELSE
                   SET REPLAY-OVERFLOWED TO TRUE
               END-IF
           ELSE
               MOVE WS-WEIGHTED-SUM TO WS-ACCUMULATOR
           END-IF

           IF NOT REPLAY-OVERFLOWED
               MOVE WS-ACCUMULATOR TO RP-NUMBER(WS-IDX)
               IF WS-FIRST-RESIDUE > ZERO
                   MOVE 'R' TO RP-RESIDUE(WS-IDX)
               END-IF
           END-IF.

      * E or O by parity, P when prime; category 1-4 against the
      * snapshot's small / medium / huge boundaries
       320-CLASSIFY-TERM.
           MOVE RP-NUMBER(WS-IDX) TO WS-TEST-VALUE
           DIVIDE WS-TEST-VALUE BY 2 GIVING WS-QUOTIENT
               REMAINDER WS-REMAINDER
           IF WS-REMAINDER = ZERO
               MOVE 'E' TO RP-STATUS(WS-IDX)
           ELSE
               MOVE 'O' TO RP-STATUS(WS-IDX)
           END-IF

           PERFORM 330-TEST-PRIMALITY THRU 330-TEST-PRIMALITY-EXIT
           IF VALUE-IS-PRIME
               MOVE 'P' TO RP-STATUS(WS-IDX)
           END-IF

           EVALUATE TRUE
               WHEN WS-TEST-VALUE < SN-SMALL-BOUND
                   MOVE '1' TO RP-CATEGORY(WS-IDX)
               WHEN WS-TEST-VALUE < SN-MEDIUM-BOUND
                   MOVE '2' TO RP-CATEGORY(WS-IDX)
               WHEN WS-TEST-VALUE < SN-HUGE-BOUND
                   MOVE '3' TO RP-CATEGORY(WS-IDX)
               WHEN OTHER
                   MOVE '4' TO RP-CATEGORY(WS-IDX)
           END-EVALUATE.

      * Trial division by the odd numbers to 99999 settles most
      * values; a survivor past that bound goes to Miller-Rabin on
      * the twelve witnesses, deterministic below 3.3 x 10**24
       330-TEST-PRIMALITY.
           MOVE 'N' TO WS-IS-PRIME-SW

           IF WS-TEST-VALUE < 2
               GO TO 330-TEST-PRIMALITY-EXIT
           END-IF
           IF WS-TEST-VALUE < 4
               SET VALUE-IS-PRIME TO TRUE
               GO TO 330-TEST-PRIMALITY-EXIT
           END-IF
           IF WS-REMAINDER = ZERO
               GO TO 330-TEST-PRIMALITY-EXIT
           END-IF

           MOVE 3 TO WS-DIVISOR
           MOVE 1 TO WS-REMAINDER
           PERFORM UNTIL WS-DIVISOR * WS-DIVISOR > WS-TEST-VALUE
                       OR WS-DIVISOR > 99999
                       OR WS-REMAINDER = ZERO
               DIVIDE WS-TEST-VALUE BY WS-DIVISOR
                   GIVING WS-QUOTIENT REMAINDER WS-REMAINDER
               IF WS-REMAINDER NOT = ZERO
                   ADD 2 TO WS-DIVISOR
               END-IF
           END-PERFORM

           IF WS-REMAINDER = ZERO
               GO TO 330-TEST-PRIMALITY-EXIT
           END-IF
           IF WS-DIVISOR * WS-DIVISOR > WS-TEST-VALUE
               SET VALUE-IS-PRIME TO TRUE
               GO TO 330-TEST-PRIMALITY-EXIT
           END-IF

           PERFORM 340-MILLER-RABIN.

       330-TEST-PRIMALITY-EXIT.
           EXIT.

       340-MILLER-RABIN.
           COMPUTE WS-MR-NLESS1 = WS-TEST-VALUE - 1
           MOVE WS-MR-NLESS1 TO WS-MR-D
           MOVE ZERO TO WS-MR-S
           DIVIDE WS-MR-D BY 2 GIVING WS-QUOTIENT
               REMAINDER WS-REMAINDER
           PERFORM UNTIL WS-REMAINDER NOT = ZERO
               MOVE WS-QUOTIENT TO WS-MR-D
               ADD 1 TO WS-MR-S
               DIVIDE WS-MR-D BY 2 GIVING WS-QUOTIENT
                   REMAINDER WS-REMAINDER
           END-PERFORM

           MOVE 'N' TO WS-MR-WITNESS-SW
           PERFORM VARYING WS-MR-IDX FROM 1 BY 1
                     UNTIL WS-MR-IDX > 12
                           OR WITNESS-FOUND-COMPOSITE
               IF WS-WITNESS(WS-MR-IDX) < WS-TEST-VALUE
                   PERFORM 350-TRY-ONE-WITNESS
               END-IF
           END-PERFORM

           IF NOT WITNESS-FOUND-COMPOSITE
               SET VALUE-IS-PRIME TO TRUE
           END-IF.

      * witness ** d mod n, then square up to s-1 times looking for
      * n-1; never reaching it proves n composite
       350-TRY-ONE-WITNESS.
           MOVE WS-MR-D TO WS-MR-EXPONENT
           MOVE 1 TO WS-MR-POWER
           MOVE WS-WITNESS(WS-MR-IDX) TO WS-MR-SQUARE
           PERFORM UNTIL WS-MR-EXPONENT = ZERO
               DIVIDE WS-MR-EXPONENT BY 2 GIVING WS-MR-EXPONENT
                   REMAINDER WS-REMAINDER
               IF WS-REMAINDER = 1
                   MOVE WS-MR-POWER  TO WS-MR-MUL-A
                   MOVE WS-MR-SQUARE TO WS-MR-MUL-B
                   PERFORM 360-MULTIPLY-MOD
                   MOVE WS-MR-MUL-R TO WS-MR-POWER
               END-IF
               MOVE WS-MR-SQUARE TO WS-MR-MUL-A
               MOVE WS-MR-SQUARE TO WS-MR-MUL-B
               PERFORM 360-MULTIPLY-MOD
               MOVE WS-MR-MUL-R TO WS-MR-SQUARE
           END-PERFORM

           IF WS-MR-POWER NOT = 1
                   AND WS-MR-POWER NOT = WS-MR-NLESS1
               MOVE 1 TO WS-MR-ROUND
               PERFORM UNTIL WS-MR-ROUND NOT < WS-MR-S
                           OR WS-MR-POWER = WS-MR-NLESS1
                   MOVE WS-MR-POWER TO WS-MR-MUL-A
                   MOVE WS-MR-POWER TO WS-MR-MUL-B
                   PERFORM 360-MULTIPLY-MOD
                   MOVE WS-MR-MUL-R TO WS-MR-POWER
                   ADD 1 TO WS-MR-ROUND
               END-PERFORM
               IF WS-MR-POWER NOT = WS-MR-NLESS1
                   SET WITNESS-FOUND-COMPOSITE TO TRUE
               END-IF
           END-IF.

      * a x b mod n with the multiplier split at 10**9, so no
      * intermediate passes 28 digits
       360-MULTIPLY-MOD.
           DIVIDE WS-MR-MUL-B BY 1000000000 GIVING WS-MR-B-HIGH
               REMAINDER WS-MR-B-LOW
           COMPUTE WS-MR-BIG = WS-MR-MUL-A * WS-MR-B-HIGH
           DIVIDE WS-MR-BIG BY WS-TEST-VALUE GIVING WS-MR-BIG
               REMAINDER WS-MR-MUL-R
           COMPUTE WS-MR-BIG = WS-MR-MUL-R * 1000000000
           DIVIDE WS-MR-BIG BY WS-TEST-VALUE GIVING WS-MR-BIG
               REMAINDER WS-MR-MUL-R
           COMPUTE WS-MR-BIG = WS-MR-MUL-A * WS-MR-B-LOW
               + WS-MR-MUL-R
           DIVIDE WS-MR-BIG BY WS-TEST-VALUE GIVING WS-MR-BIG
               REMAINDER WS-MR-MUL-R.

       400-COMPARE-RUN.
           MOVE ZERO TO WS-RUN-DIFFERENCES
           MOVE ZERO TO WS-LINES-SHOWN
           ADD 1 TO WS-RUNS-REPLAYED

           DISPLAY SPACE
           DISPLAY 'RUN ' WS-CURRENT-RUN-DATE '/' WS-CURRENT-RUN-SEQ
               ' ORDER ' SN-ORDER ' TERMS ' SN-TERM-COUNT
               ' PROFILE ' SN-PROFILE ' NEGA ' SN-NEGA-MODE
               ' RESIDUE ' WS-REPLAY-RESIDUE-SW
           IF SEEDS-BORROWED
               DISPLAY '  SEEDS 3-' SN-ORDER ' NOT ON THE SNAPSHOT - '
                   'TAKEN FROM THE STORED SEED ROWS'
           END-IF
           IF SN-COEFF-A NOT = 1 OR SN-COEFF-B NOT = 1
               DISPLAY '  WEIGHTED RECURRENCE - COEFF ' SN-COEFF-A
                   ',' SN-COEFF-B
           END-IF

           IF SUMMARY-WAS-SEEN
                   AND WS-SUM-ACTUAL-COUNT NOT = WS-REPLAY-COUNT
               MOVE ZERO TO DL-TERM
               MOVE 'TERM COUNT' TO DL-FIELD
               MOVE WS-SUM-ACTUAL-COUNT TO DL-STORED
               MOVE WS-REPLAY-COUNT     TO DL-REPLAYED
               PERFORM 490-SHOW-DIFFERENCE
           END-IF

           MOVE WS-REPLAY-COUNT TO WS-COMPARE-LIMIT
           IF WS-STORED-HIGH-TERM > WS-COMPARE-LIMIT
               MOVE WS-STORED-HIGH-TERM TO WS-COMPARE-LIMIT
           END-IF

           PERFORM VARYING WS-IDX FROM 1 BY 1
                     UNTIL WS-IDX > WS-COMPARE-LIMIT
               PERFORM 410-COMPARE-ONE-TERM
           END-PERFORM

           IF WS-LINES-SHOWN < WS-RUN-DIFFERENCES
               COMPUTE WS-LINES-SHOWN =
                   WS-RUN-DIFFERENCES - WS-LINES-SHOWN
               DISPLAY '  ... ' WS-LINES-SHOWN ' MORE DIFFERENCE(S)'
           END-IF

           IF WS-RUN-DIFFERENCES = ZERO
               ADD 1 TO WS-RUNS-MATCHED
               DISPLAY '  REPLAY MATCHES ' WS-REPLAY-COUNT ' TERM(S)'
           ELSE
               ADD 1 TO WS-RUNS-DIFFERENT
               DISPLAY '  REPLAY DIFFERS: ' WS-RUN-DIFFERENCES
                   ' DIFFERENCE(S)'
           END-IF.

       410-COMPARE-ONE-TERM.
           MOVE WS-IDX TO DL-TERM
           EVALUATE TRUE
               WHEN ST-PRESENT(WS-IDX) NOT = 'Y'
                   MOVE 'ROW'          TO DL-FIELD
                   MOVE 'MISSING'      TO DL-STORED
                   MOVE RP-NUMBER(WS-IDX) TO DL-REPLAYED
                   PERFORM 490-SHOW-DIFFERENCE
               WHEN WS-IDX > WS-REPLAY-COUNT
                   MOVE 'ROW'          TO DL-FIELD
                   MOVE ST-NUMBER(WS-IDX) TO DL-STORED
                   MOVE 'NOT PRODUCED' TO DL-REPLAYED
                   PERFORM 490-SHOW-DIFFERENCE
               WHEN OTHER
                   IF ST-NUMBER(WS-IDX) NOT = RP-NUMBER(WS-IDX)
                       MOVE 'VALUE'           TO DL-FIELD
                       MOVE ST-NUMBER(WS-IDX) TO DL-STORED
                       MOVE RP-NUMBER(WS-IDX) TO DL-REPLAYED
                       PERFORM 490-SHOW-DIFFERENCE
                   END-IF
                   IF ST-STATUS(WS-IDX) NOT = RP-STATUS(WS-IDX)
                       MOVE 'STATUS'          TO DL-FIELD
                       MOVE ST-STATUS(WS-IDX) TO DL-STORED
                       MOVE RP-STATUS(WS-IDX) TO DL-REPLAYED
                       PERFORM 490-SHOW-DIFFERENCE
                   END-IF
                   IF ST-CATEGORY(WS-IDX) NOT = RP-CATEGORY(WS-IDX)
                       MOVE 'CATEGORY'          TO DL-FIELD
                       MOVE ST-CATEGORY(WS-IDX) TO DL-STORED
                       MOVE RP-CATEGORY(WS-IDX) TO DL-REPLAYED
                       PERFORM 490-SHOW-DIFFERENCE
                   END-IF
                   IF ST-RESIDUE(WS-IDX) NOT = RP-RESIDUE(WS-IDX)
                       MOVE 'RESIDUE'          TO DL-FIELD
                       MOVE ST-RESIDUE(WS-IDX) TO DL-STORED
                       MOVE RP-RESIDUE(WS-IDX) TO DL-REPLAYED
                       PERFORM 490-SHOW-DIFFERENCE
                   END-IF
           END-EVALUATE.

      * The first 20 differences of a run are listed; the rest
      * are counted
       490-SHOW-DIFFERENCE.
           ADD 1 TO WS-RUN-DIFFERENCES
           IF WS-LINES-SHOWN < 20
               ADD 1 TO WS-LINES-SHOWN
               DISPLAY DIFFERENCE-LINE
           END-IF.

       500-RECORD-OUTCOME.
           IF VRFY-FILE-OK
               MOVE WS-CURRENT-RUN-DATE TO VRF-RUN-DATE
               MOVE WS-CURRENT-RUN-SEQ  TO VRF-RUN-SEQ
               MOVE 'FIBRPLAY'          TO VRF-CHECK-ID
               IF WS-RUN-DIFFERENCES = ZERO
                   MOVE 'P' TO VRF-OUTCOME
               ELSE
                   MOVE 'F' TO VRF-OUTCOME
               END-IF
               MOVE WS-RUN-DIFFERENCES  TO VRF-FIGURE
               MOVE FUNCTION CURRENT-DATE(1:14) TO VRF-TIMESTAMP
               WRITE VERIFY-OUTCOME-RECORD
           END-IF.

       900-TERMINATE.
           IF VRFY-FILE-OK
               CLOSE VERIFY-OUTCOME-FILE
           END-IF

           DISPLAY SPACE
           DISPLAY 'HISTORY RECORDS READ:     ' WS-RECORDS-READ
           DISPLAY 'RUNS REPLAYED:            ' WS-RUNS-REPLAYED
           DISPLAY 'RUNS MATCHING:            ' WS-RUNS-MATCHED
           DISPLAY 'RUNS DIFFERING:           ' WS-RUNS-DIFFERENT
           DISPLAY 'RUNS WITH NO SNAPSHOT:    ' WS-RUNS-NO-SNAPSHOT
           DISPLAY 'RUNS WITH DETAILS PURGED: ' WS-RUNS-PURGED

           IF WS-RUNS-NO-SNAPSHOT > ZERO AND WS-RETURN-CODE < 4
               MOVE 4 TO WS-RETURN-CODE
           END-IF
           IF WS-RUNS-DIFFERENT > ZERO
               MOVE 8 TO WS-RETURN-CODE
           END-IF

           DISPLAY '   FIBRPLAY COMPLETED - RELEASE ' REL-RELEASE-ID
           DISPLAY 'RETURN CODE: ' WS-RETURN-CODE
           SET PERF-PHASE-END TO TRUE
           MOVE WS-RECORDS-READ TO PERF-RECORDS
           MOVE WS-RETURN-CODE TO PERF-RETURN-CODE
           CALL 'FIBPERFL' USING FIBPERF-PARMS

           MOVE WS-RETURN-CODE TO RETURN-CODE.
