      ******************************************************************
      * FIBSEEDF is the seed-family comparison report. Every run
      * summary in the date range is grouped by the seed family it
      * was generated from - the FIBSEEDS library set named on its
      * SEEDSET= card, or the literal seeds when they were keyed
      * free-form - together with its order and COEFF weights, and
      * each family gets:
      *   - the run count, and how many of its runs are
      *     quarantined or failed FIBCERT certification,
      *   - the average and range of the prime, even and odd
      *     percentages,
      *   - the average and range of the exact terms reached
      *     before overflow (the detail rows up to the first
      *     residue row; the summary count for a summary-only run).
      *
      * The generator is deterministic: two runs of one family with
      * the same term count and the same residue, wide and NEGA
      * switches must produce the same percentages and reach the
      * same term. A family where they differ is marked VARIES with
      * the first pair of runs that disagree - something other
      * than the seeds changed the output. Quarantined runs are
      * counted but left out of the averages and the comparison,
      * the way the rollup leaves them out.
      *
      * The seed-set name is read from the type-X snapshot
      * extension. A run saved before the name was carried groups
      * under its literal seeds; a run with no parameter snapshot
      * at all groups under (NOSNAP).
      *
      * The job walks the prior-year partition (FIBHISTP, when
      * mounted) and then the current FIBHIST cluster in key
      * order, the way FIBTRAJ does.
      *
      * SYSIN card (optional): FROM date in columns 1-8 and TO date
      * in 10-17.
      *
      * RC=4 when any family VARIES, RC=8 when the history file is
      * unavailable.
      ******************************************************************
       IDENTIFICATION DIVISION.
       PROGRAM-ID. FIBSEEDF.
       AUTHOR. Antonio Gibas.
       DATE-WRITTEN. 10-15-2026.
       DATE-COMPILED. 10-15-2026.

      * MODIFICATION HISTORY
      * 10-15-2026  AG  INITIAL VERSION - RUN HISTORY GROUPED BY SEED
      *                 FAMILY AND ORDER, WITH NON-DETERMINISTIC
      *                 FAMILIES FLAGGED
      * 10-15-2026  AG  CARRY THE SUITE RELEASE ID ON THE FIBPERF
      *                 RECORD AND THE COMPLETION LINE
      * 10-15-2026  AG  PERFORM THE RUN CLOSE-OUT THRU ITS EXIT
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
           05  FILLER                 PIC X(63).

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
           05  WS-SUMMARY-SEEN-SW     PIC X VALUE 'N'.
               88  SUMMARY-WAS-SEEN       VALUE 'Y'.
           05  WS-PARM-SEEN-SW        PIC X VALUE 'N'.
               88  SNAPSHOT-WAS-SEEN      VALUE 'Y'.
           05  WS-TABLE-FULL-SW       PIC X VALUE 'N'.
               88  FAMILY-TABLE-FULL      VALUE 'Y'.

      * The run instance being walked
       01  RUN-CAPTURE.
           05  WS-CUR-RUN-DATE        PIC 9(8) VALUE ZERO.
           05  WS-CUR-RUN-SEQ         PIC 9(2) VALUE ZERO.
           05  WS-CAP-QUARANTINED     PIC X VALUE SPACE.
           05  WS-CAP-CERT-STATUS     PIC X VALUE SPACE.
           05  WS-CAP-ACTUAL-COUNT    PIC 9(4) VALUE ZERO.
           05  WS-CAP-EXACT-TERMS     PIC 9(4) VALUE ZERO.
           05  WS-CAP-PCT-PRIME       PIC 9(3)V9(2) VALUE ZERO.
           05  WS-CAP-PCT-EVEN        PIC 9(3)V9(2) VALUE ZERO.
           05  WS-CAP-PCT-ODD         PIC 9(3)V9(2) VALUE ZERO.
      * What must match for two runs of a family to be comparable
           05  WS-CAP-RUN-SHAPE.
               10  WS-CAP-TERM-COUNT  PIC 9(4) VALUE ZERO.
               10  WS-CAP-RESIDUE-MODE PIC X VALUE SPACE.
               10  WS-CAP-WIDE-MODE   PIC X VALUE SPACE.
               10  WS-CAP-NEGA-MODE   PIC X VALUE SPACE.
      * The family the run belongs to
           05  WS-CAP-FAMILY.
               10  WS-CAP-SEED-SET    PIC X(8) VALUE SPACES.
               10  WS-CAP-SEQ-ORDER   PIC 9 VALUE 2.
               10  WS-CAP-COEFF-A     PIC 9(2) VALUE 1.
               10  WS-CAP-COEFF-B     PIC 9(2) VALUE 1.
               10  WS-CAP-SEED        PIC 9(18) OCCURS 5 TIMES.

      * One entry per family in the order first met. Each family
      * keeps the results of the first unquarantined run of up to
      * five run shapes to compare later runs of the shape against.
       01  FAMILY-TABLE.
           05  FAMILY-ENTRY OCCURS 200 TIMES.
               10  FM-FAMILY.
                   15  FM-SEED-SET    PIC X(8).
                   15  FM-SEQ-ORDER   PIC 9.
                   15  FM-COEFF-A     PIC 9(2).
                   15  FM-COEFF-B     PIC 9(2).
                   15  FM-SEED        PIC 9(18) OCCURS 5 TIMES.
               10  FM-RUNS            PIC 9(5).
               10  FM-QUARANTINED     PIC 9(5).
               10  FM-CERT-FAILED     PIC 9(5).
               10  FM-STAT-RUNS       PIC 9(5).
               10  FM-PRIME-TOTAL     PIC 9(8)V9(2).
               10  FM-PRIME-LOW       PIC 9(3)V9(2).
               10  FM-PRIME-HIGH      PIC 9(3)V9(2).
               10  FM-EVEN-TOTAL      PIC 9(8)V9(2).
               10  FM-EVEN-LOW        PIC 9(3)V9(2).
               10  FM-EVEN-HIGH       PIC 9(3)V9(2).
               10  FM-ODD-TOTAL       PIC 9(8)V9(2).
               10  FM-ODD-LOW         PIC 9(3)V9(2).
               10  FM-ODD-HIGH        PIC 9(3)V9(2).
               10  FM-REACHED-TOTAL   PIC 9(9).
               10  FM-REACHED-LOW     PIC 9(4).
               10  FM-REACHED-HIGH    PIC 9(4).
               10  FM-COMPARED        PIC 9(5).
               10  FM-VARIES-SW       PIC X.
                   88  FM-VARIES              VALUE 'Y'.
               10  FM-VARY-DATE       PIC 9(8).
               10  FM-VARY-SEQ        PIC 9(2).
               10  FM-VARY-REF-DATE   PIC 9(8).
               10  FM-VARY-REF-SEQ    PIC 9(2).
               10  FM-SHAPE-COUNT     PIC 9.
               10  FM-SHAPE OCCURS 5 TIMES.
                   15  FS-RUN-SHAPE   PIC X(7).
                   15  FS-RUN-DATE    PIC 9(8).
                   15  FS-RUN-SEQ     PIC 9(2).
                   15  FS-PCT-PRIME   PIC 9(3)V9(2).
                   15  FS-PCT-EVEN    PIC 9(3)V9(2).
                   15  FS-PCT-ODD     PIC 9(3)V9(2).
                   15  FS-EXACT-TERMS PIC 9(4).

       01  FAMILY-HEADING-1.
           05  FILLER                 PIC X(40) VALUE
               '===== SEED-FAMILY COMPARISON  RUNS FROM '.
           05  FH1-FROM-DATE          PIC 9(8).
           05  FILLER                 PIC X(4) VALUE ' TO '.
           05  FH1-TO-DATE            PIC 9(8).
           05  FILLER                 PIC X(6) VALUE ' ====='.

       01  FAMILY-HEADING-2A.
           05  FILLER                 PIC X(77) VALUE SPACES.
           05  FILLER                 PIC X(14) VALUE
               '-EXACT TERMS-'.

       01  FAMILY-HEADING-2.
           05  FILLER                 PIC X(40) VALUE
               'SEED SET ORD COEFF             SEED 1   '.
           05  FILLER                 PIC X(40) VALUE
               '          SEED 2  RUNS  QUAR CFAIL   AVG'.
           05  FILLER                 PIC X(23) VALUE
               '  MIN  MAX  DETERMINISM'.

       01  FAMILY-HEADING-3.
           05  FILLER                 PIC X(40) VALUE
               '         PERCENT     AVERAGE    LOWEST  '.
           05  FILLER                 PIC X(7) VALUE
               'HIGHEST'.

       01  FAMILY-LINE.
           05  FL-SEED-SET            PIC X(8).
           05  FILLER                 PIC X(2) VALUE SPACES.
           05  FL-ORDER               PIC 9.
           05  FILLER                 PIC X(2) VALUE SPACES.
           05  FL-COEFF-A             PIC Z9.
           05  FILLER                 PIC X VALUE ','.
           05  FL-COEFF-B             PIC Z9.
           05  FILLER                 PIC X VALUE SPACE.
           05  FL-SEED-1              PIC Z(17)9.
           05  FILLER                 PIC X VALUE SPACE.
           05  FL-SEED-2              PIC Z(17)9.
           05  FILLER                 PIC X VALUE SPACE.
           05  FL-RUNS                PIC ZZZZ9.
           05  FILLER                 PIC X VALUE SPACE.
           05  FL-QUARANTINED         PIC ZZZZ9.
           05  FILLER                 PIC X VALUE SPACE.
           05  FL-CERT-FAILED         PIC ZZZZ9.
           05  FILLER                 PIC X(2) VALUE SPACES.
           05  FL-REACHED-AVG         PIC ZZZ9.
           05  FILLER                 PIC X VALUE SPACE.
           05  FL-REACHED-LOW         PIC ZZZ9.
           05  FILLER                 PIC X VALUE SPACE.
           05  FL-REACHED-HIGH        PIC ZZZ9.
           05  FILLER                 PIC X(2) VALUE SPACES.
           05  FL-DETERMINISM         PIC X(11).

       01  PERCENT-LINE.
           05  FILLER                 PIC X(9) VALUE SPACES.
           05  PL-LABEL               PIC X(7).
           05  FILLER                 PIC X(6) VALUE SPACES.
           05  PL-AVERAGE             PIC ZZ9.99.
           05  FILLER                 PIC X(4) VALUE SPACES.
           05  PL-LOWEST              PIC ZZ9.99.
           05  FILLER                 PIC X(3) VALUE SPACES.
           05  PL-HIGHEST             PIC ZZ9.99.

       01  VARIES-LINE.
           05  FILLER                 PIC X(9) VALUE SPACES.
           05  FILLER                 PIC X(4) VALUE 'RUN '.
           05  VL-RUN-DATE            PIC 9(8).
           05  FILLER                 PIC X VALUE '/'.
           05  VL-RUN-SEQ             PIC 9(2).
           05  FILLER                 PIC X(35) VALUE
               ' DIFFERS FROM THE SAME SHAPE OF RUN'.
           05  FILLER                 PIC X VALUE SPACE.
           05  VL-REF-DATE            PIC 9(8).
           05  FILLER                 PIC X VALUE '/'.
           05  VL-REF-SEQ             PIC 9(2).

       77  WS-FROM-DATE               PIC 9(8) VALUE ZERO.
       77  WS-TO-DATE                 PIC 9(8) VALUE 99999999.
       77  WS-FAMILY-COUNT            PIC 9(3) VALUE ZERO.
       77  WS-FAM-IDX                 PIC 9(3) VALUE ZERO.
       77  WS-FAM-SLOT                PIC 9(3) VALUE ZERO.
       77  WS-SHAPE-IDX               PIC 9 VALUE ZERO.
       77  WS-SHAPE-SLOT              PIC 9 VALUE ZERO.
       77  WS-SEED-IDX                PIC 9 VALUE ZERO.
       77  WS-RUNS-SEEN               PIC 9(5) VALUE ZERO.
       77  WS-RUNS-UNGROUPED          PIC 9(5) VALUE ZERO.
       77  WS-FAMILIES-VARYING        PIC 9(5) VALUE ZERO.
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
           PERFORM 500-WRITE-FAMILY-REPORT
           PERFORM 900-TERMINATE

           GOBACK.

       000-INITIALIZE.
           MOVE 'FIBSEEDF' TO PERF-PROGRAM
           MOVE REL-RELEASE-ID TO PERF-RELEASE-ID
           SET PERF-PHASE-START TO TRUE
           CALL 'FIBPERFL' USING FIBPERF-PARMS

           DISPLAY '======================================='
           DISPLAY '   FIBSEEDF - SEED-FAMILY COMPARISON'
           DISPLAY '======================================='

           INITIALIZE FAMILY-TABLE

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
           END-IF

           DISPLAY 'DATE RANGE:  ' WS-FROM-DATE ' - ' WS-TO-DATE.

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
                   THRU 400-CLOSE-OUT-EXIT
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
                   THRU 400-CLOSE-OUT-EXIT
           END-IF

           CLOSE FIB-HISTORY-FILE.

       200-WALK-CURRENT-EXIT.
           EXIT.

      * One record of either cluster: the summary, the exact detail
      * rows, the certification row and the snapshot pair are
      * captured; the group break on (date, sequence) files the run
      * under its family
       300-TRACK-ONE-RECORD.
           IF RUN-IN-PROGRESS
                   AND (HIST-RUN-DATE NOT = WS-CUR-RUN-DATE
                       OR HIST-RUN-SEQ NOT = WS-CUR-RUN-SEQ)
               PERFORM 400-CLOSE-OUT-RUN
                   THRU 400-CLOSE-OUT-EXIT
           END-IF

           IF HIST-RUN-DATE < WS-FROM-DATE
                   OR HIST-RUN-DATE > WS-TO-DATE
               GO TO 300-TRACK-EXIT
           END-IF

           IF NOT RUN-IN-PROGRESS
               SET RUN-IN-PROGRESS TO TRUE
               MOVE HIST-RUN-DATE TO WS-CUR-RUN-DATE
               MOVE HIST-RUN-SEQ  TO WS-CUR-RUN-SEQ
               PERFORM 310-RESET-CAPTURE
           END-IF

           EVALUATE TRUE
               WHEN HIST-TERM-INDEX = ZERO
                   SET SUMMARY-WAS-SEEN TO TRUE
                   MOVE HIST-QUAR-FLAG    TO WS-CAP-QUARANTINED
                   MOVE HIST-ACTUAL-COUNT TO WS-CAP-ACTUAL-COUNT
                   MOVE HIST-PCT-PRIME    TO WS-CAP-PCT-PRIME
                   MOVE HIST-PCT-EVEN     TO WS-CAP-PCT-EVEN
                   MOVE HIST-PCT-ODD      TO WS-CAP-PCT-ODD
               WHEN HIST-TERM-INDEX > ZERO
                       AND HIST-TERM-INDEX NOT > 200
                   IF HIST-RESIDUE-FLAG = 'R'
                       SET EXACT-PREFIX-ENDED TO TRUE
                   END-IF
                   IF NOT EXACT-PREFIX-ENDED
                       ADD 1 TO WS-CAP-EXACT-TERMS
                   END-IF
               WHEN HIST-TERM-INDEX = 9998
                   MOVE HIST-CERT-STATUS TO WS-CAP-CERT-STATUS
               WHEN HIST-TERM-INDEX = 9999
                   SET SNAPSHOT-WAS-SEEN TO TRUE
                   MOVE HIST-PARM-SEED-1     TO WS-CAP-SEED(1)
                   MOVE HIST-PARM-SEED-2     TO WS-CAP-SEED(2)
                   MOVE HIST-PARM-TERM-COUNT TO WS-CAP-TERM-COUNT
                   MOVE HIST-PARM-NEGA-MODE  TO WS-CAP-NEGA-MODE
                   IF HIST-PARM-SEQ-ORDER > 1
                           AND HIST-PARM-SEQ-ORDER < 6
                       MOVE HIST-PARM-SEQ-ORDER TO WS-CAP-SEQ-ORDER
                   END-IF
               WHEN HIST-TERM-INDEX = 9996
                   PERFORM 320-TAKE-SNAPSHOT-EXTENSION
               WHEN OTHER
                   CONTINUE
           END-EVALUATE.

       300-TRACK-EXIT.
           EXIT.

       310-RESET-CAPTURE.
           MOVE SPACE TO WS-CAP-QUARANTINED
           MOVE SPACE TO WS-CAP-CERT-STATUS
           MOVE ZERO  TO WS-CAP-ACTUAL-COUNT
           MOVE ZERO  TO WS-CAP-EXACT-TERMS
           MOVE ZERO  TO WS-CAP-PCT-PRIME
           MOVE ZERO  TO WS-CAP-PCT-EVEN
           MOVE ZERO  TO WS-CAP-PCT-ODD
           MOVE ZERO  TO WS-CAP-TERM-COUNT
           MOVE SPACES TO WS-CAP-RESIDUE-MODE
           MOVE SPACES TO WS-CAP-WIDE-MODE
           MOVE SPACES TO WS-CAP-NEGA-MODE
           MOVE SPACES TO WS-CAP-SEED-SET
           MOVE 2 TO WS-CAP-SEQ-ORDER
           MOVE 1 TO WS-CAP-COEFF-A
           MOVE 1 TO WS-CAP-COEFF-B
           PERFORM VARYING WS-SEED-IDX FROM 1 BY 1
                     UNTIL WS-SEED-IDX > 5
               MOVE ZERO TO WS-CAP-SEED(WS-SEED-IDX)
           END-PERFORM
           MOVE 'N' TO WS-PREFIX-END-SW
           MOVE 'N' TO WS-SUMMARY-SEEN-SW
           MOVE 'N' TO WS-PARM-SEEN-SW.

      * The extension carries the seed-set name, the weights, the
      * residue and wide switches and seeds 3-5; a field a row
      * saved before it was carried leaves at its default
       320-TAKE-SNAPSHOT-EXTENSION.
           MOVE HIST-PARMX-SEED-SET    TO WS-CAP-SEED-SET
           MOVE HIST-PARMX-RESIDUE-MODE TO WS-CAP-RESIDUE-MODE
           MOVE HIST-PARMX-WIDE-MODE   TO WS-CAP-WIDE-MODE
           IF HIST-PARMX-HAS-HIGH-SEEDS
               MOVE HIST-PARMX-SEED-3 TO WS-CAP-SEED(3)
               MOVE HIST-PARMX-SEED-4 TO WS-CAP-SEED(4)
               MOVE HIST-PARMX-SEED-5 TO WS-CAP-SEED(5)
           END-IF
           IF HIST-PARMX-COEFF-A IS NUMERIC
                   AND HIST-PARMX-COEFF-B IS NUMERIC
                   AND HIST-PARMX-COEFF-A > ZERO
                   AND HIST-PARMX-COEFF-B > ZERO
               MOVE HIST-PARMX-COEFF-A TO WS-CAP-COEFF-A
               MOVE HIST-PARMX-COEFF-B TO WS-CAP-COEFF-B
           END-IF.

      * The run is complete: find or add its family and post it.
      * A run with no summary row has nothing to compare.
       400-CLOSE-OUT-RUN.
           MOVE 'N' TO WS-RUN-OPEN-SW
           IF NOT SUMMARY-WAS-SEEN
               GO TO 400-CLOSE-OUT-EXIT
           END-IF
           ADD 1 TO WS-RUNS-SEEN

           IF NOT SNAPSHOT-WAS-SEEN
               MOVE '(NOSNAP)' TO WS-CAP-SEED-SET
           END-IF
      *    Weights only apply to an order-2 run, and only the
      *    seeds the order uses are part of the family
           IF WS-CAP-SEQ-ORDER NOT = 2
               MOVE 1 TO WS-CAP-COEFF-A
               MOVE 1 TO WS-CAP-COEFF-B
           END-IF
           PERFORM VARYING WS-SEED-IDX FROM 1 BY 1
                     UNTIL WS-SEED-IDX > 5
               IF WS-SEED-IDX > WS-CAP-SEQ-ORDER
                   MOVE ZERO TO WS-CAP-SEED(WS-SEED-IDX)
               END-IF
           END-PERFORM
           IF WS-CAP-EXACT-TERMS = ZERO
               MOVE WS-CAP-ACTUAL-COUNT TO WS-CAP-EXACT-TERMS
           END-IF

           PERFORM 410-FIND-FAMILY
           IF WS-FAM-SLOT = ZERO
               ADD 1 TO WS-RUNS-UNGROUPED
               GO TO 400-CLOSE-OUT-EXIT
           END-IF

           ADD 1 TO FM-RUNS(WS-FAM-SLOT)
           IF WS-CAP-CERT-STATUS = 'F'
               ADD 1 TO FM-CERT-FAILED(WS-FAM-SLOT)
           END-IF
           IF WS-CAP-QUARANTINED = 'Q'
               ADD 1 TO FM-QUARANTINED(WS-FAM-SLOT)
               GO TO 400-CLOSE-OUT-EXIT
           END-IF

           PERFORM 420-ACCUMULATE-STATISTICS
           PERFORM 430-COMPARE-WITH-SHAPE.

       400-CLOSE-OUT-EXIT.
           EXIT.

       410-FIND-FAMILY.
           MOVE ZERO TO WS-FAM-SLOT
           PERFORM VARYING WS-FAM-IDX FROM 1 BY 1
                     UNTIL WS-FAM-IDX > WS-FAMILY-COUNT
                        OR WS-FAM-SLOT > ZERO
               IF FM-FAMILY(WS-FAM-IDX) = WS-CAP-FAMILY
                   MOVE WS-FAM-IDX TO WS-FAM-SLOT
               END-IF
           END-PERFORM

           IF WS-FAM-SLOT = ZERO
               IF WS-FAMILY-COUNT < 200
                   ADD 1 TO WS-FAMILY-COUNT
                   MOVE WS-FAMILY-COUNT TO WS-FAM-SLOT
                   MOVE WS-CAP-FAMILY TO FM-FAMILY(WS-FAM-SLOT)
               ELSE
                   IF NOT FAMILY-TABLE-FULL
                       DISPLAY 'WARNING: MORE THAN 200 SEED '
                           'FAMILIES - LATER FAMILIES NOT REPORTED'
                       SET FAMILY-TABLE-FULL TO TRUE
                   END-IF
               END-IF
           END-IF.

       420-ACCUMULATE-STATISTICS.
           IF FM-STAT-RUNS(WS-FAM-SLOT) = ZERO
               MOVE WS-CAP-PCT-PRIME   TO FM-PRIME-LOW(WS-FAM-SLOT)
               MOVE WS-CAP-PCT-PRIME   TO FM-PRIME-HIGH(WS-FAM-SLOT)
               MOVE WS-CAP-PCT-EVEN    TO FM-EVEN-LOW(WS-FAM-SLOT)
               MOVE WS-CAP-PCT-EVEN    TO FM-EVEN-HIGH(WS-FAM-SLOT)
               MOVE WS-CAP-PCT-ODD     TO FM-ODD-LOW(WS-FAM-SLOT)
               MOVE WS-CAP-PCT-ODD     TO FM-ODD-HIGH(WS-FAM-SLOT)
               MOVE WS-CAP-EXACT-TERMS TO FM-REACHED-LOW(WS-FAM-SLOT)
               MOVE WS-CAP-EXACT-TERMS TO FM-REACHED-HIGH(WS-FAM-SLOT)
           END-IF
           ADD 1 TO FM-STAT-RUNS(WS-FAM-SLOT)

           ADD WS-CAP-PCT-PRIME TO FM-PRIME-TOTAL(WS-FAM-SLOT)
           IF WS-CAP-PCT-PRIME < FM-PRIME-LOW(WS-FAM-SLOT)
               MOVE WS-CAP-PCT-PRIME TO FM-PRIME-LOW(WS-FAM-SLOT)
           END-IF
           IF WS-CAP-PCT-PRIME > FM-PRIME-HIGH(WS-FAM-SLOT)
               MOVE WS-CAP-PCT-PRIME TO FM-PRIME-HIGH(WS-FAM-SLOT)
           END-IF

           ADD WS-CAP-PCT-EVEN TO FM-EVEN-TOTAL(WS-FAM-SLOT)
           IF WS-CAP-PCT-EVEN < FM-EVEN-LOW(WS-FAM-SLOT)
               MOVE WS-CAP-PCT-EVEN TO FM-EVEN-LOW(WS-FAM-SLOT)
           END-IF
           IF WS-CAP-PCT-EVEN > FM-EVEN-HIGH(WS-FAM-SLOT)
               MOVE WS-CAP-PCT-EVEN TO FM-EVEN-HIGH(WS-FAM-SLOT)
           END-IF

           ADD WS-CAP-PCT-ODD TO FM-ODD-TOTAL(WS-FAM-SLOT)
           IF WS-CAP-PCT-ODD < FM-ODD-LOW(WS-FAM-SLOT)
               MOVE WS-CAP-PCT-ODD TO FM-ODD-LOW(WS-FAM-SLOT)
           END-IF
           IF WS-CAP-PCT-ODD > FM-ODD-HIGH(WS-FAM-SLOT)
               MOVE WS-CAP-PCT-ODD TO FM-ODD-HIGH(WS-FAM-SLOT)
           END-IF

           ADD WS-CAP-EXACT-TERMS TO FM-REACHED-TOTAL(WS-FAM-SLOT)
           IF WS-CAP-EXACT-TERMS < FM-REACHED-LOW(WS-FAM-SLOT)
               MOVE WS-CAP-EXACT-TERMS TO FM-REACHED-LOW(WS-FAM-SLOT)
           END-IF
           IF WS-CAP-EXACT-TERMS > FM-REACHED-HIGH(WS-FAM-SLOT)
               MOVE WS-CAP-EXACT-TERMS
                   TO FM-REACHED-HIGH(WS-FAM-SLOT)
           END-IF.

      * The first run of each shape is the reference; every later
      * run of that shape must match it exactly
       430-COMPARE-WITH-SHAPE.
           MOVE ZERO TO WS-SHAPE-SLOT
           PERFORM VARYING WS-SHAPE-IDX FROM 1 BY 1
                     UNTIL WS-SHAPE-IDX > FM-SHAPE-COUNT(WS-FAM-SLOT)
                        OR WS-SHAPE-SLOT > ZERO
               IF FS-RUN-SHAPE(WS-FAM-SLOT, WS-SHAPE-IDX)
                       = WS-CAP-RUN-SHAPE
                   MOVE WS-SHAPE-IDX TO WS-SHAPE-SLOT
               END-IF
           END-PERFORM

           IF WS-SHAPE-SLOT = ZERO
               IF FM-SHAPE-COUNT(WS-FAM-SLOT) < 5
                   ADD 1 TO FM-SHAPE-COUNT(WS-FAM-SLOT)
                   MOVE FM-SHAPE-COUNT(WS-FAM-SLOT) TO WS-SHAPE-SLOT
                   MOVE WS-CAP-RUN-SHAPE
                       TO FS-RUN-SHAPE(WS-FAM-SLOT, WS-SHAPE-SLOT)
                   MOVE WS-CUR-RUN-DATE
                       TO FS-RUN-DATE(WS-FAM-SLOT, WS-SHAPE-SLOT)
                   MOVE WS-CUR-RUN-SEQ
                       TO FS-RUN-SEQ(WS-FAM-SLOT, WS-SHAPE-SLOT)
                   MOVE WS-CAP-PCT-PRIME
                       TO FS-PCT-PRIME(WS-FAM-SLOT, WS-SHAPE-SLOT)
                   MOVE WS-CAP-PCT-EVEN
                       TO FS-PCT-EVEN(WS-FAM-SLOT, WS-SHAPE-SLOT)
                   MOVE WS-CAP-PCT-ODD
                       TO FS-PCT-ODD(WS-FAM-SLOT, WS-SHAPE-SLOT)
                   MOVE WS-CAP-EXACT-TERMS
                       TO FS-EXACT-TERMS(WS-FAM-SLOT, WS-SHAPE-SLOT)
               END-IF
           ELSE
               ADD 1 TO FM-COMPARED(WS-FAM-SLOT)
               IF (WS-CAP-PCT-PRIME
                       NOT = FS-PCT-PRIME(WS-FAM-SLOT, WS-SHAPE-SLOT)
                   OR WS-CAP-PCT-EVEN
                       NOT = FS-PCT-EVEN(WS-FAM-SLOT, WS-SHAPE-SLOT)
                   OR WS-CAP-PCT-ODD
                       NOT = FS-PCT-ODD(WS-FAM-SLOT, WS-SHAPE-SLOT)
                   OR WS-CAP-EXACT-TERMS
                       NOT = FS-EXACT-TERMS(WS-FAM-SLOT,
                                            WS-SHAPE-SLOT))
                       AND NOT FM-VARIES(WS-FAM-SLOT)
                   SET FM-VARIES(WS-FAM-SLOT) TO TRUE
                   MOVE WS-CUR-RUN-DATE TO FM-VARY-DATE(WS-FAM-SLOT)
                   MOVE WS-CUR-RUN-SEQ  TO FM-VARY-SEQ(WS-FAM-SLOT)
                   MOVE FS-RUN-DATE(WS-FAM-SLOT, WS-SHAPE-SLOT)
                       TO FM-VARY-REF-DATE(WS-FAM-SLOT)
                   MOVE FS-RUN-SEQ(WS-FAM-SLOT, WS-SHAPE-SLOT)
                       TO FM-VARY-REF-SEQ(WS-FAM-SLOT)
               END-IF
           END-IF.

       500-WRITE-FAMILY-REPORT.
           OPEN OUTPUT PRINT-FILE
           MOVE WS-FROM-DATE TO FH1-FROM-DATE
           MOVE WS-TO-DATE   TO FH1-TO-DATE
           WRITE PRINT-RECORD FROM FAMILY-HEADING-1
           WRITE PRINT-RECORD FROM FAMILY-HEADING-2A
           WRITE PRINT-RECORD FROM FAMILY-HEADING-2
           WRITE PRINT-RECORD FROM FAMILY-HEADING-3
           DISPLAY FAMILY-HEADING-2

           PERFORM VARYING WS-FAM-IDX FROM 1 BY 1
                     UNTIL WS-FAM-IDX > WS-FAMILY-COUNT
               PERFORM 510-WRITE-ONE-FAMILY
           END-PERFORM

           CLOSE PRINT-FILE.

       510-WRITE-ONE-FAMILY.
           MOVE SPACES TO PRINT-RECORD
           WRITE PRINT-RECORD

           IF FM-SEED-SET(WS-FAM-IDX) = SPACES
               MOVE '(SEEDS)' TO FL-SEED-SET
           ELSE
               MOVE FM-SEED-SET(WS-FAM-IDX) TO FL-SEED-SET
           END-IF
           MOVE FM-SEQ-ORDER(WS-FAM-IDX)   TO FL-ORDER
           MOVE FM-COEFF-A(WS-FAM-IDX)     TO FL-COEFF-A
           MOVE FM-COEFF-B(WS-FAM-IDX)     TO FL-COEFF-B
           MOVE FM-SEED(WS-FAM-IDX, 1)     TO FL-SEED-1
           MOVE FM-SEED(WS-FAM-IDX, 2)     TO FL-SEED-2
           MOVE FM-RUNS(WS-FAM-IDX)        TO FL-RUNS
           MOVE FM-QUARANTINED(WS-FAM-IDX) TO FL-QUARANTINED
           MOVE FM-CERT-FAILED(WS-FAM-IDX) TO FL-CERT-FAILED
           IF FM-STAT-RUNS(WS-FAM-IDX) > ZERO
               COMPUTE FL-REACHED-AVG ROUNDED =
                   FM-REACHED-TOTAL(WS-FAM-IDX)
                       / FM-STAT-RUNS(WS-FAM-IDX)
           ELSE
               MOVE ZERO TO FL-REACHED-AVG
           END-IF
           MOVE FM-REACHED-LOW(WS-FAM-IDX)  TO FL-REACHED-LOW
           MOVE FM-REACHED-HIGH(WS-FAM-IDX) TO FL-REACHED-HIGH
           EVALUATE TRUE
               WHEN FM-VARIES(WS-FAM-IDX)
                   MOVE 'VARIES' TO FL-DETERMINISM
                   ADD 1 TO WS-FAMILIES-VARYING
               WHEN FM-COMPARED(WS-FAM-IDX) > ZERO
                   MOVE 'STABLE' TO FL-DETERMINISM
               WHEN OTHER
                   MOVE 'NOT REPEATED' TO FL-DETERMINISM
           END-EVALUATE
           DISPLAY FAMILY-LINE
           WRITE PRINT-RECORD FROM FAMILY-LINE

           IF FM-STAT-RUNS(WS-FAM-IDX) > ZERO
               MOVE 'PRIME %' TO PL-LABEL
               COMPUTE PL-AVERAGE ROUNDED =
                   FM-PRIME-TOTAL(WS-FAM-IDX)
                       / FM-STAT-RUNS(WS-FAM-IDX)
               MOVE FM-PRIME-LOW(WS-FAM-IDX)  TO PL-LOWEST
               MOVE FM-PRIME-HIGH(WS-FAM-IDX) TO PL-HIGHEST
               WRITE PRINT-RECORD FROM PERCENT-LINE

               MOVE 'EVEN %' TO PL-LABEL
               COMPUTE PL-AVERAGE ROUNDED =
                   FM-EVEN-TOTAL(WS-FAM-IDX)
                       / FM-STAT-RUNS(WS-FAM-IDX)
               MOVE FM-EVEN-LOW(WS-FAM-IDX)  TO PL-LOWEST
               MOVE FM-EVEN-HIGH(WS-FAM-IDX) TO PL-HIGHEST
               WRITE PRINT-RECORD FROM PERCENT-LINE

               MOVE 'ODD %' TO PL-LABEL
               COMPUTE PL-AVERAGE ROUNDED =
                   FM-ODD-TOTAL(WS-FAM-IDX)
                       / FM-STAT-RUNS(WS-FAM-IDX)
               MOVE FM-ODD-LOW(WS-FAM-IDX)  TO PL-LOWEST
               MOVE FM-ODD-HIGH(WS-FAM-IDX) TO PL-HIGHEST
               WRITE PRINT-RECORD FROM PERCENT-LINE
           END-IF

           IF FM-VARIES(WS-FAM-IDX)
               MOVE FM-VARY-DATE(WS-FAM-IDX)     TO VL-RUN-DATE
               MOVE FM-VARY-SEQ(WS-FAM-IDX)      TO VL-RUN-SEQ
               MOVE FM-VARY-REF-DATE(WS-FAM-IDX) TO VL-REF-DATE
               MOVE FM-VARY-REF-SEQ(WS-FAM-IDX)  TO VL-REF-SEQ
               DISPLAY VARIES-LINE
               WRITE PRINT-RECORD FROM VARIES-LINE
           END-IF.

       900-TERMINATE.
           DISPLAY SPACE
           DISPLAY 'RUN SUMMARIES GROUPED:    ' WS-RUNS-SEEN
           DISPLAY 'SEED FAMILIES:            ' WS-FAMILY-COUNT
           DISPLAY 'FAMILIES THAT VARY:       ' WS-FAMILIES-VARYING
           IF WS-RUNS-UNGROUPED > ZERO
               DISPLAY 'RUNS PAST THE FAMILY TABLE: '
                   WS-RUNS-UNGROUPED
           END-IF

           IF WS-FAMILIES-VARYING > ZERO AND WS-RETURN-CODE = ZERO
               MOVE 4 TO WS-RETURN-CODE
           END-IF

           DISPLAY '   FIBSEEDF COMPLETED - RELEASE ' REL-RELEASE-ID
           DISPLAY 'RETURN CODE: ' WS-RETURN-CODE
           SET PERF-PHASE-END TO TRUE
           MOVE WS-RUNS-SEEN   TO PERF-RECORDS
           MOVE WS-RETURN-CODE TO PERF-RETURN-CODE
           CALL 'FIBPERFL' USING FIBPERF-PARMS

           MOVE WS-RETURN-CODE TO RETURN-CODE.
