      ******************************************************************
      * FIBRVAR is the monthly risk-score variance report: what we
      * sent the risk group against what they sent back. Each run
      * date of the month is joined from three places:
      *   - the FIBRISK content we sent (every generation on the
      *     DD is read; where a date was sent more than once, the
      *     generation with the latest header timestamp stands),
      *   - the score the risk group returned, the type-R row
      *     (term-index 9997) FIBRISKR posts beside the run
      *     summary, and the time it was received,
      *   - when the date was transmitted, from the FIBRDIR run
      *     directory (the FIBRISK header timestamp when the
      *     directory is not mounted).
      *
      * Our flags are the FIBRISK overflow, restart, validation
      * (anything but Y is a failure) and divisibility-warning
      * fields, plus the prime-density alert, which FIBRISK does
      * not carry: it is taken from the run summary's prime
      * percentage against the standard 5% / 40% alert limits.
      *
      * The report has three parts:
      *   1. one line per run date, marked HIGH SCORE, NO FLAG
      *      when risk scored it high and we raised nothing, or
      *      FLAGGED, LOW SCORE for the reverse,
      *   2. the returned scores grouped by our flags - runs,
      *      runs scored, mean, lowest and highest score, and how
      *      many scored high - with a NO FLAG RAISED group and an
      *      ALL RUNS line to compare against,
      *   3. the transmitted dates that got no score back within
      *      the FIBDEST acknowledgment window of the FIBRISK
      *      extract (the longest window of its active receivers,
      *      counted in business days the way FIBACK counts them),
      *      whether the score came late or has not come at all.
      *
      * SYSIN card (optional): run month YYYYMM in columns 1-6
      * (default the previous calendar month); high-score
      * threshold in columns 8-14 as 99999V99 (default the
      * month's mean returned score - a run scored above the mean
      * is high).
      *
      * RC=4 when any run is highlighted or any return is missing
      * or late, RC=8 when FIBRISK or FIBHIST cannot be read.
      ******************************************************************
       IDENTIFICATION DIVISION.
       PROGRAM-ID. FIBRVAR.
       AUTHOR. Antonio Gibas.
       DATE-WRITTEN. 10-15-2026.
       DATE-COMPILED. 10-15-2026.

      * MODIFICATION HISTORY
      * 10-15-2026  AG  INITIAL VERSION - RETURNED RISK SCORES
      *                 AGAINST THE FLAGS WE SENT, WITH OVERDUE
      *                 RETURNS
      * 10-15-2026  AG  CARRY THE SUITE RELEASE ID ON THE FIBPERF
      *                 RECORD AND THE COMPLETION LINE
      * 10-15-2026  AG  PERFORM THE RETURN TIMING THRU ITS EXIT
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
           SELECT RISK-REPORT-FILE ASSIGN TO "FIBRISK"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-RISK-FILE-STATUS.
           SELECT FIB-HISTORY-FILE ASSIGN TO "FIBHIST"
               ORGANIZATION IS INDEXED
               ACCESS MODE IS DYNAMIC
               RECORD KEY IS HIST-KEY
               ALTERNATE RECORD KEY IS HIST-FIB-NUMBER
                   WITH DUPLICATES
               FILE STATUS IS WS-HIST-FILE-STATUS.
           SELECT RUN-DIRECTORY-FILE ASSIGN TO "FIBRDIR"
               ORGANIZATION IS INDEXED
               ACCESS MODE IS DYNAMIC
               RECORD KEY IS RDIR-KEY
               FILE STATUS IS WS-RDIR-FILE-STATUS.
           SELECT DESTINATION-FILE ASSIGN TO "FIBDEST"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-DEST-FILE-STATUS.
           SELECT PRINT-FILE ASSIGN TO "PRTOUT"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-PRINT-FILE-STATUS.

       DATA DIVISION.
       FILE SECTION.
       FD  CONTROL-CARD-FILE
           RECORDING MODE IS F.
       01  CONTROL-CARD-RECORD       PIC X(80).

       FD  RISK-REPORT-FILE
           RECORDING MODE IS F.
       01  RISK-REPORT-RECORD.
           05  RISK-RUN-DATE          PIC 9(8).
           05  RISK-TERM-COUNT        PIC 9(4).
           05  RISK-OVERFLOW-FLAG     PIC X.
           05  RISK-RESTART-FLAG      PIC X.
           05  RISK-VALIDATION-FLAG   PIC X.
           05  RISK-DIVISIBILITY-WARNINGS PIC 9(4).
           05  RISK-CUMULATIVE-SUM    PIC 9(18).
           05  RISK-SEQ-ORDER         PIC 9.
           05  RISK-ORIGIN-FLAG       PIC X.
           05  RISK-COEFF-A           PIC 9(2).
           05  RISK-COEFF-B           PIC 9(2).
       01  RISK-HEADER-RECORD.
           05  RKH-RECORD-TYPE        PIC X.
           05  RKH-RUN-DATE           PIC 9(8).
           05  RKH-PROGRAM-ID         PIC X(8).
           05  RKH-TIMESTAMP          PIC 9(14).
           05  RKH-LAYOUT-VERSION     PIC X(2).

       FD  FIB-HISTORY-FILE.
           COPY FIBHIST.

       FD  RUN-DIRECTORY-FILE.
           COPY FIBRDIRD.

       FD  DESTINATION-FILE
           RECORDING MODE IS F.
           COPY FIBDESTC.

       FD  PRINT-FILE
           RECORDING MODE IS F.
       01  PRINT-RECORD               PIC X(133).

       WORKING-STORAGE SECTION.

       01  WS-CONTROL-CARD.
           05  WS-CC-RUN-MONTH        PIC X(6).
           05  FILLER                 PIC X.
           05  WS-CC-THRESHOLD        PIC X(7).
           05  WS-CC-THRESHOLD-N REDEFINES WS-CC-THRESHOLD
                                      PIC 9(5)V9(2).
           05  FILLER                 PIC X(66).

       01  WS-FILE-STATUSES.
           05  WS-CARD-FILE-STATUS    PIC XX VALUE SPACES.
               88  CARD-FILE-OK            VALUE '00'.
           05  WS-RISK-FILE-STATUS    PIC XX VALUE SPACES.
               88  RISK-FILE-OK            VALUE '00'.
           05  WS-HIST-FILE-STATUS    PIC XX VALUE SPACES.
               88  HIST-FILE-OK            VALUE '00'.
           05  WS-RDIR-FILE-STATUS    PIC XX VALUE SPACES.
               88  RDIR-FILE-OK            VALUE '00'.
           05  WS-DEST-FILE-STATUS    PIC XX VALUE SPACES.
               88  DEST-FILE-OK            VALUE '00'.
           05  WS-PRINT-FILE-STATUS   PIC XX VALUE SPACES.

       01  WS-INDICATORS.
           05  WS-RISK-EOF-SW         PIC X VALUE 'N'.
               88  RISK-EOF-REACHED       VALUE 'Y'.
           05  WS-DEST-EOF-SW         PIC X VALUE 'N'.
               88  DEST-EOF-REACHED       VALUE 'Y'.
           05  WS-SCAN-DONE-SW        PIC X VALUE 'N'.
               88  DATE-SCAN-DONE         VALUE 'Y'.
           05  WS-RDIR-OPEN-SW        PIC X VALUE 'N'.
               88  RDIR-IS-OPEN           VALUE 'Y'.
           05  WS-THRESHOLD-SW        PIC X VALUE 'N'.
               88  THRESHOLD-FROM-CARD    VALUE 'Y'.
           05  WS-WINDOW-SW           PIC X VALUE 'N'.
               88  WINDOW-WAS-FOUND       VALUE 'Y'.

       01  CURRENT-DATE-TIME.
           05  CURRENT-DATE-YYYYMMDD  PIC 9(8).
           05  CURRENT-DATE-PARTS REDEFINES CURRENT-DATE-YYYYMMDD.
               10  CURRENT-YEAR       PIC 9(4).
               10  CURRENT-MONTH      PIC 9(2).
               10  CURRENT-DAY        PIC 9(2).
           05  FILLER                 PIC X(13).

       01  WS-RUN-MONTH               PIC 9(6) VALUE ZERO.
       01  WS-RUN-MONTH-PARTS REDEFINES WS-RUN-MONTH.
           05  WS-RUN-YEAR            PIC 9(4).
           05  WS-RUN-MM              PIC 9(2).

      * One entry per day of the run month, entry d for day d:
      * what was sent, what came back, and when
       01  RUN-DAY-TABLE.
           05  RUN-DAY OCCURS 31 TIMES.
               10  RD-PRESENT         PIC X.
                   88  RD-WAS-SENT            VALUE 'Y'.
               10  RD-GEN-STAMP       PIC 9(14).
               10  RD-TERM-COUNT      PIC 9(4).
               10  RD-OVERFLOW        PIC X.
               10  RD-RESTART         PIC X.
               10  RD-VALIDATION      PIC X.
               10  RD-DIV-WARNINGS    PIC 9(4).
               10  RD-ORIGIN          PIC X.
               10  RD-SUMMARY-SW      PIC X.
                   88  RD-HAS-SUMMARY         VALUE 'Y'.
               10  RD-PCT-PRIME       PIC 9(3)V9(2).
               10  RD-DENSITY         PIC X(4).
               10  RD-FLAGGED-SW      PIC X.
                   88  RD-IS-FLAGGED          VALUE 'Y'.
               10  RD-SCORED-SW       PIC X.
                   88  RD-IS-SCORED           VALUE 'Y'.
               10  RD-SCORE           PIC 9(5)V9(2).
               10  RD-RECV-DATE       PIC 9(8).
               10  RD-SENT-DATE       PIC 9(8).
               10  RD-DUE-DATE        PIC 9(8).
               10  RD-RETURN-STATE    PIC X(8).
                   88  RD-RETURN-MISSED   VALUE 'OVERDUE ' 'LATE    '.
               10  RD-VARIANCE-NOTE   PIC X(20).

      * Scores grouped by our flags: 1 overflow, 2 restart,
      * 3 validation failed, 4 divisibility warnings, 5 prime
      * density, 6 no flag raised, 7 every run
       01  FLAG-GROUP-NAMES.
           05  FILLER                 PIC X(22) VALUE
               'OVERFLOW              '.
           05  FILLER                 PIC X(22) VALUE
               'RESTART               '.
           05  FILLER                 PIC X(22) VALUE
               'VALIDATION FAILED     '.
           05  FILLER                 PIC X(22) VALUE
               'DIVISIBILITY WARNINGS '.
           05  FILLER                 PIC X(22) VALUE
               'PRIME DENSITY ALERT   '.
           05  FILLER                 PIC X(22) VALUE
               'NO FLAG RAISED        '.
           05  FILLER                 PIC X(22) VALUE
               'ALL RUNS              '.
       01  FLAG-GROUP-NAME-TABLE REDEFINES FLAG-GROUP-NAMES.
           05  FG-NAME OCCURS 7 TIMES PIC X(22).

       01  FLAG-GROUP-TABLE.
           05  FLAG-GROUP OCCURS 7 TIMES.
               10  FG-RUNS            PIC 9(5).
               10  FG-SCORED          PIC 9(5).
               10  FG-HIGH            PIC 9(5).
               10  FG-SCORE-TOTAL     PIC 9(9)V9(2).
               10  FG-SCORE-LOW       PIC 9(5)V9(2).
               10  FG-SCORE-HIGH      PIC 9(5)V9(2).

       01  VARIANCE-HEADING-1.
           05  FILLER                 PIC X(40) VALUE
               '===== RISK-SCORE VARIANCE - RUN MONTH '.
           05  VH1-RUN-MONTH          PIC 9(6).
           05  FILLER                 PIC X(27) VALUE
               '  HIGH SCORE ABOVE '.
           05  VH1-THRESHOLD          PIC ZZZZ9.99.
           05  VH1-THRESHOLD-NOTE     PIC X(16).
           05  FILLER                 PIC X(6) VALUE ' ====='.

       01  VARIANCE-HEADING-2.
           05  FILLER                 PIC X(40) VALUE
               'RUN DATE TERMS OVF RST VAL DIVW DENS FLG'.
           05  FILLER                 PIC X(40) VALUE
               '    SCORE  RECEIVED  SENT      DUE      '.
           05  FILLER                 PIC X(27) VALUE
               'RETURN    VARIANCE'.

       01  VARIANCE-LINE.
           05  VL-RUN-DATE            PIC 9(8).
           05  FILLER                 PIC X VALUE SPACE.
           05  VL-TERMS               PIC ZZZZ9.
           05  FILLER                 PIC X(2) VALUE SPACES.
           05  VL-OVERFLOW            PIC X.
           05  FILLER                 PIC X(3) VALUE SPACES.
           05  VL-RESTART             PIC X.
           05  FILLER                 PIC X(3) VALUE SPACES.
           05  VL-VALIDATION          PIC X.
           05  FILLER                 PIC X(2) VALUE SPACES.
           05  VL-DIV-WARNINGS        PIC ZZZ9.
           05  FILLER                 PIC X VALUE SPACE.
           05  VL-DENSITY             PIC X(4).
           05  FILLER                 PIC X VALUE SPACE.
           05  VL-FLAGGED             PIC X(3).
           05  FILLER                 PIC X VALUE SPACE.
           05  VL-SCORE               PIC X(8).
           05  VL-SCORE-N REDEFINES VL-SCORE
                                      PIC ZZZZ9.99.
           05  FILLER                 PIC X(2) VALUE SPACES.
           05  VL-RECV-DATE           PIC X(8).
           05  FILLER                 PIC X(2) VALUE SPACES.
           05  VL-SENT-DATE           PIC X(8).
           05  FILLER                 PIC X(2) VALUE SPACES.
           05  VL-DUE-DATE            PIC X(8).
           05  FILLER                 PIC X VALUE SPACE.
           05  VL-RETURN-STATE        PIC X(8).
           05  FILLER                 PIC X(2) VALUE SPACES.
           05  VL-VARIANCE-NOTE       PIC X(20).

       01  GROUP-HEADING.
           05  FILLER                 PIC X(40) VALUE
               'SCORES BY FLAG         RUNS SCORED     M'.
           05  FILLER                 PIC X(30) VALUE
               'EAN    LOWEST   HIGHEST   HIGH'.

       01  GROUP-LINE.
           05  GRL-NAME               PIC X(22).
           05  GRL-RUNS               PIC ZZZZ9.
           05  FILLER                 PIC X(2) VALUE SPACES.
           05  GRL-SCORED             PIC ZZZZ9.
           05  FILLER                 PIC X VALUE SPACE.
           05  GRL-MEAN               PIC ZZZZ9.99.
           05  FILLER                 PIC X(2) VALUE SPACES.
           05  GRL-LOWEST             PIC ZZZZ9.99.
           05  FILLER                 PIC X(2) VALUE SPACES.
           05  GRL-HIGHEST            PIC ZZZZ9.99.
           05  FILLER                 PIC X(2) VALUE SPACES.
           05  GRL-HIGH               PIC ZZZZ9.

       01  MISSING-HEADING.
           05  FILLER                 PIC X(40) VALUE
               'TRANSMITTED DATES WITHOUT A SCORE INSIDE'.
           05  FILLER                 PIC X(19) VALUE
               ' THE ACK WINDOW OF '.
           05  MH-WINDOW-DAYS         PIC Z9.
           05  FILLER                 PIC X(14) VALUE
               ' BUSINESS DAYS'.

       01  MISSING-LINE.
           05  FILLER                 PIC X(4) VALUE SPACES.
           05  ML-RUN-DATE            PIC 9(8).
           05  FILLER                 PIC X(8) VALUE '  SENT: '.
           05  ML-SENT-DATE           PIC 9(8).
           05  FILLER                 PIC X(7) VALUE '  DUE: '.
           05  ML-DUE-DATE            PIC 9(8).
           05  FILLER                 PIC X(2) VALUE SPACES.
           05  ML-STATE-TEXT          PIC X(30).

       77  WS-HIGH-THRESHOLD          PIC 9(5)V9(2) VALUE ZERO.
       77  WS-ACK-WINDOW              PIC 9(2) VALUE 1.
       77  WS-HEADER-STAMP            PIC 9(14) VALUE ZERO.
       77  WS-SEEK-DATE               PIC 9(8) VALUE ZERO.
       77  WS-SENT-STAMP              PIC 9(14) VALUE ZERO.
       77  WS-TODAY-INTEGER           PIC 9(9) VALUE ZERO.
       77  WS-DUE-INTEGER             PIC 9(9) VALUE ZERO.
       77  WS-DUE-DOW                 PIC 9 VALUE ZERO.
       77  WS-WINDOW-LEFT             PIC 9(2) VALUE ZERO.
       77  WS-DAY-IDX                 PIC 9(2) VALUE ZERO.
       77  WS-GRP-IDX                 PIC 9 VALUE ZERO.
       77  WS-SCORE-TOTAL             PIC 9(9)V9(2) VALUE ZERO.
       77  WS-SCORED-COUNT            PIC 9(5) VALUE ZERO.
       77  WS-RISK-ROWS-READ          PIC 9(7) VALUE ZERO.
       77  WS-RUNS-JOINED             PIC 9(5) VALUE ZERO.
       77  WS-HIGH-NO-FLAG            PIC 9(5) VALUE ZERO.
       77  WS-FLAGGED-LOW             PIC 9(5) VALUE ZERO.
       77  WS-RETURNS-MISSED          PIC 9(5) VALUE ZERO.
       77  WS-RETURN-CODE             PIC 9(4) VALUE ZERO.

      * Standard prime-density alert limits (ADVFIBB 310)
       77  WS-DENSITY-LOW             PIC 9(3)V9(2) VALUE 005.00.
       77  WS-DENSITY-HIGH            PIC 9(3)V9(2) VALUE 040.00.

      * Release this program was built for
           COPY FIBRELC.

      * Parameter area for the shared FIBPERFL telemetry logger
           COPY FIBPERFC.

       PROCEDURE DIVISION.
       MAIN-PROCEDURE.
           PERFORM 000-INITIALIZE
           PERFORM 100-LOAD-ACK-WINDOW
               THRU 100-LOAD-ACK-WINDOW-EXIT
           PERFORM 200-LOAD-RISK-EXTRACT
               THRU 200-LOAD-RISK-EXTRACT-EXIT
           IF WS-RETURN-CODE < 8
               PERFORM 300-JOIN-HISTORY
                   THRU 300-JOIN-HISTORY-EXIT
           END-IF
           IF WS-RETURN-CODE < 8
               PERFORM 400-JOIN-RUN-DIRECTORY
               PERFORM 500-ASSESS-THE-MONTH
               PERFORM 600-WRITE-RUN-LINES
               PERFORM 700-WRITE-FLAG-GROUPS
               PERFORM 800-WRITE-MISSING-RETURNS
           END-IF
           PERFORM 900-TERMINATE

           GOBACK.

       000-INITIALIZE.
           MOVE 'FIBRVAR ' TO PERF-PROGRAM
           MOVE REL-RELEASE-ID TO PERF-RELEASE-ID
           SET PERF-PHASE-START TO TRUE
           CALL 'FIBPERFL' USING FIBPERF-PARMS

           DISPLAY '======================================='
           DISPLAY '   FIBRVAR - RISK-SCORE VARIANCE REPORT'
           DISPLAY '======================================='

           MOVE FUNCTION CURRENT-DATE TO CURRENT-DATE-TIME
           COMPUTE WS-TODAY-INTEGER =
               FUNCTION INTEGER-OF-DATE(CURRENT-DATE-YYYYMMDD)

      * The report normally runs after the month has closed
           IF CURRENT-MONTH = 1
               COMPUTE WS-RUN-YEAR = CURRENT-YEAR - 1
               MOVE 12 TO WS-RUN-MM
           ELSE
               MOVE CURRENT-YEAR TO WS-RUN-YEAR
               COMPUTE WS-RUN-MM = CURRENT-MONTH - 1
           END-IF

           MOVE SPACES TO WS-CONTROL-CARD
           OPEN INPUT CONTROL-CARD-FILE
           IF CARD-FILE-OK
               READ CONTROL-CARD-FILE INTO WS-CONTROL-CARD
                   AT END
                       MOVE SPACES TO WS-CONTROL-CARD
               END-READ
               CLOSE CONTROL-CARD-FILE
           END-IF

           IF WS-CC-RUN-MONTH IS NUMERIC
                   AND WS-CC-RUN-MONTH(5:2) > '00'
                   AND WS-CC-RUN-MONTH(5:2) < '13'
               MOVE WS-CC-RUN-MONTH TO WS-RUN-MONTH
           END-IF
           IF WS-CC-THRESHOLD IS NUMERIC
               MOVE WS-CC-THRESHOLD-N TO WS-HIGH-THRESHOLD
               SET THRESHOLD-FROM-CARD TO TRUE
           END-IF

           INITIALIZE RUN-DAY-TABLE
           INITIALIZE FLAG-GROUP-TABLE

           DISPLAY 'RUN MONTH:   ' WS-RUN-MONTH.

      * The FIBRISK extract's acknowledgment window: the longest
      * of its active receivers', so a date is only reported
      * missing once every receiver's window has run out
       100-LOAD-ACK-WINDOW.
           OPEN INPUT DESTINATION-FILE
           IF NOT DEST-FILE-OK
               DISPLAY 'WARNING: FIBDEST REGISTRY NOT AVAILABLE - '
                   'STATUS ' WS-DEST-FILE-STATUS
                   ' - ONE BUSINESS DAY ASSUMED'
               GO TO 100-LOAD-ACK-WINDOW-EXIT
           END-IF

           PERFORM UNTIL DEST-EOF-REACHED
               READ DESTINATION-FILE
                   AT END
                       SET DEST-EOF-REACHED TO TRUE
                   NOT AT END
                       IF DST-IS-ACTIVE
                               AND DST-EXTRACT-ID = 'FIBRISK '
                               AND DST-ACK-WINDOW-DAYS IS NUMERIC
                           IF NOT WINDOW-WAS-FOUND
                                   OR DST-ACK-WINDOW-DAYS
                                       > WS-ACK-WINDOW
                               MOVE DST-ACK-WINDOW-DAYS
                                   TO WS-ACK-WINDOW
                           END-IF
                           SET WINDOW-WAS-FOUND TO TRUE
                       END-IF
               END-READ
           END-PERFORM

           CLOSE DESTINATION-FILE

      * A zero window is taken as one day, as FIBACK takes it
           IF NOT WINDOW-WAS-FOUND
               DISPLAY 'WARNING: NO ACTIVE FIBRISK RECEIVER ON '
                   'FIBDEST - ONE BUSINESS DAY ASSUMED'
           END-IF
           IF WS-ACK-WINDOW = ZERO
               MOVE 1 TO WS-ACK-WINDOW
           END-IF
           DISPLAY 'ACK WINDOW:  ' WS-ACK-WINDOW ' BUSINESS DAYS'.

       100-LOAD-ACK-WINDOW-EXIT.
           EXIT.

      * Every generation on the DD; header and trailer rows are
      * told apart from detail rows by their first byte
       200-LOAD-RISK-EXTRACT.
           OPEN INPUT RISK-REPORT-FILE
           IF NOT RISK-FILE-OK
               DISPLAY 'ERROR: FIBRISK NOT AVAILABLE - STATUS '
                   WS-RISK-FILE-STATUS
               MOVE 8 TO WS-RETURN-CODE
               GO TO 200-LOAD-RISK-EXTRACT-EXIT
           END-IF

           PERFORM UNTIL RISK-EOF-REACHED
               READ RISK-REPORT-FILE
                   AT END
                       SET RISK-EOF-REACHED TO TRUE
                   NOT AT END
                       ADD 1 TO WS-RISK-ROWS-READ
                       PERFORM 210-TAKE-ONE-RISK-ROW
                           THRU 210-TAKE-ONE-RISK-ROW-EXIT
               END-READ
           END-PERFORM

           CLOSE RISK-REPORT-FILE.

       200-LOAD-RISK-EXTRACT-EXIT.
           EXIT.

       210-TAKE-ONE-RISK-ROW.
           IF RKH-RECORD-TYPE = 'H'
               IF RKH-TIMESTAMP IS NUMERIC
                   MOVE RKH-TIMESTAMP TO WS-HEADER-STAMP
               ELSE
                   MOVE ZERO TO WS-HEADER-STAMP
               END-IF
               GO TO 210-TAKE-ONE-RISK-ROW-EXIT
           END-IF

           IF RISK-RUN-DATE IS NOT NUMERIC
               GO TO 210-TAKE-ONE-RISK-ROW-EXIT
           END-IF
           IF RISK-RUN-DATE(1:6) NOT = WS-RUN-MONTH
               GO TO 210-TAKE-ONE-RISK-ROW-EXIT
           END-IF

           MOVE RISK-RUN-DATE(7:2) TO WS-DAY-IDX
           IF WS-DAY-IDX < 1 OR WS-DAY-IDX > 31
               GO TO 210-TAKE-ONE-RISK-ROW-EXIT
           END-IF

      * A date sent again (a rerun or a backfill) - the later
      * generation is what risk scored
           IF RD-WAS-SENT(WS-DAY-IDX)
                   AND RD-GEN-STAMP(WS-DAY-IDX) > WS-HEADER-STAMP
               GO TO 210-TAKE-ONE-RISK-ROW-EXIT
           END-IF

           MOVE 'Y'                  TO RD-PRESENT(WS-DAY-IDX)
           MOVE WS-HEADER-STAMP      TO RD-GEN-STAMP(WS-DAY-IDX)
           MOVE RISK-TERM-COUNT      TO RD-TERM-COUNT(WS-DAY-IDX)
           MOVE RISK-OVERFLOW-FLAG   TO RD-OVERFLOW(WS-DAY-IDX)
           MOVE RISK-RESTART-FLAG    TO RD-RESTART(WS-DAY-IDX)
           MOVE RISK-VALIDATION-FLAG TO RD-VALIDATION(WS-DAY-IDX)
           IF RISK-DIVISIBILITY-WARNINGS IS NUMERIC
               MOVE RISK-DIVISIBILITY-WARNINGS
                   TO RD-DIV-WARNINGS(WS-DAY-IDX)
           ELSE
               MOVE ZERO TO RD-DIV-WARNINGS(WS-DAY-IDX)
           END-IF
           MOVE RISK-ORIGIN-FLAG     TO RD-ORIGIN(WS-DAY-IDX).

       210-TAKE-ONE-RISK-ROW-EXIT.
           EXIT.

       300-JOIN-HISTORY.
           OPEN INPUT FIB-HISTORY-FILE
           IF NOT HIST-FILE-OK
               DISPLAY 'ERROR: FIBHIST NOT AVAILABLE - STATUS '
                   WS-HIST-FILE-STATUS
               MOVE 8 TO WS-RETURN-CODE
               GO TO 300-JOIN-HISTORY-EXIT
           END-IF

           PERFORM VARYING WS-DAY-IDX FROM 1 BY 1
                     UNTIL WS-DAY-IDX > 31
               IF RD-WAS-SENT(WS-DAY-IDX)
                   PERFORM 310-SCAN-ONE-DATE
               END-IF
           END-PERFORM

           CLOSE FIB-HISTORY-FILE.

       300-JOIN-HISTORY-EXIT.
           EXIT.

      * The date's rows arrive in rising sequence order: the last
      * summary seen is the latest run instance, and the last
      * type-R row the risk group's latest word (FIBRISKR posts it
      * against the latest sequence when it arrives)
       310-SCAN-ONE-DATE.
           MOVE 'N' TO WS-SCAN-DONE-SW
           COMPUTE WS-SEEK-DATE = WS-RUN-MONTH * 100 + WS-DAY-IDX
           MOVE WS-SEEK-DATE TO HIST-RUN-DATE
           MOVE ZERO         TO HIST-RUN-SEQ
           MOVE ZERO         TO HIST-TERM-INDEX
           START FIB-HISTORY-FILE KEY IS NOT LESS THAN HIST-KEY
               INVALID KEY
                   SET DATE-SCAN-DONE TO TRUE
           END-START

           PERFORM UNTIL DATE-SCAN-DONE
               READ FIB-HISTORY-FILE NEXT RECORD
                   AT END
                       SET DATE-SCAN-DONE TO TRUE
                   NOT AT END
                       IF HIST-RUN-DATE NOT = WS-SEEK-DATE
                           SET DATE-SCAN-DONE TO TRUE
                       ELSE
                           PERFORM 320-TAKE-ONE-HISTORY-ROW
                       END-IF
               END-READ
           END-PERFORM.

       320-TAKE-ONE-HISTORY-ROW.
           EVALUATE TRUE
               WHEN HIST-TERM-INDEX = ZERO
                   MOVE 'Y' TO RD-SUMMARY-SW(WS-DAY-IDX)
                   IF HIST-PCT-PRIME IS NUMERIC
                       MOVE HIST-PCT-PRIME
                           TO RD-PCT-PRIME(WS-DAY-IDX)
                   ELSE
                       MOVE ZERO TO RD-PCT-PRIME(WS-DAY-IDX)
                   END-IF
               WHEN HIST-TERM-INDEX = 9997
                   IF HIST-RSCORE-SCORE IS NUMERIC
                       MOVE 'Y' TO RD-SCORED-SW(WS-DAY-IDX)
                       MOVE HIST-RSCORE-SCORE
                           TO RD-SCORE(WS-DAY-IDX)
                       IF HIST-RSCORE-RECV-STAMP IS NUMERIC
                           MOVE HIST-RSCORE-RECV-STAMP(1:8)
                               TO RD-RECV-DATE(WS-DAY-IDX)
                       ELSE
                           MOVE ZERO TO RD-RECV-DATE(WS-DAY-IDX)
                       END-IF
                   END-IF
               WHEN OTHER
                   CONTINUE
           END-EVALUATE.

      * When each date went out: the run directory's transmitted
      * state, or the extract header when the directory is not
      * mounted. A date the directory shows was never transmitted
      * is owed no return.
       400-JOIN-RUN-DIRECTORY.
           OPEN INPUT RUN-DIRECTORY-FILE
           IF RDIR-FILE-OK
               SET RDIR-IS-OPEN TO TRUE
           ELSE
               DISPLAY 'WARNING: FIBRDIR NOT AVAILABLE - STATUS '
                   WS-RDIR-FILE-STATUS ' - SEND TIMES TAKEN FROM '
                   'THE FIBRISK HEADERS'
           END-IF

           PERFORM VARYING WS-DAY-IDX FROM 1 BY 1
                     UNTIL WS-DAY-IDX > 31
               IF RD-WAS-SENT(WS-DAY-IDX)
                   IF RDIR-IS-OPEN
                       PERFORM 410-READ-RUN-DIRECTORY
                   ELSE
                       MOVE RD-GEN-STAMP(WS-DAY-IDX)
                           TO WS-SENT-STAMP
                   END-IF
                   MOVE WS-SENT-STAMP(1:8)
                       TO RD-SENT-DATE(WS-DAY-IDX)
               END-IF
           END-PERFORM

           IF RDIR-IS-OPEN
               CLOSE RUN-DIRECTORY-FILE
           END-IF.

       410-READ-RUN-DIRECTORY.
           MOVE ZERO TO WS-SENT-STAMP
           MOVE 'N' TO WS-SCAN-DONE-SW
           COMPUTE WS-SEEK-DATE = WS-RUN-MONTH * 100 + WS-DAY-IDX
           MOVE WS-SEEK-DATE TO RDIR-RUN-DATE
           MOVE ZERO         TO RDIR-RUN-SEQ
           START RUN-DIRECTORY-FILE KEY IS NOT LESS THAN RDIR-KEY
               INVALID KEY
                   SET DATE-SCAN-DONE TO TRUE
           END-START

           PERFORM UNTIL DATE-SCAN-DONE
               READ RUN-DIRECTORY-FILE NEXT RECORD
                   AT END
                       SET DATE-SCAN-DONE TO TRUE
                   NOT AT END
                       IF RDIR-RUN-DATE NOT = WS-SEEK-DATE
                           SET DATE-SCAN-DONE TO TRUE
                       ELSE
                           IF RDIR-IS-TRANSMITTED
                                   AND RDIR-TRANSMITTED-STAMP
                                       > WS-SENT-STAMP
                               MOVE RDIR-TRANSMITTED-STAMP
                                   TO WS-SENT-STAMP
                           END-IF
                       END-IF
               END-READ
           END-PERFORM.

      * Our flags, the high-score threshold, and the return timing
      * for every run date of the month
       500-ASSESS-THE-MONTH.
           PERFORM VARYING WS-DAY-IDX FROM 1 BY 1
                     UNTIL WS-DAY-IDX > 31
               IF RD-WAS-SENT(WS-DAY-IDX)
                   ADD 1 TO WS-RUNS-JOINED
                   PERFORM 510-SET-OUR-FLAGS
                   PERFORM 520-TIME-THE-RETURN
                       THRU 520-TIME-THE-RETURN-EXIT
                   IF RD-IS-SCORED(WS-DAY-IDX)
                       ADD 1 TO WS-SCORED-COUNT
                       ADD RD-SCORE(WS-DAY-IDX) TO WS-SCORE-TOTAL
                   END-IF
               END-IF
           END-PERFORM

           IF NOT THRESHOLD-FROM-CARD AND WS-SCORED-COUNT > ZERO
               COMPUTE WS-HIGH-THRESHOLD ROUNDED =
                   WS-SCORE-TOTAL / WS-SCORED-COUNT
           END-IF

           PERFORM VARYING WS-DAY-IDX FROM 1 BY 1
                     UNTIL WS-DAY-IDX > 31
               IF RD-WAS-SENT(WS-DAY-IDX)
                   PERFORM 530-COMPARE-AND-GROUP
               END-IF
           END-PERFORM.

       510-SET-OUR-FLAGS.
           MOVE ' -  ' TO RD-DENSITY(WS-DAY-IDX)
           IF RD-HAS-SUMMARY(WS-DAY-IDX)
               IF RD-PCT-PRIME(WS-DAY-IDX) < WS-DENSITY-LOW
                   MOVE 'LOW ' TO RD-DENSITY(WS-DAY-IDX)
               END-IF
               IF RD-PCT-PRIME(WS-DAY-IDX) > WS-DENSITY-HIGH
                   MOVE 'HIGH' TO RD-DENSITY(WS-DAY-IDX)
               END-IF
           ELSE
               MOVE 'N/A ' TO RD-DENSITY(WS-DAY-IDX)
           END-IF

           MOVE 'N' TO RD-FLAGGED-SW(WS-DAY-IDX)
           IF RD-OVERFLOW(WS-DAY-IDX) = 'Y'
                   OR RD-RESTART(WS-DAY-IDX) = 'Y'
                   OR RD-VALIDATION(WS-DAY-IDX) NOT = 'Y'
                   OR RD-DIV-WARNINGS(WS-DAY-IDX) > ZERO
                   OR RD-DENSITY(WS-DAY-IDX) = 'LOW ' OR 'HIGH'
               MOVE 'Y' TO RD-FLAGGED-SW(WS-DAY-IDX)
           END-IF.

      * Due = the send date plus the window in business days; a
      * score is owed by the end of the due date
       520-TIME-THE-RETURN.
           MOVE ZERO TO RD-DUE-DATE(WS-DAY-IDX)
           IF RD-SENT-DATE(WS-DAY-IDX) = ZERO
               MOVE 'NOT SENT' TO RD-RETURN-STATE(WS-DAY-IDX)
               GO TO 520-TIME-THE-RETURN-EXIT
           END-IF

           COMPUTE WS-DUE-INTEGER =
               FUNCTION INTEGER-OF-DATE(RD-SENT-DATE(WS-DAY-IDX))
           MOVE WS-ACK-WINDOW TO WS-WINDOW-LEFT
           PERFORM 525-ADD-ONE-BUSINESS-DAY
               UNTIL WS-WINDOW-LEFT = ZERO
           COMPUTE RD-DUE-DATE(WS-DAY-IDX) =
               FUNCTION DATE-OF-INTEGER(WS-DUE-INTEGER)

           EVALUATE TRUE
               WHEN RD-IS-SCORED(WS-DAY-IDX)
                       AND RD-RECV-DATE(WS-DAY-IDX)
                           > RD-DUE-DATE(WS-DAY-IDX)
                   MOVE 'LATE    ' TO RD-RETURN-STATE(WS-DAY-IDX)
               WHEN RD-IS-SCORED(WS-DAY-IDX)
                   MOVE 'ON TIME ' TO RD-RETURN-STATE(WS-DAY-IDX)
               WHEN WS-TODAY-INTEGER > WS-DUE-INTEGER
                   MOVE 'OVERDUE ' TO RD-RETURN-STATE(WS-DAY-IDX)
               WHEN OTHER
                   MOVE 'AWAITED ' TO RD-RETURN-STATE(WS-DAY-IDX)
           END-EVALUATE

           IF RD-RETURN-MISSED(WS-DAY-IDX)
               ADD 1 TO WS-RETURNS-MISSED
           END-IF.

       520-TIME-THE-RETURN-EXIT.
           EXIT.

       525-ADD-ONE-BUSINESS-DAY.
           ADD 1 TO WS-DUE-INTEGER
           COMPUTE WS-DUE-DOW =
               FUNCTION MOD(WS-DUE-INTEGER, 7)
           IF WS-DUE-DOW NOT = 0 AND WS-DUE-DOW NOT = 6
               SUBTRACT 1 FROM WS-WINDOW-LEFT
           END-IF.

      * A run counts in every flag group it raised, in NO FLAG
      * RAISED when it raised none, and always in ALL RUNS
       530-COMPARE-AND-GROUP.
           MOVE SPACES TO RD-VARIANCE-NOTE(WS-DAY-IDX)
           IF RD-IS-SCORED(WS-DAY-IDX)
               IF RD-SCORE(WS-DAY-IDX) > WS-HIGH-THRESHOLD
                   IF NOT RD-IS-FLAGGED(WS-DAY-IDX)
                       MOVE 'HIGH SCORE, NO FLAG'
                           TO RD-VARIANCE-NOTE(WS-DAY-IDX)
                       ADD 1 TO WS-HIGH-NO-FLAG
                   END-IF
               ELSE
                   IF RD-IS-FLAGGED(WS-DAY-IDX)
                       MOVE 'FLAGGED, LOW SCORE'
                           TO RD-VARIANCE-NOTE(WS-DAY-IDX)
                       ADD 1 TO WS-FLAGGED-LOW
                   END-IF
               END-IF
           END-IF

           IF RD-OVERFLOW(WS-DAY-IDX) = 'Y'
               MOVE 1 TO WS-GRP-IDX
               PERFORM 540-ADD-TO-GROUP
           END-IF
           IF RD-RESTART(WS-DAY-IDX) = 'Y'
               MOVE 2 TO WS-GRP-IDX
               PERFORM 540-ADD-TO-GROUP
           END-IF
           IF RD-VALIDATION(WS-DAY-IDX) NOT = 'Y'
               MOVE 3 TO WS-GRP-IDX
               PERFORM 540-ADD-TO-GROUP
           END-IF
           IF RD-DIV-WARNINGS(WS-DAY-IDX) > ZERO
               MOVE 4 TO WS-GRP-IDX
               PERFORM 540-ADD-TO-GROUP
           END-IF
           IF RD-DENSITY(WS-DAY-IDX) = 'LOW ' OR 'HIGH'
               MOVE 5 TO WS-GRP-IDX
               PERFORM 540-ADD-TO-GROUP
           END-IF
           IF NOT RD-IS-FLAGGED(WS-DAY-IDX)
               MOVE 6 TO WS-GRP-IDX
               PERFORM 540-ADD-TO-GROUP
           END-IF
           MOVE 7 TO WS-GRP-IDX
           PERFORM 540-ADD-TO-GROUP.

       540-ADD-TO-GROUP.
           ADD 1 TO FG-RUNS(WS-GRP-IDX)
           IF RD-IS-SCORED(WS-DAY-IDX)
               IF FG-SCORED(WS-GRP-IDX) = ZERO
                   MOVE RD-SCORE(WS-DAY-IDX)
                       TO FG-SCORE-LOW(WS-GRP-IDX)
                   MOVE RD-SCORE(WS-DAY-IDX)
                       TO FG-SCORE-HIGH(WS-GRP-IDX)
               END-IF
               ADD 1 TO FG-SCORED(WS-GRP-IDX)
               ADD RD-SCORE(WS-DAY-IDX) TO FG-SCORE-TOTAL(WS-GRP-IDX)
               IF RD-SCORE(WS-DAY-IDX) < FG-SCORE-LOW(WS-GRP-IDX)
                   MOVE RD-SCORE(WS-DAY-IDX)
                       TO FG-SCORE-LOW(WS-GRP-IDX)
               END-IF
               IF RD-SCORE(WS-DAY-IDX) > FG-SCORE-HIGH(WS-GRP-IDX)
                   MOVE RD-SCORE(WS-DAY-IDX)
                       TO FG-SCORE-HIGH(WS-GRP-IDX)
               END-IF
               IF RD-SCORE(WS-DAY-IDX) > WS-HIGH-THRESHOLD
                   ADD 1 TO FG-HIGH(WS-GRP-IDX)
               END-IF
           END-IF.

       600-WRITE-RUN-LINES.
           OPEN OUTPUT PRINT-FILE

           MOVE WS-RUN-MONTH      TO VH1-RUN-MONTH
           MOVE WS-HIGH-THRESHOLD TO VH1-THRESHOLD
           IF THRESHOLD-FROM-CARD
               MOVE SPACES TO VH1-THRESHOLD-NOTE
           ELSE
               MOVE ' (MONTH MEAN)' TO VH1-THRESHOLD-NOTE
           END-IF
           WRITE PRINT-RECORD FROM VARIANCE-HEADING-1
           WRITE PRINT-RECORD FROM VARIANCE-HEADING-2
           DISPLAY VARIANCE-HEADING-1
           DISPLAY VARIANCE-HEADING-2

           PERFORM VARYING WS-DAY-IDX FROM 1 BY 1
                     UNTIL WS-DAY-IDX > 31
               IF RD-WAS-SENT(WS-DAY-IDX)
                   PERFORM 610-WRITE-ONE-RUN-LINE
               END-IF
           END-PERFORM.

       610-WRITE-ONE-RUN-LINE.
           COMPUTE VL-RUN-DATE = WS-RUN-MONTH * 100 + WS-DAY-IDX
           MOVE RD-TERM-COUNT(WS-DAY-IDX)   TO VL-TERMS
           MOVE RD-OVERFLOW(WS-DAY-IDX)     TO VL-OVERFLOW
           MOVE RD-RESTART(WS-DAY-IDX)      TO VL-RESTART
           MOVE RD-VALIDATION(WS-DAY-IDX)   TO VL-VALIDATION
           MOVE RD-DIV-WARNINGS(WS-DAY-IDX) TO VL-DIV-WARNINGS
           MOVE RD-DENSITY(WS-DAY-IDX)      TO VL-DENSITY
           IF RD-IS-FLAGGED(WS-DAY-IDX)
               MOVE 'YES' TO VL-FLAGGED
           ELSE
               MOVE 'NO ' TO VL-FLAGGED
           END-IF
           IF RD-IS-SCORED(WS-DAY-IDX)
               MOVE RD-SCORE(WS-DAY-IDX) TO VL-SCORE-N
               MOVE RD-RECV-DATE(WS-DAY-IDX) TO VL-RECV-DATE
           ELSE
               MOVE '    NONE' TO VL-SCORE
               MOVE '       -' TO VL-RECV-DATE
           END-IF
           IF RD-SENT-DATE(WS-DAY-IDX) = ZERO
               MOVE '       -' TO VL-SENT-DATE
               MOVE '       -' TO VL-DUE-DATE
           ELSE
               MOVE RD-SENT-DATE(WS-DAY-IDX) TO VL-SENT-DATE
               MOVE RD-DUE-DATE(WS-DAY-IDX)  TO VL-DUE-DATE
           END-IF
           MOVE RD-RETURN-STATE(WS-DAY-IDX)  TO VL-RETURN-STATE
           MOVE RD-VARIANCE-NOTE(WS-DAY-IDX) TO VL-VARIANCE-NOTE

           DISPLAY VARIANCE-LINE
           WRITE PRINT-RECORD FROM VARIANCE-LINE.

       700-WRITE-FLAG-GROUPS.
           MOVE SPACES TO PRINT-RECORD
           WRITE PRINT-RECORD
           WRITE PRINT-RECORD FROM GROUP-HEADING
           DISPLAY SPACE
           DISPLAY GROUP-HEADING

           PERFORM VARYING WS-GRP-IDX FROM 1 BY 1
                     UNTIL WS-GRP-IDX > 7
               MOVE FG-NAME(WS-GRP-IDX)   TO GRL-NAME
               MOVE FG-RUNS(WS-GRP-IDX)   TO GRL-RUNS
               MOVE FG-SCORED(WS-GRP-IDX) TO GRL-SCORED
               IF FG-SCORED(WS-GRP-IDX) > ZERO
                   COMPUTE GRL-MEAN ROUNDED =
                       FG-SCORE-TOTAL(WS-GRP-IDX)
                           / FG-SCORED(WS-GRP-IDX)
               ELSE
                   MOVE ZERO TO GRL-MEAN
               END-IF
               MOVE FG-SCORE-LOW(WS-GRP-IDX)  TO GRL-LOWEST
               MOVE FG-SCORE-HIGH(WS-GRP-IDX) TO GRL-HIGHEST
               MOVE FG-HIGH(WS-GRP-IDX)       TO GRL-HIGH
               DISPLAY GROUP-LINE
               WRITE PRINT-RECORD FROM GROUP-LINE
           END-PERFORM.

      * Transmitted dates whose score came after the due date or
      * has not come at all with the due date behind us
       800-WRITE-MISSING-RETURNS.
           MOVE SPACES TO PRINT-RECORD
           WRITE PRINT-RECORD
           MOVE WS-ACK-WINDOW TO MH-WINDOW-DAYS
           WRITE PRINT-RECORD FROM MISSING-HEADING
           DISPLAY SPACE
           DISPLAY MISSING-HEADING

           IF WS-RETURNS-MISSED = ZERO
               MOVE '    NONE' TO PRINT-RECORD
               DISPLAY PRINT-RECORD
               WRITE PRINT-RECORD
           END-IF

           PERFORM VARYING WS-DAY-IDX FROM 1 BY 1
                     UNTIL WS-DAY-IDX > 31
               IF RD-WAS-SENT(WS-DAY-IDX)
                       AND RD-RETURN-MISSED(WS-DAY-IDX)
                   COMPUTE ML-RUN-DATE =
                       WS-RUN-MONTH * 100 + WS-DAY-IDX
                   MOVE RD-SENT-DATE(WS-DAY-IDX) TO ML-SENT-DATE
                   MOVE RD-DUE-DATE(WS-DAY-IDX)  TO ML-DUE-DATE
                   IF RD-IS-SCORED(WS-DAY-IDX)
                       MOVE SPACES TO ML-STATE-TEXT
                       STRING 'SCORE RECEIVED LATE '
                              RD-RECV-DATE(WS-DAY-IDX)
                           DELIMITED BY SIZE
                           INTO ML-STATE-TEXT
                   ELSE
                       MOVE 'NO SCORE RETURNED' TO ML-STATE-TEXT
                   END-IF
                   DISPLAY MISSING-LINE
                   WRITE PRINT-RECORD FROM MISSING-LINE
               END-IF
           END-PERFORM.

       900-TERMINATE.
           DISPLAY SPACE
           DISPLAY 'FIBRISK ROWS READ:        ' WS-RISK-ROWS-READ
           DISPLAY 'RUN DATES JOINED:         ' WS-RUNS-JOINED
           DISPLAY 'RUN DATES SCORED:         ' WS-SCORED-COUNT
           DISPLAY 'HIGH SCORE, NO FLAG:      ' WS-HIGH-NO-FLAG
           DISPLAY 'FLAGGED, LOW SCORE:       ' WS-FLAGGED-LOW
           DISPLAY 'RETURNS LATE OR MISSING:  ' WS-RETURNS-MISSED

           IF WS-RETURN-CODE < 8
               CLOSE PRINT-FILE
               IF WS-HIGH-NO-FLAG > ZERO
                       OR WS-FLAGGED-LOW > ZERO
                       OR WS-RETURNS-MISSED > ZERO
                   MOVE 4 TO WS-RETURN-CODE
               END-IF
           END-IF

           DISPLAY '   FIBRVAR COMPLETED - RELEASE ' REL-RELEASE-ID
           DISPLAY 'RETURN CODE: ' WS-RETURN-CODE
           SET PERF-PHASE-END TO TRUE
           MOVE WS-RUNS-JOINED TO PERF-RECORDS
           MOVE WS-RETURN-CODE TO PERF-RETURN-CODE
           CALL 'FIBPERFL' USING FIBPERF-PARMS

           MOVE WS-RETURN-CODE TO RETURN-CODE.
