      ******************************************************************
      * FIBCATR is the category restatement report. The SMALL,
      * MEDIUM and HUGE boundaries have moved over the years -
      * control cards, FIBPROF versions - so the category mix a
      * run summary shows is only comparable with runs made under
      * the same boundaries. This job reclassifies every stored
      * detail value of every run in a date range under one target
      * boundary set and prints, per run, the category counts as
      * generated beside the counts restated, with the boundaries
      * the run actually used (from its type-P parameter snapshot)
      * and the number of terms that change category.
      *
      * A month line closes each calendar month: the category
      * percentages as generated and as restated, and the
      * difference between them - the part of the month-on-month
      * movement that is only a boundary change. A grand total
      * closes the report. Quarantined runs are listed, marked Q,
      * but left out of the month and grand totals, as the rollup
      * leaves them out.
      *
      * The target set is the current FIBPROF profile for the
      * schedule on the card (default DAILY) laid over the
      * generator defaults; boundaries on the card override it. A
      * residue term (carried modulo 10**18 past the overflow
      * point) is beyond every boundary and restates as HUGE.
      *
      * The job walks the prior-year partition (FIBHISTP, when
      * mounted) and then the current FIBHIST cluster in key order,
      * the way FIBTRAJ does.
      *
      * SYSIN card (all optional): FROM date in columns 1-8, TO
      * date in 10-17, profile schedule in 19-26, SMALL boundary
      * in 28-40, MEDIUM in 42-54, HUGE in 56-68, and the business
      * unit whose profile sets the target in 70-73 (default: the
      * default unit). Every run is restated, whatever its unit.
      *
      * RC=4 when no run falls in the range or the target set is
      * out of order, RC=8 when the history file is unavailable.
      ******************************************************************
       IDENTIFICATION DIVISION.
       PROGRAM-ID. FIBCATR.
       AUTHOR. Antonio Gibas.
       DATE-WRITTEN. 10-15-2026.
       DATE-COMPILED. 10-15-2026.

      * MODIFICATION HISTORY
      * 10-15-2026  AG  INITIAL VERSION - CATEGORY COUNTS OF SAVED
      *                 RUNS RESTATED UNDER ONE BOUNDARY SET
      * 10-15-2026  AG  CARRY THE SUITE RELEASE ID ON THE FIBPERF
      *                 RECORD AND THE COMPLETION LINE
      * 10-15-2026  AG  TAKE THE TARGET PROFILE OF THE BUSINESS UNIT ON
      *                 THE CARD (COLUMNS 70-73)
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
           SELECT PROFILE-FILE ASSIGN TO "FIBPROF"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-PROF-FILE-STATUS.
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

      * Flat run profile: schedule type in columns 1-8, a
      * KEYWORD=VALUE parameter from column 10, the owning unit in
      * columns 77-80 (spaces: the default unit)
       FD  PROFILE-FILE
           RECORDING MODE IS F.
       01  PROFILE-RECORD.
           05  PROF-SCHEDULE          PIC X(8).
           05  FILLER                 PIC X.
           05  PROF-KEYWORD-TEXT      PIC X(67).
           05  PROF-UNIT              PIC X(4).

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
           05  WS-CC-SCHEDULE         PIC X(8).
           05  FILLER                 PIC X.
           05  WS-CC-SMALL            PIC X(13).
           05  FILLER                 PIC X.
           05  WS-CC-MEDIUM           PIC X(13).
           05  FILLER                 PIC X.
           05  WS-CC-HUGE             PIC X(13).
           05  FILLER                 PIC X.
           05  WS-CC-UNIT             PIC X(4).
           05  FILLER                 PIC X(7).

       01  WS-FILE-STATUSES.
           05  WS-CARD-FILE-STATUS    PIC XX VALUE SPACES.
               88  CARD-FILE-OK            VALUE '00'.
           05  WS-PROF-FILE-STATUS    PIC XX VALUE SPACES.
               88  PROF-FILE-OK            VALUE '00'.
           05  WS-HIST-FILE-STATUS    PIC XX VALUE SPACES.
               88  HIST-FILE-OK            VALUE '00'.
           05  WS-PHIST-FILE-STATUS   PIC XX VALUE SPACES.
               88  PHIST-FILE-OK           VALUE '00'.
           05  WS-PRINT-FILE-STATUS   PIC XX VALUE SPACES.

       01  WS-INDICATORS.
           05  WS-PROF-EOF-SW         PIC X VALUE 'N'.
               88  PROF-EOF-REACHED       VALUE 'Y'.
           05  WS-HIST-EOF-SW         PIC X VALUE 'N'.
               88  HIST-EOF-REACHED       VALUE 'Y'.
           05  WS-RUN-OPEN-SW         PIC X VALUE 'N'.
               88  RUN-IN-PROGRESS        VALUE 'Y'.
           05  WS-PARM-SEEN-SW        PIC X VALUE 'N'.
               88  SNAPSHOT-WAS-SEEN      VALUE 'Y'.
           05  WS-QUAR-SW             PIC X VALUE 'N'.
               88  RUN-IS-QUARANTINED     VALUE 'Y'.

      * The target boundary set every run is restated under
       01  TARGET-BOUNDARIES.
           05  WS-SCHEDULE-TYPE       PIC X(8) VALUE 'DAILY   '.
           05  WS-SMALL-BOUNDARY      PIC 9(13) VALUE 1000.
           05  WS-MEDIUM-BOUNDARY     PIC 9(13) VALUE 1000000.
           05  WS-HUGE-BOUNDARY       PIC 9(13) VALUE 1000000000000.

      * A FIBPROF keyword card taken apart
       01  PROFILE-KEYWORD-WORK.
           05  WS-KP-KEYWORD          PIC X(10).
           05  WS-KP-VALUE            PIC X(60).
           05  WS-KP-NUMBER           PIC 9(13).
           05  WS-KP-IDX              PIC 9(2).
           05  WS-KP-VALUE-SW         PIC X.
               88  KP-VALUE-BAD           VALUE 'Y'.

      * The run instance being walked: its counts by category, as
      * generated (entry 1-4) and as restated, and the boundaries
      * its snapshot records
       01  RUN-CAPTURE.
           05  WS-CUR-RUN-DATE        PIC 9(8) VALUE ZERO.
           05  WS-CUR-RUN-SEQ         PIC 9(2) VALUE ZERO.
           05  WS-CAP-SMALL-BOUND     PIC 9(13) VALUE ZERO.
           05  WS-CAP-MEDIUM-BOUND    PIC 9(13) VALUE ZERO.
           05  WS-CAP-HUGE-BOUND      PIC 9(13) VALUE ZERO.
           05  WS-RUN-TERMS           PIC 9(4) VALUE ZERO.
           05  WS-RUN-MOVED           PIC 9(4) VALUE ZERO.
           05  WS-RUN-ORIG OCCURS 4 TIMES
                                      PIC 9(4).
           05  WS-RUN-REST OCCURS 4 TIMES
                                      PIC 9(4).

      * Month and grand accumulators, same shape
       01  MONTH-TOTALS.
           05  WS-CUR-MONTH           PIC 9(6) VALUE ZERO.
           05  WS-MON-RUNS            PIC 9(5) VALUE ZERO.
           05  WS-MON-TERMS           PIC 9(7) VALUE ZERO.
           05  WS-MON-MOVED           PIC 9(7) VALUE ZERO.
           05  WS-MON-ORIG OCCURS 4 TIMES
                                      PIC 9(7).
           05  WS-MON-REST OCCURS 4 TIMES
                                      PIC 9(7).

       01  GRAND-TOTALS.
           05  WS-GRD-RUNS            PIC 9(5) VALUE ZERO.
           05  WS-GRD-TERMS           PIC 9(7) VALUE ZERO.
           05  WS-GRD-MOVED           PIC 9(7) VALUE ZERO.
           05  WS-GRD-ORIG OCCURS 4 TIMES
                                      PIC 9(7).
           05  WS-GRD-REST OCCURS 4 TIMES
                                      PIC 9(7).

       01  RESTATE-HEADING-1.
           05  FILLER                 PIC X(34) VALUE
               '===== CATEGORY RESTATEMENT UNDER '.
           05  RH1-SCHEDULE           PIC X(8).
           05  FILLER                 PIC X(13) VALUE
               ' BOUNDARIES: '.
           05  RH1-SMALL              PIC Z(12)9.
           05  FILLER                 PIC X(3) VALUE ' / '.
           05  RH1-MEDIUM             PIC Z(12)9.
           05  FILLER                 PIC X(3) VALUE ' / '.
           05  RH1-HUGE               PIC Z(12)9.
           05  FILLER                 PIC X(6) VALUE ' ====='.

       01  RESTATE-HEADING-2.
           05  FILLER                 PIC X(40) VALUE
               'DATE    /SQ Q  TERMS  GENERATED S/M/L/H '.
           05  FILLER                 PIC X(40) VALUE
               '   RESTATED S/M/L/H   MOVED  BOUNDARIES '.
           05  FILLER                 PIC X(12) VALUE
               'OF THE RUN'.

       01  RESTATE-LINE.
           05  RL-RUN-DATE            PIC 9(8).
           05  FILLER                 PIC X VALUE '/'.
           05  RL-RUN-SEQ             PIC 9(2).
           05  FILLER                 PIC X VALUE SPACE.
           05  RL-QUAR                PIC X.
           05  FILLER                 PIC X(2) VALUE SPACES.
           05  RL-TERMS               PIC ZZZ9.
           05  FILLER                 PIC X(3) VALUE SPACES.
           05  RL-ORIG-GROUP.
               10  RL-ORIG OCCURS 4 TIMES.
                   15  RL-ORIG-COUNT  PIC ZZZ9.
                   15  FILLER         PIC X.
           05  FILLER                 PIC X(3) VALUE SPACES.
           05  RL-REST-GROUP.
               10  RL-REST OCCURS 4 TIMES.
                   15  RL-REST-COUNT  PIC ZZZ9.
                   15  FILLER         PIC X.
           05  FILLER                 PIC X(2) VALUE SPACES.
           05  RL-MOVED               PIC ZZZ9.
           05  FILLER                 PIC X(2) VALUE SPACES.
           05  RL-BOUNDS              PIC X(45).

       01  PERCENT-LINE.
           05  PL-LABEL               PIC X(16).
           05  PL-RUNS                PIC ZZZZ9 BLANK WHEN ZERO.
           05  PL-RUNS-LABEL          PIC X(7).
           05  PL-VIEW                PIC X(10).
           05  PL-PCT-GROUP.
               10  PL-PCT OCCURS 4 TIMES.
                   15  PL-PCT-VALUE   PIC +ZZ9.99.
                   15  FILLER         PIC X(2).
           05  PL-MOVED-LABEL         PIC X(7).
           05  PL-MOVED               PIC Z(6)9 BLANK WHEN ZERO.

       77  WS-FROM-DATE               PIC 9(8) VALUE ZERO.
       77  WS-TO-DATE                 PIC 9(8) VALUE 99999999.
       77  WS-CAT                     PIC 9 VALUE ZERO.
       77  WS-REST-CAT                PIC 9 VALUE ZERO.
       77  WS-PCT-ORIG                PIC S9(3)V9(2) VALUE ZERO.
       77  WS-PCT-REST                PIC S9(3)V9(2) VALUE ZERO.
       77  WS-PROF-APPLIED            PIC 9(3) VALUE ZERO.
       77  WS-ED-SMALL                PIC Z(12)9.
       77  WS-ED-MEDIUM               PIC Z(12)9.
       77  WS-ED-HUGE                 PIC Z(12)9.
       77  WS-RUNS-LISTED             PIC 9(5) VALUE ZERO.
       77  WS-RETURN-CODE             PIC 9(4) VALUE ZERO.
       77  WS-PROFILE-UNIT            PIC X(4) VALUE SPACES.
       77  WS-DEFAULT-UNIT            PIC X(4) VALUE SPACES.

      * Release this program was built for
           COPY FIBRELC.

      * Parameter area for the shared FIBPERFL telemetry logger
           COPY FIBPERFC.

      * Parameter area for the shared FIBUNITR business-unit resolver
           COPY FIBUNRC.

       PROCEDURE DIVISION.
       MAIN-PROCEDURE.
           PERFORM 000-INITIALIZE
           PERFORM 050-LOAD-TARGET-PROFILE
               THRU 050-LOAD-TARGET-PROFILE-EXIT
           PERFORM 060-APPLY-CARD-BOUNDARIES
           PERFORM 100-WALK-PRIOR-PARTITION
               THRU 100-WALK-PRIOR-EXIT
           PERFORM 200-WALK-CURRENT-CLUSTER
               THRU 200-WALK-CURRENT-EXIT
           PERFORM 900-TERMINATE

           GOBACK.

       000-INITIALIZE.
           MOVE 'FIBCATR ' TO PERF-PROGRAM
           MOVE REL-RELEASE-ID TO PERF-RELEASE-ID
           SET PERF-PHASE-START TO TRUE
           CALL 'FIBPERFL' USING FIBPERF-PARMS

           DISPLAY '======================================='
           DISPLAY '   FIBCATR - CATEGORY RESTATEMENT'
           DISPLAY '======================================='

           INITIALIZE MONTH-TOTALS
           INITIALIZE GRAND-TOTALS
           MOVE SPACES TO WS-CONTROL-CARD

           OPEN INPUT CONTROL-CARD-FILE
           IF CARD-FILE-OK
               READ CONTROL-CARD-FILE INTO WS-CONTROL-CARD
                   AT END
                       MOVE SPACES TO WS-CONTROL-CARD
               END-READ
               CLOSE CONTROL-CARD-FILE
           END-IF

           IF WS-CC-FROM-DATE IS NUMERIC
               MOVE WS-CC-FROM-DATE TO WS-FROM-DATE
           END-IF
           IF WS-CC-TO-DATE IS NUMERIC
               MOVE WS-CC-TO-DATE TO WS-TO-DATE
           END-IF
           IF WS-CC-SCHEDULE NOT = SPACES
               MOVE WS-CC-SCHEDULE TO WS-SCHEDULE-TYPE
           END-IF

           SET UNR-VALIDATE TO TRUE
           MOVE SPACES TO UNR-UNIT
           CALL 'FIBUNITR' USING FIBUNITR-PARMS
           MOVE UNR-UNIT TO WS-DEFAULT-UNIT
           MOVE UNR-UNIT TO WS-PROFILE-UNIT
           IF WS-CC-UNIT NOT = SPACES
               SET UNR-VALIDATE TO TRUE
               MOVE WS-CC-UNIT TO UNR-UNIT
               CALL 'FIBUNITR' USING FIBUNITR-PARMS
               IF UNR-OK
                   MOVE UNR-UNIT TO WS-PROFILE-UNIT
               ELSE
                   DISPLAY 'WARNING: BUSINESS UNIT ' WS-CC-UNIT
                       ' IS NOT DEFINED - DEFAULT UNIT PROFILE USED'
                   MOVE 4 TO WS-RETURN-CODE
               END-IF
           END-IF

           DISPLAY 'DATE RANGE:  ' WS-FROM-DATE ' - ' WS-TO-DATE.

      * The target starts from the generator defaults and takes
      * the boundary keywords of the schedule's current profile
       050-LOAD-TARGET-PROFILE.
           OPEN INPUT PROFILE-FILE
           IF NOT PROF-FILE-OK
               DISPLAY 'NO RUN-PROFILE FILE - GENERATOR DEFAULT '
                   'BOUNDARIES USED'
               GO TO 050-LOAD-TARGET-PROFILE-EXIT
           END-IF

           MOVE 'N' TO WS-PROF-EOF-SW
           PERFORM UNTIL PROF-EOF-REACHED
               READ PROFILE-FILE
                   AT END
                       SET PROF-EOF-REACHED TO TRUE
                   NOT AT END
                       IF PROF-SCHEDULE = WS-SCHEDULE-TYPE
                               AND (PROF-UNIT = WS-PROFILE-UNIT
                                OR (PROF-UNIT = SPACES
                                AND WS-PROFILE-UNIT = WS-DEFAULT-UNIT))
                           PERFORM 055-APPLY-PROFILE-KEYWORD
                       END-IF
               END-READ
           END-PERFORM
           CLOSE PROFILE-FILE

           DISPLAY 'PROFILE ' WS-SCHEDULE-TYPE ' UNIT '
               WS-PROFILE-UNIT ': '
               WS-PROF-APPLIED ' BOUNDARY KEYWORD(S) APPLIED'.

       050-LOAD-TARGET-PROFILE-EXIT.
           EXIT.

       055-APPLY-PROFILE-KEYWORD.
           MOVE SPACES TO WS-KP-KEYWORD
           MOVE SPACES TO WS-KP-VALUE
           UNSTRING PROF-KEYWORD-TEXT DELIMITED BY '='
               INTO WS-KP-KEYWORD WS-KP-VALUE
           END-UNSTRING

           IF WS-KP-KEYWORD = 'SMALL' OR 'MEDIUM' OR 'HUGE'
               PERFORM 056-CHECK-NUMERIC-VALUE
               IF NOT KP-VALUE-BAD
                   COMPUTE WS-KP-NUMBER =
                       FUNCTION NUMVAL(WS-KP-VALUE)
                   ADD 1 TO WS-PROF-APPLIED
                   EVALUATE WS-KP-KEYWORD
                       WHEN 'SMALL'
                           MOVE WS-KP-NUMBER TO WS-SMALL-BOUNDARY
                       WHEN 'MEDIUM'
                           MOVE WS-KP-NUMBER TO WS-MEDIUM-BOUNDARY
                       WHEN 'HUGE'
                           MOVE WS-KP-NUMBER TO WS-HUGE-BOUNDARY
                   END-EVALUATE
               END-IF
           END-IF.

      * Digits, with the blanks and commas the keyword parser
      * accepts
       056-CHECK-NUMERIC-VALUE.
           MOVE 'N' TO WS-KP-VALUE-SW
           IF WS-KP-VALUE = SPACES
               SET KP-VALUE-BAD TO TRUE
           END-IF
           PERFORM VARYING WS-KP-IDX FROM 1 BY 1
                     UNTIL WS-KP-IDX > 20
               EVALUATE WS-KP-VALUE(WS-KP-IDX:1)
                   WHEN SPACE
                   WHEN ','
                   WHEN '0' THRU '9'
                       CONTINUE
                   WHEN OTHER
                       SET KP-VALUE-BAD TO TRUE
               END-EVALUATE
           END-PERFORM.

      * Boundaries on the card win over the profile; the set must
      * still rise, or every restated count would be meaningless
       060-APPLY-CARD-BOUNDARIES.
           IF WS-CC-SMALL IS NUMERIC
               MOVE WS-CC-SMALL TO WS-SMALL-BOUNDARY
           END-IF
           IF WS-CC-MEDIUM IS NUMERIC
               MOVE WS-CC-MEDIUM TO WS-MEDIUM-BOUNDARY
           END-IF
           IF WS-CC-HUGE IS NUMERIC
               MOVE WS-CC-HUGE TO WS-HUGE-BOUNDARY
           END-IF

           IF WS-SMALL-BOUNDARY NOT < WS-MEDIUM-BOUNDARY
                   OR WS-MEDIUM-BOUNDARY NOT < WS-HUGE-BOUNDARY
               DISPLAY 'WARNING: TARGET BOUNDARIES DO NOT RISE - '
                   'RESTATED COUNTS FOLLOW THE GENERATOR ORDER OF '
                   'TESTS'
               MOVE 4 TO WS-RETURN-CODE
           END-IF

           MOVE WS-SCHEDULE-TYPE   TO RH1-SCHEDULE
           MOVE WS-SMALL-BOUNDARY  TO RH1-SMALL
           MOVE WS-MEDIUM-BOUNDARY TO RH1-MEDIUM
           MOVE WS-HUGE-BOUNDARY   TO RH1-HUGE

           OPEN OUTPUT PRINT-FILE
           WRITE PRINT-RECORD FROM RESTATE-HEADING-1
           WRITE PRINT-RECORD FROM RESTATE-HEADING-2
           DISPLAY RESTATE-HEADING-1
           DISPLAY RESTATE-HEADING-2.

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

      * One record of either cluster: the summary's quarantine
      * flag, every detail row counted both ways, and the
      * boundaries from the parameter snapshot; the group break on
      * (date, sequence) prints the run
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
               MOVE ZERO TO WS-RUN-TERMS
               MOVE ZERO TO WS-RUN-MOVED
               PERFORM VARYING WS-CAT FROM 1 BY 1 UNTIL WS-CAT > 4
                   MOVE ZERO TO WS-RUN-ORIG(WS-CAT)
                   MOVE ZERO TO WS-RUN-REST(WS-CAT)
               END-PERFORM
               MOVE 'N' TO WS-PARM-SEEN-SW
               MOVE 'N' TO WS-QUAR-SW
           END-IF

           EVALUATE TRUE
               WHEN HIST-TERM-INDEX = ZERO
                   IF HIST-RUN-QUARANTINED
                       SET RUN-IS-QUARANTINED TO TRUE
                   END-IF
               WHEN HIST-TERM-INDEX NOT > 200
                   PERFORM 310-RESTATE-ONE-TERM
               WHEN HIST-TERM-INDEX = 9999
                   SET SNAPSHOT-WAS-SEEN TO TRUE
                   MOVE HIST-PARM-SMALL-BOUND  TO WS-CAP-SMALL-BOUND
                   MOVE HIST-PARM-MEDIUM-BOUND
                       TO WS-CAP-MEDIUM-BOUND
                   MOVE HIST-PARM-HUGE-BOUND   TO WS-CAP-HUGE-BOUND
               WHEN OTHER
                   CONTINUE
           END-EVALUATE.

       300-TRACK-EXIT.
           EXIT.

      * The same tests, in the same order, as the generator's
      * classification in 110
       310-RESTATE-ONE-TERM.
           ADD 1 TO WS-RUN-TERMS
           IF HIST-FIB-CATEGORY IS NUMERIC
                   AND HIST-FIB-CATEGORY > ZERO
                   AND HIST-FIB-CATEGORY < 5
               MOVE HIST-FIB-CATEGORY TO WS-CAT
               ADD 1 TO WS-RUN-ORIG(WS-CAT)
           ELSE
               MOVE ZERO TO WS-CAT
           END-IF

           EVALUATE TRUE
               WHEN HIST-RESIDUE-FLAG = 'R'
                   MOVE 4 TO WS-REST-CAT
               WHEN HIST-FIB-NUMBER < WS-SMALL-BOUNDARY
                   MOVE 1 TO WS-REST-CAT
               WHEN HIST-FIB-NUMBER < WS-MEDIUM-BOUNDARY
                   MOVE 2 TO WS-REST-CAT
               WHEN HIST-FIB-NUMBER < WS-HUGE-BOUNDARY
                   MOVE 3 TO WS-REST-CAT
               WHEN OTHER
                   MOVE 4 TO WS-REST-CAT
           END-EVALUATE
           ADD 1 TO WS-RUN-REST(WS-REST-CAT)

           IF WS-REST-CAT NOT = WS-CAT
               ADD 1 TO WS-RUN-MOVED
           END-IF.

       400-CLOSE-OUT-RUN.
           MOVE 'N' TO WS-RUN-OPEN-SW
           IF WS-CUR-RUN-DATE(1:6) NOT = WS-CUR-MONTH
               IF WS-CUR-MONTH NOT = ZERO
                   PERFORM 500-PRINT-MONTH-TOTALS
               END-IF
               MOVE WS-CUR-RUN-DATE(1:6) TO WS-CUR-MONTH
           END-IF

           ADD 1 TO WS-RUNS-LISTED
           MOVE WS-CUR-RUN-DATE TO RL-RUN-DATE
           MOVE WS-CUR-RUN-SEQ  TO RL-RUN-SEQ
           MOVE WS-RUN-TERMS    TO RL-TERMS
           MOVE WS-RUN-MOVED    TO RL-MOVED
           MOVE SPACES TO RL-ORIG-GROUP
           MOVE SPACES TO RL-REST-GROUP
           PERFORM VARYING WS-CAT FROM 1 BY 1 UNTIL WS-CAT > 4
               MOVE WS-RUN-ORIG(WS-CAT) TO RL-ORIG-COUNT(WS-CAT)
               MOVE WS-RUN-REST(WS-CAT) TO RL-REST-COUNT(WS-CAT)
           END-PERFORM

           MOVE SPACES TO RL-BOUNDS
           IF SNAPSHOT-WAS-SEEN
               MOVE WS-CAP-SMALL-BOUND  TO WS-ED-SMALL
               MOVE WS-CAP-MEDIUM-BOUND TO WS-ED-MEDIUM
               MOVE WS-CAP-HUGE-BOUND   TO WS-ED-HUGE
               STRING WS-ED-SMALL '/' WS-ED-MEDIUM '/' WS-ED-HUGE
                   DELIMITED BY SIZE INTO RL-BOUNDS
               END-STRING
           ELSE
               MOVE 'NO PARAMETER SNAPSHOT ON FILE' TO RL-BOUNDS
           END-IF

           IF RUN-IS-QUARANTINED
               MOVE 'Q' TO RL-QUAR
           ELSE
               MOVE SPACE TO RL-QUAR
               ADD 1 TO WS-MON-RUNS
               ADD WS-RUN-TERMS TO WS-MON-TERMS
               ADD WS-RUN-MOVED TO WS-MON-MOVED
               PERFORM VARYING WS-CAT FROM 1 BY 1 UNTIL WS-CAT > 4
                   ADD WS-RUN-ORIG(WS-CAT) TO WS-MON-ORIG(WS-CAT)
                   ADD WS-RUN-REST(WS-CAT) TO WS-MON-REST(WS-CAT)
               END-PERFORM
           END-IF

           DISPLAY RESTATE-LINE
           WRITE PRINT-RECORD FROM RESTATE-LINE.

      * Percentages as generated, as restated, and the difference
      * the boundary change alone accounts for
       500-PRINT-MONTH-TOTALS.
           MOVE SPACES TO PL-LABEL
           STRING 'MONTH ' WS-CUR-MONTH DELIMITED BY SIZE
               INTO PL-LABEL
           END-STRING
           MOVE WS-MON-RUNS TO PL-RUNS
           PERFORM 550-PRINT-PERCENT-LINES

           ADD WS-MON-RUNS  TO WS-GRD-RUNS
           ADD WS-MON-TERMS TO WS-GRD-TERMS
           ADD WS-MON-MOVED TO WS-GRD-MOVED
           PERFORM VARYING WS-CAT FROM 1 BY 1 UNTIL WS-CAT > 4
               ADD WS-MON-ORIG(WS-CAT) TO WS-GRD-ORIG(WS-CAT)
               ADD WS-MON-REST(WS-CAT) TO WS-GRD-REST(WS-CAT)
               MOVE ZERO TO WS-MON-ORIG(WS-CAT)
               MOVE ZERO TO WS-MON-REST(WS-CAT)
           END-PERFORM
           MOVE ZERO TO WS-MON-RUNS
           MOVE ZERO TO WS-MON-TERMS
           MOVE ZERO TO WS-MON-MOVED.

      * Shared by the month and grand totals - the month
      * accumulators are swapped for the grand ones by the caller
       550-PRINT-PERCENT-LINES.
           MOVE SPACES TO PL-PCT-GROUP
           MOVE ' RUNS  ' TO PL-RUNS-LABEL
           MOVE 'GENERATED%' TO PL-VIEW
           MOVE SPACES TO PL-MOVED-LABEL
           MOVE ZERO TO PL-MOVED
           PERFORM VARYING WS-CAT FROM 1 BY 1 UNTIL WS-CAT > 4
               IF WS-MON-TERMS > ZERO
                   COMPUTE WS-PCT-ORIG ROUNDED =
                       WS-MON-ORIG(WS-CAT) * 100 / WS-MON-TERMS
               ELSE
                   MOVE ZERO TO WS-PCT-ORIG
               END-IF
               MOVE WS-PCT-ORIG TO PL-PCT-VALUE(WS-CAT)
           END-PERFORM
           DISPLAY PERCENT-LINE
           WRITE PRINT-RECORD FROM PERCENT-LINE

           MOVE SPACES TO PL-LABEL
           MOVE ZERO TO PL-RUNS
           MOVE SPACES TO PL-RUNS-LABEL
           MOVE 'RESTATED% ' TO PL-VIEW
           PERFORM VARYING WS-CAT FROM 1 BY 1 UNTIL WS-CAT > 4
               IF WS-MON-TERMS > ZERO
                   COMPUTE WS-PCT-REST ROUNDED =
                       WS-MON-REST(WS-CAT) * 100 / WS-MON-TERMS
               ELSE
                   MOVE ZERO TO WS-PCT-REST
               END-IF
               MOVE WS-PCT-REST TO PL-PCT-VALUE(WS-CAT)
           END-PERFORM
           DISPLAY PERCENT-LINE
           WRITE PRINT-RECORD FROM PERCENT-LINE

           MOVE 'BOUNDARY% ' TO PL-VIEW
           PERFORM VARYING WS-CAT FROM 1 BY 1 UNTIL WS-CAT > 4
               IF WS-MON-TERMS > ZERO
                   COMPUTE WS-PCT-ORIG ROUNDED =
                       WS-MON-ORIG(WS-CAT) * 100 / WS-MON-TERMS
                   COMPUTE WS-PCT-REST ROUNDED =
                       WS-MON-REST(WS-CAT) * 100 / WS-MON-TERMS
               ELSE
                   MOVE ZERO TO WS-PCT-ORIG
                   MOVE ZERO TO WS-PCT-REST
               END-IF
               COMPUTE PL-PCT-VALUE(WS-CAT) =
                   WS-PCT-ORIG - WS-PCT-REST
           END-PERFORM
           MOVE ' MOVED ' TO PL-MOVED-LABEL
           MOVE WS-MON-MOVED TO PL-MOVED
           DISPLAY PERCENT-LINE
           WRITE PRINT-RECORD FROM PERCENT-LINE
           MOVE SPACES TO PRINT-RECORD
           WRITE PRINT-RECORD.

       900-TERMINATE.
           IF WS-CUR-MONTH NOT = ZERO
               PERFORM 500-PRINT-MONTH-TOTALS
           END-IF

      *    The grand figures go through the month line's paragraph
           IF WS-GRD-RUNS > ZERO
               MOVE WS-GRD-RUNS  TO WS-MON-RUNS
               MOVE WS-GRD-TERMS TO WS-MON-TERMS
               MOVE WS-GRD-MOVED TO WS-MON-MOVED
               PERFORM VARYING WS-CAT FROM 1 BY 1 UNTIL WS-CAT > 4
                   MOVE WS-GRD-ORIG(WS-CAT) TO WS-MON-ORIG(WS-CAT)
                   MOVE WS-GRD-REST(WS-CAT) TO WS-MON-REST(WS-CAT)
               END-PERFORM
               MOVE 'GRAND TOTAL' TO PL-LABEL
               MOVE WS-GRD-RUNS TO PL-RUNS
               PERFORM 550-PRINT-PERCENT-LINES
           END-IF

           CLOSE PRINT-FILE

           DISPLAY 'RUN INSTANCES LISTED:     ' WS-RUNS-LISTED
           DISPLAY 'RUNS IN THE TOTALS:       ' WS-GRD-RUNS
           DISPLAY 'TERMS RESTATED:           ' WS-GRD-TERMS
           DISPLAY 'TERMS CHANGING CATEGORY:  ' WS-GRD-MOVED

           IF WS-RUNS-LISTED = ZERO AND WS-RETURN-CODE = ZERO
               DISPLAY 'NO RUN IN THE DATE RANGE'
               MOVE 4 TO WS-RETURN-CODE
           END-IF

           DISPLAY '   FIBCATR COMPLETED - RELEASE ' REL-RELEASE-ID
           DISPLAY 'RETURN CODE: ' WS-RETURN-CODE
           SET PERF-PHASE-END TO TRUE
           MOVE WS-RUNS-LISTED TO PERF-RECORDS
           MOVE WS-RETURN-CODE TO PERF-RETURN-CODE
           CALL 'FIBPERFL' USING FIBPERF-PARMS

           MOVE WS-RETURN-CODE TO RETURN-CODE.
