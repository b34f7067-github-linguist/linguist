      ******************************************************************
      * FIBSLAR is the monthly service-level attainment report. The
      * commitments the suite has made to its receivers - the ERP
      * extract by 04:00, the risk file by 05:00, the dashboard by
      * 06:30 - are held one per card on the FIBSLA file (FIBSLAC
      * layout), and every run date of the month is measured
      * against them from what the suite already records:
      *
      *   - FIBDLOG, the delivery log: every acknowledgment FIBACK
      *     matched, with the send stamp beside it, and every
      *     FIBDASHC dashboard refresh,
      *   - FIBXMIT, for sends not yet acknowledged (FIBXMIT drops
      *     an entry once it is acknowledged, so it is the pending
      *     half of the picture only),
      *   - FIBPERF, for completions: the end stamp of each clean
      *     run (RC 4 or less) is the moment the program posted
      *     COMPLETED on FIBRUNC, which keeps only the latest,
      *   - FIBCAL, so a business-day deliverable owes nothing for
      *     a Saturday, Sunday, holiday or suspended date,
      *   - FIBRDIR, for the lifecycle of a run that missed.
      *
      * A deliverable is met for a run date when its event happened
      * at or before the deadline: HHMM on the run date plus the
      * card's day offset. A completion belongs to the run date
      * whose deadline it falls within 24 hours before, or 12
      * hours after when late; each completion is counted for one
      * run date only. A receiver acknowledgment with a count
      * mismatch is not a delivery.
      *
      * The report prints the month's attainment per deliverable
      * against its target, every miss with its cause chain (run
      * generated, certified, checked, quarantined or held, sent,
      * acknowledged or refreshed, and the first link that broke),
      * and the attainment trend over the last six months.
      *
      * PARM='YYYYMM' chooses the month; the default is last month.
      * RC=0 when every deliverable met its target, RC=4 when any
      * fell short, RC=8 when the FIBSLA file is missing or empty.
      ******************************************************************
       IDENTIFICATION DIVISION.
       PROGRAM-ID. FIBSLAR.
       AUTHOR. Antonio Gibas.
       DATE-WRITTEN. 10-15-2026.
       DATE-COMPILED. 10-15-2026.

      * MODIFICATION HISTORY
      * 10-15-2026  AG  INITIAL VERSION - MONTHLY SERVICE-LEVEL
      *                 ATTAINMENT, MISS CAUSE CHAINS AND TREND
      * 10-15-2026  AG  SHOW THE SUITE RELEASE ID ON THE COMPLETION LINE
      ******************************************************************

       ENVIRONMENT DIVISION.
       CONFIGURATION SECTION.
       SOURCE-COMPUTER. IBM-Z.
       OBJECT-COMPUTER. IBM-Z.

       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
           SELECT SERVICE-LEVEL-FILE ASSIGN TO "FIBSLA"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-SLA-FILE-STATUS.
           SELECT DELIVERY-LOG-FILE ASSIGN TO "FIBDLOG"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-DLOG-FILE-STATUS.
           SELECT PENDING-FILE ASSIGN TO "FIBXMIT"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-XMIT-FILE-STATUS.
           SELECT PERF-HISTORY-FILE ASSIGN TO "FIBPERF"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-PERF-FILE-STATUS.
           SELECT CALENDAR-FILE ASSIGN TO "FIBCAL"
               ORGANIZATION IS INDEXED
               ACCESS MODE IS RANDOM
               RECORD KEY IS CAL-DATE
               FILE STATUS IS WS-CAL-FILE-STATUS.
           SELECT RUN-DIRECTORY-FILE ASSIGN TO "FIBRDIR"
               ORGANIZATION IS INDEXED
               ACCESS MODE IS DYNAMIC
               RECORD KEY IS RDIR-KEY
               FILE STATUS IS WS-RDIR-FILE-STATUS.
           SELECT PRINT-FILE ASSIGN TO "PRTOUT"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-PRINT-FILE-STATUS.

       DATA DIVISION.
       FILE SECTION.
       FD  SERVICE-LEVEL-FILE
           RECORDING MODE IS F.
           COPY FIBSLAC.

       FD  DELIVERY-LOG-FILE
           RECORDING MODE IS F.
           COPY FIBDLOGC.

       FD  PENDING-FILE
           RECORDING MODE IS F.
           COPY FIBXMTC.

       FD  PERF-HISTORY-FILE
           RECORDING MODE IS F.
           COPY FIBPERFD.

       FD  CALENDAR-FILE.
           COPY FIBCALC.

       FD  RUN-DIRECTORY-FILE.
           COPY FIBRDIRD.

       FD  PRINT-FILE
           RECORDING MODE IS F.
       01  PRINT-RECORD               PIC X(133).

       WORKING-STORAGE SECTION.

       01  WS-FILE-STATUSES.
           05  WS-SLA-FILE-STATUS     PIC XX VALUE SPACES.
               88  SLA-FILE-OK             VALUE '00'.
           05  WS-DLOG-FILE-STATUS    PIC XX VALUE SPACES.
               88  DLOG-FILE-OK            VALUE '00'.
           05  WS-XMIT-FILE-STATUS    PIC XX VALUE SPACES.
               88  XMIT-FILE-OK            VALUE '00'.
           05  WS-PERF-FILE-STATUS    PIC XX VALUE SPACES.
               88  PERF-FILE-OK            VALUE '00'.
           05  WS-CAL-FILE-STATUS     PIC XX VALUE SPACES.
               88  CAL-FILE-OK             VALUE '00'.
           05  WS-RDIR-FILE-STATUS    PIC XX VALUE SPACES.
               88  RDIR-FILE-OK            VALUE '00'.
           05  WS-PRINT-FILE-STATUS   PIC XX VALUE SPACES.

       01  WS-INDICATORS.
           05  WS-EOF-SW              PIC X VALUE 'N'.
               88  INPUT-EOF-REACHED      VALUE 'Y'.
           05  WS-CAL-OPEN-SW         PIC X VALUE 'N'.
               88  CAL-IS-OPEN            VALUE 'Y'.
           05  WS-RDIR-OPEN-SW        PIC X VALUE 'N'.
               88  RDIR-IS-OPEN           VALUE 'Y'.
           05  WS-RDIR-SCAN-SW        PIC X VALUE 'N'.
               88  RDIR-SCAN-DONE         VALUE 'Y'.
           05  WS-TABLE-FULL-SW       PIC X VALUE 'N'.
               88  EVENT-TABLE-FULL       VALUE 'Y'.
           05  WS-BUSINESS-DAY-SW     PIC X VALUE 'N'.
               88  IS-BUSINESS-DAY        VALUE 'Y'.
           05  WS-WANTED-SW           PIC X VALUE 'N'.
               88  PROGRAM-IS-WANTED      VALUE 'Y'.

      * One entry per FIBSLA card. SL-DUE-SECS is the deadline as
      * seconds past midnight; the counts are kept per trend month,
      * month 6 being the report month.
       01  SLA-TABLE.
           05  WS-SLA-COUNT           PIC 9(3) VALUE ZERO.
           05  SLA-ENTRY OCCURS 50 TIMES.
               10  SL-ID              PIC X(8).
               10  SL-EVENT           PIC X.
                   88  SL-IS-SENT         VALUE 'T'.
                   88  SL-IS-ACKNOWLEDGED VALUE 'A'.
                   88  SL-IS-COMPLETED    VALUE 'C'.
                   88  SL-IS-DASH-REFRESH VALUE 'D'.
               10  SL-SOURCE          PIC X(8).
               10  SL-RECEIVER        PIC X(8).
               10  SL-DEADLINE        PIC X(4).
               10  SL-DUE-SECS        PIC 9(5).
               10  SL-DAY-OFFSET      PIC 9.
               10  SL-CALENDAR        PIC X.
                   88  SL-BUSINESS-DAYS   VALUE 'B'.
               10  SL-TARGET-PCT      PIC 999V9.
               10  SL-DESCRIPTION     PIC X(30).
               10  SL-LAST-USED-SECS  PIC 9(12).
               10  SL-OWED            PIC 9(4) OCCURS 6 TIMES.
               10  SL-MET             PIC 9(4) OCCURS 6 TIMES.

      * Delivery events of the six trend months, from the three
      * sources. EV-TYPE: A acknowledged (sent stamp too), T sent
      * and still pending, D dashboard refresh, C completion.
      * EV-STATUS is the ack status for A, and Y (clean) or N
      * (failed) for C.
       01  EVENT-TABLE.
           05  WS-EVENT-COUNT         PIC 9(5) VALUE ZERO.
           05  EVENT-ENTRY OCCURS 5000 TIMES.
               10  EV-TYPE            PIC X.
               10  EV-SOURCE          PIC X(8).
               10  EV-RECEIVER        PIC X(8).
               10  EV-RUN-DATE        PIC 9(8).
               10  EV-SENT-SECS       PIC 9(12).
               10  EV-SECS            PIC 9(12).
               10  EV-STATUS          PIC X.
               10  EV-RC              PIC 9(4).

      * Every calendar day of the six trend months, with the month
      * it belongs to and whether it is a business day
       01  DAY-TABLE.
           05  WS-DAY-COUNT           PIC 9(3) VALUE ZERO.
           05  DAY-ENTRY OCCURS 186 TIMES.
               10  DT-DATE            PIC 9(8).
               10  DT-INTEGER         PIC 9(7).
               10  DT-MONTH-IDX       PIC 9.
               10  DT-BUSINESS-SW     PIC X.
                   88  DT-IS-BUSINESS     VALUE 'Y'.

       01  MONTH-TABLE.
           05  MONTH-ENTRY OCCURS 6 TIMES.
               10  MN-MONTH           PIC 9(6).

      * Misses of the report month, for the cause-chain section
       01  MISS-TABLE.
           05  WS-MISS-COUNT          PIC 9(4) VALUE ZERO.
           05  WS-MISS-DROPPED        PIC 9(4) VALUE ZERO.
           05  MISS-ENTRY OCCURS 500 TIMES.
               10  MS-SLA-IDX         PIC 9(3).
               10  MS-RUN-DATE        PIC 9(8).
               10  MS-DEADLINE-SECS   PIC 9(12).
               10  MS-ACTUAL-SECS     PIC 9(12).
               10  MS-FLOOR-SECS      PIC 9(12).

      * What 400-FIND-ACTUALS found for one deliverable and date
       01  WS-FOUND-EVENTS.
           05  WS-FOUND-SENT          PIC 9(12).
           05  WS-FOUND-ACK           PIC 9(12).
           05  WS-FOUND-REFRESH       PIC 9(12).
           05  WS-FOUND-COMPLETE      PIC 9(12).
           05  WS-FOUND-GENERATED     PIC 9(12).
           05  WS-FOUND-MISMATCH-SW   PIC X.
               88  FOUND-MISMATCH         VALUE 'Y'.
           05  WS-FOUND-FAILED-SW     PIC X.
               88  FOUND-FAILED-RUN       VALUE 'Y'.
           05  WS-FOUND-FAILED-RC     PIC 9(4).
           05  WS-GEN-FAILED-SW       PIC X.
               88  GEN-FAILED-RUN         VALUE 'Y'.
           05  WS-GEN-FAILED-RC       PIC 9(4).

      * Latest run-directory record of the missed run date
       01  WS-RUN-STATE.
           05  WS-RS-FOUND-SW         PIC X.
               88  RS-FOUND               VALUE 'Y'.
           05  WS-RS-GENERATED        PIC X.
           05  WS-RS-GENERATED-STAMP  PIC 9(14).
           05  WS-RS-CERTIFIED        PIC X.
               88  RS-CERT-FAILED         VALUE 'F'.
           05  WS-RS-CHECKED          PIC X.
               88  RS-CHECK-FAILED        VALUE 'F'.
           05  WS-RS-QUARANTINED      PIC X.
               88  RS-QUARANTINED         VALUE 'Y'.
           05  WS-RS-HELD             PIC X.
               88  RS-HELD                VALUE 'Y'.

      * Timestamp <-> seconds conversion work area. Seconds count
      * from the COBOL integer-date epoch.
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

       01  WS-REPORT-MONTH            PIC 9(6) VALUE ZERO.
       01  WS-REPORT-MONTH-PARTS REDEFINES WS-REPORT-MONTH.
           05  WS-RM-YEAR             PIC 9(4).
           05  WS-RM-MONTH            PIC 99.

       01  WS-FIRST-OF-MONTH          PIC 9(8) VALUE ZERO.
       01  WS-FIRST-OF-MONTH-PARTS REDEFINES WS-FIRST-OF-MONTH.
           05  WS-FM-YEAR             PIC 9(4).
           05  WS-FM-MONTH            PIC 99.
           05  WS-FM-DAY              PIC 99.

       01  WS-FMT-DATE                PIC X(10) VALUE SPACES.
       01  WS-FMT-MONTH               PIC X(7) VALUE SPACES.

       01  REPORT-HEADING.
           05  FILLER                 PIC X(41) VALUE
               'FIBSLAR - SERVICE-LEVEL ATTAINMENT, MONTH'.
           05  FILLER                 PIC X VALUE SPACE.
           05  RH-MONTH               PIC X(7).
           05  FILLER                 PIC X(12) VALUE
               '  PRINTED  '.
           05  RH-PRINTED             PIC X(16).

       01  ATTAIN-HEADING.
           05  FILLER                 PIC X(35) VALUE
               'DELIVERY | E | SOURCE   | RECEIVER '.
           05  FILLER                 PIC X(36) VALUE
               '| DUE       | OWED |  MET | MISS | '.
           05  FILLER                 PIC X(50) VALUE
               'ATTAIN | TARGET | RESULT | DESCRIPTION'.

       01  ATTAIN-LINE.
           05  AL-ID                  PIC X(8).
           05  FILLER                 PIC X(3) VALUE ' | '.
           05  AL-EVENT               PIC X.
           05  FILLER                 PIC X(3) VALUE ' | '.
           05  AL-SOURCE              PIC X(8).
           05  FILLER                 PIC X(3) VALUE ' | '.
           05  AL-RECEIVER            PIC X(8).
           05  FILLER                 PIC X(3) VALUE ' | '.
           05  AL-DUE                 PIC X(9).
           05  FILLER                 PIC X(3) VALUE ' | '.
           05  AL-OWED                PIC ZZZ9.
           05  FILLER                 PIC X(3) VALUE ' | '.
           05  AL-MET                 PIC ZZZ9.
           05  FILLER                 PIC X(3) VALUE ' | '.
           05  AL-MISSED              PIC ZZZ9.
           05  FILLER                 PIC X(3) VALUE ' | '.
           05  AL-PCT                 PIC ZZ9.9.
           05  FILLER                 PIC X(4) VALUE '  | '.
           05  AL-TARGET              PIC ZZ9.9.
           05  FILLER                 PIC X(4) VALUE '  | '.
           05  AL-RESULT              PIC X(6).
           05  FILLER                 PIC X(3) VALUE ' | '.
           05  AL-DESCRIPTION         PIC X(30).

       01  MISS-LINE.
           05  FILLER                 PIC X(6) VALUE 'MISS  '.
           05  ML-ID                  PIC X(8).
           05  FILLER                 PIC X(6) VALUE '  RUN '.
           05  ML-RUN-DATE            PIC X(10).
           05  FILLER                 PIC X(6) VALUE '  DUE '.
           05  ML-DUE                 PIC X(16).
           05  FILLER                 PIC X(12) VALUE
               '  DELIVERED '.
           05  ML-ACTUAL              PIC X(16).
           05  FILLER                 PIC X(2) VALUE SPACES.
           05  ML-LATE                PIC X(24).

       01  CHAIN-LINE.
           05  FILLER                 PIC X(8) VALUE SPACES.
           05  CL-LABEL               PIC X(24).
           05  CL-VALUE               PIC X(30).
           05  CL-FLAG                PIC X(20).

       01  CAUSE-LINE.
           05  FILLER                 PIC X(8) VALUE SPACES.
           05  FILLER                 PIC X(7) VALUE 'CAUSE: '.
           05  CA-TEXT                PIC X(50).

       01  TREND-HEADING.
           05  FILLER                 PIC X(11) VALUE
               'DELIVERY | '.
           05  TH-MONTH-GROUP OCCURS 6 TIMES.
               10  TH-MONTH           PIC X(7).
               10  FILLER             PIC X(3).
           05  FILLER                 PIC X(6) VALUE
               'TARGET'.

       01  TREND-LINE.
           05  TL-ID                  PIC X(8).
           05  FILLER                 PIC X(3) VALUE ' | '.
           05  TL-PCT-GROUP OCCURS 6 TIMES.
               10  TL-PCT             PIC X(7).
               10  FILLER             PIC X(3).
           05  TL-TARGET              PIC ZZ9.9.

       77  WS-PCT-DISPLAY             PIC ZZ9.9.
       77  WS-PCT                     PIC 999V9 VALUE ZERO.
       77  WS-NOW-STAMP               PIC 9(14) VALUE ZERO.
       77  WS-MONTH-SERIAL            PIC 9(6) VALUE ZERO.
       77  WS-THIS-SERIAL             PIC 9(6) VALUE ZERO.
       77  WS-RANGE-START             PIC 9(7) VALUE ZERO.
       77  WS-RANGE-END               PIC 9(7) VALUE ZERO.
       77  WS-RANGE-START-DATE        PIC 9(8) VALUE ZERO.
       77  WS-RANGE-END-DATE          PIC 9(8) VALUE ZERO.
       77  WS-RANGE-START-SECS        PIC 9(12) VALUE ZERO.
       77  WS-COMPLETION-END-SECS     PIC 9(12) VALUE ZERO.
       77  WS-DAY-INTEGER             PIC 9(7) VALUE ZERO.
       77  WS-DAY-OF-WEEK             PIC 9 VALUE ZERO.
       77  WS-DATE-MONTH              PIC 9(6) VALUE ZERO.
       77  WS-RUN-DATE                PIC 9(8) VALUE ZERO.
       77  WS-DEADLINE-SECS           PIC 9(12) VALUE ZERO.
       77  WS-WINDOW-FLOOR            PIC 9(12) VALUE ZERO.
       77  WS-WINDOW-END              PIC 9(12) VALUE ZERO.
       77  WS-ACTUAL-SECS             PIC 9(12) VALUE ZERO.
       77  WS-LATE-MINUTES            PIC 9(6) VALUE ZERO.
       77  WS-LATE-MIN-DISPLAY        PIC ZZZZZ9.
       77  WS-CHECK-SECS              PIC 9(12) VALUE ZERO.
       77  WS-RC-DISPLAY              PIC ZZZ9.
       77  WS-SLA-IDX                 PIC 9(3) VALUE ZERO.
       77  WS-EVENT-IDX               PIC 9(5) VALUE ZERO.
       77  WS-DAY-IDX                 PIC 9(3) VALUE ZERO.
       77  WS-MONTH-IDX               PIC 9 VALUE ZERO.
       77  WS-MISS-IDX                PIC 9(4) VALUE ZERO.
       77  WS-COMMENT-COUNT           PIC 9(5) VALUE ZERO.
       77  WS-REJECT-COUNT            PIC 9(5) VALUE ZERO.
       77  WS-DROPPED-EVENTS          PIC 9(7) VALUE ZERO.
       77  WS-BELOW-TARGET-COUNT      PIC 9(3) VALUE ZERO.
       77  WS-TOTAL-OWED              PIC 9(6) VALUE ZERO.
       77  WS-TOTAL-MET               PIC 9(6) VALUE ZERO.
       77  WS-STATE-CODE              PIC X VALUE SPACE.
       77  WS-CAUSE-TEXT              PIC X(50) VALUE SPACES.
       77  WS-GENERATOR               PIC X(8) VALUE 'ADVFIBB'.
       77  WS-RETURN-CODE             PIC 9(4) VALUE ZERO.

      * Release this program was built for
           COPY FIBRELC.

       LINKAGE SECTION.
       01  PARM-INFORMATION.
           05  PARM-LENGTH            PIC S9(4) COMP.
           05  PARM-MONTH             PIC X(6).

       PROCEDURE DIVISION USING PARM-INFORMATION.
       MAIN-PROCEDURE.
           PERFORM 000-INITIALIZE
           PERFORM 100-LOAD-SERVICE-LEVELS
               THRU 100-LOAD-SERVICE-LEVELS-EXIT
           IF WS-RETURN-CODE = ZERO
               PERFORM 150-BUILD-CALENDAR
               PERFORM 200-LOAD-DELIVERY-LOG
                   THRU 200-LOAD-DELIVERY-LOG-EXIT
               PERFORM 220-LOAD-PENDING-SENDS
                   THRU 220-LOAD-PENDING-SENDS-EXIT
               PERFORM 240-LOAD-COMPLETIONS
                   THRU 240-LOAD-COMPLETIONS-EXIT
               PERFORM 300-MEASURE-ALL
               PERFORM 600-PRINT-ATTAINMENT
               PERFORM 650-PRINT-MISSES
               PERFORM 700-PRINT-TREND
           END-IF
           PERFORM 900-TERMINATE

           GOBACK.

      * The report month is the PARM, or last month. The trend
      * months are the five before it; month 6 is the report month.
       000-INITIALIZE.
           OPEN OUTPUT PRINT-FILE

           DISPLAY '======================================='
           DISPLAY '   FIBSLAR - SERVICE-LEVEL ATTAINMENT'
           DISPLAY '======================================='

           MOVE FUNCTION CURRENT-DATE(1:14) TO WS-NOW-STAMP
           MOVE WS-NOW-STAMP(1:6) TO WS-REPORT-MONTH
           IF WS-RM-MONTH = 1
               SUBTRACT 1 FROM WS-RM-YEAR
               MOVE 12 TO WS-RM-MONTH
           ELSE
               SUBTRACT 1 FROM WS-RM-MONTH
           END-IF

           IF PARM-LENGTH >= 6
               IF PARM-MONTH IS NUMERIC
                   IF PARM-MONTH(5:2) >= '01'
                           AND PARM-MONTH(5:2) <= '12'
                       MOVE PARM-MONTH TO WS-REPORT-MONTH
                   ELSE
                       DISPLAY 'WARNING: MONTH PARM ' PARM-MONTH
                           ' NOT A VALID YYYYMM - LAST MONTH USED'
                   END-IF
               END-IF
           END-IF

           COMPUTE WS-MONTH-SERIAL = WS-RM-YEAR * 12 + WS-RM-MONTH - 1
           PERFORM VARYING WS-MONTH-IDX FROM 1 BY 1
                     UNTIL WS-MONTH-IDX > 6
               COMPUTE WS-THIS-SERIAL =
                   WS-MONTH-SERIAL - 6 + WS-MONTH-IDX
               DIVIDE WS-THIS-SERIAL BY 12 GIVING WS-FM-YEAR
                   REMAINDER WS-FM-MONTH
               ADD 1 TO WS-FM-MONTH
               COMPUTE MN-MONTH(WS-MONTH-IDX) =
                   WS-FM-YEAR * 100 + WS-FM-MONTH
           END-PERFORM

           MOVE MN-MONTH(1) TO WS-FIRST-OF-MONTH(1:6)
           MOVE 01 TO WS-FM-DAY
           COMPUTE WS-RANGE-START =
               FUNCTION INTEGER-OF-DATE(WS-FIRST-OF-MONTH)

           COMPUTE WS-THIS-SERIAL = WS-MONTH-SERIAL + 1
           DIVIDE WS-THIS-SERIAL BY 12 GIVING WS-FM-YEAR
               REMAINDER WS-FM-MONTH
           ADD 1 TO WS-FM-MONTH
           MOVE 01 TO WS-FM-DAY
           COMPUTE WS-RANGE-END =
               FUNCTION INTEGER-OF-DATE(WS-FIRST-OF-MONTH) - 1

           COMPUTE WS-RANGE-START-DATE =
               FUNCTION DATE-OF-INTEGER(WS-RANGE-START)
           COMPUTE WS-RANGE-END-DATE =
               FUNCTION DATE-OF-INTEGER(WS-RANGE-END)
           COMPUTE WS-RANGE-START-SECS = WS-RANGE-START * 86400
      * Room for the largest day offset and the late allowance
           COMPUTE WS-COMPLETION-END-SECS =
               (WS-RANGE-END + 11) * 86400

           MOVE WS-REPORT-MONTH TO WS-DATE-MONTH
           PERFORM 830-FORMAT-MONTH
           DISPLAY 'REPORT MONTH:    ' WS-FMT-MONTH
           DISPLAY 'TREND FROM:      ' WS-RANGE-START-DATE
               ' TO ' WS-RANGE-END-DATE.

       100-LOAD-SERVICE-LEVELS.
           OPEN INPUT SERVICE-LEVEL-FILE
           IF NOT SLA-FILE-OK
               DISPLAY 'WARNING: FIBSLA NOT AVAILABLE - STATUS '
                   WS-SLA-FILE-STATUS ' - NOTHING TO MEASURE'
               MOVE 8 TO WS-RETURN-CODE
               GO TO 100-LOAD-SERVICE-LEVELS-EXIT
           END-IF

           MOVE 'N' TO WS-EOF-SW
           PERFORM UNTIL INPUT-EOF-REACHED
               READ SERVICE-LEVEL-FILE
                   AT END
                       SET INPUT-EOF-REACHED TO TRUE
                   NOT AT END
                       PERFORM 110-KEEP-ONE-SERVICE-LEVEL
               END-READ
           END-PERFORM

           CLOSE SERVICE-LEVEL-FILE

           DISPLAY 'DELIVERABLES DEFINED:    ' WS-SLA-COUNT
           DISPLAY 'DEFINITIONS REJECTED:    ' WS-REJECT-COUNT

           IF WS-SLA-COUNT = ZERO
               DISPLAY 'WARNING: FIBSLA HOLDS NO VALID DEFINITION'
               MOVE 8 TO WS-RETURN-CODE
           END-IF.

       100-LOAD-SERVICE-LEVELS-EXIT.
           EXIT.

       110-KEEP-ONE-SERVICE-LEVEL.
           IF SLA-ID = SPACES OR SLA-ID(1:1) = '*'
               ADD 1 TO WS-COMMENT-COUNT
           ELSE
               IF NOT SLA-EVENT-VALID
                       OR SLA-SOURCE = SPACES
                       OR SLA-DEADLINE IS NOT NUMERIC
                       OR SLA-DAY-OFFSET IS NOT NUMERIC
                       OR SLA-TARGET-PCT IS NOT NUMERIC
                       OR NOT (SLA-BUSINESS-DAYS OR SLA-EVERY-DAY)
                   DISPLAY 'WARNING: FIBSLA CARD ' SLA-ID
                       ' IS NOT VALID - IGNORED'
                   ADD 1 TO WS-REJECT-COUNT
               ELSE
                   IF SLA-DEADLINE-HH > 23 OR SLA-DEADLINE-MM > 59
                       DISPLAY 'WARNING: FIBSLA CARD ' SLA-ID
                           ' DEADLINE ' SLA-DEADLINE
                           ' IS NOT A VALID HHMM - IGNORED'
                       ADD 1 TO WS-REJECT-COUNT
                   ELSE
                       IF WS-SLA-COUNT = 50
                           DISPLAY 'WARNING: MORE THAN 50 FIBSLA '
                               'CARDS - ' SLA-ID ' IGNORED'
                           ADD 1 TO WS-REJECT-COUNT
                       ELSE
                           ADD 1 TO WS-SLA-COUNT
                           INITIALIZE SLA-ENTRY(WS-SLA-COUNT)
                           MOVE SLA-ID TO SL-ID(WS-SLA-COUNT)
                           MOVE SLA-EVENT TO SL-EVENT(WS-SLA-COUNT)
                           MOVE SLA-SOURCE TO SL-SOURCE(WS-SLA-COUNT)
                           MOVE SLA-RECEIVER
                               TO SL-RECEIVER(WS-SLA-COUNT)
                           MOVE SLA-DEADLINE
                               TO SL-DEADLINE(WS-SLA-COUNT)
                           COMPUTE SL-DUE-SECS(WS-SLA-COUNT) =
                               SLA-DEADLINE-HH * 3600
                               + SLA-DEADLINE-MM * 60
                           MOVE SLA-DAY-OFFSET
                               TO SL-DAY-OFFSET(WS-SLA-COUNT)
                           MOVE SLA-CALENDAR
                               TO SL-CALENDAR(WS-SLA-COUNT)
                           MOVE SLA-TARGET-PCT
                               TO SL-TARGET-PCT(WS-SLA-COUNT)
                           MOVE SLA-DESCRIPTION
                               TO SL-DESCRIPTION(WS-SLA-COUNT)
                       END-IF
                   END-IF
               END-IF
           END-IF.

      * One entry per day of the trend months. Weekends are never
      * business days; FIBCAL adds the holidays and suspended
      * dates. Without FIBCAL only the weekends are skipped.
       150-BUILD-CALENDAR.
           OPEN INPUT CALENDAR-FILE
           IF CAL-FILE-OK
               SET CAL-IS-OPEN TO TRUE
           ELSE
               DISPLAY 'WARNING: FIBCAL NOT AVAILABLE - STATUS '
                   WS-CAL-FILE-STATUS ' - WEEKENDS ONLY SKIPPED'
           END-IF

           PERFORM VARYING WS-DAY-INTEGER FROM WS-RANGE-START BY 1
                     UNTIL WS-DAY-INTEGER > WS-RANGE-END
                        OR WS-DAY-COUNT = 186
               ADD 1 TO WS-DAY-COUNT
               MOVE WS-DAY-INTEGER TO DT-INTEGER(WS-DAY-COUNT)
               COMPUTE DT-DATE(WS-DAY-COUNT) =
                   FUNCTION DATE-OF-INTEGER(WS-DAY-INTEGER)
               DIVIDE DT-DATE(WS-DAY-COUNT) BY 100
                   GIVING WS-DATE-MONTH
               MOVE ZERO TO DT-MONTH-IDX(WS-DAY-COUNT)
               PERFORM VARYING WS-MONTH-IDX FROM 1 BY 1
                         UNTIL WS-MONTH-IDX > 6
                   IF MN-MONTH(WS-MONTH-IDX) = WS-DATE-MONTH
                       MOVE WS-MONTH-IDX
                           TO DT-MONTH-IDX(WS-DAY-COUNT)
                   END-IF
               END-PERFORM
               PERFORM 160-CHECK-BUSINESS-DAY
               MOVE WS-BUSINESS-DAY-SW TO DT-BUSINESS-SW(WS-DAY-COUNT)
           END-PERFORM

           IF CAL-IS-OPEN
               CLOSE CALENDAR-FILE
           END-IF.

      * MOD(integer date, 7): 0 is a Sunday, 6 a Saturday
       160-CHECK-BUSINESS-DAY.
           MOVE 'N' TO WS-BUSINESS-DAY-SW
           COMPUTE WS-DAY-OF-WEEK = FUNCTION MOD(WS-DAY-INTEGER, 7)
           IF WS-DAY-OF-WEEK = 0 OR WS-DAY-OF-WEEK = 6
               CONTINUE
           ELSE
               IF NOT CAL-IS-OPEN
                   SET IS-BUSINESS-DAY TO TRUE
               ELSE
                   MOVE DT-DATE(WS-DAY-COUNT) TO CAL-DATE
                   READ CALENDAR-FILE
                       INVALID KEY
                           SET IS-BUSINESS-DAY TO TRUE
                       NOT INVALID KEY
                           IF CAL-IS-HOLIDAY OR CAL-IS-SUSPENDED
                               CONTINUE
                           ELSE
                               SET IS-BUSINESS-DAY TO TRUE
                           END-IF
                   END-READ
               END-IF
           END-IF.

      * Every acknowledgment and dashboard refresh logged for a run
      * date of the trend months
       200-LOAD-DELIVERY-LOG.
           OPEN INPUT DELIVERY-LOG-FILE
           IF NOT DLOG-FILE-OK
               DISPLAY 'WARNING: FIBDLOG NOT AVAILABLE - STATUS '
                   WS-DLOG-FILE-STATUS ' - NO ACKS OR REFRESHES'
               GO TO 200-LOAD-DELIVERY-LOG-EXIT
           END-IF

           MOVE 'N' TO WS-EOF-SW
           PERFORM UNTIL INPUT-EOF-REACHED
               READ DELIVERY-LOG-FILE
                   AT END
                       SET INPUT-EOF-REACHED TO TRUE
                   NOT AT END
                       IF DLV-RUN-DATE >= WS-RANGE-START-DATE
                               AND DLV-RUN-DATE <= WS-RANGE-END-DATE
                               AND (DLV-IS-ACK OR DLV-IS-DASH-REFRESH)
                           PERFORM 210-ADD-DELIVERY-EVENT
                       END-IF
               END-READ
           END-PERFORM

           CLOSE DELIVERY-LOG-FILE.

       200-LOAD-DELIVERY-LOG-EXIT.
           EXIT.

       210-ADD-DELIVERY-EVENT.
           PERFORM 260-NEXT-EVENT-SLOT
           IF NOT EVENT-TABLE-FULL
               MOVE DLV-EVENT TO EV-TYPE(WS-EVENT-COUNT)
               IF DLV-IS-ACK
                   MOVE DLV-FILE-ID TO EV-SOURCE(WS-EVENT-COUNT)
               ELSE
                   MOVE DLV-PROGRAM TO EV-SOURCE(WS-EVENT-COUNT)
               END-IF
               MOVE DLV-RECEIVER-ID TO EV-RECEIVER(WS-EVENT-COUNT)
               MOVE DLV-RUN-DATE TO EV-RUN-DATE(WS-EVENT-COUNT)
               MOVE DLV-SENT-STAMP TO WS-CV-STAMP
               PERFORM 800-STAMP-TO-SECS
               MOVE WS-CV-SECS TO EV-SENT-SECS(WS-EVENT-COUNT)
               MOVE DLV-EVENT-STAMP TO WS-CV-STAMP
               PERFORM 800-STAMP-TO-SECS
               MOVE WS-CV-SECS TO EV-SECS(WS-EVENT-COUNT)
               MOVE DLV-STATUS TO EV-STATUS(WS-EVENT-COUNT)
           END-IF.

      * Sends still waiting on their acknowledgment
       220-LOAD-PENDING-SENDS.
           OPEN INPUT PENDING-FILE
           IF NOT XMIT-FILE-OK
               DISPLAY 'WARNING: FIBXMIT NOT AVAILABLE - STATUS '
                   WS-XMIT-FILE-STATUS ' - NO PENDING SENDS'
               GO TO 220-LOAD-PENDING-SENDS-EXIT
           END-IF

           MOVE 'N' TO WS-EOF-SW
           PERFORM UNTIL INPUT-EOF-REACHED
               READ PENDING-FILE
                   AT END
                       SET INPUT-EOF-REACHED TO TRUE
                   NOT AT END
                       IF XMT-RUN-DATE >= WS-RANGE-START-DATE
                               AND XMT-RUN-DATE <= WS-RANGE-END-DATE
                               AND XMT-SENT-STAMP > ZERO
                           PERFORM 230-ADD-PENDING-EVENT
                       END-IF
               END-READ
           END-PERFORM

           CLOSE PENDING-FILE.

       220-LOAD-PENDING-SENDS-EXIT.
           EXIT.

       230-ADD-PENDING-EVENT.
           PERFORM 260-NEXT-EVENT-SLOT
           IF NOT EVENT-TABLE-FULL
               MOVE 'T' TO EV-TYPE(WS-EVENT-COUNT)
               MOVE XMT-FILE-ID TO EV-SOURCE(WS-EVENT-COUNT)
               MOVE XMT-RECEIVER-ID TO EV-RECEIVER(WS-EVENT-COUNT)
               MOVE XMT-RUN-DATE TO EV-RUN-DATE(WS-EVENT-COUNT)
               MOVE XMT-SENT-STAMP TO WS-CV-STAMP
               PERFORM 800-STAMP-TO-SECS
               MOVE WS-CV-SECS TO EV-SENT-SECS(WS-EVENT-COUNT)
               MOVE ZERO TO EV-SECS(WS-EVENT-COUNT)
               MOVE XMT-STATUS TO EV-STATUS(WS-EVENT-COUNT)
           END-IF.

      * Runs of ADVFIBB (the generation behind every output) and of
      * each program a completion deliverable names
       240-LOAD-COMPLETIONS.
           OPEN INPUT PERF-HISTORY-FILE
           IF NOT PERF-FILE-OK
               DISPLAY 'WARNING: FIBPERF NOT AVAILABLE - STATUS '
                   WS-PERF-FILE-STATUS ' - NO COMPLETIONS'
               GO TO 240-LOAD-COMPLETIONS-EXIT
           END-IF

           MOVE 'N' TO WS-EOF-SW
           PERFORM UNTIL INPUT-EOF-REACHED
               READ PERF-HISTORY-FILE
                   AT END
                       SET INPUT-EOF-REACHED TO TRUE
                   NOT AT END
                       PERFORM 250-CHECK-ONE-COMPLETION
                           THRU 250-CHECK-ONE-COMPLETION-EXIT
               END-READ
           END-PERFORM

           CLOSE PERF-HISTORY-FILE.

       240-LOAD-COMPLETIONS-EXIT.
           EXIT.

       250-CHECK-ONE-COMPLETION.
           MOVE PRF-END-STAMP TO WS-CV-STAMP
           PERFORM 800-STAMP-TO-SECS
           IF WS-CV-SECS < WS-RANGE-START-SECS
                   OR WS-CV-SECS > WS-COMPLETION-END-SECS
               GO TO 250-CHECK-ONE-COMPLETION-EXIT
           END-IF

           MOVE 'N' TO WS-WANTED-SW
           IF PRF-PROGRAM = WS-GENERATOR
               SET PROGRAM-IS-WANTED TO TRUE
           END-IF
           PERFORM VARYING WS-SLA-IDX FROM 1 BY 1
                     UNTIL WS-SLA-IDX > WS-SLA-COUNT
               IF SL-IS-COMPLETED(WS-SLA-IDX)
                       AND SL-SOURCE(WS-SLA-IDX) = PRF-PROGRAM
                   SET PROGRAM-IS-WANTED TO TRUE
               END-IF
           END-PERFORM

           IF PROGRAM-IS-WANTED
               PERFORM 260-NEXT-EVENT-SLOT
               IF NOT EVENT-TABLE-FULL
                   MOVE 'C' TO EV-TYPE(WS-EVENT-COUNT)
                   MOVE PRF-PROGRAM TO EV-SOURCE(WS-EVENT-COUNT)
                   MOVE SPACES TO EV-RECEIVER(WS-EVENT-COUNT)
                   MOVE PRF-RUN-DATE TO EV-RUN-DATE(WS-EVENT-COUNT)
                   MOVE ZERO TO EV-SENT-SECS(WS-EVENT-COUNT)
                   MOVE WS-CV-SECS TO EV-SECS(WS-EVENT-COUNT)
                   MOVE PRF-RETURN-CODE TO EV-RC(WS-EVENT-COUNT)
                   IF PRF-RETURN-CODE <= 4
                       MOVE 'Y' TO EV-STATUS(WS-EVENT-COUNT)
                   ELSE
                       MOVE 'N' TO EV-STATUS(WS-EVENT-COUNT)
                   END-IF
               END-IF
           END-IF.

       250-CHECK-ONE-COMPLETION-EXIT.
           EXIT.

       260-NEXT-EVENT-SLOT.
           IF WS-EVENT-COUNT = 5000
               IF NOT EVENT-TABLE-FULL
                   DISPLAY 'WARNING: MORE THAN 5000 DELIVERY EVENTS '
                       '- LATER EVENTS NOT MEASURED'
               END-IF
               SET EVENT-TABLE-FULL TO TRUE
               ADD 1 TO WS-DROPPED-EVENTS
           ELSE
               ADD 1 TO WS-EVENT-COUNT
               INITIALIZE EVENT-ENTRY(WS-EVENT-COUNT)
           END-IF.

       300-MEASURE-ALL.
           PERFORM 310-MEASURE-ONE-SLA
               VARYING WS-SLA-IDX FROM 1 BY 1
                 UNTIL WS-SLA-IDX > WS-SLA-COUNT.

      * Dates are measured oldest first, so each completion is
      * given to the earliest run date it can serve
       310-MEASURE-ONE-SLA.
           MOVE ZERO TO SL-LAST-USED-SECS(WS-SLA-IDX)
           PERFORM 320-MEASURE-ONE-DAY THRU 320-MEASURE-ONE-DAY-EXIT
               VARYING WS-DAY-IDX FROM 1 BY 1
                 UNTIL WS-DAY-IDX > WS-DAY-COUNT.

       320-MEASURE-ONE-DAY.
           IF DT-MONTH-IDX(WS-DAY-IDX) = ZERO
               GO TO 320-MEASURE-ONE-DAY-EXIT
           END-IF
           IF SL-BUSINESS-DAYS(WS-SLA-IDX)
                   AND NOT DT-IS-BUSINESS(WS-DAY-IDX)
               GO TO 320-MEASURE-ONE-DAY-EXIT
           END-IF

           MOVE DT-MONTH-IDX(WS-DAY-IDX) TO WS-MONTH-IDX
           ADD 1 TO SL-OWED(WS-SLA-IDX, WS-MONTH-IDX)
           MOVE DT-DATE(WS-DAY-IDX) TO WS-RUN-DATE
           COMPUTE WS-DEADLINE-SECS =
               (DT-INTEGER(WS-DAY-IDX) + SL-DAY-OFFSET(WS-SLA-IDX))
               * 86400 + SL-DUE-SECS(WS-SLA-IDX)
           MOVE SL-LAST-USED-SECS(WS-SLA-IDX) TO WS-WINDOW-FLOOR

           PERFORM 400-FIND-ACTUALS
           PERFORM 330-PICK-ACTUAL

           IF WS-ACTUAL-SECS > ZERO
                   AND WS-ACTUAL-SECS <= WS-DEADLINE-SECS
               ADD 1 TO SL-MET(WS-SLA-IDX, WS-MONTH-IDX)
           ELSE
               IF WS-MONTH-IDX = 6
                   PERFORM 340-RECORD-MISS
               END-IF
           END-IF.

       320-MEASURE-ONE-DAY-EXIT.
           EXIT.

       330-PICK-ACTUAL.
           EVALUATE TRUE
               WHEN SL-IS-SENT(WS-SLA-IDX)
                   MOVE WS-FOUND-SENT TO WS-ACTUAL-SECS
               WHEN SL-IS-ACKNOWLEDGED(WS-SLA-IDX)
                   MOVE WS-FOUND-ACK TO WS-ACTUAL-SECS
               WHEN SL-IS-DASH-REFRESH(WS-SLA-IDX)
                   MOVE WS-FOUND-REFRESH TO WS-ACTUAL-SECS
               WHEN OTHER
                   MOVE WS-FOUND-COMPLETE TO WS-ACTUAL-SECS
                   IF WS-FOUND-COMPLETE > ZERO
                       MOVE WS-FOUND-COMPLETE
                           TO SL-LAST-USED-SECS(WS-SLA-IDX)
                   END-IF
           END-EVALUATE.

      * The completion floor in force is kept with the miss so the
      * cause chain sees the same completions the measure did
       340-RECORD-MISS.
           IF WS-MISS-COUNT = 500
               ADD 1 TO WS-MISS-DROPPED
           ELSE
               ADD 1 TO WS-MISS-COUNT
               MOVE WS-SLA-IDX TO MS-SLA-IDX(WS-MISS-COUNT)
               MOVE WS-RUN-DATE TO MS-RUN-DATE(WS-MISS-COUNT)
               MOVE WS-DEADLINE-SECS TO MS-DEADLINE-SECS(WS-MISS-COUNT)
               MOVE WS-ACTUAL-SECS TO MS-ACTUAL-SECS(WS-MISS-COUNT)
               MOVE WS-WINDOW-FLOOR TO MS-FLOOR-SECS(WS-MISS-COUNT)
           END-IF.

      * Collect, for deliverable WS-SLA-IDX and run date WS-RUN-DATE,
      * the earliest send, clean ack, refresh and completion, and
      * the ADVFIBB generation behind them. Completions count in
      * the window from 24 hours before the deadline to 12 hours
      * after it; the deliverable's own completions also only
      * after WS-WINDOW-FLOOR, the one an earlier date was given.
       400-FIND-ACTUALS.
           INITIALIZE WS-FOUND-EVENTS
           COMPUTE WS-CHECK-SECS = WS-DEADLINE-SECS - 86400
           IF WS-CHECK-SECS > WS-WINDOW-FLOOR
               MOVE WS-CHECK-SECS TO WS-WINDOW-FLOOR
           END-IF
           COMPUTE WS-WINDOW-END = WS-DEADLINE-SECS + 43200

           PERFORM 410-CHECK-ONE-EVENT
               VARYING WS-EVENT-IDX FROM 1 BY 1
                 UNTIL WS-EVENT-IDX > WS-EVENT-COUNT.

       410-CHECK-ONE-EVENT.
           EVALUATE EV-TYPE(WS-EVENT-IDX)
               WHEN 'A'
               WHEN 'T'
                   IF EV-SOURCE(WS-EVENT-IDX) = SL-SOURCE(WS-SLA-IDX)
                       AND EV-RECEIVER(WS-EVENT-IDX)
                           = SL-RECEIVER(WS-SLA-IDX)
                       AND EV-RUN-DATE(WS-EVENT-IDX) = WS-RUN-DATE
                       PERFORM 420-TAKE-SEND-AND-ACK
                   END-IF
               WHEN 'D'
                   IF EV-SOURCE(WS-EVENT-IDX) = SL-SOURCE(WS-SLA-IDX)
                       AND EV-RUN-DATE(WS-EVENT-IDX) = WS-RUN-DATE
                       IF WS-FOUND-REFRESH = ZERO
                           OR EV-SECS(WS-EVENT-IDX) < WS-FOUND-REFRESH
                           MOVE EV-SECS(WS-EVENT-IDX)
                               TO WS-FOUND-REFRESH
                       END-IF
                   END-IF
               WHEN 'C'
                   IF EV-SECS(WS-EVENT-IDX) > WS-CHECK-SECS
                       AND EV-SECS(WS-EVENT-IDX) <= WS-WINDOW-END
                       PERFORM 430-TAKE-COMPLETION
                   END-IF
           END-EVALUATE.

       420-TAKE-SEND-AND-ACK.
           IF EV-SENT-SECS(WS-EVENT-IDX) > ZERO
               IF WS-FOUND-SENT = ZERO
                   OR EV-SENT-SECS(WS-EVENT-IDX) < WS-FOUND-SENT
                   MOVE EV-SENT-SECS(WS-EVENT-IDX) TO WS-FOUND-SENT
               END-IF
           END-IF
           IF EV-TYPE(WS-EVENT-IDX) = 'A'
               IF EV-STATUS(WS-EVENT-IDX) = 'A'
                   IF WS-FOUND-ACK = ZERO
                       OR EV-SECS(WS-EVENT-IDX) < WS-FOUND-ACK
                       MOVE EV-SECS(WS-EVENT-IDX) TO WS-FOUND-ACK
                   END-IF
               ELSE
                   SET FOUND-MISMATCH TO TRUE
               END-IF
           END-IF.

       430-TAKE-COMPLETION.
           IF EV-SOURCE(WS-EVENT-IDX) = WS-GENERATOR
               IF EV-STATUS(WS-EVENT-IDX) = 'Y'
                   IF WS-FOUND-GENERATED = ZERO
                       OR EV-SECS(WS-EVENT-IDX) < WS-FOUND-GENERATED
                       MOVE EV-SECS(WS-EVENT-IDX)
                           TO WS-FOUND-GENERATED
                   END-IF
               ELSE
                   SET GEN-FAILED-RUN TO TRUE
                   MOVE EV-RC(WS-EVENT-IDX) TO WS-GEN-FAILED-RC
               END-IF
           END-IF

           IF SL-IS-COMPLETED(WS-SLA-IDX)
                   AND EV-SOURCE(WS-EVENT-IDX) = SL-SOURCE(WS-SLA-IDX)
                   AND EV-SECS(WS-EVENT-IDX) > WS-WINDOW-FLOOR
               IF EV-STATUS(WS-EVENT-IDX) = 'Y'
                   IF WS-FOUND-COMPLETE = ZERO
                       OR EV-SECS(WS-EVENT-IDX) < WS-FOUND-COMPLETE
                       MOVE EV-SECS(WS-EVENT-IDX)
                           TO WS-FOUND-COMPLETE
                   END-IF
               ELSE
                   SET FOUND-FAILED-RUN TO TRUE
                   MOVE EV-RC(WS-EVENT-IDX) TO WS-FOUND-FAILED-RC
               END-IF
           END-IF.

       600-PRINT-ATTAINMENT.
           MOVE WS-REPORT-MONTH TO WS-DATE-MONTH
           PERFORM 830-FORMAT-MONTH
           MOVE WS-FMT-MONTH TO RH-MONTH
           MOVE WS-NOW-STAMP TO WS-CV-STAMP
           PERFORM 820-FORMAT-STAMP
           MOVE WS-FMT-STAMP TO RH-PRINTED
           WRITE PRINT-RECORD FROM REPORT-HEADING
           MOVE SPACES TO PRINT-RECORD
           WRITE PRINT-RECORD
           MOVE '===== ATTAINMENT FOR THE MONTH =====' TO PRINT-RECORD
           WRITE PRINT-RECORD
           WRITE PRINT-RECORD FROM ATTAIN-HEADING

           DISPLAY SPACE
           DISPLAY '===== ATTAINMENT FOR THE MONTH ====='

           PERFORM 610-PRINT-ONE-ATTAINMENT
               VARYING WS-SLA-IDX FROM 1 BY 1
                 UNTIL WS-SLA-IDX > WS-SLA-COUNT

           MOVE SPACES TO PRINT-RECORD
           WRITE PRINT-RECORD
           MOVE ZERO TO WS-PCT
           IF WS-TOTAL-OWED > ZERO
               COMPUTE WS-PCT ROUNDED =
                   WS-TOTAL-MET * 100 / WS-TOTAL-OWED
           END-IF
           MOVE WS-PCT TO WS-PCT-DISPLAY
           MOVE SPACES TO PRINT-RECORD
           STRING 'ALL DELIVERABLES: ' WS-TOTAL-MET
                  ' OF ' WS-TOTAL-OWED ' ON TIME ('
                  WS-PCT-DISPLAY '%), ' WS-BELOW-TARGET-COUNT
                  ' BELOW TARGET'
               DELIMITED BY SIZE
               INTO PRINT-RECORD
           END-STRING
           WRITE PRINT-RECORD
           DISPLAY PRINT-RECORD(1:80)

           IF WS-BELOW-TARGET-COUNT > ZERO
               MOVE 4 TO WS-RETURN-CODE
           END-IF.

       610-PRINT-ONE-ATTAINMENT.
           MOVE SL-ID(WS-SLA-IDX)          TO AL-ID
           MOVE SL-EVENT(WS-SLA-IDX)       TO AL-EVENT
           MOVE SL-SOURCE(WS-SLA-IDX)      TO AL-SOURCE
           MOVE SL-RECEIVER(WS-SLA-IDX)    TO AL-RECEIVER
           MOVE SPACES TO AL-DUE
           STRING 'D+' SL-DAY-OFFSET(WS-SLA-IDX) ' '
                  SL-DEADLINE(WS-SLA-IDX)(1:2) ':'
                  SL-DEADLINE(WS-SLA-IDX)(3:2)
               DELIMITED BY SIZE
               INTO AL-DUE
           END-STRING
           MOVE SL-OWED(WS-SLA-IDX, 6)     TO AL-OWED
           MOVE SL-MET(WS-SLA-IDX, 6)      TO AL-MET
           COMPUTE AL-MISSED =
               SL-OWED(WS-SLA-IDX, 6) - SL-MET(WS-SLA-IDX, 6)
           MOVE SL-TARGET-PCT(WS-SLA-IDX)  TO AL-TARGET
           MOVE SL-DESCRIPTION(WS-SLA-IDX) TO AL-DESCRIPTION
           ADD SL-OWED(WS-SLA-IDX, 6) TO WS-TOTAL-OWED
           ADD SL-MET(WS-SLA-IDX, 6)  TO WS-TOTAL-MET

           IF SL-OWED(WS-SLA-IDX, 6) = ZERO
               MOVE ZERO TO AL-PCT
               MOVE 'NO RUN' TO AL-RESULT
           ELSE
               COMPUTE WS-PCT ROUNDED = SL-MET(WS-SLA-IDX, 6) * 100
                   / SL-OWED(WS-SLA-IDX, 6)
               MOVE WS-PCT TO AL-PCT
               IF WS-PCT < SL-TARGET-PCT(WS-SLA-IDX)
                   MOVE 'BELOW' TO AL-RESULT
                   ADD 1 TO WS-BELOW-TARGET-COUNT
               ELSE
                   MOVE 'MET' TO AL-RESULT
               END-IF
           END-IF

           DISPLAY ATTAIN-LINE
           WRITE PRINT-RECORD FROM ATTAIN-LINE.

       650-PRINT-MISSES.
           MOVE SPACES TO PRINT-RECORD
           WRITE PRINT-RECORD
           MOVE '===== MISSED DELIVERIES AND CAUSE CHAINS ====='
               TO PRINT-RECORD
           WRITE PRINT-RECORD
           DISPLAY SPACE
           DISPLAY '===== MISSED DELIVERIES ====='

           IF WS-MISS-COUNT = ZERO
               MOVE 'NO DELIVERY WAS MISSED IN THE MONTH'
                   TO PRINT-RECORD
               WRITE PRINT-RECORD
               DISPLAY 'NO DELIVERY WAS MISSED IN THE MONTH'
           ELSE
               OPEN INPUT RUN-DIRECTORY-FILE
               IF RDIR-FILE-OK
                   SET RDIR-IS-OPEN TO TRUE
               ELSE
                   DISPLAY 'WARNING: FIBRDIR NOT AVAILABLE - STATUS '
                       WS-RDIR-FILE-STATUS ' - NO RUN STATES SHOWN'
               END-IF
               PERFORM 660-PRINT-ONE-MISS
                   VARYING WS-MISS-IDX FROM 1 BY 1
                     UNTIL WS-MISS-IDX > WS-MISS-COUNT
               IF RDIR-IS-OPEN
                   CLOSE RUN-DIRECTORY-FILE
               END-IF
           END-IF

           IF WS-MISS-DROPPED > ZERO
               MOVE SPACES TO PRINT-RECORD
               STRING 'MORE THAN 500 MISSES - ' WS-MISS-DROPPED
                      ' NOT LISTED' DELIMITED BY SIZE
                   INTO PRINT-RECORD
               END-STRING
               WRITE PRINT-RECORD
               DISPLAY PRINT-RECORD(1:80)
           END-IF.

      * Re-collect the events of the missed date, print the miss,
      * the links of its chain in delivery order, and the first
      * link that broke
       660-PRINT-ONE-MISS.
           MOVE MS-SLA-IDX(WS-MISS-IDX)       TO WS-SLA-IDX
           MOVE MS-RUN-DATE(WS-MISS-IDX)      TO WS-RUN-DATE
           MOVE MS-DEADLINE-SECS(WS-MISS-IDX) TO WS-DEADLINE-SECS
           MOVE MS-ACTUAL-SECS(WS-MISS-IDX)   TO WS-ACTUAL-SECS
           MOVE MS-FLOOR-SECS(WS-MISS-IDX)    TO WS-WINDOW-FLOOR
           PERFORM 400-FIND-ACTUALS
           PERFORM 670-READ-RUN-STATE
               THRU 670-READ-RUN-STATE-EXIT

           MOVE SL-ID(WS-SLA-IDX) TO ML-ID
           PERFORM 840-FORMAT-DATE
           MOVE WS-FMT-DATE TO ML-RUN-DATE
           MOVE WS-DEADLINE-SECS TO WS-CV-SECS
           PERFORM 810-SECS-TO-STAMP
           PERFORM 820-FORMAT-STAMP
           MOVE WS-FMT-STAMP TO ML-DUE
           MOVE SPACES TO ML-LATE
           IF WS-ACTUAL-SECS = ZERO
               MOVE 'NOT DELIVERED' TO ML-ACTUAL
           ELSE
               MOVE WS-ACTUAL-SECS TO WS-CV-SECS
               PERFORM 810-SECS-TO-STAMP
               PERFORM 820-FORMAT-STAMP
               MOVE WS-FMT-STAMP TO ML-ACTUAL
               COMPUTE WS-LATE-MINUTES =
                   (WS-ACTUAL-SECS - WS-DEADLINE-SECS + 59) / 60
               MOVE WS-LATE-MINUTES TO WS-LATE-MIN-DISPLAY
               STRING 'LATE BY ' WS-LATE-MIN-DISPLAY ' MIN'
                   DELIMITED BY SIZE
                   INTO ML-LATE
               END-STRING
           END-IF
           MOVE SPACES TO PRINT-RECORD
           WRITE PRINT-RECORD
           WRITE PRINT-RECORD FROM MISS-LINE
           DISPLAY MISS-LINE

           MOVE 'ADVFIBB COMPLETED' TO CL-LABEL
           MOVE WS-FOUND-GENERATED TO WS-CHECK-SECS
           IF WS-CHECK-SECS > ZERO
               PERFORM 690-PRINT-STAMP-LINK
           ELSE
               IF GEN-FAILED-RUN
                   MOVE WS-GEN-FAILED-RC TO WS-RC-DISPLAY
                   MOVE SPACES TO CL-VALUE
                   STRING 'FAILED RC ' WS-RC-DISPLAY
                       DELIMITED BY SIZE
                       INTO CL-VALUE
                   END-STRING
               ELSE
                   MOVE 'NO CLEAN RUN IN THE WINDOW' TO CL-VALUE
               END-IF
               MOVE SPACES TO CL-FLAG
               WRITE PRINT-RECORD FROM CHAIN-LINE
           END-IF

           PERFORM 675-PRINT-RUN-STATE
               THRU 675-PRINT-RUN-STATE-EXIT
           PERFORM 695-PRINT-DELIVERY-LINKS
           PERFORM 680-DETERMINE-CAUSE

           MOVE WS-CAUSE-TEXT TO CA-TEXT
           WRITE PRINT-RECORD FROM CAUSE-LINE
           DISPLAY CAUSE-LINE.

      * The last run saved for the date carries the run's states
       670-READ-RUN-STATE.
           INITIALIZE WS-RUN-STATE
           IF NOT RDIR-IS-OPEN
               GO TO 670-READ-RUN-STATE-EXIT
           END-IF

           MOVE WS-RUN-DATE TO RDIR-RUN-DATE
           MOVE ZERO TO RDIR-RUN-SEQ
           MOVE 'N' TO WS-RDIR-SCAN-SW
           START RUN-DIRECTORY-FILE KEY IS NOT LESS THAN RDIR-KEY
               INVALID KEY
                   SET RDIR-SCAN-DONE TO TRUE
           END-START

           PERFORM UNTIL RDIR-SCAN-DONE
               READ RUN-DIRECTORY-FILE NEXT RECORD
                   AT END
                       SET RDIR-SCAN-DONE TO TRUE
                   NOT AT END
                       IF RDIR-RUN-DATE NOT = WS-RUN-DATE
                           SET RDIR-SCAN-DONE TO TRUE
                       ELSE
                           SET RS-FOUND TO TRUE
                           MOVE RDIR-GENERATED TO WS-RS-GENERATED
                           MOVE RDIR-GENERATED-STAMP
                               TO WS-RS-GENERATED-STAMP
                           MOVE RDIR-CERTIFIED TO WS-RS-CERTIFIED
                           MOVE RDIR-CHECKED TO WS-RS-CHECKED
                           MOVE RDIR-QUARANTINED
                               TO WS-RS-QUARANTINED
                           MOVE RDIR-HELD TO WS-RS-HELD
                       END-IF
               END-READ
           END-PERFORM.

       670-READ-RUN-STATE-EXIT.
           EXIT.

       675-PRINT-RUN-STATE.
           MOVE SPACES TO CL-FLAG
           IF NOT RS-FOUND
               MOVE 'RUN DIRECTORY' TO CL-LABEL
               MOVE 'NO RUN RECORDED FOR THE DATE' TO CL-VALUE
               WRITE PRINT-RECORD FROM CHAIN-LINE
               GO TO 675-PRINT-RUN-STATE-EXIT
           END-IF

           MOVE 'RUN GENERATED' TO CL-LABEL
           IF WS-RS-GENERATED = SPACE
               MOVE 'NOT GENERATED' TO CL-VALUE
               WRITE PRINT-RECORD FROM CHAIN-LINE
           ELSE
               MOVE WS-RS-GENERATED-STAMP TO WS-CV-STAMP
               PERFORM 800-STAMP-TO-SECS
               MOVE WS-CV-SECS TO WS-CHECK-SECS
               PERFORM 690-PRINT-STAMP-LINK
           END-IF

           MOVE 'CERTIFIED (FIBCERT)' TO CL-LABEL
           MOVE WS-RS-CERTIFIED TO WS-STATE-CODE
           PERFORM 677-STATE-TEXT
           WRITE PRINT-RECORD FROM CHAIN-LINE

           MOVE 'CHECKED (FIBCHECK)' TO CL-LABEL
           MOVE WS-RS-CHECKED TO WS-STATE-CODE
           PERFORM 677-STATE-TEXT
           WRITE PRINT-RECORD FROM CHAIN-LINE

           IF RS-QUARANTINED
               MOVE 'QUARANTINED' TO CL-LABEL
               MOVE 'YES - OUTPUT WITHHELD' TO CL-VALUE
               WRITE PRINT-RECORD FROM CHAIN-LINE
           END-IF
           IF RS-HELD
               MOVE 'LEGAL HOLD' TO CL-LABEL
               MOVE 'YES' TO CL-VALUE
               WRITE PRINT-RECORD FROM CHAIN-LINE
           END-IF.

       675-PRINT-RUN-STATE-EXIT.
           EXIT.

       677-STATE-TEXT.
           MOVE SPACES TO CL-FLAG
           EVALUATE WS-STATE-CODE
               WHEN 'P'
                   MOVE 'PASSED' TO CL-VALUE
               WHEN 'F'
                   MOVE 'FAILED' TO CL-VALUE
               WHEN 'S'
                   MOVE 'STALE - RUN CHANGED SINCE' TO CL-VALUE
               WHEN OTHER
                   MOVE 'NOT RUN' TO CL-VALUE
           END-EVALUATE.

      * The first broken link, taken in delivery order
       680-DETERMINE-CAUSE.
           MOVE SPACES TO WS-CAUSE-TEXT
           EVALUATE TRUE
               WHEN RS-QUARANTINED
                   MOVE 'RUN QUARANTINED - OUTPUT WITHHELD'
                       TO WS-CAUSE-TEXT
               WHEN RS-HELD
                   MOVE 'RUN UNDER LEGAL HOLD' TO WS-CAUSE-TEXT
               WHEN WS-FOUND-GENERATED = ZERO AND GEN-FAILED-RUN
                   MOVE 'ADVFIBB FAILED AND WAS NOT RERUN IN TIME'
                       TO WS-CAUSE-TEXT
               WHEN WS-FOUND-GENERATED = ZERO AND NOT RS-FOUND
                   MOVE 'RUN WAS NEVER GENERATED' TO WS-CAUSE-TEXT
               WHEN WS-FOUND-GENERATED > WS-DEADLINE-SECS
                   MOVE 'ADVFIBB COMPLETED AFTER THE DEADLINE'
                       TO WS-CAUSE-TEXT
               WHEN RS-CERT-FAILED
                   MOVE 'FIBCERT CERTIFICATION FAILED'
                       TO WS-CAUSE-TEXT
               WHEN RS-CHECK-FAILED
                   MOVE 'FIBCHECK VALIDATION FAILED' TO WS-CAUSE-TEXT
               WHEN OTHER
                   PERFORM 685-DELIVERY-CAUSE
           END-EVALUATE.

       685-DELIVERY-CAUSE.
           EVALUATE TRUE
               WHEN SL-IS-DASH-REFRESH(WS-SLA-IDX)
                   IF WS-FOUND-REFRESH = ZERO
                       MOVE 'DASHBOARD NOT REFRESHED FOR THE RUN'
                           TO WS-CAUSE-TEXT
                   ELSE
                       MOVE 'DASHBOARD REFRESHED AFTER THE DEADLINE'
                           TO WS-CAUSE-TEXT
                   END-IF
               WHEN SL-IS-COMPLETED(WS-SLA-IDX)
                   EVALUATE TRUE
                       WHEN WS-FOUND-COMPLETE = ZERO
                               AND FOUND-FAILED-RUN
                           MOVE WS-FOUND-FAILED-RC TO WS-RC-DISPLAY
                           STRING SL-SOURCE(WS-SLA-IDX)
                                  ' FAILED RC ' WS-RC-DISPLAY
                                  ' - NOT RERUN IN TIME'
                               DELIMITED BY SIZE
                               INTO WS-CAUSE-TEXT
                           END-STRING
                       WHEN WS-FOUND-COMPLETE = ZERO
                           STRING SL-SOURCE(WS-SLA-IDX)
                                  ' DID NOT COMPLETE'
                               DELIMITED BY SIZE
                               INTO WS-CAUSE-TEXT
                           END-STRING
                       WHEN OTHER
                           STRING SL-SOURCE(WS-SLA-IDX)
                                  ' COMPLETED AFTER THE DEADLINE'
                               DELIMITED BY SIZE
                               INTO WS-CAUSE-TEXT
                           END-STRING
                   END-EVALUATE
               WHEN WS-FOUND-SENT = ZERO
                   MOVE 'NEVER SENT TO THE RECEIVER' TO WS-CAUSE-TEXT
               WHEN WS-FOUND-SENT > WS-DEADLINE-SECS
                   MOVE 'SENT AFTER THE DEADLINE' TO WS-CAUSE-TEXT
               WHEN WS-FOUND-ACK = ZERO AND FOUND-MISMATCH
                   MOVE 'RECEIVER REPORTED A COUNT MISMATCH'
                       TO WS-CAUSE-TEXT
               WHEN WS-FOUND-ACK = ZERO
                   MOVE 'RECEIVER HAS NOT ACKNOWLEDGED'
                       TO WS-CAUSE-TEXT
               WHEN OTHER
                   MOVE 'RECEIVER ACKNOWLEDGED AFTER THE DEADLINE'
                       TO WS-CAUSE-TEXT
           END-EVALUATE.

      * One chain link holding a time, flagged when past the
      * deadline
       690-PRINT-STAMP-LINK.
           MOVE WS-CHECK-SECS TO WS-CV-SECS
           PERFORM 810-SECS-TO-STAMP
           PERFORM 820-FORMAT-STAMP
           MOVE WS-FMT-STAMP TO CL-VALUE
           IF WS-CHECK-SECS > WS-DEADLINE-SECS
               MOVE 'AFTER DEADLINE' TO CL-FLAG
           ELSE
               MOVE SPACES TO CL-FLAG
           END-IF
           WRITE PRINT-RECORD FROM CHAIN-LINE.

       695-PRINT-DELIVERY-LINKS.
           MOVE SPACES TO CL-FLAG
           EVALUATE TRUE
               WHEN SL-IS-DASH-REFRESH(WS-SLA-IDX)
                   MOVE 'DASHBOARD REFRESHED' TO CL-LABEL
                   MOVE WS-FOUND-REFRESH TO WS-CHECK-SECS
               WHEN SL-IS-COMPLETED(WS-SLA-IDX)
                   MOVE SPACES TO CL-LABEL
                   STRING SL-SOURCE(WS-SLA-IDX) ' COMPLETED'
                       DELIMITED BY SIZE
                       INTO CL-LABEL
                   END-STRING
                   MOVE WS-FOUND-COMPLETE TO WS-CHECK-SECS
               WHEN OTHER
                   MOVE 'SENT TO RECEIVER' TO CL-LABEL
                   MOVE WS-FOUND-SENT TO WS-CHECK-SECS
           END-EVALUATE

           IF WS-CHECK-SECS > ZERO
               PERFORM 690-PRINT-STAMP-LINK
           ELSE
               MOVE 'NONE RECORDED' TO CL-VALUE
               IF SL-IS-COMPLETED(WS-SLA-IDX) AND FOUND-FAILED-RUN
                   MOVE WS-FOUND-FAILED-RC TO WS-RC-DISPLAY
                   MOVE SPACES TO CL-VALUE
                   STRING 'FAILED RC ' WS-RC-DISPLAY
                       DELIMITED BY SIZE
                       INTO CL-VALUE
                   END-STRING
               END-IF
               WRITE PRINT-RECORD FROM CHAIN-LINE
           END-IF

           IF SL-IS-ACKNOWLEDGED(WS-SLA-IDX)
               MOVE 'ACKNOWLEDGED' TO CL-LABEL
               MOVE WS-FOUND-ACK TO WS-CHECK-SECS
               IF WS-CHECK-SECS > ZERO
                   PERFORM 690-PRINT-STAMP-LINK
               ELSE
                   IF FOUND-MISMATCH
                       MOVE 'COUNT MISMATCH REPORTED' TO CL-VALUE
                   ELSE
                       MOVE 'NONE RECORDED' TO CL-VALUE
                   END-IF
                   MOVE SPACES TO CL-FLAG
                   WRITE PRINT-RECORD FROM CHAIN-LINE
               END-IF
           END-IF.

      * Attainment per deliverable over the six months, oldest
      * first; a month that owed nothing shows dashes
       700-PRINT-TREND.
           MOVE SPACES TO PRINT-RECORD
           WRITE PRINT-RECORD
           MOVE '===== SIX-MONTH ATTAINMENT TREND (%) ====='
               TO PRINT-RECORD
           WRITE PRINT-RECORD
           DISPLAY SPACE
           DISPLAY '===== SIX-MONTH ATTAINMENT TREND (%) ====='

           PERFORM VARYING WS-MONTH-IDX FROM 1 BY 1
                     UNTIL WS-MONTH-IDX > 6
               MOVE MN-MONTH(WS-MONTH-IDX) TO WS-DATE-MONTH
               PERFORM 830-FORMAT-MONTH
               MOVE WS-FMT-MONTH TO TH-MONTH(WS-MONTH-IDX)
           END-PERFORM
           WRITE PRINT-RECORD FROM TREND-HEADING
           DISPLAY TREND-HEADING

           PERFORM 710-PRINT-ONE-TREND
               VARYING WS-SLA-IDX FROM 1 BY 1
                 UNTIL WS-SLA-IDX > WS-SLA-COUNT.

       710-PRINT-ONE-TREND.
           MOVE SL-ID(WS-SLA-IDX) TO TL-ID
           PERFORM VARYING WS-MONTH-IDX FROM 1 BY 1
                     UNTIL WS-MONTH-IDX > 6
               IF SL-OWED(WS-SLA-IDX, WS-MONTH-IDX) = ZERO
                   MOVE '   --' TO TL-PCT(WS-MONTH-IDX)
               ELSE
                   COMPUTE WS-PCT ROUNDED =
                       SL-MET(WS-SLA-IDX, WS-MONTH-IDX) * 100
                       / SL-OWED(WS-SLA-IDX, WS-MONTH-IDX)
                   MOVE WS-PCT TO WS-PCT-DISPLAY
                   MOVE WS-PCT-DISPLAY TO TL-PCT(WS-MONTH-IDX)
               END-IF
           END-PERFORM
           MOVE SL-TARGET-PCT(WS-SLA-IDX) TO TL-TARGET
           WRITE PRINT-RECORD FROM TREND-LINE
           DISPLAY TREND-LINE.

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
           IF WS-CV-STAMP > ZERO
               STRING CV-YEAR '-' CV-MONTH '-' CV-DAY ' '
                      CV-HOUR ':' CV-MINUTE
                   DELIMITED BY SIZE
                   INTO WS-FMT-STAMP
               END-STRING
           END-IF.

       830-FORMAT-MONTH.
           MOVE SPACES TO WS-FMT-MONTH
           STRING WS-DATE-MONTH(1:4) '-' WS-DATE-MONTH(5:2)
               DELIMITED BY SIZE
               INTO WS-FMT-MONTH
           END-STRING.

       840-FORMAT-DATE.
           MOVE SPACES TO WS-FMT-DATE
           STRING WS-RUN-DATE(1:4) '-' WS-RUN-DATE(5:2) '-'
                  WS-RUN-DATE(7:2)
               DELIMITED BY SIZE
               INTO WS-FMT-DATE
           END-STRING.

       900-TERMINATE.
           CLOSE PRINT-FILE

           DISPLAY SPACE
           DISPLAY 'DELIVERY EVENTS LOADED:  ' WS-EVENT-COUNT
           IF WS-DROPPED-EVENTS > ZERO
               DISPLAY 'DELIVERY EVENTS DROPPED: ' WS-DROPPED-EVENTS
           END-IF
           DISPLAY 'MISSES IN THE MONTH:     ' WS-MISS-COUNT
           DISPLAY '   FIBSLAR COMPLETED - RELEASE ' REL-RELEASE-ID
           DISPLAY 'RETURN CODE: ' WS-RETURN-CODE
           MOVE WS-RETURN-CODE TO RETURN-CODE.
