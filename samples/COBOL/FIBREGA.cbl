      ******************************************************************
      * FIBREGA reports regulatory filings that need amending. It
      * reads the FIBREGL submission log that FIBREGS writes, takes
      * the standing (latest) filing of every period, and looks up
      * each run that filing carries on the FIBRDIR run directory.
      * A filed run needs amending when, since it was filed:
      *
      *   - FIBFIX corrected its rows,
      *   - it was quarantined,
      *   - its certification failed or went stale,
      *   - a later sequence was saved for its run date, or
      *   - it is no longer on the run directory.
      *
      * PRTOUT lists every such run under its filing with the
      * reason, and names the FIBREGS PARM that builds the amended
      * filing for the period. Reads only.
      *
      * RC=0 when every standing filing still holds, RC=4 when any
      * needs amending, RC=8 when FIBREGL or FIBRDIR is missing.
      ******************************************************************
       IDENTIFICATION DIVISION.
       PROGRAM-ID. FIBREGA.
       AUTHOR. Antonio Gibas.
       DATE-WRITTEN. 10-15-2026.
       DATE-COMPILED. 10-15-2026.

      * MODIFICATION HISTORY
      * 10-15-2026  AG  INITIAL VERSION - AMENDED-FILING REPORT FROM
      *                 THE FIBREGL SUBMISSION LOG AND FIBRDIR
      * 10-15-2026  AG  SHOW THE SUITE RELEASE ID ON THE COMPLETION LINE
      ******************************************************************

       ENVIRONMENT DIVISION.
       CONFIGURATION SECTION.
       SOURCE-COMPUTER. IBM-Z.
       OBJECT-COMPUTER. IBM-Z.

       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
           SELECT SUBMISSION-LOG-FILE ASSIGN TO "FIBREGL"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-REGL-FILE-STATUS.
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
       FD  SUBMISSION-LOG-FILE
           RECORDING MODE IS F.
           COPY FIBREGLC.

       FD  RUN-DIRECTORY-FILE.
           COPY FIBRDIRD.

       FD  PRINT-FILE
           RECORDING MODE IS F.
       01  PRINT-RECORD               PIC X(133).

       WORKING-STORAGE SECTION.

       01  WS-FILE-STATUSES.
           05  WS-REGL-FILE-STATUS    PIC XX VALUE SPACES.
               88  REGL-FILE-OK            VALUE '00'.
           05  WS-RDIR-FILE-STATUS    PIC XX VALUE SPACES.
               88  RDIR-FILE-OK            VALUE '00'.
           05  WS-PRINT-FILE-STATUS   PIC XX VALUE SPACES.

       01  WS-INDICATORS.
           05  WS-EOF-SW              PIC X VALUE 'N'.
               88  INPUT-EOF-REACHED      VALUE 'Y'.
           05  WS-RDIR-OPEN-SW        PIC X VALUE 'N'.
               88  RDIR-IS-OPEN           VALUE 'Y'.

      * Every run logged, and the standing filing of each period
       01  LOG-TABLE.
           05  WS-LOG-COUNT           PIC 9(4) VALUE ZERO.
           05  LOG-ENTRY OCCURS 3000 TIMES.
               10  LG-FILING-ID       PIC X(12).
               10  LG-PERIOD          PIC X(6).
               10  LG-FILING-NUMBER   PIC 9(2).
               10  LG-RUN-DATE        PIC 9(8).
               10  LG-RUN-SEQ         PIC 9(2).
               10  LG-SUBMITTED-STAMP PIC 9(14).

       01  PERIOD-TABLE.
           05  WS-PERIOD-COUNT        PIC 9(3) VALUE ZERO.
           05  PERIOD-ENTRY OCCURS 200 TIMES.
               10  PD-PERIOD          PIC X(6).
               10  PD-FILING-ID       PIC X(12).
               10  PD-FILING-NUMBER   PIC 9(2).
               10  PD-RUNS-FILED      PIC 9(4).
               10  PD-RUNS-AMEND      PIC 9(4).

       01  REPORT-HEADING.
           05  FILLER                 PIC X(48) VALUE
               'FIBREGA - REGULATORY FILINGS NEEDING AMENDMENT'.
           05  FILLER                 PIC X(9) VALUE 'PRINTED '.
           05  RH-PRINTED             PIC X(16).

       01  DETAIL-HEADING.
           05  FILLER                 PIC X(12) VALUE 'FILING'.
           05  FILLER                 PIC X(3) VALUE ' | '.
           05  FILLER                 PIC X(10) VALUE 'RUN DATE'.
           05  FILLER                 PIC X(3) VALUE ' | '.
           05  FILLER                 PIC X(3) VALUE 'SEQ'.
           05  FILLER                 PIC X(3) VALUE ' | '.
           05  FILLER                 PIC X(16) VALUE 'FILED'.
           05  FILLER                 PIC X(3) VALUE ' | '.
           05  FILLER                 PIC X(16) VALUE 'CHANGED'.
           05  FILLER                 PIC X(3) VALUE ' | '.
           05  FILLER                 PIC X(40) VALUE 'REASON'.

       01  DETAIL-LINE.
           05  DL-FILING-ID           PIC X(12).
           05  FILLER                 PIC X(3) VALUE ' | '.
           05  DL-RUN-DATE            PIC X(10).
           05  FILLER                 PIC X(3) VALUE ' | '.
           05  DL-RUN-SEQ             PIC Z9.
           05  FILLER                 PIC X(4) VALUE '  | '.
           05  DL-FILED               PIC X(16).
           05  FILLER                 PIC X(3) VALUE ' | '.
           05  DL-CHANGED             PIC X(16).
           05  FILLER                 PIC X(3) VALUE ' | '.
           05  DL-REASON              PIC X(40).

       01  WS-FMT-STAMP-IN            PIC 9(14) VALUE ZERO.
       01  WS-FMT-STAMP               PIC X(16) VALUE SPACES.
       01  WS-FMT-DATE                PIC X(10) VALUE SPACES.
       01  WS-REASON                  PIC X(40) VALUE SPACES.
       01  WS-REASON-SEQ              PIC 99 VALUE ZERO.

       77  WS-NOW-STAMP               PIC 9(14) VALUE ZERO.
       77  WS-LOG-IDX                 PIC 9(4) VALUE ZERO.
       77  WS-PERIOD-IDX              PIC 9(3) VALUE ZERO.
       77  WS-PERIOD-SLOT             PIC 9(3) VALUE ZERO.
       77  WS-LOGS-DROPPED            PIC 9(5) VALUE ZERO.
       77  WS-CHANGED-STAMP           PIC 9(14) VALUE ZERO.
       77  WS-FILINGS-AMEND           PIC 9(3) VALUE ZERO.
       77  WS-RUNS-AMEND              PIC 9(5) VALUE ZERO.
       77  WS-RUN-DATE                PIC 9(8) VALUE ZERO.
       77  WS-RETURN-CODE             PIC 9(4) VALUE ZERO.

      * Release this program was built for
           COPY FIBRELC.

       PROCEDURE DIVISION.
       MAIN-PROCEDURE.
           PERFORM 000-INITIALIZE
           PERFORM 100-LOAD-FILING-LOG THRU 100-LOAD-FILING-LOG-EXIT
           IF WS-RETURN-CODE < 8
               PERFORM 200-OPEN-RUN-DIRECTORY
                   THRU 200-OPEN-RUN-DIRECTORY-EXIT
           END-IF
           IF WS-RETURN-CODE < 8
               PERFORM 300-CHECK-PERIOD
                   VARYING WS-PERIOD-IDX FROM 1 BY 1
                     UNTIL WS-PERIOD-IDX > WS-PERIOD-COUNT
               PERFORM 500-PRINT-SUMMARY
           END-IF
           PERFORM 900-TERMINATE

           GOBACK.

       000-INITIALIZE.
           OPEN OUTPUT PRINT-FILE

           DISPLAY '======================================='
           DISPLAY '   FIBREGA - AMENDED-FILING REPORT'
           DISPLAY '======================================='

           MOVE FUNCTION CURRENT-DATE(1:14) TO WS-NOW-STAMP
           MOVE WS-NOW-STAMP TO WS-FMT-STAMP-IN
           PERFORM 820-FORMAT-STAMP
           MOVE WS-FMT-STAMP TO RH-PRINTED
           WRITE PRINT-RECORD FROM REPORT-HEADING
           MOVE SPACES TO PRINT-RECORD
           WRITE PRINT-RECORD
           WRITE PRINT-RECORD FROM DETAIL-HEADING.

      * The highest filing number of a period is its standing filing
       100-LOAD-FILING-LOG.
           OPEN INPUT SUBMISSION-LOG-FILE
           IF NOT REGL-FILE-OK
               DISPLAY 'ERROR: FIBREGL NOT AVAILABLE - STATUS '
                   WS-REGL-FILE-STATUS
               MOVE 8 TO WS-RETURN-CODE
               GO TO 100-LOAD-FILING-LOG-EXIT
           END-IF

           MOVE 'N' TO WS-EOF-SW
           PERFORM UNTIL INPUT-EOF-REACHED
               READ SUBMISSION-LOG-FILE
                   AT END
                       SET INPUT-EOF-REACHED TO TRUE
                   NOT AT END
                       IF RGL-FILING-NUMBER IS NUMERIC
                           PERFORM 110-ADD-LOG-ENTRY
                       END-IF
               END-READ
           END-PERFORM

           CLOSE SUBMISSION-LOG-FILE
           DISPLAY 'FILED RUNS LOGGED:       ' WS-LOG-COUNT
           DISPLAY 'PERIODS FILED:           ' WS-PERIOD-COUNT
           IF WS-LOGS-DROPPED > ZERO
               DISPLAY 'WARNING: ' WS-LOGS-DROPPED ' FIBREGL RECORDS '
                   'OVER THE TABLE LIMIT WERE NOT CHECKED'
               MOVE 4 TO WS-RETURN-CODE
           END-IF.

       100-LOAD-FILING-LOG-EXIT.
           EXIT.

       110-ADD-LOG-ENTRY.
           MOVE ZERO TO WS-PERIOD-SLOT
           PERFORM VARYING WS-PERIOD-IDX FROM 1 BY 1
                     UNTIL WS-PERIOD-IDX > WS-PERIOD-COUNT
                           OR WS-PERIOD-SLOT > ZERO
               IF PD-PERIOD(WS-PERIOD-IDX) = RGL-PERIOD
                   MOVE WS-PERIOD-IDX TO WS-PERIOD-SLOT
               END-IF
           END-PERFORM
           IF WS-PERIOD-SLOT = ZERO
               IF WS-PERIOD-COUNT = 200 OR WS-LOG-COUNT = 3000
                   ADD 1 TO WS-LOGS-DROPPED
               ELSE
                   ADD 1 TO WS-PERIOD-COUNT
                   MOVE WS-PERIOD-COUNT TO WS-PERIOD-SLOT
                   INITIALIZE PERIOD-ENTRY(WS-PERIOD-SLOT)
                   MOVE RGL-PERIOD TO PD-PERIOD(WS-PERIOD-SLOT)
               END-IF
           END-IF

           IF WS-PERIOD-SLOT > ZERO
               IF WS-LOG-COUNT = 3000
                   ADD 1 TO WS-LOGS-DROPPED
               ELSE
                   ADD 1 TO WS-LOG-COUNT
                   MOVE RGL-FILING-ID TO LG-FILING-ID(WS-LOG-COUNT)
                   MOVE RGL-PERIOD TO LG-PERIOD(WS-LOG-COUNT)
                   MOVE RGL-FILING-NUMBER
                       TO LG-FILING-NUMBER(WS-LOG-COUNT)
                   MOVE RGL-RUN-DATE TO LG-RUN-DATE(WS-LOG-COUNT)
                   MOVE RGL-RUN-SEQ TO LG-RUN-SEQ(WS-LOG-COUNT)
                   MOVE RGL-SUBMITTED-STAMP
                       TO LG-SUBMITTED-STAMP(WS-LOG-COUNT)
                   IF RGL-FILING-NUMBER
                           > PD-FILING-NUMBER(WS-PERIOD-SLOT)
                       MOVE RGL-FILING-NUMBER
                           TO PD-FILING-NUMBER(WS-PERIOD-SLOT)
                       MOVE RGL-FILING-ID
                           TO PD-FILING-ID(WS-PERIOD-SLOT)
                   END-IF
               END-IF
           END-IF.

       200-OPEN-RUN-DIRECTORY.
           OPEN INPUT RUN-DIRECTORY-FILE
           IF NOT RDIR-FILE-OK
               DISPLAY 'ERROR: FIBRDIR NOT AVAILABLE - STATUS '
                   WS-RDIR-FILE-STATUS
               MOVE 8 TO WS-RETURN-CODE
               GO TO 200-OPEN-RUN-DIRECTORY-EXIT
           END-IF
           SET RDIR-IS-OPEN TO TRUE.

       200-OPEN-RUN-DIRECTORY-EXIT.
           EXIT.

       300-CHECK-PERIOD.
           PERFORM 310-CHECK-FILED-RUN THRU 310-CHECK-FILED-RUN-EXIT
               VARYING WS-LOG-IDX FROM 1 BY 1
                 UNTIL WS-LOG-IDX > WS-LOG-COUNT

           IF PD-RUNS-AMEND(WS-PERIOD-IDX) > ZERO
               ADD 1 TO WS-FILINGS-AMEND
               MOVE SPACES TO PRINT-RECORD
               STRING PD-FILING-ID(WS-PERIOD-IDX) ': '
                      PD-RUNS-AMEND(WS-PERIOD-IDX) ' OF '
                      PD-RUNS-FILED(WS-PERIOD-IDX)
                      ' FILED RUNS CHANGED - AMEND WITH FIBREGS PARM='''
                      PD-PERIOD(WS-PERIOD-IDX) 'A'''
                   DELIMITED BY SIZE
                   INTO PRINT-RECORD
               END-STRING
               WRITE PRINT-RECORD
               DISPLAY PRINT-RECORD(1:100)
               MOVE SPACES TO PRINT-RECORD
               WRITE PRINT-RECORD
           END-IF.

      * Only the runs of the period's standing filing are checked
       310-CHECK-FILED-RUN.
           IF LG-PERIOD(WS-LOG-IDX) NOT = PD-PERIOD(WS-PERIOD-IDX)
                   OR LG-FILING-NUMBER(WS-LOG-IDX)
                       NOT = PD-FILING-NUMBER(WS-PERIOD-IDX)
                   OR LG-RUN-DATE(WS-LOG-IDX) = ZERO
               GO TO 310-CHECK-FILED-RUN-EXIT
           END-IF
           ADD 1 TO PD-RUNS-FILED(WS-PERIOD-IDX)
           MOVE SPACES TO WS-REASON
           MOVE ZERO TO WS-CHANGED-STAMP

           MOVE LG-RUN-DATE(WS-LOG-IDX) TO RDIR-RUN-DATE
           MOVE LG-RUN-SEQ(WS-LOG-IDX) TO RDIR-RUN-SEQ
           READ RUN-DIRECTORY-FILE
               INVALID KEY
                   MOVE 'RUN NO LONGER ON FIBRDIR' TO WS-REASON
           END-READ
           IF WS-REASON NOT = SPACES
               GO TO 310-CHECK-FILED-RUN-REPORT
           END-IF

           EVALUATE TRUE
               WHEN RDIR-IS-CORRECTED
                       AND RDIR-CORRECTED-STAMP
                           > LG-SUBMITTED-STAMP(WS-LOG-IDX)
                   MOVE 'ROWS CORRECTED BY FIBFIX' TO WS-REASON
                   MOVE RDIR-CORRECTED-STAMP TO WS-CHANGED-STAMP
               WHEN RDIR-IS-QUARANTINED
                   MOVE 'RUN QUARANTINED' TO WS-REASON
                   MOVE RDIR-QUARANTINED-STAMP TO WS-CHANGED-STAMP
               WHEN RDIR-CERT-FAILED
                   MOVE 'CERTIFICATION NOW FAILED' TO WS-REASON
                   MOVE RDIR-CERTIFIED-STAMP TO WS-CHANGED-STAMP
               WHEN RDIR-CERT-STALE
                   MOVE 'CERTIFICATION NOW STALE' TO WS-REASON
                   MOVE RDIR-CERTIFIED-STAMP TO WS-CHANGED-STAMP
               WHEN OTHER
                   PERFORM 320-CHECK-LATER-SEQUENCE
           END-EVALUATE
           IF WS-REASON = SPACES
               GO TO 310-CHECK-FILED-RUN-EXIT
           END-IF.

       310-CHECK-FILED-RUN-REPORT.
           ADD 1 TO PD-RUNS-AMEND(WS-PERIOD-IDX)
           ADD 1 TO WS-RUNS-AMEND
           IF 4 > WS-RETURN-CODE
               MOVE 4 TO WS-RETURN-CODE
           END-IF
           MOVE LG-FILING-ID(WS-LOG-IDX) TO DL-FILING-ID
           MOVE LG-RUN-DATE(WS-LOG-IDX) TO WS-RUN-DATE
           PERFORM 840-FORMAT-DATE
           MOVE WS-FMT-DATE TO DL-RUN-DATE
           MOVE LG-RUN-SEQ(WS-LOG-IDX) TO DL-RUN-SEQ
           MOVE LG-SUBMITTED-STAMP(WS-LOG-IDX) TO WS-FMT-STAMP-IN
           PERFORM 820-FORMAT-STAMP
           MOVE WS-FMT-STAMP TO DL-FILED
           MOVE WS-CHANGED-STAMP TO WS-FMT-STAMP-IN
           PERFORM 820-FORMAT-STAMP
           MOVE WS-FMT-STAMP TO DL-CHANGED
           MOVE WS-REASON TO DL-REASON
           WRITE PRINT-RECORD FROM DETAIL-LINE.

       310-CHECK-FILED-RUN-EXIT.
           EXIT.

      * A sequence of the same date saved after the filing
      * replaces the filed run
       320-CHECK-LATER-SEQUENCE.
           MOVE LG-RUN-DATE(WS-LOG-IDX) TO RDIR-RUN-DATE
           COMPUTE RDIR-RUN-SEQ = LG-RUN-SEQ(WS-LOG-IDX) + 1
           START RUN-DIRECTORY-FILE KEY IS NOT LESS THAN RDIR-KEY
               INVALID KEY
                   CONTINUE
               NOT INVALID KEY
                   READ RUN-DIRECTORY-FILE NEXT RECORD
                       AT END
                           CONTINUE
                       NOT AT END
                           IF RDIR-RUN-DATE = LG-RUN-DATE(WS-LOG-IDX)
                               MOVE RDIR-RUN-SEQ TO WS-REASON-SEQ
                               STRING 'SUPERSEDED BY SEQUENCE '
                                      WS-REASON-SEQ
                                   DELIMITED BY SIZE
                                   INTO WS-REASON
                               END-STRING
                               MOVE RDIR-GENERATED-STAMP
                                   TO WS-CHANGED-STAMP
                           END-IF
                   END-READ
           END-START.

       500-PRINT-SUMMARY.
           MOVE SPACES TO PRINT-RECORD
           STRING 'PERIODS FILED: ' WS-PERIOD-COUNT
                  '  FILINGS TO AMEND: ' WS-FILINGS-AMEND
                  '  RUNS CHANGED SINCE FILING: ' WS-RUNS-AMEND
               DELIMITED BY SIZE
               INTO PRINT-RECORD
           END-STRING
           WRITE PRINT-RECORD.

       820-FORMAT-STAMP.
           MOVE SPACES TO WS-FMT-STAMP
           IF WS-FMT-STAMP-IN > ZERO
               STRING WS-FMT-STAMP-IN(1:4) '-' WS-FMT-STAMP-IN(5:2)
                      '-' WS-FMT-STAMP-IN(7:2) ' '
                      WS-FMT-STAMP-IN(9:2) ':' WS-FMT-STAMP-IN(11:2)
                   DELIMITED BY SIZE
                   INTO WS-FMT-STAMP
               END-STRING
           END-IF.

       840-FORMAT-DATE.
           MOVE SPACES TO WS-FMT-DATE
           STRING WS-RUN-DATE(1:4) '-' WS-RUN-DATE(5:2) '-'
                  WS-RUN-DATE(7:2)
               DELIMITED BY SIZE
               INTO WS-FMT-DATE
           END-STRING.

       900-TERMINATE.
           IF RDIR-IS-OPEN
               CLOSE RUN-DIRECTORY-FILE
           END-IF
           CLOSE PRINT-FILE

           DISPLAY SPACE
           DISPLAY 'FILINGS TO AMEND:        ' WS-FILINGS-AMEND
           DISPLAY 'RUNS CHANGED SINCE FILING:' WS-RUNS-AMEND
           DISPLAY '   FIBREGA COMPLETED - RELEASE ' REL-RELEASE-ID
           DISPLAY 'RETURN CODE: ' WS-RETURN-CODE
           MOVE WS-RETURN-CODE TO RETURN-CODE.
