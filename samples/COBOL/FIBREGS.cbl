      ******************************************************************
      * FIBREGS builds the quarterly regulatory submission. The
      * filing used to be assembled by hand from FIBSUMX copies, and
      * runs later quarantined were filed. This job takes the runs
      * of the filing period straight from FIBHIST and files a run
      * only when all of these hold:
      *
      *   - it is the latest sequence saved for its run date (an
      *     earlier sequence of the date is never filed),
      *   - its type-C certification record (FIBCERT) passed,
      *   - its run summary carries no quarantine flag,
      *   - no verification of the run is stale on FIBVRFY - the
      *     latest outcome of every check is not a FIBSTALE marker
      *     (a FIBCERT marker counts only when it is newer than the
      *     type-C record, as on the FIBSCORE scorecard).
      *
      * The submission (FIBREGF, FIBREGFC layout) is the regulator's
      * fixed format: a control record with the filing id, period,
      * detail count and control total, then one detail per filed
      * run. Every filed run is logged on FIBREGL (FIBREGLC layout)
      * under the filing id, which is what FIBREGA reads to report
      * filings needing amendment. PRTOUT lists every run of the
      * period, filed or excluded with the reason.
      *
      * PARM='YYYYQN' names the filing period (default last quarter)
      * for the original filing; PARM='YYYYQNA' builds an amended
      * filing of a period already filed, which replaces the one
      * standing. An original for a period already filed, or an
      * amendment of a period never filed, is refused.
      *
      * RC=0 when every latest run of the period was filed, RC=4
      * when any was excluded or nothing could be filed, RC=8 when
      * the filing is refused or FIBHIST or FIBVRFY is missing.
      ******************************************************************
       IDENTIFICATION DIVISION.
       PROGRAM-ID. FIBREGS.
       AUTHOR. Antonio Gibas.
       DATE-WRITTEN. 10-15-2026.
       DATE-COMPILED. 10-15-2026.

      * MODIFICATION HISTORY
      * 10-15-2026  AG  INITIAL VERSION - QUARTERLY REGULATORY
      *                 SUBMISSION OF CERTIFIED RUNS WITH FILING LOG
      * 10-15-2026  AG  SHOW THE SUITE RELEASE ID ON THE COMPLETION LINE
      ******************************************************************

       ENVIRONMENT DIVISION.
       CONFIGURATION SECTION.
       SOURCE-COMPUTER. IBM-Z.
       OBJECT-COMPUTER. IBM-Z.

       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
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
           SELECT SUBMISSION-FILE ASSIGN TO "FIBREGF"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-REGF-FILE-STATUS.
           SELECT SUBMISSION-LOG-FILE ASSIGN TO "FIBREGL"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-REGL-FILE-STATUS.
           SELECT PRINT-FILE ASSIGN TO "PRTOUT"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-PRINT-FILE-STATUS.

       DATA DIVISION.
       FILE SECTION.
       FD  FIB-HISTORY-FILE.
           COPY FIBHIST.

       FD  VERIFY-OUTCOME-FILE
           RECORDING MODE IS F.
           COPY FIBVRFYC.

       FD  SUBMISSION-FILE
           RECORDING MODE IS F.
           COPY FIBREGFC.

       FD  SUBMISSION-LOG-FILE
           RECORDING MODE IS F.
           COPY FIBREGLC.

       FD  PRINT-FILE
           RECORDING MODE IS F.
       01  PRINT-RECORD               PIC X(133).

       WORKING-STORAGE SECTION.

       01  WS-FILE-STATUSES.
           05  WS-HIST-FILE-STATUS    PIC XX VALUE SPACES.
               88  HIST-FILE-OK            VALUE '00'.
           05  WS-VRFY-FILE-STATUS    PIC XX VALUE SPACES.
               88  VRFY-FILE-OK            VALUE '00'.
           05  WS-REGF-FILE-STATUS    PIC XX VALUE SPACES.
               88  REGF-FILE-OK            VALUE '00'.
           05  WS-REGL-FILE-STATUS    PIC XX VALUE SPACES.
               88  REGL-FILE-OK            VALUE '00'.
               88  REGL-FILE-NOT-FOUND     VALUE '35'.
           05  WS-PRINT-FILE-STATUS   PIC XX VALUE SPACES.

       01  WS-INDICATORS.
           05  WS-EOF-SW              PIC X VALUE 'N'.
               88  INPUT-EOF-REACHED      VALUE 'Y'.
           05  WS-AMEND-SW            PIC X VALUE 'N'.
               88  AMENDED-FILING         VALUE 'Y'.
           05  WS-FOUND-SW            PIC X VALUE 'N'.
               88  ENTRY-FOUND            VALUE 'Y'.

      * Every run of the filing period, in FIBHIST key order.
      * RN-CHECK holds the latest FIBVRFY outcome of each check.
       01  RUN-TABLE.
           05  WS-RUN-COUNT           PIC 9(3) VALUE ZERO.
           05  RUN-ENTRY OCCURS 600 TIMES.
               10  RN-RUN-DATE        PIC 9(8).
               10  RN-RUN-SEQ         PIC 9(2).
               10  RN-SUMMARY-SW      PIC X.
               10  RN-TERM-COUNT      PIC 9(4).
               10  RN-TERM-SUM        PIC 9(18).
               10  RN-COUNT-EVEN      PIC 9(3).
               10  RN-COUNT-ODD       PIC 9(3).
               10  RN-COUNT-PRIME     PIC 9(3).
               10  RN-PCT-EVEN        PIC 9(3)V9(2).
               10  RN-PCT-ODD         PIC 9(3)V9(2).
               10  RN-PCT-PRIME       PIC 9(3)V9(2).
               10  RN-QUAR-FLAG       PIC X.
               10  RN-CERT-STATUS     PIC X.
               10  RN-CERT-STAMP      PIC 9(14).
               10  RN-LATEST-SW       PIC X.
               10  RN-FILED-SW        PIC X.
               10  RN-REASON          PIC X(40).
               10  RN-CHECK-COUNT     PIC 9.
               10  RN-CHECK OCCURS 9 TIMES.
                   15  RN-CHECK-ID    PIC X(8).
                   15  RN-CHECK-OUTCOME
                                      PIC X.
                   15  RN-CHECK-STAMP PIC 9(14).

       01  WS-FILING-PERIOD           PIC X(6) VALUE SPACES.
       01  WS-FILING-PERIOD-PARTS REDEFINES WS-FILING-PERIOD.
           05  WS-FP-YEAR             PIC 9(4).
           05  FILLER                 PIC X.
           05  WS-FP-QUARTER          PIC 9.

       01  WS-FILING-ID               PIC X(12) VALUE SPACES.
       01  WS-FILING-ID-PARTS REDEFINES WS-FILING-ID.
           05  WS-FI-PREFIX           PIC X(3).
           05  WS-FI-PERIOD           PIC X(6).
           05  WS-FI-TYPE             PIC X.
           05  WS-FI-NUMBER           PIC 9(2).

       01  WS-DATE-WORK               PIC 9(8) VALUE ZERO.
       01  WS-DATE-WORK-PARTS REDEFINES WS-DATE-WORK.
           05  WS-DW-YEAR             PIC 9(4).
           05  WS-DW-MONTH            PIC 99.
           05  WS-DW-DAY              PIC 99.

       01  WS-FMT-STAMP-IN            PIC 9(14) VALUE ZERO.
       01  WS-FMT-STAMP               PIC X(16) VALUE SPACES.
       01  WS-FMT-DATE                PIC X(10) VALUE SPACES.

       01  REPORT-HEADING.
           05  FILLER                 PIC X(40) VALUE
               'FIBREGS - REGULATORY SUBMISSION, FILING'.
           05  RH-FILING-ID           PIC X(12).
           05  FILLER                 PIC X(10) VALUE
               '  PERIOD  '.
           05  RH-PERIOD-START        PIC X(10).
           05  FILLER                 PIC X(4) VALUE ' TO '.
           05  RH-PERIOD-END          PIC X(10).
           05  FILLER                 PIC X(11) VALUE
               '  PRINTED  '.
           05  RH-PRINTED             PIC X(16).

       01  RUN-HEADING.
           05  FILLER                 PIC X(10) VALUE 'RUN DATE'.
           05  FILLER                 PIC X(3) VALUE ' | '.
           05  FILLER                 PIC X(3) VALUE 'SEQ'.
           05  FILLER                 PIC X(3) VALUE ' | '.
           05  FILLER                 PIC X(5) VALUE 'TERMS'.
           05  FILLER                 PIC X(3) VALUE ' | '.
           05  FILLER                 PIC X(18) VALUE 'TERM SUM'.
           05  FILLER                 PIC X(3) VALUE ' | '.
           05  FILLER                 PIC X(16) VALUE 'CERTIFIED'.
           05  FILLER                 PIC X(3) VALUE ' | '.
           05  FILLER                 PIC X(40) VALUE 'RESULT'.

       01  RUN-LINE.
           05  RL-RUN-DATE            PIC X(10).
           05  FILLER                 PIC X(3) VALUE ' | '.
           05  RL-RUN-SEQ             PIC Z9.
           05  FILLER                 PIC X(4) VALUE '  | '.
           05  RL-TERM-COUNT          PIC ZZZZ9.
           05  FILLER                 PIC X(3) VALUE ' | '.
           05  RL-TERM-SUM            PIC 9(18).
           05  FILLER                 PIC X(3) VALUE ' | '.
           05  RL-CERTIFIED           PIC X(16).
           05  FILLER                 PIC X(3) VALUE ' | '.
           05  RL-RESULT              PIC X(40).

       77  WS-NOW-STAMP               PIC 9(14) VALUE ZERO.
       77  WS-PERIOD-START            PIC 9(8) VALUE ZERO.
       77  WS-NEXT-PERIOD-START       PIC 9(8) VALUE ZERO.
       77  WS-PERIOD-END              PIC 9(8) VALUE ZERO.
       77  WS-PRIOR-NUMBER            PIC 9(2) VALUE ZERO.
       77  WS-RUN-IDX                 PIC 9(3) VALUE ZERO.
       77  WS-RUN-SLOT                PIC 9(3) VALUE ZERO.
       77  WS-CHECK-IDX               PIC 9 VALUE ZERO.
       77  WS-CHECK-SLOT              PIC 9 VALUE ZERO.
       77  WS-TERM-VALUE              PIC 9(18) VALUE ZERO.
       77  WS-CONTROL-TOTAL           PIC 9(18) VALUE ZERO.
       77  WS-FILED-COUNT             PIC 9(7) VALUE ZERO.
       77  WS-EXCLUDED-COUNT          PIC 9(5) VALUE ZERO.
       77  WS-SUPERSEDED-COUNT        PIC 9(5) VALUE ZERO.
       77  WS-DROPPED-RUNS            PIC 9(5) VALUE ZERO.
       77  WS-RUN-DATE                PIC 9(8) VALUE ZERO.
       77  WS-RETURN-CODE             PIC 9(4) VALUE ZERO.

      * Release this program was built for
           COPY FIBRELC.

       LINKAGE SECTION.
       01  PARM-INFORMATION.
           05  PARM-LENGTH            PIC S9(4) COMP.
           05  PARM-FILING.
               10  PARM-PERIOD        PIC X(6).
               10  PARM-AMEND         PIC X.

       PROCEDURE DIVISION USING PARM-INFORMATION.
       MAIN-PROCEDURE.
           PERFORM 000-INITIALIZE THRU 000-INITIALIZE-EXIT
           IF WS-RETURN-CODE = ZERO
               PERFORM 100-READ-FILING-LOG
                   THRU 100-READ-FILING-LOG-EXIT
           END-IF
           IF WS-RETURN-CODE = ZERO
               PERFORM 200-COLLECT-RUNS THRU 200-COLLECT-RUNS-EXIT
           END-IF
           IF WS-RETURN-CODE = ZERO
               PERFORM 300-APPLY-VERIFICATIONS
                   THRU 300-APPLY-VERIFICATIONS-EXIT
           END-IF
           IF WS-RETURN-CODE = ZERO
               PERFORM 400-SELECT-RUNS
               PERFORM 500-WRITE-SUBMISSION
                   THRU 500-WRITE-SUBMISSION-EXIT
           END-IF
           IF WS-RETURN-CODE < 8
               PERFORM 600-LOG-SUBMISSION
                   THRU 600-LOG-SUBMISSION-EXIT
           END-IF
           PERFORM 900-TERMINATE

           GOBACK.

      * The period is the PARM quarter, or last quarter
       000-INITIALIZE.
           OPEN OUTPUT PRINT-FILE

           DISPLAY '======================================='
           DISPLAY '   FIBREGS - REGULATORY SUBMISSION'
           DISPLAY '======================================='

           MOVE FUNCTION CURRENT-DATE(1:14) TO WS-NOW-STAMP
           MOVE WS-NOW-STAMP(1:8) TO WS-DATE-WORK
           MOVE WS-DW-YEAR TO WS-FP-YEAR
           MOVE 'Q' TO WS-FILING-PERIOD(5:1)
           COMPUTE WS-FP-QUARTER = (WS-DW-MONTH - 1) / 3 + 1
           IF WS-FP-QUARTER = 1
               SUBTRACT 1 FROM WS-FP-YEAR
               MOVE 4 TO WS-FP-QUARTER
           ELSE
               SUBTRACT 1 FROM WS-FP-QUARTER
           END-IF

           IF PARM-LENGTH >= 6
               IF PARM-PERIOD(1:4) IS NUMERIC
                       AND PARM-PERIOD(5:1) = 'Q'
                       AND PARM-PERIOD(6:1) >= '1'
                       AND PARM-PERIOD(6:1) <= '4'
                   MOVE PARM-PERIOD TO WS-FILING-PERIOD
               ELSE
                   DISPLAY 'ERROR: PERIOD PARM ' PARM-PERIOD
                       ' IS NOT A VALID YYYYQN - NOTHING FILED'
                   MOVE 8 TO WS-RETURN-CODE
                   GO TO 000-INITIALIZE-EXIT
               END-IF
           END-IF
           IF PARM-LENGTH >= 7
               IF PARM-AMEND = 'A'
                   SET AMENDED-FILING TO TRUE
               ELSE
                   IF PARM-AMEND NOT = SPACE
                       DISPLAY 'ERROR: PARM ' PARM-FILING
                           ' - ONLY A MAY FOLLOW THE PERIOD'
                       MOVE 8 TO WS-RETURN-CODE
                       GO TO 000-INITIALIZE-EXIT
                   END-IF
               END-IF
           END-IF

           MOVE WS-FP-YEAR TO WS-DW-YEAR
           COMPUTE WS-DW-MONTH = WS-FP-QUARTER * 3 - 2
           MOVE 01 TO WS-DW-DAY
           MOVE WS-DATE-WORK TO WS-PERIOD-START
           IF WS-FP-QUARTER = 4
               ADD 1 TO WS-DW-YEAR
               MOVE 01 TO WS-DW-MONTH
           ELSE
               ADD 3 TO WS-DW-MONTH
           END-IF
           MOVE WS-DATE-WORK TO WS-NEXT-PERIOD-START
           COMPUTE WS-PERIOD-END = FUNCTION DATE-OF-INTEGER(
               FUNCTION INTEGER-OF-DATE(WS-NEXT-PERIOD-START) - 1)

           DISPLAY 'FILING PERIOD:   ' WS-FILING-PERIOD ' ('
               WS-PERIOD-START ' - ' WS-PERIOD-END ')'
           IF AMENDED-FILING
               DISPLAY 'FILING TYPE:     AMENDED'
           ELSE
               DISPLAY 'FILING TYPE:     ORIGINAL'
           END-IF.

       000-INITIALIZE-EXIT.
           EXIT.

      * The log decides the filing number: an original needs a
      * period never filed, an amendment one already filed
       100-READ-FILING-LOG.
           OPEN INPUT SUBMISSION-LOG-FILE
           IF REGL-FILE-OK
               MOVE 'N' TO WS-EOF-SW
               PERFORM UNTIL INPUT-EOF-REACHED
                   READ SUBMISSION-LOG-FILE
                       AT END
                           SET INPUT-EOF-REACHED TO TRUE
                       NOT AT END
                           IF RGL-PERIOD = WS-FILING-PERIOD
                                   AND RGL-FILING-NUMBER IS NUMERIC
                               IF RGL-FILING-NUMBER > WS-PRIOR-NUMBER
                                   MOVE RGL-FILING-NUMBER
                                       TO WS-PRIOR-NUMBER
                               END-IF
                           END-IF
                   END-READ
               END-PERFORM
               CLOSE SUBMISSION-LOG-FILE
           ELSE
               IF NOT REGL-FILE-NOT-FOUND
                   DISPLAY 'ERROR: FIBREGL NOT AVAILABLE - STATUS '
                       WS-REGL-FILE-STATUS ' - NOTHING FILED'
                   MOVE 8 TO WS-RETURN-CODE
                   GO TO 100-READ-FILING-LOG-EXIT
               END-IF
           END-IF

           IF AMENDED-FILING AND WS-PRIOR-NUMBER = ZERO
               DISPLAY 'ERROR: ' WS-FILING-PERIOD ' HAS NEVER BEEN '
                   'FILED - NOTHING TO AMEND'
               MOVE 8 TO WS-RETURN-CODE
               GO TO 100-READ-FILING-LOG-EXIT
           END-IF
           IF NOT AMENDED-FILING AND WS-PRIOR-NUMBER > ZERO
               DISPLAY 'ERROR: ' WS-FILING-PERIOD ' IS ALREADY FILED '
                   '(FILING ' WS-PRIOR-NUMBER ') - RUN WITH PARM '
                   WS-FILING-PERIOD 'A FOR AN AMENDMENT'
               MOVE 8 TO WS-RETURN-CODE
               GO TO 100-READ-FILING-LOG-EXIT
           END-IF
           IF WS-PRIOR-NUMBER = 99
               DISPLAY 'ERROR: ' WS-FILING-PERIOD ' HAS 99 FILINGS'
               MOVE 8 TO WS-RETURN-CODE
               GO TO 100-READ-FILING-LOG-EXIT
           END-IF

           MOVE 'FIB' TO WS-FI-PREFIX
           MOVE WS-FILING-PERIOD TO WS-FI-PERIOD
           IF AMENDED-FILING
               MOVE 'A' TO WS-FI-TYPE
           ELSE
               MOVE 'O' TO WS-FI-TYPE
           END-IF
           COMPUTE WS-FI-NUMBER = WS-PRIOR-NUMBER + 1
           DISPLAY 'FILING ID:       ' WS-FILING-ID.

       100-READ-FILING-LOG-EXIT.
           EXIT.

      * FIBHIST is in key order, so a run's records arrive together
       200-COLLECT-RUNS.
           OPEN INPUT FIB-HISTORY-FILE
           IF NOT HIST-FILE-OK
               DISPLAY 'ERROR: FIBHIST NOT AVAILABLE - STATUS '
                   WS-HIST-FILE-STATUS ' - NOTHING FILED'
               MOVE 8 TO WS-RETURN-CODE
               GO TO 200-COLLECT-RUNS-EXIT
           END-IF

           MOVE 'N' TO WS-EOF-SW
           MOVE WS-PERIOD-START TO HIST-RUN-DATE
           MOVE ZERO TO HIST-RUN-SEQ
           MOVE ZERO TO HIST-TERM-INDEX
           START FIB-HISTORY-FILE KEY IS NOT LESS THAN HIST-KEY
               INVALID KEY
                   SET INPUT-EOF-REACHED TO TRUE
           END-START

           PERFORM UNTIL INPUT-EOF-REACHED
               READ FIB-HISTORY-FILE NEXT RECORD
                   AT END
                       SET INPUT-EOF-REACHED TO TRUE
                   NOT AT END
                       IF HIST-RUN-DATE NOT < WS-NEXT-PERIOD-START
                           SET INPUT-EOF-REACHED TO TRUE
                       ELSE
                           IF HIST-RUN-SEQ > ZERO
                               PERFORM 210-COLLECT-ONE-RECORD
                           END-IF
                       END-IF
               END-READ
           END-PERFORM

           CLOSE FIB-HISTORY-FILE
           DISPLAY 'RUNS IN THE PERIOD:      ' WS-RUN-COUNT
           IF WS-DROPPED-RUNS > ZERO
               DISPLAY 'ERROR: MORE THAN 600 RUNS IN THE PERIOD - '
                   'NOTHING FILED'
               MOVE 8 TO WS-RETURN-CODE
           END-IF.

       200-COLLECT-RUNS-EXIT.
           EXIT.

       210-COLLECT-ONE-RECORD.
           IF WS-RUN-COUNT = ZERO
                   OR RN-RUN-DATE(WS-RUN-COUNT) NOT = HIST-RUN-DATE
                   OR RN-RUN-SEQ(WS-RUN-COUNT) NOT = HIST-RUN-SEQ
               IF WS-RUN-COUNT = 600
                   ADD 1 TO WS-DROPPED-RUNS
                   SET INPUT-EOF-REACHED TO TRUE
               ELSE
                   ADD 1 TO WS-RUN-COUNT
                   INITIALIZE RUN-ENTRY(WS-RUN-COUNT)
                   MOVE HIST-RUN-DATE TO RN-RUN-DATE(WS-RUN-COUNT)
                   MOVE HIST-RUN-SEQ  TO RN-RUN-SEQ(WS-RUN-COUNT)
                   MOVE 'N' TO RN-SUMMARY-SW(WS-RUN-COUNT)
                   MOVE '-' TO RN-CERT-STATUS(WS-RUN-COUNT)
                   MOVE 'N' TO RN-FILED-SW(WS-RUN-COUNT)
               END-IF
           END-IF
           IF WS-DROPPED-RUNS > ZERO
               CONTINUE
           ELSE
               EVALUATE TRUE
                   WHEN HIST-TERM-INDEX = ZERO
                       MOVE 'Y' TO RN-SUMMARY-SW(WS-RUN-COUNT)
                       MOVE HIST-ACTUAL-COUNT
                           TO RN-TERM-COUNT(WS-RUN-COUNT)
                       MOVE HIST-COUNT-EVEN
                           TO RN-COUNT-EVEN(WS-RUN-COUNT)
                       MOVE HIST-COUNT-ODD
                           TO RN-COUNT-ODD(WS-RUN-COUNT)
                       MOVE HIST-COUNT-PRIME
                           TO RN-COUNT-PRIME(WS-RUN-COUNT)
                       MOVE HIST-PCT-EVEN  TO RN-PCT-EVEN(WS-RUN-COUNT)
                       MOVE HIST-PCT-ODD   TO RN-PCT-ODD(WS-RUN-COUNT)
                       MOVE HIST-PCT-PRIME
                           TO RN-PCT-PRIME(WS-RUN-COUNT)
                       MOVE HIST-QUAR-FLAG
                           TO RN-QUAR-FLAG(WS-RUN-COUNT)
                   WHEN HIST-TERM-INDEX >= 1 AND <= 200
                       MOVE HIST-FIB-NUMBER TO WS-TERM-VALUE
                       ADD WS-TERM-VALUE TO RN-TERM-SUM(WS-RUN-COUNT)
                           ON SIZE ERROR
                               COMPUTE RN-TERM-SUM(WS-RUN-COUNT) =
                                   RN-TERM-SUM(WS-RUN-COUNT)
                                   - 999999999999999999
                                   + WS-TERM-VALUE - 1
                       END-ADD
                   WHEN HIST-TERM-INDEX = 9998
                       IF HIST-CERT-PASSED
                           MOVE 'P' TO RN-CERT-STATUS(WS-RUN-COUNT)
                       ELSE
                           MOVE 'F' TO RN-CERT-STATUS(WS-RUN-COUNT)
                       END-IF
                       MOVE HIST-CERT-TIMESTAMP
                           TO RN-CERT-STAMP(WS-RUN-COUNT)
                   WHEN OTHER
                       CONTINUE
               END-EVALUATE
           END-IF.

      * FIBVRFY arrives in append order, so overwriting a check's
      * slot leaves its latest outcome standing
       300-APPLY-VERIFICATIONS.
           OPEN INPUT VERIFY-OUTCOME-FILE
           IF NOT VRFY-FILE-OK
               DISPLAY 'ERROR: FIBVRFY NOT AVAILABLE - STATUS '
                   WS-VRFY-FILE-STATUS ' - STALE VERIFICATIONS '
                   'CANNOT BE RULED OUT, NOTHING FILED'
               MOVE 8 TO WS-RETURN-CODE
               GO TO 300-APPLY-VERIFICATIONS-EXIT
           END-IF

           MOVE 'N' TO WS-EOF-SW
           PERFORM UNTIL INPUT-EOF-REACHED
               READ VERIFY-OUTCOME-FILE
                   AT END
                       SET INPUT-EOF-REACHED TO TRUE
                   NOT AT END
                       IF VRF-RUN-DATE NOT < WS-PERIOD-START
                               AND VRF-RUN-DATE < WS-NEXT-PERIOD-START
                           PERFORM 310-APPLY-ONE-OUTCOME
                       END-IF
               END-READ
           END-PERFORM

           CLOSE VERIFY-OUTCOME-FILE.

       300-APPLY-VERIFICATIONS-EXIT.
           EXIT.

       310-APPLY-ONE-OUTCOME.
           MOVE ZERO TO WS-RUN-SLOT
           PERFORM VARYING WS-RUN-IDX FROM 1 BY 1
                     UNTIL WS-RUN-IDX > WS-RUN-COUNT
                           OR WS-RUN-SLOT > ZERO
               IF RN-RUN-DATE(WS-RUN-IDX) = VRF-RUN-DATE
                       AND RN-RUN-SEQ(WS-RUN-IDX) = VRF-RUN-SEQ
                   MOVE WS-RUN-IDX TO WS-RUN-SLOT
               END-IF
           END-PERFORM
           IF WS-RUN-SLOT > ZERO
               MOVE ZERO TO WS-CHECK-SLOT
               PERFORM VARYING WS-CHECK-IDX FROM 1 BY 1
                 UNTIL WS-CHECK-IDX > RN-CHECK-COUNT(WS-RUN-SLOT)
                       OR WS-CHECK-SLOT > ZERO
                   IF RN-CHECK-ID(WS-RUN-SLOT, WS-CHECK-IDX)
                           = VRF-CHECK-ID
                       MOVE WS-CHECK-IDX TO WS-CHECK-SLOT
                   END-IF
               END-PERFORM
               IF WS-CHECK-SLOT = ZERO
                       AND RN-CHECK-COUNT(WS-RUN-SLOT) < 9
                   ADD 1 TO RN-CHECK-COUNT(WS-RUN-SLOT)
                   MOVE RN-CHECK-COUNT(WS-RUN-SLOT) TO WS-CHECK-SLOT
                   MOVE VRF-CHECK-ID
                       TO RN-CHECK-ID(WS-RUN-SLOT, WS-CHECK-SLOT)
               END-IF
               IF WS-CHECK-SLOT > ZERO
                   MOVE VRF-OUTCOME
                       TO RN-CHECK-OUTCOME(WS-RUN-SLOT, WS-CHECK-SLOT)
                   MOVE VRF-TIMESTAMP
                       TO RN-CHECK-STAMP(WS-RUN-SLOT, WS-CHECK-SLOT)
               END-IF
           END-IF.

       400-SELECT-RUNS.
           PERFORM 410-SELECT-ONE-RUN THRU 410-SELECT-ONE-RUN-EXIT
               VARYING WS-RUN-IDX FROM 1 BY 1
                 UNTIL WS-RUN-IDX > WS-RUN-COUNT.

      * The first rule a run breaks is its reason for exclusion
       410-SELECT-ONE-RUN.
           IF WS-RUN-IDX < WS-RUN-COUNT
               IF RN-RUN-DATE(WS-RUN-IDX + 1) = RN-RUN-DATE(WS-RUN-IDX)
                   MOVE 'SUPERSEDED BY A LATER SEQUENCE'
                       TO RN-REASON(WS-RUN-IDX)
                   ADD 1 TO WS-SUPERSEDED-COUNT
                   GO TO 410-SELECT-ONE-RUN-EXIT
               END-IF
           END-IF

           IF RN-SUMMARY-SW(WS-RUN-IDX) NOT = 'Y'
               MOVE 'EXCLUDED - NO RUN SUMMARY ON FIBHIST'
                   TO RN-REASON(WS-RUN-IDX)
               GO TO 410-SELECT-ONE-RUN-EXCLUDED
           END-IF
           IF RN-CERT-STATUS(WS-RUN-IDX) = '-'
               MOVE 'EXCLUDED - NOT CERTIFIED (NO TYPE-C)'
                   TO RN-REASON(WS-RUN-IDX)
               GO TO 410-SELECT-ONE-RUN-EXCLUDED
           END-IF
           IF RN-CERT-STATUS(WS-RUN-IDX) NOT = 'P'
               MOVE 'EXCLUDED - TYPE-C CERTIFICATION FAILED'
                   TO RN-REASON(WS-RUN-IDX)
               GO TO 410-SELECT-ONE-RUN-EXCLUDED
           END-IF
           IF RN-QUAR-FLAG(WS-RUN-IDX) = 'Q'
               MOVE 'EXCLUDED - QUARANTINED'
                   TO RN-REASON(WS-RUN-IDX)
               GO TO 410-SELECT-ONE-RUN-EXCLUDED
           END-IF

           PERFORM VARYING WS-CHECK-IDX FROM 1 BY 1
                     UNTIL WS-CHECK-IDX > RN-CHECK-COUNT(WS-RUN-IDX)
               IF RN-CHECK-OUTCOME(WS-RUN-IDX, WS-CHECK-IDX) = 'S'
                   IF RN-CHECK-ID(WS-RUN-IDX, WS-CHECK-IDX)
                           NOT = 'FIBCERT '
                       OR RN-CHECK-STAMP(WS-RUN-IDX, WS-CHECK-IDX)
                           > RN-CERT-STAMP(WS-RUN-IDX)
                       IF RN-REASON(WS-RUN-IDX) = SPACES
                           STRING 'EXCLUDED - STALE VERIFICATION '
                                  RN-CHECK-ID(WS-RUN-IDX, WS-CHECK-IDX)
                               DELIMITED BY SIZE
                               INTO RN-REASON(WS-RUN-IDX)
                           END-STRING
                       END-IF
                   END-IF
               END-IF
           END-PERFORM
           IF RN-REASON(WS-RUN-IDX) NOT = SPACES
               GO TO 410-SELECT-ONE-RUN-EXCLUDED
           END-IF

           MOVE 'Y' TO RN-FILED-SW(WS-RUN-IDX)
           MOVE 'FILED' TO RN-REASON(WS-RUN-IDX)
           ADD 1 TO WS-FILED-COUNT
           ADD RN-TERM-SUM(WS-RUN-IDX) TO WS-CONTROL-TOTAL
               ON SIZE ERROR
                   COMPUTE WS-CONTROL-TOTAL =
                       WS-CONTROL-TOTAL - 999999999999999999
                       + RN-TERM-SUM(WS-RUN-IDX) - 1
           END-ADD
           GO TO 410-SELECT-ONE-RUN-EXIT.

       410-SELECT-ONE-RUN-EXCLUDED.
           ADD 1 TO WS-EXCLUDED-COUNT.

       410-SELECT-ONE-RUN-EXIT.
           EXIT.

       500-WRITE-SUBMISSION.
           OPEN OUTPUT SUBMISSION-FILE
           IF NOT REGF-FILE-OK
               DISPLAY 'ERROR: FIBREGF CANNOT BE WRITTEN - STATUS '
                   WS-REGF-FILE-STATUS ' - NOTHING FILED'
               MOVE 8 TO WS-RETURN-CODE
               GO TO 500-WRITE-SUBMISSION-EXIT
           END-IF

           MOVE SPACES TO REG-FILING-RECORD
           SET REG-IS-CONTROL TO TRUE
           MOVE 'ADVFIBB'           TO REGC-FILER-ID
           MOVE WS-FILING-ID        TO REGC-FILING-ID
           MOVE WS-FI-TYPE          TO REGC-FILING-TYPE
           MOVE WS-FILING-PERIOD    TO REGC-PERIOD
           MOVE WS-PERIOD-START     TO REGC-PERIOD-START
           MOVE WS-PERIOD-END       TO REGC-PERIOD-END
           MOVE WS-NOW-STAMP        TO REGC-CREATED-STAMP
           MOVE WS-FILED-COUNT      TO REGC-DETAIL-COUNT
           MOVE WS-CONTROL-TOTAL    TO REGC-CONTROL-TOTAL
           MOVE '01'                TO REGC-FORMAT-VERSION
           IF AMENDED-FILING
               MOVE WS-PRIOR-NUMBER TO REGC-AMENDS-NUMBER
           ELSE
               MOVE ZERO            TO REGC-AMENDS-NUMBER
           END-IF
           WRITE REG-FILING-RECORD

           PERFORM VARYING WS-RUN-IDX FROM 1 BY 1
                     UNTIL WS-RUN-IDX > WS-RUN-COUNT
               IF RN-FILED-SW(WS-RUN-IDX) = 'Y'
                   MOVE SPACES TO REG-FILING-RECORD
                   SET REG-IS-DETAIL TO TRUE
                   MOVE RN-RUN-DATE(WS-RUN-IDX)    TO REGD-RUN-DATE
                   MOVE RN-RUN-SEQ(WS-RUN-IDX)     TO REGD-RUN-SEQ
                   MOVE RN-TERM-COUNT(WS-RUN-IDX)  TO REGD-TERM-COUNT
                   MOVE RN-TERM-SUM(WS-RUN-IDX)    TO REGD-TERM-SUM
                   MOVE RN-COUNT-EVEN(WS-RUN-IDX)  TO REGD-COUNT-EVEN
                   MOVE RN-COUNT-ODD(WS-RUN-IDX)   TO REGD-COUNT-ODD
                   MOVE RN-COUNT-PRIME(WS-RUN-IDX) TO REGD-COUNT-PRIME
                   MOVE RN-PCT-EVEN(WS-RUN-IDX)    TO REGD-PCT-EVEN
                   MOVE RN-PCT-ODD(WS-RUN-IDX)     TO REGD-PCT-ODD
                   MOVE RN-PCT-PRIME(WS-RUN-IDX)   TO REGD-PCT-PRIME
                   MOVE RN-CERT-STAMP(WS-RUN-IDX)  TO REGD-CERT-STAMP
                   WRITE REG-FILING-RECORD
               END-IF
           END-PERFORM

           CLOSE SUBMISSION-FILE

           PERFORM 700-PRINT-REPORT

           IF WS-EXCLUDED-COUNT > ZERO OR WS-FILED-COUNT = ZERO
               MOVE 4 TO WS-RETURN-CODE
           END-IF.

       500-WRITE-SUBMISSION-EXIT.
           EXIT.

      * One log record per filed run; an empty filing logs one
      * record with run date zero so the filing number is taken
       600-LOG-SUBMISSION.
           OPEN EXTEND SUBMISSION-LOG-FILE
           IF REGL-FILE-NOT-FOUND
               OPEN OUTPUT SUBMISSION-LOG-FILE
           END-IF
           IF NOT REGL-FILE-OK
               DISPLAY 'ERROR: FIBREGL NOT AVAILABLE - STATUS '
                   WS-REGL-FILE-STATUS ' - FILING ' WS-FILING-ID
                   ' NOT LOGGED'
               MOVE 8 TO WS-RETURN-CODE
               GO TO 600-LOG-SUBMISSION-EXIT
           END-IF

           PERFORM VARYING WS-RUN-IDX FROM 1 BY 1
                     UNTIL WS-RUN-IDX > WS-RUN-COUNT
               IF RN-FILED-SW(WS-RUN-IDX) = 'Y'
                   MOVE SPACES TO REG-LOG-RECORD
                   MOVE WS-FILING-ID              TO RGL-FILING-ID
                   MOVE RN-RUN-DATE(WS-RUN-IDX)   TO RGL-RUN-DATE
                   MOVE RN-RUN-SEQ(WS-RUN-IDX)    TO RGL-RUN-SEQ
                   MOVE RN-TERM-SUM(WS-RUN-IDX)   TO RGL-TERM-SUM
                   MOVE RN-CERT-STAMP(WS-RUN-IDX) TO RGL-CERT-STAMP
                   MOVE WS-NOW-STAMP          TO RGL-SUBMITTED-STAMP
                   WRITE REG-LOG-RECORD
               END-IF
           END-PERFORM
           IF WS-FILED-COUNT = ZERO
               MOVE SPACES TO REG-LOG-RECORD
               MOVE WS-FILING-ID TO RGL-FILING-ID
               MOVE ZERO TO RGL-RUN-DATE RGL-RUN-SEQ RGL-TERM-SUM
                            RGL-CERT-STAMP
               MOVE WS-NOW-STAMP TO RGL-SUBMITTED-STAMP
               WRITE REG-LOG-RECORD
           END-IF

           CLOSE SUBMISSION-LOG-FILE.

       600-LOG-SUBMISSION-EXIT.
           EXIT.

       700-PRINT-REPORT.
           MOVE WS-FILING-ID TO RH-FILING-ID
           MOVE WS-PERIOD-START TO WS-RUN-DATE
           PERFORM 840-FORMAT-DATE
           MOVE WS-FMT-DATE TO RH-PERIOD-START
           MOVE WS-PERIOD-END TO WS-RUN-DATE
           PERFORM 840-FORMAT-DATE
           MOVE WS-FMT-DATE TO RH-PERIOD-END
           MOVE WS-NOW-STAMP TO WS-FMT-STAMP-IN
           PERFORM 820-FORMAT-STAMP
           MOVE WS-FMT-STAMP TO RH-PRINTED
           WRITE PRINT-RECORD FROM REPORT-HEADING
           MOVE SPACES TO PRINT-RECORD
           WRITE PRINT-RECORD
           WRITE PRINT-RECORD FROM RUN-HEADING

           PERFORM VARYING WS-RUN-IDX FROM 1 BY 1
                     UNTIL WS-RUN-IDX > WS-RUN-COUNT
               MOVE RN-RUN-DATE(WS-RUN-IDX) TO WS-RUN-DATE
               PERFORM 840-FORMAT-DATE
               MOVE WS-FMT-DATE TO RL-RUN-DATE
               MOVE RN-RUN-SEQ(WS-RUN-IDX) TO RL-RUN-SEQ
               MOVE RN-TERM-COUNT(WS-RUN-IDX) TO RL-TERM-COUNT
               MOVE RN-TERM-SUM(WS-RUN-IDX) TO RL-TERM-SUM
               MOVE RN-CERT-STAMP(WS-RUN-IDX) TO WS-FMT-STAMP-IN
               PERFORM 820-FORMAT-STAMP
               MOVE WS-FMT-STAMP TO RL-CERTIFIED
               MOVE RN-REASON(WS-RUN-IDX) TO RL-RESULT
               WRITE PRINT-RECORD FROM RUN-LINE
               IF RN-FILED-SW(WS-RUN-IDX) NOT = 'Y'
                   DISPLAY RL-RUN-DATE ' SEQ ' RL-RUN-SEQ ' '
                       RL-RESULT
               END-IF
           END-PERFORM

           MOVE SPACES TO PRINT-RECORD
           WRITE PRINT-RECORD
           STRING 'RUNS FILED: ' WS-FILED-COUNT
                  '  EXCLUDED: ' WS-EXCLUDED-COUNT
                  '  SUPERSEDED SEQUENCES: ' WS-SUPERSEDED-COUNT
                  '  CONTROL TOTAL: ' WS-CONTROL-TOTAL
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
           CLOSE PRINT-FILE

           DISPLAY SPACE
           DISPLAY 'RUNS FILED:              ' WS-FILED-COUNT
           DISPLAY 'RUNS EXCLUDED:           ' WS-EXCLUDED-COUNT
           DISPLAY 'SUPERSEDED SEQUENCES:    ' WS-SUPERSEDED-COUNT
           DISPLAY 'CONTROL TOTAL:           ' WS-CONTROL-TOTAL
           DISPLAY '   FIBREGS COMPLETED - RELEASE ' REL-RELEASE-ID
           DISPLAY 'RETURN CODE: ' WS-RETURN-CODE
           MOVE WS-RETURN-CODE TO RETURN-CODE.
