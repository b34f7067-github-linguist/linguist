      ******************************************************************
      * FIBEVPK builds the audit evidence pack for an audit period.
      * Internal audit used to wait days while the destruction
      * certificates, seal verifications, access reports, security
      * changes, scorecards, balance proofs and close statements
      * were gathered by hand. This job gathers them into one pack
      * (FIBEVPK generation, FIBEVPKC layout) and prints its index.
      *
      * For each control the index lists the evidence on file - its
      * date, dataset, generation and outcome - and the gaps:
      *
      *   DESTRUCT  FIBDCERT certificates; a purge catalogued on
      *             FIBACAT with no certificate is a gap
      *   SEALVRFY  FIBSEALV runs (FIBPERF); a month with none is a
      *             gap
      *   ACCESSRP  FIBACRPT runs (FIBPERF); a month with none is a
      *             gap
      *   SECADMIN  FIBAUTHA changes by month; a change applied with
      *             no approver, or a break-glass grant never
      *             reviewed, is a gap
      *   SCORECRD  FIBSCORE runs (FIBPERF); a month with none is a
      *             gap
      *   BALPROOF  FIBBAL runs (FIBPERF); a close with no balanced
      *             proof before it in the period is a gap
      *   CLOSESTM  FIBCTLH closes and FIBCLOSE runs (FIBPERF); a
      *             close with no statement run that day is a gap
      *
      * A run's report is copied into the pack from the FIBRARC
      * report warehouse (section = program name, filed by the
      * FIBRCAPT step of the control's job); a run whose report is
      * not in the warehouse is a gap.
      *
      * PARM='YYYYMM' for one month, PARM='YYYYMMDDYYYYMMDD' for a
      * from-to range of up to 36 months; default last month.
      *
      * RC=0 when the pack has no gaps, RC=4 when it has any, RC=8
      * when the PARM is invalid or the pack cannot be written.
      ******************************************************************
       IDENTIFICATION DIVISION.
       PROGRAM-ID. FIBEVPK.
       AUTHOR. Antonio Gibas.
       DATE-WRITTEN. 10-15-2026.
       DATE-COMPILED. 10-15-2026.

      * MODIFICATION HISTORY
      * 10-15-2026  AG  INITIAL VERSION - AUDIT EVIDENCE PACK AND
      *                 INDEX FOR A REQUESTED AUDIT PERIOD
      * 10-15-2026  AG  LIST THE FIBAEXP ARCHIVE-TIER CERTIFICATES AS
      *                 EXPIRED GENERATIONS; ONLY A FIBHIST-TIER
      *                 CERTIFICATE ANSWERS FOR A CATALOGED PURGE
      * 10-15-2026  AG  SHOW THE SUITE RELEASE ID ON THE COMPLETION LINE
      * 10-15-2026  AG  PERFORM THE TELEMETRY AND CLOSE LOADS, THE
      *                 AUTHORIZATION NOTE, THE WAREHOUSE PROBE AND THE
      *                 REPORT COPY THRU THEIR EXITS
      ******************************************************************

       ENVIRONMENT DIVISION.
       CONFIGURATION SECTION.
       SOURCE-COMPUTER. IBM-Z.
       OBJECT-COMPUTER. IBM-Z.

       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
           SELECT PERF-HISTORY-FILE ASSIGN TO "FIBPERF"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-PERF-FILE-STATUS.
           SELECT DESTRUCTION-CERT-FILE ASSIGN TO "FIBDCERT"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-DCRT-FILE-STATUS.
           SELECT ARCHIVE-CATALOG-FILE ASSIGN TO "FIBACAT"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-CAT-FILE-STATUS.
           SELECT AUTH-AUDIT-FILE ASSIGN TO "FIBAUTHA"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-AAUD-FILE-STATUS.
           SELECT PERIOD-HISTORY-FILE ASSIGN TO "FIBCTLH"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-CTLH-FILE-STATUS.
           SELECT REPORT-ARCHIVE-FILE ASSIGN TO "FIBRARC"
               ORGANIZATION IS INDEXED
               ACCESS MODE IS DYNAMIC
               RECORD KEY IS RAR-KEY
               FILE STATUS IS WS-RARC-FILE-STATUS.
           SELECT EVIDENCE-PACK-FILE ASSIGN TO "FIBEVPK"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-EVPK-FILE-STATUS.
           SELECT PRINT-FILE ASSIGN TO "PRTOUT"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-PRINT-FILE-STATUS.

       DATA DIVISION.
       FILE SECTION.
       FD  PERF-HISTORY-FILE
           RECORDING MODE IS F.
           COPY FIBPERFD.

       FD  DESTRUCTION-CERT-FILE
           RECORDING MODE IS F.
           COPY FIBDCERC.

       FD  ARCHIVE-CATALOG-FILE
           RECORDING MODE IS F.
       01  ARCHIVE-CATALOG-RECORD.
           05  CAT-GENERATION-ID      PIC 9(5).
           05  CAT-CREATE-DATE        PIC 9(8).
           05  CAT-LOW-RUN-DATE       PIC 9(8).
           05  CAT-HIGH-RUN-DATE      PIC 9(8).
           05  CAT-ROW-COUNT          PIC 9(7).
           05  CAT-STATUS             PIC X.
               88  CAT-IS-EXPIRED         VALUE 'E'.
           05  CAT-EXPIRED-DATE       PIC 9(8).
           05  FILLER                 PIC X(19).

       FD  AUTH-AUDIT-FILE
           RECORDING MODE IS F.
           COPY FIBAAUDC.

       FD  PERIOD-HISTORY-FILE
           RECORDING MODE IS F.
       01  PERIOD-HISTORY-RECORD.
           05  CTLH-PERIOD-ID         PIC X(6).
           05  CTLH-CLOSING-SUM       PIC 9(18).
           05  CTLH-RUN-COUNT         PIC 9(7).
           05  CTLH-CLOSE-DATE        PIC 9(8).
           05  CTLH-CLOSER-USERID     PIC X(8).
           05  CTLH-BASIS             PIC X.

       FD  REPORT-ARCHIVE-FILE.
           COPY FIBRARCC.

       FD  EVIDENCE-PACK-FILE
           RECORDING MODE IS F.
           COPY FIBEVPKC.

       FD  PRINT-FILE
           RECORDING MODE IS F.
       01  PRINT-RECORD               PIC X(133).

       WORKING-STORAGE SECTION.

       01  WS-FILE-STATUSES.
           05  WS-PERF-FILE-STATUS    PIC XX VALUE SPACES.
               88  PERF-FILE-OK            VALUE '00'.
           05  WS-DCRT-FILE-STATUS    PIC XX VALUE SPACES.
               88  DCRT-FILE-OK            VALUE '00'.
           05  WS-CAT-FILE-STATUS     PIC XX VALUE SPACES.
               88  CAT-FILE-OK             VALUE '00'.
           05  WS-AAUD-FILE-STATUS    PIC XX VALUE SPACES.
               88  AAUD-FILE-OK            VALUE '00'.
           05  WS-CTLH-FILE-STATUS    PIC XX VALUE SPACES.
               88  CTLH-FILE-OK            VALUE '00'.
           05  WS-RARC-FILE-STATUS    PIC XX VALUE SPACES.
               88  RARC-FILE-OK            VALUE '00'.
           05  WS-EVPK-FILE-STATUS    PIC XX VALUE SPACES.
               88  EVPK-FILE-OK            VALUE '00'.
           05  WS-PRINT-FILE-STATUS   PIC XX VALUE SPACES.

       01  WS-INDICATORS.
           05  WS-EOF-SW              PIC X VALUE 'N'.
               88  INPUT-EOF-REACHED      VALUE 'Y'.
           05  WS-SCAN-SW             PIC X VALUE 'N'.
               88  SCAN-DONE              VALUE 'Y'.
           05  WS-PERF-AVAIL-SW       PIC X VALUE 'N'.
               88  PERF-AVAILABLE         VALUE 'Y'.
           05  WS-CTLH-AVAIL-SW       PIC X VALUE 'N'.
               88  CTLH-AVAILABLE         VALUE 'Y'.
           05  WS-RARC-OPEN-SW        PIC X VALUE 'N'.
               88  RARC-IS-OPEN           VALUE 'Y'.
           05  WS-MONTHLY-SW          PIC X VALUE 'N'.
               88  MONTHLY-CONTROL        VALUE 'Y'.
           05  WS-FOUND-SW            PIC X VALUE 'N'.
               88  ENTRY-FOUND            VALUE 'Y'.

      * The controls in index order
       01  CONTROL-TABLE-VALUES.
           05  FILLER PIC X(58) VALUE
           'DESTRUCTDESTRUCTION CERTIFICATES (FIBDCERT)'.
           05  FILLER PIC X(58) VALUE
           'SEALVRFYLOG SEAL VERIFICATION (FIBSEALV)'.
           05  FILLER PIC X(58) VALUE
           'ACCESSRPINQUIRY ACCESS REPORT (FIBACRPT)'.
           05  FILLER PIC X(58) VALUE
           'SECADMINSECURITY ADMINISTRATION CHANGES (FIBAUTHA)'.
           05  FILLER PIC X(58) VALUE
           'SCORECRDDATA-QUALITY SCORECARD (FIBSCORE)'.
           05  FILLER PIC X(58) VALUE
           'BALPROOFCROSS-FILE BALANCE PROOF (FIBBAL)'.
           05  FILLER PIC X(58) VALUE
           'CLOSESTMCONTROL-TOTAL CLOSE STATEMENTS (FIBCLOSE)'.
       01  CONTROL-TABLE REDEFINES CONTROL-TABLE-VALUES.
           05  CT-ENTRY OCCURS 7 TIMES.
               10  CT-CONTROL         PIC X(8).
               10  CT-DESCRIPTION     PIC X(50).

      * Every index entry and gap, in pack order
       01  ENTRY-TABLE.
           05  WS-ENTRY-COUNT         PIC 9(4) VALUE ZERO.
           05  EV-ENTRY OCCURS 3000 TIMES.
               10  EV-CONTROL         PIC X(8).
               10  EV-TYPE            PIC X.
               10  EV-DATE            PIC 9(8).
               10  EV-DATASET         PIC X(44).
               10  EV-GENERATION      PIC X(8).
               10  EV-TEXT            PIC X(60).
               10  EV-WH-DATE         PIC 9(8).
               10  EV-WH-SECTION      PIC X(8).
               10  EV-WH-LINES        PIC 9(7).

      * Control-job runs of the period from the FIBPERF telemetry
       01  RUN-TABLE.
           05  WS-RUN-COUNT           PIC 9(4) VALUE ZERO.
           05  PF-ENTRY OCCURS 2000 TIMES.
               10  PF-PROGRAM         PIC X(8).
               10  PF-RUN-DATE        PIC 9(8).
               10  PF-END-DATE        PIC 9(8).
               10  PF-RETURN-CODE     PIC 9(4).

      * Archive generations catalogued in the period
       01  CATALOG-TABLE.
           05  WS-CAT-COUNT           PIC 9(3) VALUE ZERO.
           05  CA-ENTRY OCCURS 500 TIMES.
               10  CA-GENERATION-ID   PIC 9(5).
               10  CA-CREATE-DATE     PIC 9(8).
               10  CA-CERTIFIED-SW    PIC X.

      * Control-total closes of the period
       01  CLOSE-TABLE.
           05  WS-CLOSE-COUNT         PIC 9(3) VALUE ZERO.
           05  CL-ENTRY OCCURS 100 TIMES.
               10  CL-PERIOD-ID       PIC X(6).
               10  CL-CLOSE-DATE      PIC 9(8).
               10  CL-CLOSING-SUM     PIC 9(18).
               10  CL-RUN-COUNT       PIC 9(7).

      * Break-glass grants of the period, and whether reviewed
       01  GRANT-TABLE.
           05  WS-GRANT-COUNT         PIC 9(3) VALUE ZERO.
           05  GR-ENTRY OCCURS 300 TIMES.
               10  GR-TARGET-USERID   PIC X(8).
               10  GR-GRANT-STAMP     PIC 9(14).
               10  GR-REVIEWED-SW     PIC X.

      * The months of the audit period, with the FIBAUTHA counts
       01  MONTH-TABLE.
           05  WS-MONTH-COUNT         PIC 9(2) VALUE ZERO.
           05  MN-ENTRY OCCURS 36 TIMES.
               10  MN-MONTH           PIC 9(6).
               10  MN-APPLIED         PIC 9(4).
               10  MN-PENDING         PIC 9(4).
               10  MN-DENIED          PIC 9(4).
               10  MN-REFUSED         PIC 9(4).
               10  MN-NO-APPROVER     PIC 9(4).
               10  MN-LAST-UNAPPROVED PIC 9(8).

       01  WS-DATE-WORK               PIC 9(8) VALUE ZERO.
       01  WS-DATE-WORK-PARTS REDEFINES WS-DATE-WORK.
           05  WS-DW-YEAR             PIC 9(4).
           05  WS-DW-MONTH            PIC 99.
           05  WS-DW-DAY              PIC 99.

      * The entry being added
       01  WS-NEW-ENTRY.
           05  WS-NEW-CONTROL         PIC X(8).
           05  WS-NEW-TYPE            PIC X.
           05  WS-NEW-DATE            PIC 9(8).
           05  WS-NEW-DATASET         PIC X(44).
           05  WS-NEW-GENERATION      PIC X(8).
           05  WS-NEW-TEXT            PIC X(60).
           05  WS-NEW-WH-DATE         PIC 9(8).
           05  WS-NEW-WH-SECTION      PIC X(8).
           05  WS-NEW-WH-LINES        PIC 9(7).

       01  REPORT-HEADING.
           05  FILLER                 PIC X(40) VALUE
               'FIBEVPK - AUDIT EVIDENCE PACK INDEX'.
           05  FILLER                 PIC X(8) VALUE 'PERIOD '.
           05  RH-PERIOD-FROM         PIC X(10).
           05  FILLER                 PIC X(4) VALUE ' TO '.
           05  RH-PERIOD-TO           PIC X(10).
           05  FILLER                 PIC X(11) VALUE
               '  PRINTED  '.
           05  RH-PRINTED             PIC X(16).

       01  CONTROL-HEADING.
           05  FILLER                 PIC X(9) VALUE 'CONTROL '.
           05  CH-CONTROL             PIC X(8).
           05  FILLER                 PIC X(3) VALUE ' - '.
           05  CH-DESCRIPTION         PIC X(50).

       01  ENTRY-HEADING.
           05  FILLER                 PIC X(5) VALUE 'ENTRY'.
           05  FILLER                 PIC X(3) VALUE ' | '.
           05  FILLER                 PIC X(10) VALUE 'DATE'.
           05  FILLER                 PIC X(3) VALUE ' | '.
           05  FILLER                 PIC X(26) VALUE 'DATASET'.
           05  FILLER                 PIC X(3) VALUE ' | '.
           05  FILLER                 PIC X(8) VALUE 'GEN'.
           05  FILLER                 PIC X(3) VALUE ' | '.
           05  FILLER                 PIC X(40) VALUE 'OUTCOME'.
           05  FILLER                 PIC X(3) VALUE ' | '.
           05  FILLER                 PIC X(13) VALUE
               'REPORT LINES'.

       01  ENTRY-LINE.
           05  EL-ENTRY-NO            PIC ZZZZ9.
           05  FILLER                 PIC X(3) VALUE ' | '.
           05  EL-DATE                PIC X(10).
           05  FILLER                 PIC X(3) VALUE ' | '.
           05  EL-DATASET             PIC X(26).
           05  FILLER                 PIC X(3) VALUE ' | '.
           05  EL-GENERATION          PIC X(8).
           05  FILLER                 PIC X(3) VALUE ' | '.
           05  EL-OUTCOME             PIC X(40).
           05  FILLER                 PIC X(3) VALUE ' | '.
           05  EL-WH-LINES            PIC ZZZZZZ9.

       01  GAP-LINE.
           05  GL-ENTRY-NO            PIC ZZZZ9.
           05  FILLER                 PIC X(3) VALUE ' | '.
           05  GL-DATE                PIC X(10).
           05  FILLER                 PIC X(13) VALUE
               ' | *** GAP: '.
           05  GL-TEXT                PIC X(60).

       01  WS-FMT-STAMP-IN            PIC 9(14) VALUE ZERO.
       01  WS-FMT-STAMP               PIC X(16) VALUE SPACES.
       01  WS-FMT-DATE                PIC X(10) VALUE SPACES.
       01  WS-OUTCOME-WORD            PIC X(24) VALUE SPACES.
       01  WS-EDIT-COUNT              PIC Z(6)9.
       01  WS-EDIT-SUM                PIC Z(17)9.

       77  WS-NOW-STAMP               PIC 9(14) VALUE ZERO.
       77  WS-PERIOD-FROM             PIC 9(8) VALUE ZERO.
       77  WS-PERIOD-TO               PIC 9(8) VALUE ZERO.
       77  WS-FROM-MONTH              PIC 9(6) VALUE ZERO.
       77  WS-TO-MONTH                PIC 9(6) VALUE ZERO.
       77  WS-THIS-MONTH              PIC 9(6) VALUE ZERO.
       77  WS-CUR-CONTROL             PIC X(8) VALUE SPACES.
       77  WS-CUR-PROGRAM             PIC X(8) VALUE SPACES.
       77  WS-CUR-DATASET             PIC X(44) VALUE SPACES.
       77  WS-RUN-IDX                 PIC 9(4) VALUE ZERO.
       77  WS-ENTRY-IDX               PIC 9(4) VALUE ZERO.
       77  WS-CTL-IDX                 PIC 9 VALUE ZERO.
       77  WS-CAT-IDX                 PIC 9(3) VALUE ZERO.
       77  WS-CLOSE-IDX               PIC 9(3) VALUE ZERO.
       77  WS-GRANT-IDX               PIC 9(3) VALUE ZERO.
       77  WS-MONTH-IDX               PIC 9(2) VALUE ZERO.
       77  WS-MONTH-SLOT              PIC 9(2) VALUE ZERO.
       77  WS-PROBE-DATE              PIC 9(8) VALUE ZERO.
       77  WS-PROBE-LINES             PIC 9(7) VALUE ZERO.
       77  WS-GAP-COUNT               PIC 9(5) VALUE ZERO.
       77  WS-INDEX-COUNT             PIC 9(5) VALUE ZERO.
       77  WS-REPORT-LINES            PIC 9(7) VALUE ZERO.
       77  WS-DROPPED-COUNT           PIC 9(5) VALUE ZERO.
       77  WS-RETURN-CODE             PIC 9(4) VALUE ZERO.

      * Release this program was built for
           COPY FIBRELC.

       LINKAGE SECTION.
       01  PARM-INFORMATION.
           05  PARM-LENGTH            PIC S9(4) COMP.
           05  PARM-PERIOD.
               10  PARM-FROM          PIC X(8).
               10  PARM-TO            PIC X(8).

       PROCEDURE DIVISION USING PARM-INFORMATION.
       MAIN-PROCEDURE.
           PERFORM 000-INITIALIZE THRU 000-INITIALIZE-EXIT
           IF WS-RETURN-CODE = ZERO
               PERFORM 100-LOAD-TELEMETRY
                   THRU 100-LOAD-TELEMETRY-END
               PERFORM 150-LOAD-CLOSES
                   THRU 150-LOAD-CLOSES-END
               PERFORM 200-DESTRUCTION-CONTROL
                   THRU 200-DESTRUCTION-CONTROL-EXIT

               MOVE 'SEALVRFY' TO WS-CUR-CONTROL
               MOVE 'FIBSEALV' TO WS-CUR-PROGRAM
               MOVE 'PROD.ADVFIBB.FIBACARC + FIBAUDIT'
                   TO WS-CUR-DATASET
               SET MONTHLY-CONTROL TO TRUE
               PERFORM 300-REPORT-CONTROL THRU 300-REPORT-CONTROL-EXIT

               MOVE 'ACCESSRP' TO WS-CUR-CONTROL
               MOVE 'FIBACRPT' TO WS-CUR-PROGRAM
               MOVE 'PROD.ADVFIBB.ACRPTOUT' TO WS-CUR-DATASET
               SET MONTHLY-CONTROL TO TRUE
               PERFORM 300-REPORT-CONTROL THRU 300-REPORT-CONTROL-EXIT

               PERFORM 400-SECURITY-CONTROL
                   THRU 400-SECURITY-CONTROL-EXIT

               MOVE 'SCORECRD' TO WS-CUR-CONTROL
               MOVE 'FIBSCORE' TO WS-CUR-PROGRAM
               MOVE 'PROD.ADVFIBB.FIBVRFY' TO WS-CUR-DATASET
               SET MONTHLY-CONTROL TO TRUE
               PERFORM 300-REPORT-CONTROL THRU 300-REPORT-CONTROL-EXIT

               MOVE 'BALPROOF' TO WS-CUR-CONTROL
               MOVE 'FIBBAL  ' TO WS-CUR-PROGRAM
               MOVE 'PROD.ADVFIBB.FIBCTL + FIBCTLH' TO WS-CUR-DATASET
               MOVE 'N' TO WS-MONTHLY-SW
               PERFORM 300-REPORT-CONTROL THRU 300-REPORT-CONTROL-EXIT
               PERFORM 500-BALANCE-BEFORE-CLOSE

               PERFORM 600-CLOSE-CONTROL

               PERFORM 700-WRITE-PACK THRU 700-WRITE-PACK-EXIT
               PERFORM 800-PRINT-INDEX
           END-IF
           PERFORM 900-TERMINATE

           GOBACK.

      * The audit period is the PARM month or range, or last month
       000-INITIALIZE.
           OPEN OUTPUT PRINT-FILE

           DISPLAY '======================================='
           DISPLAY '   FIBEVPK - AUDIT EVIDENCE PACK'
           DISPLAY '======================================='

           MOVE FUNCTION CURRENT-DATE(1:14) TO WS-NOW-STAMP
           MOVE WS-NOW-STAMP(1:8) TO WS-DATE-WORK
           IF WS-DW-MONTH = 1
               SUBTRACT 1 FROM WS-DW-YEAR
               MOVE 12 TO WS-DW-MONTH
           ELSE
               SUBTRACT 1 FROM WS-DW-MONTH
           END-IF
           MOVE 01 TO WS-DW-DAY
           MOVE WS-DATE-WORK TO WS-PERIOD-FROM
           MOVE ZERO TO WS-PERIOD-TO

           EVALUATE TRUE
               WHEN PARM-LENGTH = ZERO
                   CONTINUE
               WHEN PARM-LENGTH = 6 AND PARM-FROM(1:6) IS NUMERIC
                   MOVE PARM-FROM(1:6) TO WS-DATE-WORK(1:6)
                   MOVE 01 TO WS-DW-DAY
                   MOVE WS-DATE-WORK TO WS-PERIOD-FROM
               WHEN PARM-LENGTH = 16 AND PARM-FROM IS NUMERIC
                       AND PARM-TO IS NUMERIC
                   MOVE PARM-FROM TO WS-PERIOD-FROM
                   MOVE PARM-TO TO WS-PERIOD-TO
               WHEN OTHER
                   DISPLAY 'ERROR: PARM ' PARM-PERIOD
                       ' IS NOT YYYYMM OR YYYYMMDDYYYYMMDD'
                   MOVE 8 TO WS-RETURN-CODE
                   GO TO 000-INITIALIZE-EXIT
           END-EVALUATE

      * A month's period ends on the last day of the month
           IF WS-PERIOD-TO = ZERO
               MOVE WS-PERIOD-FROM TO WS-DATE-WORK
               IF WS-DW-MONTH = 12
                   ADD 1 TO WS-DW-YEAR
                   MOVE 01 TO WS-DW-MONTH
               ELSE
                   ADD 1 TO WS-DW-MONTH
               END-IF
               COMPUTE WS-PERIOD-TO = FUNCTION DATE-OF-INTEGER(
                   FUNCTION INTEGER-OF-DATE(WS-DATE-WORK) - 1)
           END-IF

           MOVE WS-PERIOD-FROM(1:6) TO WS-FROM-MONTH
           MOVE WS-PERIOD-TO(1:6) TO WS-TO-MONTH
           IF WS-PERIOD-FROM > WS-PERIOD-TO
                   OR WS-PERIOD-FROM(5:2) < '01'
                   OR WS-PERIOD-FROM(5:2) > '12'
                   OR WS-PERIOD-TO(5:2) < '01'
                   OR WS-PERIOD-TO(5:2) > '12'
               DISPLAY 'ERROR: AUDIT PERIOD ' WS-PERIOD-FROM ' - '
                   WS-PERIOD-TO ' IS NOT A VALID RANGE'
               MOVE 8 TO WS-RETURN-CODE
               GO TO 000-INITIALIZE-EXIT
           END-IF

           MOVE WS-FROM-MONTH TO WS-THIS-MONTH
           PERFORM UNTIL WS-THIS-MONTH > WS-TO-MONTH
                   OR WS-MONTH-COUNT = 36
               ADD 1 TO WS-MONTH-COUNT
               INITIALIZE MN-ENTRY(WS-MONTH-COUNT)
               MOVE WS-THIS-MONTH TO MN-MONTH(WS-MONTH-COUNT)
               IF WS-THIS-MONTH(5:2) = '12'
                   COMPUTE WS-THIS-MONTH = WS-THIS-MONTH + 89
               ELSE
                   ADD 1 TO WS-THIS-MONTH
               END-IF
           END-PERFORM
           IF WS-THIS-MONTH NOT > WS-TO-MONTH
               DISPLAY 'ERROR: AUDIT PERIOD ' WS-PERIOD-FROM ' - '
                   WS-PERIOD-TO ' IS LONGER THAN 36 MONTHS'
               MOVE 8 TO WS-RETURN-CODE
               GO TO 000-INITIALIZE-EXIT
           END-IF

           DISPLAY 'AUDIT PERIOD:    ' WS-PERIOD-FROM ' - '
               WS-PERIOD-TO ' (' WS-MONTH-COUNT ' MONTHS)'

           OPEN INPUT REPORT-ARCHIVE-FILE
           IF RARC-FILE-OK
               SET RARC-IS-OPEN TO TRUE
           ELSE
               DISPLAY 'WARNING: FIBRARC NOT AVAILABLE - STATUS '
                   WS-RARC-FILE-STATUS ' - NO REPORT COPIES IN THE '
                   'PACK'
           END-IF.

       000-INITIALIZE-EXIT.
           EXIT.

      * Only the control programs' runs of the period are kept
       100-LOAD-TELEMETRY.
           OPEN INPUT PERF-HISTORY-FILE
           IF NOT PERF-FILE-OK
               DISPLAY 'WARNING: FIBPERF NOT AVAILABLE - STATUS '
                   WS-PERF-FILE-STATUS
               GO TO 100-LOAD-TELEMETRY-END
           END-IF
           SET PERF-AVAILABLE TO TRUE

           MOVE 'N' TO WS-EOF-SW
           PERFORM UNTIL INPUT-EOF-REACHED
               READ PERF-HISTORY-FILE
                   AT END
                       SET INPUT-EOF-REACHED TO TRUE
                   NOT AT END
                       IF PRF-RUN-DATE NOT < WS-PERIOD-FROM
                               AND PRF-RUN-DATE NOT > WS-PERIOD-TO
                               AND (PRF-PROGRAM = 'FIBSEALV'
                                 OR PRF-PROGRAM = 'FIBACRPT'
                                 OR PRF-PROGRAM = 'FIBSCORE'
                                 OR PRF-PROGRAM = 'FIBBAL  '
                                 OR PRF-PROGRAM = 'FIBCLOSE')
                           PERFORM 110-ADD-RUN
                       END-IF
               END-READ
           END-PERFORM

           CLOSE PERF-HISTORY-FILE.

       100-LOAD-TELEMETRY-END.
           DISPLAY 'CONTROL RUNS ON FIBPERF: ' WS-RUN-COUNT.

       110-ADD-RUN.
           IF WS-RUN-COUNT = 2000
               ADD 1 TO WS-DROPPED-COUNT
           ELSE
               ADD 1 TO WS-RUN-COUNT
               MOVE PRF-PROGRAM TO PF-PROGRAM(WS-RUN-COUNT)
               MOVE PRF-RUN-DATE TO PF-RUN-DATE(WS-RUN-COUNT)
               MOVE PRF-END-STAMP(1:8) TO PF-END-DATE(WS-RUN-COUNT)
               MOVE PRF-RETURN-CODE TO PF-RETURN-CODE(WS-RUN-COUNT)
           END-IF.

       150-LOAD-CLOSES.
           OPEN INPUT PERIOD-HISTORY-FILE
           IF NOT CTLH-FILE-OK
               DISPLAY 'WARNING: FIBCTLH NOT AVAILABLE - STATUS '
                   WS-CTLH-FILE-STATUS
               GO TO 150-LOAD-CLOSES-END
           END-IF
           SET CTLH-AVAILABLE TO TRUE

           MOVE 'N' TO WS-EOF-SW
           PERFORM UNTIL INPUT-EOF-REACHED
               READ PERIOD-HISTORY-FILE
                   AT END
                       SET INPUT-EOF-REACHED TO TRUE
                   NOT AT END
                       IF CTLH-CLOSE-DATE NOT < WS-PERIOD-FROM
                               AND CTLH-CLOSE-DATE NOT > WS-PERIOD-TO
                           IF WS-CLOSE-COUNT = 100
                               ADD 1 TO WS-DROPPED-COUNT
                           ELSE
                               ADD 1 TO WS-CLOSE-COUNT
                               MOVE CTLH-PERIOD-ID
                                   TO CL-PERIOD-ID(WS-CLOSE-COUNT)
                               MOVE CTLH-CLOSE-DATE
                                   TO CL-CLOSE-DATE(WS-CLOSE-COUNT)
                               MOVE CTLH-CLOSING-SUM
                                   TO CL-CLOSING-SUM(WS-CLOSE-COUNT)
                               MOVE CTLH-RUN-COUNT
                                   TO CL-RUN-COUNT(WS-CLOSE-COUNT)
                           END-IF
                       END-IF
               END-READ
           END-PERFORM

           CLOSE PERIOD-HISTORY-FILE.

       150-LOAD-CLOSES-END.
           DISPLAY 'CONTROL-TOTAL CLOSES:    ' WS-CLOSE-COUNT.

      ******************************************************************
      * DESTRUCT - every certificate of the period is evidence; an
      * archive generation catalogued in the period with no
      * certificate naming it is a purge nobody certified
      ******************************************************************
       200-DESTRUCTION-CONTROL.
           MOVE 'DESTRUCT' TO WS-CUR-CONTROL

           OPEN INPUT ARCHIVE-CATALOG-FILE
           IF CAT-FILE-OK
               MOVE 'N' TO WS-EOF-SW
               PERFORM UNTIL INPUT-EOF-REACHED
                   READ ARCHIVE-CATALOG-FILE
                       AT END
                           SET INPUT-EOF-REACHED TO TRUE
                       NOT AT END
                           IF CAT-CREATE-DATE NOT < WS-PERIOD-FROM
                                 AND CAT-CREATE-DATE
                                     NOT > WS-PERIOD-TO
                                 AND WS-CAT-COUNT < 500
                               ADD 1 TO WS-CAT-COUNT
                               MOVE CAT-GENERATION-ID
                                   TO CA-GENERATION-ID(WS-CAT-COUNT)
                               MOVE CAT-CREATE-DATE
                                   TO CA-CREATE-DATE(WS-CAT-COUNT)
                               MOVE 'N'
                                   TO CA-CERTIFIED-SW(WS-CAT-COUNT)
                           END-IF
                   END-READ
               END-PERFORM
               CLOSE ARCHIVE-CATALOG-FILE
           ELSE
               MOVE WS-PERIOD-FROM TO WS-NEW-DATE
               MOVE 'FIBACAT NOT AVAILABLE - PURGES CANNOT BE LISTED'
                   TO WS-NEW-TEXT
               PERFORM 620-ADD-GAP
           END-IF

           OPEN INPUT DESTRUCTION-CERT-FILE
           IF NOT DCRT-FILE-OK
               MOVE WS-PERIOD-FROM TO WS-NEW-DATE
               MOVE 'FIBDCERT NOT AVAILABLE - NO CERTIFICATES'
                   TO WS-NEW-TEXT
               PERFORM 620-ADD-GAP
               GO TO 200-DESTRUCTION-CONTROL-EXIT
           END-IF

           MOVE 'N' TO WS-EOF-SW
           PERFORM UNTIL INPUT-EOF-REACHED
               READ DESTRUCTION-CERT-FILE
                   AT END
                       SET INPUT-EOF-REACHED TO TRUE
                   NOT AT END
                       PERFORM 210-NOTE-CERTIFICATE
               END-READ
           END-PERFORM
           CLOSE DESTRUCTION-CERT-FILE

           PERFORM VARYING WS-CAT-IDX FROM 1 BY 1
                     UNTIL WS-CAT-IDX > WS-CAT-COUNT
               IF CA-CERTIFIED-SW(WS-CAT-IDX) = 'N'
                   MOVE CA-CREATE-DATE(WS-CAT-IDX) TO WS-NEW-DATE
                   MOVE SPACES TO WS-NEW-TEXT
                   STRING 'PURGE TO FIBARCH GENERATION '
                          CA-GENERATION-ID(WS-CAT-IDX)
                          ' HAS NO CERTIFICATE'
                       DELIMITED BY SIZE
                       INTO WS-NEW-TEXT
                   END-STRING
                   PERFORM 620-ADD-GAP
               END-IF
           END-PERFORM.

       200-DESTRUCTION-CONTROL-EXIT.
           EXIT.

      * Certificates are matched to the catalog whatever their
      * date; only those of the period are listed. An archive-tier
      * certificate records a generation's expiry, not its purge.
       210-NOTE-CERTIFICATE.
           PERFORM VARYING WS-CAT-IDX FROM 1 BY 1
                     UNTIL WS-CAT-IDX > WS-CAT-COUNT
               IF CA-GENERATION-ID(WS-CAT-IDX) = DCERT-GENERATION-ID
                       AND DCERT-HISTORY-TIER
                   MOVE 'Y' TO CA-CERTIFIED-SW(WS-CAT-IDX)
               END-IF
           END-PERFORM

           IF DCERT-CERT-DATE NOT < WS-PERIOD-FROM
                   AND DCERT-CERT-DATE NOT > WS-PERIOD-TO
               INITIALIZE WS-NEW-ENTRY
               MOVE DCERT-CERT-DATE TO WS-NEW-DATE
               MOVE 'PROD.ADVFIBB.FIBDCERT' TO WS-NEW-DATASET
               MOVE SPACES TO WS-NEW-GENERATION
               STRING 'G' DCERT-GENERATION-ID
                   DELIMITED BY SIZE
                   INTO WS-NEW-GENERATION
               END-STRING
               MOVE DCERT-TOTAL-PURGED TO WS-EDIT-COUNT
               IF DCERT-ARCHIVE-TIER
                   STRING 'EXPIRED ' WS-EDIT-COUNT ' ROWS, RUNS '
                          DCERT-LOW-RUN-DATE '-' DCERT-HIGH-RUN-DATE
                       DELIMITED BY SIZE
                       INTO WS-NEW-TEXT
                   END-STRING
               ELSE
                   STRING WS-EDIT-COUNT ' ROWS, RUNS '
                          DCERT-LOW-RUN-DATE '-' DCERT-HIGH-RUN-DATE
                       DELIMITED BY SIZE
                       INTO WS-NEW-TEXT
                   END-STRING
               END-IF
               PERFORM 610-ADD-INDEX-ENTRY
           END-IF.

      ******************************************************************
      * A control evidenced by its runs on FIBPERF: every run of
      * WS-CUR-PROGRAM is an entry with its report copy; a monthly
      * control with no run in a month has a gap for the month
      ******************************************************************
       300-REPORT-CONTROL.
           IF NOT PERF-AVAILABLE
               MOVE WS-PERIOD-FROM TO WS-NEW-DATE
               MOVE SPACES TO WS-NEW-TEXT
               STRING 'FIBPERF NOT AVAILABLE - NO ' WS-CUR-PROGRAM
                      ' RUNS CAN BE SHOWN'
                   DELIMITED BY SIZE
                   INTO WS-NEW-TEXT
               END-STRING
               PERFORM 620-ADD-GAP
               GO TO 300-REPORT-CONTROL-EXIT
           END-IF

           PERFORM 310-LIST-ONE-RUN
               VARYING WS-RUN-IDX FROM 1 BY 1
                 UNTIL WS-RUN-IDX > WS-RUN-COUNT

           IF MONTHLY-CONTROL
               PERFORM 320-CHECK-ONE-MONTH
                   VARYING WS-MONTH-IDX FROM 1 BY 1
                     UNTIL WS-MONTH-IDX > WS-MONTH-COUNT
           END-IF.

       300-REPORT-CONTROL-EXIT.
           EXIT.

       310-LIST-ONE-RUN.
           IF PF-PROGRAM(WS-RUN-IDX) = WS-CUR-PROGRAM
               INITIALIZE WS-NEW-ENTRY
               MOVE PF-RUN-DATE(WS-RUN-IDX) TO WS-NEW-DATE
               MOVE WS-CUR-DATASET TO WS-NEW-DATASET
               MOVE '-' TO WS-NEW-GENERATION
               PERFORM 330-DESCRIBE-OUTCOME
               MOVE WS-CUR-PROGRAM TO WS-NEW-WH-SECTION
               MOVE PF-END-DATE(WS-RUN-IDX) TO WS-PROBE-DATE
               PERFORM 650-PROBE-WAREHOUSE
                   THRU 650-PROBE-WAREHOUSE-EXIT
               IF WS-PROBE-LINES = ZERO
                       AND PF-RUN-DATE(WS-RUN-IDX)
                           NOT = PF-END-DATE(WS-RUN-IDX)
                   MOVE PF-RUN-DATE(WS-RUN-IDX) TO WS-PROBE-DATE
                   PERFORM 650-PROBE-WAREHOUSE
                       THRU 650-PROBE-WAREHOUSE-EXIT
               END-IF
               MOVE WS-PROBE-DATE TO WS-NEW-WH-DATE
               MOVE WS-PROBE-LINES TO WS-NEW-WH-LINES
               PERFORM 610-ADD-INDEX-ENTRY
               IF WS-PROBE-LINES = ZERO
                   MOVE PF-RUN-DATE(WS-RUN-IDX) TO WS-NEW-DATE
                   MOVE SPACES TO WS-NEW-TEXT
                   STRING WS-CUR-PROGRAM ' REPORT OF THIS RUN IS NOT '
                          'IN THE FIBRARC WAREHOUSE'
                       DELIMITED BY SIZE
                       INTO WS-NEW-TEXT
                   END-STRING
                   PERFORM 620-ADD-GAP
               END-IF
           END-IF.

       320-CHECK-ONE-MONTH.
           MOVE 'N' TO WS-FOUND-SW
           PERFORM VARYING WS-RUN-IDX FROM 1 BY 1
                     UNTIL WS-RUN-IDX > WS-RUN-COUNT
                           OR ENTRY-FOUND
               IF PF-PROGRAM(WS-RUN-IDX) = WS-CUR-PROGRAM
                       AND PF-RUN-DATE(WS-RUN-IDX)(1:6)
                           = MN-MONTH(WS-MONTH-IDX)
                   SET ENTRY-FOUND TO TRUE
               END-IF
           END-PERFORM
           IF NOT ENTRY-FOUND
               COMPUTE WS-NEW-DATE = MN-MONTH(WS-MONTH-IDX) * 100 + 1
               MOVE SPACES TO WS-NEW-TEXT
               STRING 'NO ' WS-CUR-PROGRAM ' RUN IN MONTH '
                      MN-MONTH(WS-MONTH-IDX)
                   DELIMITED BY SIZE
                   INTO WS-NEW-TEXT
               END-STRING
               PERFORM 620-ADD-GAP
           END-IF.

      * What the return code means for each control program
       330-DESCRIBE-OUTCOME.
           EVALUATE TRUE
               WHEN WS-CUR-PROGRAM = 'FIBSEALV'
                       AND PF-RETURN-CODE(WS-RUN-IDX) = ZERO
                   MOVE 'CHAINS INTACT' TO WS-OUTCOME-WORD
               WHEN WS-CUR-PROGRAM = 'FIBSEALV'
                       AND PF-RETURN-CODE(WS-RUN-IDX) = 8
                   MOVE 'CHAIN BREAK FOUND' TO WS-OUTCOME-WORD
               WHEN WS-CUR-PROGRAM = 'FIBSCORE'
                       AND PF-RETURN-CODE(WS-RUN-IDX) = ZERO
                   MOVE 'ALL RUNS GRADED A' TO WS-OUTCOME-WORD
               WHEN WS-CUR-PROGRAM = 'FIBSCORE'
                       AND PF-RETURN-CODE(WS-RUN-IDX) = 4
                   MOVE 'F OR I GRADES' TO WS-OUTCOME-WORD
               WHEN WS-CUR-PROGRAM = 'FIBBAL  '
                       AND PF-RETURN-CODE(WS-RUN-IDX) = ZERO
                   MOVE 'BALANCED' TO WS-OUTCOME-WORD
               WHEN WS-CUR-PROGRAM = 'FIBBAL  '
                       AND PF-RETURN-CODE(WS-RUN-IDX) = 8
                   MOVE 'DRIFT - CLOSE HELD' TO WS-OUTCOME-WORD
               WHEN PF-RETURN-CODE(WS-RUN-IDX) = ZERO
                   MOVE 'COMPLETED' TO WS-OUTCOME-WORD
               WHEN OTHER
                   MOVE 'ENDED IN ERROR' TO WS-OUTCOME-WORD
           END-EVALUATE
           MOVE SPACES TO WS-NEW-TEXT
           STRING WS-OUTCOME-WORD DELIMITED BY '  '
                  ' (RC ' PF-RETURN-CODE(WS-RUN-IDX) ')'
                      DELIMITED BY SIZE
               INTO WS-NEW-TEXT
           END-STRING.

      ******************************************************************
      * SECADMIN - one entry per month of FIBAUTHA changes; a change
      * applied with no approver and a break-glass grant with no
      * review on file are gaps
      ******************************************************************
       400-SECURITY-CONTROL.
           MOVE 'SECADMIN' TO WS-CUR-CONTROL
           OPEN INPUT AUTH-AUDIT-FILE
           IF NOT AAUD-FILE-OK
               MOVE WS-PERIOD-FROM TO WS-NEW-DATE
               MOVE 'FIBAUTHA NOT AVAILABLE - NO SECURITY CHANGES'
                   TO WS-NEW-TEXT
               PERFORM 620-ADD-GAP
               GO TO 400-SECURITY-CONTROL-EXIT
           END-IF

           MOVE 'N' TO WS-EOF-SW
           PERFORM UNTIL INPUT-EOF-REACHED
               READ AUTH-AUDIT-FILE
                   AT END
                       SET INPUT-EOF-REACHED TO TRUE
                   NOT AT END
                       PERFORM 410-NOTE-AUTH-CHANGE
                           THRU 410-NOTE-AUTH-CHANGE-EXIT
               END-READ
           END-PERFORM
           CLOSE AUTH-AUDIT-FILE

           PERFORM VARYING WS-MONTH-IDX FROM 1 BY 1
                     UNTIL WS-MONTH-IDX > WS-MONTH-COUNT
               INITIALIZE WS-NEW-ENTRY
               COMPUTE WS-NEW-DATE = MN-MONTH(WS-MONTH-IDX) * 100 + 1
               MOVE 'PROD.ADVFIBB.FIBAUTHA' TO WS-NEW-DATASET
               MOVE '-' TO WS-NEW-GENERATION
               STRING 'APPL ' MN-APPLIED(WS-MONTH-IDX)
                      ' PEND ' MN-PENDING(WS-MONTH-IDX)
                      ' DENY ' MN-DENIED(WS-MONTH-IDX)
                      ' SOD ' MN-REFUSED(WS-MONTH-IDX)
                   DELIMITED BY SIZE
                   INTO WS-NEW-TEXT
               END-STRING
               PERFORM 610-ADD-INDEX-ENTRY
               IF MN-NO-APPROVER(WS-MONTH-IDX) > ZERO
                   MOVE MN-LAST-UNAPPROVED(WS-MONTH-IDX) TO WS-NEW-DATE
                   MOVE SPACES TO WS-NEW-TEXT
                   STRING MN-NO-APPROVER(WS-MONTH-IDX)
                          ' CHANGE(S) IN ' MN-MONTH(WS-MONTH-IDX)
                          ' APPLIED WITH NO APPROVER'
                       DELIMITED BY SIZE
                       INTO WS-NEW-TEXT
                   END-STRING
                   PERFORM 620-ADD-GAP
               END-IF
           END-PERFORM

           PERFORM VARYING WS-GRANT-IDX FROM 1 BY 1
                     UNTIL WS-GRANT-IDX > WS-GRANT-COUNT
               IF GR-REVIEWED-SW(WS-GRANT-IDX) = 'N'
                   MOVE GR-GRANT-STAMP(WS-GRANT-IDX)(1:8)
                       TO WS-NEW-DATE
                   MOVE SPACES TO WS-NEW-TEXT
                   STRING 'BREAK-GLASS GRANT TO '
                          GR-TARGET-USERID(WS-GRANT-IDX)
                          ' NEVER REVIEWED'
                       DELIMITED BY SIZE
                       INTO WS-NEW-TEXT
                   END-STRING
                   PERFORM 620-ADD-GAP
               END-IF
           END-PERFORM.

       400-SECURITY-CONTROL-EXIT.
           EXIT.

      * A review may follow its grant past the end of the period,
      * so the whole trail is read
       410-NOTE-AUTH-CHANGE.
           IF AA-ACTION = 'W'
               PERFORM VARYING WS-GRANT-IDX FROM 1 BY 1
                         UNTIL WS-GRANT-IDX > WS-GRANT-COUNT
                   IF GR-TARGET-USERID(WS-GRANT-IDX) = AA-TARGET-USERID
                           AND GR-GRANT-STAMP(WS-GRANT-IDX)
                               = AA-BG-GRANT-STAMP
                       MOVE 'Y' TO GR-REVIEWED-SW(WS-GRANT-IDX)
                   END-IF
               END-PERFORM
           END-IF

           MOVE ZERO TO WS-MONTH-SLOT
           PERFORM VARYING WS-MONTH-IDX FROM 1 BY 1
                     UNTIL WS-MONTH-IDX > WS-MONTH-COUNT
                           OR WS-MONTH-SLOT > ZERO
               IF MN-MONTH(WS-MONTH-IDX) = AA-TIMESTAMP(1:6)
                   MOVE WS-MONTH-IDX TO WS-MONTH-SLOT
               END-IF
           END-PERFORM
           IF WS-MONTH-SLOT = ZERO
                   OR AA-TIMESTAMP(1:8) < WS-PERIOD-FROM
                   OR AA-TIMESTAMP(1:8) > WS-PERIOD-TO
               GO TO 410-NOTE-AUTH-CHANGE-EXIT
           END-IF

           EVALUATE AA-OUTCOME
               WHEN 'A'
                   ADD 1 TO MN-APPLIED(WS-MONTH-SLOT)
               WHEN 'P'
                   ADD 1 TO MN-PENDING(WS-MONTH-SLOT)
               WHEN 'D'
                   ADD 1 TO MN-DENIED(WS-MONTH-SLOT)
               WHEN 'V'
                   ADD 1 TO MN-REFUSED(WS-MONTH-SLOT)
               WHEN OTHER
                   CONTINUE
           END-EVALUATE

           IF AA-OUTCOME = 'A'
                   AND (AA-ACTION = 'A' OR 'C' OR 'R')
                   AND AA-APPROVED-BY = SPACES
               ADD 1 TO MN-NO-APPROVER(WS-MONTH-SLOT)
               MOVE AA-TIMESTAMP(1:8)
                   TO MN-LAST-UNAPPROVED(WS-MONTH-SLOT)
           END-IF

           IF AA-ACTION = 'B'
               IF WS-GRANT-COUNT < 300
                   ADD 1 TO WS-GRANT-COUNT
                   MOVE AA-TARGET-USERID
                       TO GR-TARGET-USERID(WS-GRANT-COUNT)
                   MOVE AA-BG-GRANT-STAMP
                       TO GR-GRANT-STAMP(WS-GRANT-COUNT)
                   MOVE 'N' TO GR-REVIEWED-SW(WS-GRANT-COUNT)
               ELSE
                   ADD 1 TO WS-DROPPED-COUNT
               END-IF
           END-IF.

       410-NOTE-AUTH-CHANGE-EXIT.
           EXIT.

      * A close needs a balanced FIBBAL proof on or before its day
       500-BALANCE-BEFORE-CLOSE.
           PERFORM VARYING WS-CLOSE-IDX FROM 1 BY 1
                     UNTIL WS-CLOSE-IDX > WS-CLOSE-COUNT
               MOVE 'N' TO WS-FOUND-SW
               PERFORM VARYING WS-RUN-IDX FROM 1 BY 1
                         UNTIL WS-RUN-IDX > WS-RUN-COUNT
                   IF PF-PROGRAM(WS-RUN-IDX) = 'FIBBAL  '
                           AND PF-RETURN-CODE(WS-RUN-IDX) = ZERO
                           AND PF-RUN-DATE(WS-RUN-IDX)
                               NOT > CL-CLOSE-DATE(WS-CLOSE-IDX)
                       SET ENTRY-FOUND TO TRUE
                   END-IF
               END-PERFORM
               IF NOT ENTRY-FOUND
                   MOVE CL-CLOSE-DATE(WS-CLOSE-IDX) TO WS-NEW-DATE
                   MOVE SPACES TO WS-NEW-TEXT
                   STRING 'CLOSE OF ' CL-PERIOD-ID(WS-CLOSE-IDX)
                          ' HAS NO BALANCED PROOF BEFORE IT'
                       DELIMITED BY SIZE
                       INTO WS-NEW-TEXT
                   END-STRING
                   PERFORM 620-ADD-GAP
               END-IF
           END-PERFORM.

      ******************************************************************
      * CLOSESTM - each FIBCTLH close, then the FIBCLOSE statement
      * runs; a close with no statement run that day is a gap
      ******************************************************************
       600-CLOSE-CONTROL.
           MOVE 'CLOSESTM' TO WS-CUR-CONTROL
           IF NOT CTLH-AVAILABLE
               MOVE WS-PERIOD-FROM TO WS-NEW-DATE
               MOVE 'FIBCTLH NOT AVAILABLE - CLOSES CANNOT BE LISTED'
                   TO WS-NEW-TEXT
               PERFORM 620-ADD-GAP
           END-IF

           PERFORM VARYING WS-CLOSE-IDX FROM 1 BY 1
                     UNTIL WS-CLOSE-IDX > WS-CLOSE-COUNT
               INITIALIZE WS-NEW-ENTRY
               MOVE CL-CLOSE-DATE(WS-CLOSE-IDX) TO WS-NEW-DATE
               MOVE 'PROD.ADVFIBB.FIBCTLH' TO WS-NEW-DATASET
               MOVE CL-PERIOD-ID(WS-CLOSE-IDX) TO WS-NEW-GENERATION
               MOVE CL-CLOSING-SUM(WS-CLOSE-IDX) TO WS-EDIT-SUM
               MOVE CL-RUN-COUNT(WS-CLOSE-IDX) TO WS-EDIT-COUNT
               STRING 'CLOSED SUM ' WS-EDIT-SUM ' RUNS ' WS-EDIT-COUNT
                   DELIMITED BY SIZE
                   INTO WS-NEW-TEXT
               END-STRING
               PERFORM 610-ADD-INDEX-ENTRY

               MOVE 'N' TO WS-FOUND-SW
               PERFORM VARYING WS-RUN-IDX FROM 1 BY 1
                         UNTIL WS-RUN-IDX > WS-RUN-COUNT
                   IF PF-PROGRAM(WS-RUN-IDX) = 'FIBCLOSE'
                           AND PF-RUN-DATE(WS-RUN-IDX)
                               = CL-CLOSE-DATE(WS-CLOSE-IDX)
                       SET ENTRY-FOUND TO TRUE
                   END-IF
               END-PERFORM
               IF NOT ENTRY-FOUND
                   MOVE CL-CLOSE-DATE(WS-CLOSE-IDX) TO WS-NEW-DATE
                   MOVE SPACES TO WS-NEW-TEXT
                   STRING 'CLOSE OF ' CL-PERIOD-ID(WS-CLOSE-IDX)
                          ' HAS NO FIBCLOSE STATEMENT RUN ON FIBPERF'
                       DELIMITED BY SIZE
                       INTO WS-NEW-TEXT
                   END-STRING
                   PERFORM 620-ADD-GAP
               END-IF
           END-PERFORM

           MOVE 'FIBCLOSE' TO WS-CUR-PROGRAM
           MOVE 'PROD.ADVFIBB.FIBCTLH' TO WS-CUR-DATASET
           MOVE 'N' TO WS-MONTHLY-SW
           PERFORM 300-REPORT-CONTROL THRU 300-REPORT-CONTROL-EXIT.

       610-ADD-INDEX-ENTRY.
           MOVE 'I' TO WS-NEW-TYPE
           MOVE WS-CUR-CONTROL TO WS-NEW-CONTROL
           IF WS-ENTRY-COUNT = 3000
               ADD 1 TO WS-DROPPED-COUNT
           ELSE
               ADD 1 TO WS-ENTRY-COUNT
               MOVE WS-NEW-ENTRY TO EV-ENTRY(WS-ENTRY-COUNT)
               ADD 1 TO WS-INDEX-COUNT
           END-IF.

       620-ADD-GAP.
           MOVE 'G' TO WS-NEW-TYPE
           MOVE WS-CUR-CONTROL TO WS-NEW-CONTROL
           MOVE SPACES TO WS-NEW-DATASET WS-NEW-GENERATION
                          WS-NEW-WH-SECTION
           MOVE ZERO TO WS-NEW-WH-DATE WS-NEW-WH-LINES
           IF WS-ENTRY-COUNT = 3000
               ADD 1 TO WS-DROPPED-COUNT
           ELSE
               ADD 1 TO WS-ENTRY-COUNT
               MOVE WS-NEW-ENTRY TO EV-ENTRY(WS-ENTRY-COUNT)
               ADD 1 TO WS-GAP-COUNT
           END-IF
           IF 4 > WS-RETURN-CODE
               MOVE 4 TO WS-RETURN-CODE
           END-IF.

      * Counts the warehouse lines filed under WS-PROBE-DATE and
      * the entry's section
       650-PROBE-WAREHOUSE.
           MOVE ZERO TO WS-PROBE-LINES
           IF NOT RARC-IS-OPEN
               GO TO 650-PROBE-WAREHOUSE-EXIT
           END-IF
           MOVE WS-PROBE-DATE TO RAR-RUN-DATE
           MOVE WS-NEW-WH-SECTION TO RAR-SECTION
           MOVE ZERO TO RAR-LINE-SEQ
           MOVE 'N' TO WS-SCAN-SW
           START REPORT-ARCHIVE-FILE KEY IS NOT LESS THAN RAR-KEY
               INVALID KEY
                   SET SCAN-DONE TO TRUE
           END-START
           PERFORM UNTIL SCAN-DONE
               READ REPORT-ARCHIVE-FILE NEXT RECORD
                   AT END
                       SET SCAN-DONE TO TRUE
                   NOT AT END
                       IF RAR-RUN-DATE NOT = WS-PROBE-DATE
                               OR RAR-SECTION NOT = WS-NEW-WH-SECTION
                           SET SCAN-DONE TO TRUE
                       ELSE
                           ADD 1 TO WS-PROBE-LINES
                       END-IF
               END-READ
           END-PERFORM.

       650-PROBE-WAREHOUSE-EXIT.
           EXIT.

      ******************************************************************
      * The pack: header, the index and gap records, then the
      * warehouse copy of every report the index names
      ******************************************************************
       700-WRITE-PACK.
           OPEN OUTPUT EVIDENCE-PACK-FILE
           IF NOT EVPK-FILE-OK
               DISPLAY 'ERROR: FIBEVPK CANNOT BE WRITTEN - STATUS '
                   WS-EVPK-FILE-STATUS
               MOVE 8 TO WS-RETURN-CODE
               GO TO 700-WRITE-PACK-EXIT
           END-IF

           PERFORM VARYING WS-ENTRY-IDX FROM 1 BY 1
                     UNTIL WS-ENTRY-IDX > WS-ENTRY-COUNT
               ADD EV-WH-LINES(WS-ENTRY-IDX) TO WS-REPORT-LINES
           END-PERFORM

           MOVE SPACES TO EVIDENCE-PACK-RECORD
           SET EVP-IS-HEADER TO TRUE
           MOVE ZERO TO EVP-ENTRY-NO
           MOVE SPACES TO EVP-CONTROL
           MOVE WS-PERIOD-FROM TO EVH-PERIOD-FROM
           MOVE WS-PERIOD-TO TO EVH-PERIOD-TO
           MOVE WS-NOW-STAMP TO EVH-CREATED-STAMP
           MOVE WS-INDEX-COUNT TO EVH-ENTRY-COUNT
           MOVE WS-GAP-COUNT TO EVH-GAP-COUNT
           MOVE WS-REPORT-LINES TO EVH-REPORT-LINES
           WRITE EVIDENCE-PACK-RECORD

           PERFORM 710-WRITE-INDEX-RECORD
               VARYING WS-ENTRY-IDX FROM 1 BY 1
                 UNTIL WS-ENTRY-IDX > WS-ENTRY-COUNT

           MOVE ZERO TO WS-REPORT-LINES
           PERFORM 720-COPY-REPORT
               THRU 720-COPY-REPORT-EXIT
               VARYING WS-ENTRY-IDX FROM 1 BY 1
                 UNTIL WS-ENTRY-IDX > WS-ENTRY-COUNT

           CLOSE EVIDENCE-PACK-FILE.

       700-WRITE-PACK-EXIT.
           EXIT.

       710-WRITE-INDEX-RECORD.
           MOVE SPACES TO EVIDENCE-PACK-RECORD
           MOVE WS-ENTRY-IDX TO EVP-ENTRY-NO
           MOVE EV-CONTROL(WS-ENTRY-IDX) TO EVP-CONTROL
           IF EV-TYPE(WS-ENTRY-IDX) = 'G'
               SET EVP-IS-GAP TO TRUE
               MOVE EV-DATE(WS-ENTRY-IDX) TO EVG-GAP-DATE
               MOVE EV-TEXT(WS-ENTRY-IDX) TO EVG-GAP-TEXT
           ELSE
               SET EVP-IS-INDEX TO TRUE
               MOVE EV-DATE(WS-ENTRY-IDX) TO EVI-EVIDENCE-DATE
               MOVE EV-DATASET(WS-ENTRY-IDX) TO EVI-DATASET
               MOVE EV-GENERATION(WS-ENTRY-IDX) TO EVI-GENERATION
               MOVE EV-TEXT(WS-ENTRY-IDX) TO EVI-OUTCOME
               MOVE EV-WH-DATE(WS-ENTRY-IDX) TO EVI-WH-DATE
               MOVE EV-WH-SECTION(WS-ENTRY-IDX) TO EVI-WH-SECTION
               MOVE EV-WH-LINES(WS-ENTRY-IDX) TO EVI-WH-LINES
           END-IF
           WRITE EVIDENCE-PACK-RECORD.

       720-COPY-REPORT.
           IF EV-WH-LINES(WS-ENTRY-IDX) = ZERO
               GO TO 720-COPY-REPORT-EXIT
           END-IF
           MOVE EV-WH-DATE(WS-ENTRY-IDX) TO RAR-RUN-DATE
           MOVE EV-WH-SECTION(WS-ENTRY-IDX) TO RAR-SECTION
           MOVE ZERO TO RAR-LINE-SEQ
           MOVE 'N' TO WS-SCAN-SW
           START REPORT-ARCHIVE-FILE KEY IS NOT LESS THAN RAR-KEY
               INVALID KEY
                   SET SCAN-DONE TO TRUE
           END-START
           PERFORM UNTIL SCAN-DONE
               READ REPORT-ARCHIVE-FILE NEXT RECORD
                   AT END
                       SET SCAN-DONE TO TRUE
                   NOT AT END
                       IF RAR-RUN-DATE NOT = EV-WH-DATE(WS-ENTRY-IDX)
                               OR RAR-SECTION
                                   NOT = EV-WH-SECTION(WS-ENTRY-IDX)
                           SET SCAN-DONE TO TRUE
                       ELSE
                           MOVE SPACES TO EVIDENCE-PACK-RECORD
                           SET EVP-IS-REPORT-LINE TO TRUE
                           MOVE WS-ENTRY-IDX TO EVP-ENTRY-NO
                           MOVE EV-CONTROL(WS-ENTRY-IDX) TO EVP-CONTROL
                           MOVE RAR-LINE-SEQ TO EVR-LINE-SEQ
                           MOVE RAR-TEXT TO EVR-TEXT
                           WRITE EVIDENCE-PACK-RECORD
                           ADD 1 TO WS-REPORT-LINES
                       END-IF
               END-READ
           END-PERFORM.

       720-COPY-REPORT-EXIT.
           EXIT.

      ******************************************************************
      * The printed index, control by control
      ******************************************************************
       800-PRINT-INDEX.
           MOVE WS-PERIOD-FROM TO WS-FMT-STAMP-IN(1:8)
           MOVE WS-PERIOD-FROM TO WS-DATE-WORK
           PERFORM 840-FORMAT-DATE
           MOVE WS-FMT-DATE TO RH-PERIOD-FROM
           MOVE WS-PERIOD-TO TO WS-DATE-WORK
           PERFORM 840-FORMAT-DATE
           MOVE WS-FMT-DATE TO RH-PERIOD-TO
           MOVE WS-NOW-STAMP TO WS-FMT-STAMP-IN
           PERFORM 820-FORMAT-STAMP
           MOVE WS-FMT-STAMP TO RH-PRINTED
           WRITE PRINT-RECORD FROM REPORT-HEADING

           PERFORM 810-PRINT-ONE-CONTROL
               VARYING WS-CTL-IDX FROM 1 BY 1
                 UNTIL WS-CTL-IDX > 7

           MOVE SPACES TO PRINT-RECORD
           WRITE PRINT-RECORD
           STRING 'INDEX ENTRIES: ' WS-INDEX-COUNT
                  '  GAPS: ' WS-GAP-COUNT
                  '  REPORT LINES IN THE PACK: ' WS-REPORT-LINES
               DELIMITED BY SIZE
               INTO PRINT-RECORD
           END-STRING
           WRITE PRINT-RECORD.

       810-PRINT-ONE-CONTROL.
           MOVE SPACES TO PRINT-RECORD
           WRITE PRINT-RECORD
           MOVE CT-CONTROL(WS-CTL-IDX) TO CH-CONTROL
           MOVE CT-DESCRIPTION(WS-CTL-IDX) TO CH-DESCRIPTION
           WRITE PRINT-RECORD FROM CONTROL-HEADING
           WRITE PRINT-RECORD FROM ENTRY-HEADING

           MOVE 'N' TO WS-FOUND-SW
           PERFORM VARYING WS-ENTRY-IDX FROM 1 BY 1
                     UNTIL WS-ENTRY-IDX > WS-ENTRY-COUNT
               IF EV-CONTROL(WS-ENTRY-IDX) = CT-CONTROL(WS-CTL-IDX)
                   SET ENTRY-FOUND TO TRUE
                   MOVE EV-DATE(WS-ENTRY-IDX) TO WS-DATE-WORK
                   PERFORM 840-FORMAT-DATE
                   IF EV-TYPE(WS-ENTRY-IDX) = 'G'
                       MOVE WS-ENTRY-IDX TO GL-ENTRY-NO
                       MOVE WS-FMT-DATE TO GL-DATE
                       MOVE EV-TEXT(WS-ENTRY-IDX) TO GL-TEXT
                       WRITE PRINT-RECORD FROM GAP-LINE
                   ELSE
                       MOVE WS-ENTRY-IDX TO EL-ENTRY-NO
                       MOVE WS-FMT-DATE TO EL-DATE
                       MOVE EV-DATASET(WS-ENTRY-IDX) TO EL-DATASET
                       MOVE EV-GENERATION(WS-ENTRY-IDX)
                           TO EL-GENERATION
                       MOVE EV-TEXT(WS-ENTRY-IDX) TO EL-OUTCOME
                       MOVE EV-WH-LINES(WS-ENTRY-IDX) TO EL-WH-LINES
                       WRITE PRINT-RECORD FROM ENTRY-LINE
                   END-IF
               END-IF
           END-PERFORM
           IF NOT ENTRY-FOUND
               MOVE '      NO EVIDENCE IN THE PERIOD' TO PRINT-RECORD
               WRITE PRINT-RECORD
           END-IF.

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
           STRING WS-DATE-WORK(1:4) '-' WS-DATE-WORK(5:2) '-'
                  WS-DATE-WORK(7:2)
               DELIMITED BY SIZE
               INTO WS-FMT-DATE
           END-STRING.

       900-TERMINATE.
           IF RARC-IS-OPEN
               CLOSE REPORT-ARCHIVE-FILE
           END-IF
           CLOSE PRINT-FILE

           IF WS-DROPPED-COUNT > ZERO
               DISPLAY 'WARNING: ' WS-DROPPED-COUNT ' ITEMS OVER THE '
                   'TABLE LIMITS ARE NOT IN THE PACK'
               IF 4 > WS-RETURN-CODE
                   MOVE 4 TO WS-RETURN-CODE
               END-IF
           END-IF

           DISPLAY SPACE
           DISPLAY 'INDEX ENTRIES:           ' WS-INDEX-COUNT
           DISPLAY 'GAPS:                    ' WS-GAP-COUNT
           DISPLAY 'REPORT LINES COPIED:     ' WS-REPORT-LINES
           DISPLAY '   FIBEVPK COMPLETED - RELEASE ' REL-RELEASE-ID
           DISPLAY 'RETURN CODE: ' WS-RETURN-CODE
           MOVE WS-RETURN-CODE TO RETURN-CODE.
