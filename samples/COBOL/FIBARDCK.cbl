      ******************************************************************
      * FIBARDCK is the monthly readability sweep of the FIBARCH
      * archive generations. An unreadable archive tape used to be
      * found only when FIBREST needed it for an auditor, by which
      * time the purged FIBHIST rows and any second copy could be
      * long gone; this sweep proves a rotating share of the
      * generations readable every month, so a bad one is found
      * while it can still be recreated.
      *
      * The set swept each run is every live generation whose last
      * check failed (retried until it passes or is recreated),
      * plus enough of the rest to cover the whole catalog once a
      * CYCLE - the generations never checked first, then those
      * checked longest ago. Expired generations are not swept.
      *
      * Each swept generation is read end to end and:
      *   - its row count and low and high run dates are compared
      *     with the catalog entry,
      *   - every row is decoded the way FIBREST would restore it
      *     into the FIBHIST layout - a row with a non-numeric key,
      *     an impossible run date, a term index no FIBHIST record
      *     type uses, or a non-numeric value in its row type's
      *     numeric fields is counted undecodable.
      * The outcome and the date are recorded on the catalog entry
      * (VERIFIED-DATE and VERIFY-RESULT, with PROVEN-DATE moved on
      * a pass) and the catalog is rewritten to FIBACATN for the
      * JCL to copy back over FIBACAT, the FIBARCON way.
      *
      * VERIFY-RESULT: P readable and agrees with the catalog,
      * U could not be opened or read to the end, R undecodable
      * rows, C row count differs, D run dates differ. Space means
      * never checked.
      *
      * A generation that fails raises a severity-C FIB018
      * exception on FIBEXCP for the FIBEXCPL intake and the
      * FIBEXCW workbench, and pages the operator through FIBALERT
      * and the console the way FIBBRKG does.
      *
      * Each generation is allocated by name when it is opened:
      * the FIBARCV file is given its dataset through the FIBARCV
      * environment variable (DSN(...),SHR), so no FIBARCV DD is
      * coded in the JCL. A DD cannot do the job here: the set
      * swept is chosen from the catalog at run time and changes
      * every month, so there is no fixed list for the JCL to name,
      * and a DD for a generation that has gone missing would fail
      * the whole step at allocation instead of being recorded as
      * unreadable. The catalog generation id is the GDG absolute
      * generation number, as on the FIBAEXP scratch list. If the
      * variable cannot be set the generation is recorded as
      * unreadable with open status 98.
      *
      * PRTOUT carries the coverage report: every live generation
      * with its last check, its outcome, the date it was last
      * proven readable and the days since.
      *
      * SYSIN card (optional): CYCLE in columns 1-8 and the number
      * of months in columns 10-11 (01-60, default 12).
      *
      * RC=4 when a swept generation failed; RC=8 when the catalog
      * cannot be read or FIBACATN cannot be written - nothing is
      * recorded and the catalog is not to be swapped.
      ******************************************************************
       IDENTIFICATION DIVISION.
       PROGRAM-ID. FIBARDCK.
       AUTHOR. Antonio Gibas.
       DATE-WRITTEN. 10-15-2026.
       DATE-COMPILED. 10-15-2026.

      * MODIFICATION HISTORY
      * 10-15-2026  AG  INITIAL VERSION - MONTHLY READABILITY SWEEP
      *                 OF THE FIBARCH ARCHIVE GENERATIONS
      * 10-15-2026  AG  CARRY THE SUITE RELEASE ID ON THE FIBPERF
      *                 RECORD AND THE COMPLETION LINE
      * 10-15-2026  AG  A GENERATION THAT CANNOT BE ALLOCATED IS
      *                 RECORDED AS UNREADABLE (OPEN STATUS 98)
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
           SELECT ARCHIVE-CATALOG-FILE ASSIGN TO "FIBACAT"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-CAT-FILE-STATUS.
           SELECT NEW-CATALOG-FILE ASSIGN TO "FIBACATN"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-NCAT-FILE-STATUS.
           SELECT ARCHIVE-FILE ASSIGN TO "FIBARCV"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-ARCV-FILE-STATUS.
           SELECT EXCEPTION-FILE ASSIGN TO "FIBEXCP"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-EXCP-FILE-STATUS.
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
           05  CAT-VERIFIED-DATE      PIC 9(8).
           05  CAT-VERIFY-RESULT      PIC X.
           05  CAT-PROVEN-DATE        PIC 9(8).
           05  FILLER                 PIC X(2).

       FD  NEW-CATALOG-FILE
           RECORDING MODE IS F.
       01  NEW-CATALOG-RECORD         PIC X(64).

      * The archive generation being swept, in the FIBPURGE/FIBREST
      * row layouts; the parameter-snapshot row sets the 105-byte
      * record length
       FD  ARCHIVE-FILE
           RECORDING MODE IS F.
       01  ARCHIVE-RECORD.
           05  ARCH-RUN-DATE          PIC 9(8).
           05  ARCH-RUN-SEQ           PIC 9(2).
           05  ARCH-TERM-INDEX        PIC 9(4).
           05  ARCH-FIB-NUMBER        PIC 9(18).
           05  ARCH-FIB-STATUS        PIC X.
           05  ARCH-FIB-CATEGORY      PIC 9.
           05  ARCH-ACTUAL-COUNT      PIC 9(4).
           05  ARCH-COUNT-EVEN        PIC 9(3).
           05  ARCH-COUNT-ODD         PIC 9(3).
           05  ARCH-COUNT-PRIME       PIC 9(3).
           05  ARCH-PCT-EVEN          PIC 9(3)V9(2).
           05  ARCH-PCT-ODD           PIC 9(3)V9(2).
           05  ARCH-PCT-PRIME         PIC 9(3)V9(2).
           05  ARCH-SM-FACTOR         PIC 9(9).
           05  ARCH-RESIDUE-FLAG      PIC X.
       01  ARCHIVE-NOTE-RECORD.
           05  FILLER                 PIC X(14).
           05  ARCH-NOTE-USERID       PIC X(8).
           05  ARCH-NOTE-TIMESTAMP    PIC 9(14).
           05  ARCH-NOTE-TEXT         PIC X(50).
       01  ARCHIVE-PARM-RECORD.
           05  FILLER                 PIC X(14).
           05  ARCH-PARM-SEED-1       PIC 9(18).
           05  ARCH-PARM-SEED-2       PIC 9(18).
           05  ARCH-PARM-TERM-COUNT   PIC 9(4).
           05  ARCH-PARM-SMALL-BOUND  PIC 9(13).
           05  ARCH-PARM-MEDIUM-BOUND PIC 9(13).
           05  ARCH-PARM-HUGE-BOUND   PIC 9(13).
           05  ARCH-PARM-NEGA-MODE    PIC X.
           05  ARCH-PARM-SUMMARY-ONLY PIC X.
           05  ARCH-PARM-TRUNC-AVG    PIC X.
           05  ARCH-PARM-PROFILE      PIC X(8).
           05  ARCH-PARM-SEQ-ORDER    PIC 9.
       01  ARCHIVE-WIDE-RECORD.
           05  FILLER                 PIC X(14).
           05  ARCH-WIDE-WORD-2       PIC 9(18).
           05  ARCH-WIDE-WORD-3       PIC 9(18).
           05  ARCH-WIDE-WORD-4       PIC 9(18).
       01  ARCHIVE-RSCORE-RECORD.
           05  FILLER                 PIC X(14).
           05  ARCH-RSC-SCORE         PIC 9(5)V9(2).
           05  ARCH-RSC-SOURCE        PIC X(8).
           05  ARCH-RSC-RECV-STAMP    PIC 9(14).
       01  ARCHIVE-CERT-RECORD.
           05  FILLER                 PIC X(14).
           05  ARCH-CERT-STATUS       PIC X.
               88  ARCH-CERT-VALID        VALUE 'P' 'F'.
           05  ARCH-CERT-TERMS        PIC 9(4).
           05  ARCH-CERT-TIMESTAMP    PIC 9(14).
           05  ARCH-CERT-USERID       PIC X(8).

      * Structured exception record, as ADVFIBB writes it
       FD  EXCEPTION-FILE
           RECORDING MODE IS F.
       01  EXCEPTION-RECORD.
           05  EXC-SEVERITY           PIC X.
           05  EXC-PROGRAM            PIC X(8).
           05  EXC-RUN-DATE           PIC 9(8).
           05  EXC-TERM-INDEX         PIC 9(4).
           05  EXC-MSG-ID             PIC X(8).
           05  EXC-TEXT               PIC X(60).

      * Real-time operator alert record, as ADVFIBB writes it - the
      * automation product pages on a severity-C record
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

       01  WS-CONTROL-CARD.
           05  WS-CC-KEYWORD          PIC X(8).
               88  CC-CYCLE               VALUE 'CYCLE   '.
           05  FILLER                 PIC X.
           05  WS-CC-MONTHS           PIC X(2).
           05  FILLER                 PIC X(69).

       01  WS-FILE-STATUSES.
           05  WS-CARD-FILE-STATUS    PIC XX VALUE SPACES.
               88  CARD-FILE-OK            VALUE '00'.
           05  WS-CAT-FILE-STATUS     PIC XX VALUE SPACES.
               88  CAT-FILE-OK             VALUE '00'.
           05  WS-NCAT-FILE-STATUS    PIC XX VALUE SPACES.
               88  NCAT-FILE-OK            VALUE '00'.
           05  WS-ARCV-FILE-STATUS    PIC XX VALUE SPACES.
               88  ARCV-FILE-OK            VALUE '00'.
               88  ARCV-FILE-EOF           VALUE '10'.
           05  WS-EXCP-FILE-STATUS    PIC XX VALUE SPACES.
               88  EXCP-FILE-OK            VALUE '00'.
               88  EXCP-FILE-NOT-FOUND     VALUE '35'.
           05  WS-ALRT-FILE-STATUS    PIC XX VALUE SPACES.
               88  ALRT-FILE-OK            VALUE '00'.
               88  ALRT-FILE-NOT-FOUND     VALUE '35'.
           05  WS-PRINT-FILE-STATUS   PIC XX VALUE SPACES.
               88  PRINT-FILE-OK           VALUE '00'.

       01  WS-INDICATORS.
           05  WS-CAT-EOF-SW          PIC X VALUE 'N'.
               88  CAT-EOF-REACHED        VALUE 'Y'.
           05  WS-ARCV-EOF-SW         PIC X VALUE 'N'.
               88  ARCV-EOF-REACHED       VALUE 'Y'.
           05  WS-ROW-BAD-SW          PIC X VALUE 'N'.
               88  ROW-IS-BAD             VALUE 'Y'.
           05  WS-EXCP-OPEN-SW        PIC X VALUE 'N'.
               88  EXCP-IS-OPEN           VALUE 'Y'.
           05  WS-PICK-FOUND-SW       PIC X VALUE 'N'.
               88  PICK-FOUND             VALUE 'Y'.

      * The whole catalog, held so the swept entries can be updated
      * in place and every entry written back in its own order
       01  CATALOG-TABLE.
           05  WS-CT-COUNT            PIC 9(4) VALUE ZERO.
           05  CT-ENTRY OCCURS 2000 TIMES.
               10  CT-CATALOG-IMAGE.
                   15  CT-GENERATION-ID   PIC 9(5).
                   15  CT-CREATE-DATE     PIC 9(8).
                   15  CT-LOW-RUN-DATE    PIC 9(8).
                   15  CT-HIGH-RUN-DATE   PIC 9(8).
                   15  CT-ROW-COUNT       PIC 9(7).
                   15  CT-STATUS          PIC X.
                       88  CT-IS-EXPIRED      VALUE 'E'.
                   15  CT-EXPIRED-DATE    PIC X(8).
                   15  CT-VERIFIED-DATE   PIC 9(8).
                   15  CT-VERIFY-RESULT   PIC X.
                       88  CT-NEVER-CHECKED   VALUE SPACE.
                       88  CT-VERIFY-PASSED   VALUE 'P'.
                   15  CT-PROVEN-DATE     PIC 9(8).
                   15  FILLER             PIC X(2).
               10  CT-SWEEP-SW        PIC X.
                   88  CT-IS-SWEPT        VALUE 'Y'.

      * What one pass over a generation found
       01  WS-SWEEP-FINDINGS.
           05  WS-ROWS-READ           PIC 9(7).
           05  WS-BAD-ROWS            PIC 9(7).
           05  WS-FIRST-BAD-ROW       PIC 9(7).
           05  WS-SEEN-LOW-DATE       PIC 9(8).
           05  WS-SEEN-HIGH-DATE      PIC 9(8).
           05  WS-OPEN-STATUS         PIC XX.
           05  WS-READ-STATUS         PIC XX.

       01  WS-CHECK-DATE              PIC 9(8) VALUE ZERO.
       01  FILLER REDEFINES WS-CHECK-DATE.
           05  WS-CHECK-YEAR          PIC 9(4).
           05  WS-CHECK-MONTH         PIC 9(2).
           05  WS-CHECK-DAY           PIC 9(2).

      * Environment variable that allocates the generation to the
      * FIBARCV file when it is opened; putenv keeps the address,
      * so the area stays put and only the number changes
       01  WS-ARCHIVE-ALLOC.
           05  FILLER                 PIC X(12) VALUE 'FIBARCV=DSN('.
           05  FILLER                 PIC X(22) VALUE
               'PROD.ADVFIBB.FIBARCH.G'.
           05  AA-GDG-NUMBER          PIC 9(4).
           05  FILLER                 PIC X(3) VALUE 'V00'.
           05  FILLER                 PIC X(5) VALUE '),SHR'.
           05  FILLER                 PIC X VALUE LOW-VALUE.

       01  WS-FAIL-TEXT               PIC X(60) VALUE SPACES.

       01  WS-ALERT-STAMP.
           05  WS-AS-DATE             PIC 9(8).
           05  WS-AS-TIME             PIC 9(6).

       01  REPORT-LINES.
           05  RPT-HEADER-LINE.
               10  FILLER             PIC X(40) VALUE
                   'FIBARDCK - ARCHIVE READABILITY COVERAGE'.
               10  FILLER             PIC X(6) VALUE ' DATE '.
               10  RH-RUN-DATE        PIC 9(8).
               10  FILLER             PIC X(8) VALUE '  CYCLE '.
               10  RH-CYCLE-MONTHS    PIC Z9.
               10  FILLER             PIC X(7) VALUE ' MONTHS'.
               10  FILLER             PIC X(62) VALUE SPACES.
           05  RPT-COLUMN-LINE.
               10  FILLER             PIC X(46) VALUE
                   ' GEN   LOW RUN   HIGH RUN    ROWS  CHECKED    '.
               10  FILLER             PIC X(40) VALUE
                   'RESULT  PROVEN       DAYS   SWEPT'.
               10  FILLER             PIC X(47) VALUE SPACES.
           05  RPT-GEN-LINE.
               10  FILLER             PIC X VALUE SPACE.
               10  RG-GENERATION-ID   PIC 9(5).
               10  FILLER             PIC X VALUE SPACE.
               10  RG-LOW-RUN-DATE    PIC 9(8).
               10  FILLER             PIC X(2) VALUE SPACES.
               10  RG-HIGH-RUN-DATE   PIC 9(8).
               10  FILLER             PIC X VALUE SPACE.
               10  RG-ROW-COUNT       PIC Z(6)9.
               10  FILLER             PIC X(2) VALUE SPACES.
               10  RG-LAST-CHECK      PIC X(8).
               10  FILLER             PIC X(3) VALUE SPACES.
               10  RG-RESULT          PIC X(6).
               10  FILLER             PIC X(2) VALUE SPACES.
               10  RG-LAST-PROVEN     PIC X(8).
               10  FILLER             PIC X(5) VALUE SPACES.
               10  RG-DAYS-SINCE      PIC X(5).
               10  FILLER             PIC X(2) VALUE SPACES.
               10  RG-SWEPT           PIC X(10).
               10  FILLER             PIC X(49) VALUE SPACES.
           05  RPT-TOTAL-LINE.
               10  RT-LABEL           PIC X(40).
               10  RT-COUNT           PIC ZZZZ9.
               10  FILLER             PIC X(88) VALUE SPACES.

       01  CURRENT-DATE-TIME.
           05  CD-DATE                PIC 9(8).
           05  CD-TIME                PIC 9(6).
           05  FILLER                 PIC X(7).

       77  WS-USERID                  PIC X(8) VALUE SPACES.
       77  WS-CYCLE-MONTHS            PIC 9(2) VALUE 12.
       77  WS-CT-IDX                  PIC 9(4) VALUE ZERO.
       77  WS-PICK-IDX                PIC 9(4) VALUE ZERO.
       77  WS-PICK-DATE               PIC 9(8) VALUE ZERO.
       77  WS-LIVE-COUNT              PIC 9(5) VALUE ZERO.
       77  WS-EXPIRED-COUNT           PIC 9(5) VALUE ZERO.
       77  WS-ROTATION-TARGET         PIC 9(5) VALUE ZERO.
       77  WS-ROTATION-PICKED         PIC 9(5) VALUE ZERO.
       77  WS-RETRY-COUNT             PIC 9(5) VALUE ZERO.
       77  WS-SWEPT-COUNT             PIC 9(5) VALUE ZERO.
       77  WS-PASSED-COUNT            PIC 9(5) VALUE ZERO.
       77  WS-FAILED-COUNT            PIC 9(5) VALUE ZERO.
       77  WS-TOTAL-ROWS-READ         PIC 9(9) VALUE ZERO.
       77  WS-NEVER-PROVEN            PIC 9(5) VALUE ZERO.
       77  WS-FAILING-NOW             PIC 9(5) VALUE ZERO.
       77  WS-OVERDUE-COUNT           PIC 9(5) VALUE ZERO.
       77  WS-CYCLE-DAYS              PIC 9(5) VALUE ZERO.
       77  WS-DAYS-SINCE              PIC 9(5) VALUE ZERO.
       77  WS-DAYS-EDIT               PIC ZZZZ9.
       77  WS-ALLOC-PTR               USAGE POINTER.
       77  WS-PUTENV-RC               PIC S9(9) BINARY VALUE ZERO.
       77  WS-RETURN-CODE             PIC 9(4) VALUE ZERO.

      * Release this program was built for
           COPY FIBRELC.

      * Parameter area for the shared FIBPERFL telemetry logger
           COPY FIBPERFC.

       LINKAGE SECTION.
       01  PARM-INFORMATION.
           05  PARM-LENGTH            PIC S9(4) COMP.
           05  PARM-USERID            PIC X(8).

       PROCEDURE DIVISION USING PARM-INFORMATION.
       MAIN-PROCEDURE.
           PERFORM 000-INITIALIZE
           PERFORM 100-LOAD-CATALOG THRU 100-LOAD-CATALOG-EXIT
           IF WS-RETURN-CODE < 8
               PERFORM 200-SELECT-SWEEP-SET
               PERFORM 300-SWEEP-GENERATIONS
               PERFORM 400-REWRITE-CATALOG
                   THRU 400-REWRITE-CATALOG-EXIT
               PERFORM 500-REPORT-COVERAGE
           END-IF
           PERFORM 900-TERMINATE

           GOBACK.

       000-INITIALIZE.
           MOVE 'FIBARDCK' TO PERF-PROGRAM
           MOVE REL-RELEASE-ID TO PERF-RELEASE-ID
           SET PERF-PHASE-START TO TRUE
           CALL 'FIBPERFL' USING FIBPERF-PARMS

           IF PARM-LENGTH > ZERO
               MOVE PARM-USERID TO WS-USERID
           END-IF
           MOVE FUNCTION CURRENT-DATE TO CURRENT-DATE-TIME

           OPEN INPUT CONTROL-CARD-FILE
           IF CARD-FILE-OK
               READ CONTROL-CARD-FILE INTO WS-CONTROL-CARD
                   AT END
                       CONTINUE
                   NOT AT END
                       IF CC-CYCLE
                           IF WS-CC-MONTHS IS NUMERIC
                                   AND WS-CC-MONTHS > '00'
                                   AND WS-CC-MONTHS NOT > '60'
                               MOVE WS-CC-MONTHS TO WS-CYCLE-MONTHS
                           ELSE
                               DISPLAY 'WARNING: CYCLE MONTHS '
                                   WS-CC-MONTHS ' NOT 01-60 - USING '
                                   'THE DEFAULT'
                               MOVE 4 TO WS-RETURN-CODE
                           END-IF
                       END-IF
               END-READ
               CLOSE CONTROL-CARD-FILE
           END-IF

      * A generation not proven within the cycle (a month's grace
      * allowed) is overdue on the coverage report
           COMPUTE WS-CYCLE-DAYS = (WS-CYCLE-MONTHS + 1) * 31

           SET WS-ALLOC-PTR TO ADDRESS OF WS-ARCHIVE-ALLOC

           DISPLAY '======================================='
           DISPLAY '   FIBARDCK - ARCHIVE READABILITY SWEEP'
           DISPLAY '======================================='
           DISPLAY 'SUBMITTED BY:                     ' WS-USERID
           DISPLAY 'COVERAGE CYCLE (MONTHS):          '
               WS-CYCLE-MONTHS.

      * Entries cataloged before the check fields were carried read
      * them as spaces - never checked, never proven
       100-LOAD-CATALOG.
           OPEN INPUT ARCHIVE-CATALOG-FILE
           IF NOT CAT-FILE-OK
               DISPLAY 'ERROR: FIBACAT NOT AVAILABLE - STATUS '
                   WS-CAT-FILE-STATUS ' - NOTHING SWEPT'
               MOVE 8 TO WS-RETURN-CODE
               GO TO 100-LOAD-CATALOG-EXIT
           END-IF

           PERFORM UNTIL CAT-EOF-REACHED
               READ ARCHIVE-CATALOG-FILE
                   AT END
                       SET CAT-EOF-REACHED TO TRUE
                   NOT AT END
                       IF WS-CT-COUNT < 2000
                           PERFORM 110-KEEP-CATALOG-ENTRY
                       ELSE
                           DISPLAY 'ERROR: OVER 2000 CATALOG ENTRIES'
                               ' - NOTHING SWEPT'
                           MOVE 8 TO WS-RETURN-CODE
                           SET CAT-EOF-REACHED TO TRUE
                       END-IF
               END-READ
           END-PERFORM

           CLOSE ARCHIVE-CATALOG-FILE
           DISPLAY 'CATALOG ENTRIES:                  ' WS-CT-COUNT
           DISPLAY '  LIVE:                           ' WS-LIVE-COUNT
           DISPLAY '  EXPIRED (NOT SWEPT):            '
               WS-EXPIRED-COUNT.

       100-LOAD-CATALOG-EXIT.
           EXIT.

       110-KEEP-CATALOG-ENTRY.
           ADD 1 TO WS-CT-COUNT
           MOVE ARCHIVE-CATALOG-RECORD TO CT-CATALOG-IMAGE(WS-CT-COUNT)
           MOVE 'N' TO CT-SWEEP-SW(WS-CT-COUNT)
           IF CT-VERIFIED-DATE(WS-CT-COUNT) IS NOT NUMERIC
               MOVE ZERO  TO CT-VERIFIED-DATE(WS-CT-COUNT)
               MOVE SPACE TO CT-VERIFY-RESULT(WS-CT-COUNT)
           END-IF
           IF CT-PROVEN-DATE(WS-CT-COUNT) IS NOT NUMERIC
               MOVE ZERO  TO CT-PROVEN-DATE(WS-CT-COUNT)
           END-IF
           IF CT-IS-EXPIRED(WS-CT-COUNT)
               ADD 1 TO WS-EXPIRED-COUNT
           ELSE
               ADD 1 TO WS-LIVE-COUNT
           END-IF.

      * Failed generations are always retried; the rotation then
      * takes a cycle's share of the live generations, the ones
      * never checked and then the ones checked longest ago first
       200-SELECT-SWEEP-SET.
           PERFORM VARYING WS-CT-IDX FROM 1 BY 1
                     UNTIL WS-CT-IDX > WS-CT-COUNT
               IF NOT CT-IS-EXPIRED(WS-CT-IDX)
                       AND NOT CT-NEVER-CHECKED(WS-CT-IDX)
                       AND NOT CT-VERIFY-PASSED(WS-CT-IDX)
                   SET CT-IS-SWEPT(WS-CT-IDX) TO TRUE
                   ADD 1 TO WS-RETRY-COUNT
               END-IF
           END-PERFORM

           COMPUTE WS-ROTATION-TARGET =
               (WS-LIVE-COUNT + WS-CYCLE-MONTHS - 1) / WS-CYCLE-MONTHS

           SET PICK-FOUND TO TRUE
           PERFORM UNTIL WS-ROTATION-PICKED NOT < WS-ROTATION-TARGET
                      OR NOT PICK-FOUND
               PERFORM 210-PICK-NEXT-GENERATION
           END-PERFORM

           DISPLAY 'FAILED LAST TIME - RETRIED:       ' WS-RETRY-COUNT
           DISPLAY 'ROTATION SHARE THIS RUN:          '
               WS-ROTATION-PICKED.

       210-PICK-NEXT-GENERATION.
           MOVE 'N' TO WS-PICK-FOUND-SW
           MOVE ZERO TO WS-PICK-IDX
           MOVE 99999999 TO WS-PICK-DATE
           PERFORM VARYING WS-CT-IDX FROM 1 BY 1
                     UNTIL WS-CT-IDX > WS-CT-COUNT
               IF NOT CT-IS-EXPIRED(WS-CT-IDX)
                       AND NOT CT-IS-SWEPT(WS-CT-IDX)
                       AND CT-VERIFIED-DATE(WS-CT-IDX) < WS-PICK-DATE
                   MOVE WS-CT-IDX TO WS-PICK-IDX
                   MOVE CT-VERIFIED-DATE(WS-CT-IDX) TO WS-PICK-DATE
                   SET PICK-FOUND TO TRUE
               END-IF
           END-PERFORM

           IF PICK-FOUND
               SET CT-IS-SWEPT(WS-PICK-IDX) TO TRUE
               ADD 1 TO WS-ROTATION-PICKED
           END-IF.

       300-SWEEP-GENERATIONS.
           DISPLAY SPACE
           PERFORM VARYING WS-CT-IDX FROM 1 BY 1
                     UNTIL WS-CT-IDX > WS-CT-COUNT
               IF CT-IS-SWEPT(WS-CT-IDX)
                   ADD 1 TO WS-SWEPT-COUNT
                   PERFORM 310-VERIFY-GENERATION
                       THRU 310-VERIFY-GENERATION-EXIT
                   PERFORM 330-JUDGE-GENERATION
               END-IF
           END-PERFORM

           IF EXCP-IS-OPEN
               CLOSE EXCEPTION-FILE
           END-IF.

      * One generation, read end to end under its own dataset name
       310-VERIFY-GENERATION.
           MOVE ZERO TO WS-ROWS-READ
           MOVE ZERO TO WS-BAD-ROWS
           MOVE ZERO TO WS-FIRST-BAD-ROW
           MOVE 99999999 TO WS-SEEN-LOW-DATE
           MOVE ZERO TO WS-SEEN-HIGH-DATE
           MOVE '00' TO WS-OPEN-STATUS
           MOVE '00' TO WS-READ-STATUS

           MOVE CT-GENERATION-ID(WS-CT-IDX)(2:4) TO AA-GDG-NUMBER
           CALL 'putenv' USING BY VALUE WS-ALLOC-PTR
               RETURNING WS-PUTENV-RC
           IF WS-PUTENV-RC NOT = ZERO
               MOVE '98' TO WS-OPEN-STATUS
               GO TO 310-VERIFY-GENERATION-EXIT
           END-IF

           OPEN INPUT ARCHIVE-FILE
           IF NOT ARCV-FILE-OK
               MOVE WS-ARCV-FILE-STATUS TO WS-OPEN-STATUS
               GO TO 310-VERIFY-GENERATION-EXIT
           END-IF

           MOVE 'N' TO WS-ARCV-EOF-SW
           PERFORM UNTIL ARCV-EOF-REACHED
               READ ARCHIVE-FILE
                   AT END
                       SET ARCV-EOF-REACHED TO TRUE
                   NOT AT END
                       ADD 1 TO WS-ROWS-READ
                       PERFORM 320-CHECK-ARCHIVE-ROW
                           THRU 320-CHECK-ARCHIVE-ROW-EXIT
                       IF ROW-IS-BAD
                           ADD 1 TO WS-BAD-ROWS
                           IF WS-FIRST-BAD-ROW = ZERO
                               MOVE WS-ROWS-READ TO WS-FIRST-BAD-ROW
                           END-IF
                       END-IF
               END-READ
               IF NOT ARCV-FILE-OK AND NOT ARCV-FILE-EOF
                   MOVE WS-ARCV-FILE-STATUS TO WS-READ-STATUS
                   SET ARCV-EOF-REACHED TO TRUE
               END-IF
           END-PERFORM

           CLOSE ARCHIVE-FILE
           ADD WS-ROWS-READ TO WS-TOTAL-ROWS-READ.

       310-VERIFY-GENERATION-EXIT.
           EXIT.

      * A row must decode the way FIBREST restores it: numeric key,
      * a real run date, a term index some FIBHIST record type
      * uses, and numbers where that row type carries numbers. The
      * factorization and snapshot-extension rows travel as images
      * and are checked on their key only.
       320-CHECK-ARCHIVE-ROW.
           MOVE 'N' TO WS-ROW-BAD-SW
           IF ARCH-RUN-DATE IS NOT NUMERIC
                   OR ARCH-RUN-SEQ IS NOT NUMERIC
                   OR ARCH-TERM-INDEX IS NOT NUMERIC
               SET ROW-IS-BAD TO TRUE
               GO TO 320-CHECK-ARCHIVE-ROW-EXIT
           END-IF

           MOVE ARCH-RUN-DATE TO WS-CHECK-DATE
           IF WS-CHECK-YEAR < 1900
                   OR WS-CHECK-MONTH < 1 OR WS-CHECK-MONTH > 12
                   OR WS-CHECK-DAY < 1 OR WS-CHECK-DAY > 31
               SET ROW-IS-BAD TO TRUE
               GO TO 320-CHECK-ARCHIVE-ROW-EXIT
           END-IF

           IF ARCH-RUN-DATE < WS-SEEN-LOW-DATE
               MOVE ARCH-RUN-DATE TO WS-SEEN-LOW-DATE
           END-IF
           IF ARCH-RUN-DATE > WS-SEEN-HIGH-DATE
               MOVE ARCH-RUN-DATE TO WS-SEEN-HIGH-DATE
           END-IF

           EVALUATE TRUE
               WHEN ARCH-TERM-INDEX = ZERO
                   IF ARCH-FIB-NUMBER IS NOT NUMERIC
                           OR ARCH-ACTUAL-COUNT IS NOT NUMERIC
                           OR ARCH-COUNT-EVEN IS NOT NUMERIC
                           OR ARCH-COUNT-ODD IS NOT NUMERIC
                           OR ARCH-COUNT-PRIME IS NOT NUMERIC
                           OR ARCH-PCT-EVEN IS NOT NUMERIC
                           OR ARCH-PCT-ODD IS NOT NUMERIC
                           OR ARCH-PCT-PRIME IS NOT NUMERIC
                       SET ROW-IS-BAD TO TRUE
                   END-IF
               WHEN ARCH-TERM-INDEX NOT > 200
               WHEN ARCH-TERM-INDEX NOT < 6000
                       AND ARCH-TERM-INDEX NOT > 6200
                   IF ARCH-FIB-NUMBER IS NOT NUMERIC
                           OR ARCH-FIB-CATEGORY IS NOT NUMERIC
                           OR ARCH-SM-FACTOR IS NOT NUMERIC
                       SET ROW-IS-BAD TO TRUE
                   END-IF
               WHEN ARCH-TERM-INDEX NOT < 5000
                       AND ARCH-TERM-INDEX NOT > 5200
                   IF ARCH-NOTE-TIMESTAMP IS NOT NUMERIC
                       SET ROW-IS-BAD TO TRUE
                   END-IF
               WHEN ARCH-TERM-INDEX > 7000
                       AND ARCH-TERM-INDEX NOT > 7200
                   IF ARCH-WIDE-WORD-2 IS NOT NUMERIC
                           OR ARCH-WIDE-WORD-3 IS NOT NUMERIC
                           OR ARCH-WIDE-WORD-4 IS NOT NUMERIC
                       SET ROW-IS-BAD TO TRUE
                   END-IF
               WHEN ARCH-TERM-INDEX > 8000
                       AND ARCH-TERM-INDEX NOT > 8400
               WHEN ARCH-TERM-INDEX = 9996
                   CONTINUE
               WHEN ARCH-TERM-INDEX = 9997
                   IF ARCH-RSC-SCORE IS NOT NUMERIC
                           OR ARCH-RSC-RECV-STAMP IS NOT NUMERIC
                       SET ROW-IS-BAD TO TRUE
                   END-IF
               WHEN ARCH-TERM-INDEX = 9998
                   IF NOT ARCH-CERT-VALID
                           OR ARCH-CERT-TERMS IS NOT NUMERIC
                           OR ARCH-CERT-TIMESTAMP IS NOT NUMERIC
                       SET ROW-IS-BAD TO TRUE
                   END-IF
               WHEN ARCH-TERM-INDEX = 9999
                   IF ARCH-PARM-SEED-1 IS NOT NUMERIC
                           OR ARCH-PARM-SEED-2 IS NOT NUMERIC
                           OR ARCH-PARM-TERM-COUNT IS NOT NUMERIC
                       SET ROW-IS-BAD TO TRUE
                   END-IF
               WHEN OTHER
                   SET ROW-IS-BAD TO TRUE
           END-EVALUATE.

       320-CHECK-ARCHIVE-ROW-EXIT.
           EXIT.

      * The worst finding decides the outcome recorded: unreadable,
      * then undecodable rows, then the count, then the dates
       330-JUDGE-GENERATION.
           MOVE SPACES TO WS-FAIL-TEXT
           EVALUATE TRUE
               WHEN WS-OPEN-STATUS NOT = '00'
                   MOVE 'U' TO CT-VERIFY-RESULT(WS-CT-IDX)
                   STRING 'GENERATION ' CT-GENERATION-ID(WS-CT-IDX)
                          ' WILL NOT OPEN - STATUS ' WS-OPEN-STATUS
                       DELIMITED BY SIZE
                       INTO WS-FAIL-TEXT
                   END-STRING
               WHEN WS-READ-STATUS NOT = '00'
                   MOVE 'U' TO CT-VERIFY-RESULT(WS-CT-IDX)
                   STRING 'GENERATION ' CT-GENERATION-ID(WS-CT-IDX)
                          ' READ FAILED AFTER ROW ' WS-ROWS-READ
                          ' - ' WS-READ-STATUS
                       DELIMITED BY SIZE
                       INTO WS-FAIL-TEXT
                   END-STRING
               WHEN WS-BAD-ROWS > ZERO
                   MOVE 'R' TO CT-VERIFY-RESULT(WS-CT-IDX)
                   STRING 'GENERATION ' CT-GENERATION-ID(WS-CT-IDX)
                          ' ' WS-BAD-ROWS ' ROWS UNDECODABLE, 1ST '
                          WS-FIRST-BAD-ROW
                       DELIMITED BY SIZE
                       INTO WS-FAIL-TEXT
                   END-STRING
               WHEN WS-ROWS-READ NOT = CT-ROW-COUNT(WS-CT-IDX)
                   MOVE 'C' TO CT-VERIFY-RESULT(WS-CT-IDX)
                   STRING 'GENERATION ' CT-GENERATION-ID(WS-CT-IDX)
                          ' HAS ' WS-ROWS-READ ' ROWS, CATALOG '
                          CT-ROW-COUNT(WS-CT-IDX)
                       DELIMITED BY SIZE
                       INTO WS-FAIL-TEXT
                   END-STRING
               WHEN WS-SEEN-LOW-DATE NOT = CT-LOW-RUN-DATE(WS-CT-IDX)
                 OR WS-SEEN-HIGH-DATE NOT = CT-HIGH-RUN-DATE(WS-CT-IDX)
                   MOVE 'D' TO CT-VERIFY-RESULT(WS-CT-IDX)
                   STRING 'GENERATION ' CT-GENERATION-ID(WS-CT-IDX)
                          ' RUNS ' WS-SEEN-LOW-DATE '-'
                          WS-SEEN-HIGH-DATE ' NOT AS CATALOGED'
                       DELIMITED BY SIZE
                       INTO WS-FAIL-TEXT
                   END-STRING
               WHEN OTHER
                   MOVE 'P' TO CT-VERIFY-RESULT(WS-CT-IDX)
                   MOVE CD-DATE TO CT-PROVEN-DATE(WS-CT-IDX)
           END-EVALUATE
           MOVE CD-DATE TO CT-VERIFIED-DATE(WS-CT-IDX)

           IF CT-VERIFY-PASSED(WS-CT-IDX)
               ADD 1 TO WS-PASSED-COUNT
               DISPLAY 'READABLE:     GENERATION '
                   CT-GENERATION-ID(WS-CT-IDX) ' (RUNS '
                   CT-LOW-RUN-DATE(WS-CT-IDX) ' - '
                   CT-HIGH-RUN-DATE(WS-CT-IDX) ', '
                   WS-ROWS-READ ' ROWS)'
           ELSE
               ADD 1 TO WS-FAILED-COUNT
               DISPLAY 'FAILED:       ' WS-FAIL-TEXT
               PERFORM 340-RAISE-CRITICAL-EXCEPTION
               IF 4 > WS-RETURN-CODE
                   MOVE 4 TO WS-RETURN-CODE
               END-IF
           END-IF.

      * A failed generation is posted to the workbench and pages the
      * operator at once, while its runs can still be recovered
       340-RAISE-CRITICAL-EXCEPTION.
           IF NOT EXCP-IS-OPEN
               OPEN EXTEND EXCEPTION-FILE
               IF EXCP-FILE-NOT-FOUND
                   OPEN OUTPUT EXCEPTION-FILE
               END-IF
               IF EXCP-FILE-OK
                   SET EXCP-IS-OPEN TO TRUE
               ELSE
                   DISPLAY 'WARNING: FIBEXCP NOT AVAILABLE - STATUS '
                       WS-EXCP-FILE-STATUS ' - FAILURE NOT POSTED'
               END-IF
           END-IF

           IF EXCP-IS-OPEN
               MOVE 'C'          TO EXC-SEVERITY
               MOVE 'FIBARDCK'   TO EXC-PROGRAM
               MOVE CD-DATE      TO EXC-RUN-DATE
               MOVE ZERO         TO EXC-TERM-INDEX
               MOVE 'FIB018'     TO EXC-MSG-ID
               MOVE WS-FAIL-TEXT TO EXC-TEXT
               WRITE EXCEPTION-RECORD
           END-IF

           OPEN EXTEND ALERT-FILE
           IF ALRT-FILE-NOT-FOUND
               OPEN OUTPUT ALERT-FILE
           END-IF

           IF ALRT-FILE-OK
               MOVE CD-DATE       TO WS-AS-DATE
               MOVE CD-TIME       TO WS-AS-TIME
               MOVE WS-ALERT-STAMP TO ALR-TIMESTAMP
               MOVE 'FIBARDCK'    TO ALR-PROGRAM
               MOVE 'C'           TO ALR-SEVERITY
               MOVE 'FIB018'      TO ALR-MSG-ID
               MOVE WS-FAIL-TEXT  TO ALR-TEXT
               WRITE ALERT-RECORD
               CLOSE ALERT-FILE
           ELSE
               DISPLAY 'WARNING: FIBALERT NOT AVAILABLE - STATUS '
                   WS-ALRT-FILE-STATUS
           END-IF

           DISPLAY 'OPERATOR ALERT C FIB018 ' WS-FAIL-TEXT
               UPON CONSOLE.

      * Every entry goes back in catalog order with its check fields
       400-REWRITE-CATALOG.
           OPEN OUTPUT NEW-CATALOG-FILE
           IF NOT NCAT-FILE-OK
               DISPLAY 'ERROR: FIBACATN OPEN FAILED - STATUS '
                   WS-NCAT-FILE-STATUS ' - OUTCOMES NOT RECORDED'
               MOVE 8 TO WS-RETURN-CODE
               GO TO 400-REWRITE-CATALOG-EXIT
           END-IF

           PERFORM VARYING WS-CT-IDX FROM 1 BY 1
                     UNTIL WS-CT-IDX > WS-CT-COUNT
               WRITE NEW-CATALOG-RECORD
                   FROM CT-CATALOG-IMAGE(WS-CT-IDX)
           END-PERFORM

           CLOSE NEW-CATALOG-FILE.

       400-REWRITE-CATALOG-EXIT.
           EXIT.

      * Coverage: how long since each live generation was last
      * proven readable, after this run's outcomes
       500-REPORT-COVERAGE.
           OPEN OUTPUT PRINT-FILE
           IF NOT PRINT-FILE-OK
               DISPLAY 'WARNING: PRTOUT NOT AVAILABLE - STATUS '
                   WS-PRINT-FILE-STATUS ' - NO COVERAGE REPORT'
               IF 4 > WS-RETURN-CODE
                   MOVE 4 TO WS-RETURN-CODE
               END-IF
           ELSE
               MOVE CD-DATE TO RH-RUN-DATE
               MOVE WS-CYCLE-MONTHS TO RH-CYCLE-MONTHS
               WRITE PRINT-RECORD FROM RPT-HEADER-LINE
                   AFTER ADVANCING PAGE
               MOVE SPACES TO PRINT-RECORD
               WRITE PRINT-RECORD
               WRITE PRINT-RECORD FROM RPT-COLUMN-LINE

               PERFORM VARYING WS-CT-IDX FROM 1 BY 1
                         UNTIL WS-CT-IDX > WS-CT-COUNT
                   IF NOT CT-IS-EXPIRED(WS-CT-IDX)
                       PERFORM 510-REPORT-ONE-GENERATION
                   END-IF
               END-PERFORM

               MOVE SPACES TO PRINT-RECORD
               WRITE PRINT-RECORD
               MOVE 'LIVE GENERATIONS' TO RT-LABEL
               MOVE WS-LIVE-COUNT TO RT-COUNT
               WRITE PRINT-RECORD FROM RPT-TOTAL-LINE
               MOVE '  SWEPT THIS RUN' TO RT-LABEL
               MOVE WS-SWEPT-COUNT TO RT-COUNT
               WRITE PRINT-RECORD FROM RPT-TOTAL-LINE
               MOVE '  FAILING AT THEIR LAST CHECK' TO RT-LABEL
               MOVE WS-FAILING-NOW TO RT-COUNT
               WRITE PRINT-RECORD FROM RPT-TOTAL-LINE
               MOVE '  NEVER PROVEN READABLE' TO RT-LABEL
               MOVE WS-NEVER-PROVEN TO RT-COUNT
               WRITE PRINT-RECORD FROM RPT-TOTAL-LINE
               MOVE '  NOT PROVEN WITHIN THE CYCLE' TO RT-LABEL
               MOVE WS-OVERDUE-COUNT TO RT-COUNT
               WRITE PRINT-RECORD FROM RPT-TOTAL-LINE
               CLOSE PRINT-FILE
           END-IF

           DISPLAY SPACE
           DISPLAY 'NEVER PROVEN READABLE:            ' WS-NEVER-PROVEN
           DISPLAY 'NOT PROVEN WITHIN THE CYCLE:      '
               WS-OVERDUE-COUNT.

       510-REPORT-ONE-GENERATION.
           MOVE CT-GENERATION-ID(WS-CT-IDX) TO RG-GENERATION-ID
           MOVE CT-LOW-RUN-DATE(WS-CT-IDX)  TO RG-LOW-RUN-DATE
           MOVE CT-HIGH-RUN-DATE(WS-CT-IDX) TO RG-HIGH-RUN-DATE
           MOVE CT-ROW-COUNT(WS-CT-IDX)     TO RG-ROW-COUNT

           IF CT-NEVER-CHECKED(WS-CT-IDX)
               MOVE 'NEVER' TO RG-LAST-CHECK
               MOVE SPACES  TO RG-RESULT
           ELSE
               MOVE CT-VERIFIED-DATE(WS-CT-IDX) TO RG-LAST-CHECK
               EVALUATE TRUE
                   WHEN CT-VERIFY-PASSED(WS-CT-IDX)
                       MOVE 'PASSED' TO RG-RESULT
                   WHEN CT-VERIFY-RESULT(WS-CT-IDX) = 'U'
                       MOVE 'UNREAD' TO RG-RESULT
                   WHEN CT-VERIFY-RESULT(WS-CT-IDX) = 'R'
                       MOVE 'ROWS' TO RG-RESULT
                   WHEN CT-VERIFY-RESULT(WS-CT-IDX) = 'C'
                       MOVE 'COUNT' TO RG-RESULT
                   WHEN OTHER
                       MOVE 'DATES' TO RG-RESULT
               END-EVALUATE
               IF NOT CT-VERIFY-PASSED(WS-CT-IDX)
                   ADD 1 TO WS-FAILING-NOW
               END-IF
           END-IF

           IF CT-PROVEN-DATE(WS-CT-IDX) = ZERO
               MOVE 'NEVER' TO RG-LAST-PROVEN
               MOVE SPACES  TO RG-DAYS-SINCE
               ADD 1 TO WS-NEVER-PROVEN
               ADD 1 TO WS-OVERDUE-COUNT
           ELSE
               MOVE CT-PROVEN-DATE(WS-CT-IDX) TO RG-LAST-PROVEN
               COMPUTE WS-DAYS-SINCE =
                   FUNCTION INTEGER-OF-DATE(CD-DATE)
                   - FUNCTION INTEGER-OF-DATE(CT-PROVEN-DATE(WS-CT-IDX))
               MOVE WS-DAYS-SINCE TO WS-DAYS-EDIT
               MOVE WS-DAYS-EDIT  TO RG-DAYS-SINCE
               IF WS-DAYS-SINCE > WS-CYCLE-DAYS
                   ADD 1 TO WS-OVERDUE-COUNT
               END-IF
           END-IF

           IF CT-IS-SWEPT(WS-CT-IDX)
               MOVE 'SWEPT' TO RG-SWEPT
           ELSE
               MOVE SPACES  TO RG-SWEPT
           END-IF

           WRITE PRINT-RECORD FROM RPT-GEN-LINE.

       900-TERMINATE.
           DISPLAY SPACE
           DISPLAY 'GENERATIONS SWEPT:                ' WS-SWEPT-COUNT
           DISPLAY '  PROVEN READABLE:                ' WS-PASSED-COUNT
           DISPLAY '  FAILED (FIB018 RAISED):         ' WS-FAILED-COUNT
           DISPLAY 'ARCHIVE ROWS READ:                '
               WS-TOTAL-ROWS-READ

           SET PERF-PHASE-END TO TRUE
           MOVE WS-TOTAL-ROWS-READ TO PERF-RECORDS
           MOVE WS-RETURN-CODE TO PERF-RETURN-CODE
           CALL 'FIBPERFL' USING FIBPERF-PARMS

           DISPLAY '   FIBARDCK COMPLETED - RELEASE ' REL-RELEASE-ID
           DISPLAY 'RETURN CODE: ' WS-RETURN-CODE
           MOVE WS-RETURN-CODE TO RETURN-CODE.
