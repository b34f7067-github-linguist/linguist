      ******************************************************************
      * FIBPRMRC reconciles the FIBPRIMC prime catalog with the run
      * history. 856-CATALOG-RUN-PRIMES in ADVFIBB adds to the
      * catalog as runs complete, but FIBFIX corrections, purges,
      * restores and quarantines change the history underneath it
      * and nothing proved the two still agreed. This job walks
      * the detail rows (term index 1-200) of the prior-year
      * partition FIBHISTP, when mounted, and of FIBHIST beside the
      * catalog and reports four kinds of difference:
      *
      *   MISSING FROM CATALOG  a prime-status (P) row whose value
      *                         has no catalog entry
      *   NOT PRIME IN HISTORY  a catalog value no longer on any
      *                         row classified P, current or prior
      *   FIRST RUN GONE        a catalog entry whose
      *                         PRM-FIRST-RUN-DATE is on neither
      *                         FIBHIST nor FIBHISTP
      *   CLASSIFIED NOT PRIME  a catalog value some run stored as
      *                         E or O
      *
      * FIBHIST is searched by its HIST-FIB-NUMBER alternate index;
      * FIBHISTP has none, so the prime values found on it are held
      * in a table during the first pass. The first 100 differences
      * of each kind are listed, the rest counted.
      *
      * A catalog out of balance posts one severity-E FIB011
      * exception to FIBEXCP for the FIBEXCPL intake, and every
      * completed pass appends a file-wide FIBPRMRC outcome to
      * FIBVRFY (P or F, figure the difference count) under the
      * execution date with run sequence zero.
      * RC=8 when FIBPRIMC or FIBHIST cannot be read, RC=4 when the
      * catalog is out of balance or could not be fully verified.
      ******************************************************************
       IDENTIFICATION DIVISION.
       PROGRAM-ID. FIBPRMRC.
       AUTHOR. Antonio Gibas.
       DATE-WRITTEN. 10-15-2026.
       DATE-COMPILED. 10-15-2026.

      * MODIFICATION HISTORY
      * 10-15-2026  AG  INITIAL VERSION - RECONCILE THE FIBPRIMC
      *                 PRIME CATALOG WITH FIBHIST AND FIBHISTP
      * 10-15-2026  AG  CARRY THE SUITE RELEASE ID ON THE FIBPERF
      *                 RECORD AND THE COMPLETION LINE
      ******************************************************************

       ENVIRONMENT DIVISION.
       CONFIGURATION SECTION.
       SOURCE-COMPUTER. IBM-Z.
       OBJECT-COMPUTER. IBM-Z.

       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
           SELECT PRIME-CATALOG-FILE ASSIGN TO "FIBPRIMC"
               ORGANIZATION IS INDEXED
               ACCESS MODE IS DYNAMIC
               RECORD KEY IS PRM-VALUE
               FILE STATUS IS WS-PRIM-FILE-STATUS.
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
           SELECT EXCEPTION-FILE ASSIGN TO "FIBEXCP"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-EXCP-FILE-STATUS.
           SELECT VERIFY-OUTCOME-FILE ASSIGN TO "FIBVRFY"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-VRFY-FILE-STATUS.

       DATA DIVISION.
       FILE SECTION.
       FD  PRIME-CATALOG-FILE.
           COPY FIBPRIMC.

       FD  FIB-HISTORY-FILE.
           COPY FIBHIST.

      * The prior-year partition carries the same layouts; a bare
      * key view is enough here because every record is re-mapped
      * through the shared views after the read
       FD  PRIOR-HISTORY-FILE.
       01  PHIST-RECORD.
           05  PHIST-KEY              PIC X(14).
           05  FILLER                 PIC X(86).

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

       FD  VERIFY-OUTCOME-FILE
           RECORDING MODE IS F.
           COPY FIBVRFYC.

       WORKING-STORAGE SECTION.

       01  WS-FILE-STATUSES.
           05  WS-PRIM-FILE-STATUS    PIC XX VALUE SPACES.
               88  PRIM-FILE-OK            VALUE '00'.
           05  WS-HIST-FILE-STATUS    PIC XX VALUE SPACES.
               88  HIST-FILE-OK            VALUE '00'.
           05  WS-PHIST-FILE-STATUS   PIC XX VALUE SPACES.
               88  PHIST-FILE-OK           VALUE '00'.
           05  WS-EXCP-FILE-STATUS    PIC XX VALUE SPACES.
               88  EXCP-FILE-OK            VALUE '00'.
               88  EXCP-FILE-NOT-FOUND     VALUE '35'.
           05  WS-VRFY-FILE-STATUS    PIC XX VALUE SPACES.
               88  VRFY-FILE-OK            VALUE '00'.
               88  VRFY-FILE-NOT-FOUND     VALUE '35'.

       01  WS-INDICATORS.
           05  WS-EOF-SW              PIC X VALUE 'N'.
               88  END-OF-FILE            VALUE 'Y'.
           05  WS-PRIOR-MOUNTED-SW    PIC X VALUE 'N'.
               88  PRIOR-IS-MOUNTED       VALUE 'Y'.
           05  WS-PRIOR-FULL-SW       PIC X VALUE 'N'.
               88  PRIOR-TABLE-FULL       VALUE 'Y'.
           05  WS-SOURCE-SW           PIC X VALUE SPACE.
               88  SOURCE-IS-PRIOR        VALUE 'P'.
               88  SOURCE-IS-CURRENT      VALUE 'C'.
           05  WS-FOUND-SW            PIC X VALUE 'N'.
               88  PRIME-ROW-FOUND        VALUE 'Y'.
           05  WS-DATE-FOUND-SW       PIC X VALUE 'N'.
               88  FIRST-RUN-DATE-FOUND   VALUE 'Y'.

      * The distinct prime values on the prior-year partition -
      * FIBHISTP has no value index to search
       01  PRIOR-PRIME-TABLE.
           05  WS-PRIOR-COUNT         PIC 9(5) VALUE ZERO.
           05  PRIOR-PRIME-VALUE OCCURS 5000 TIMES
                                      PIC 9(18).

      * A prior-partition key built for a run-date probe
       01  WS-PRIOR-PROBE-KEY.
           05  WS-PPK-RUN-DATE        PIC 9(8).
           05  WS-PPK-RUN-SEQ         PIC 9(2).
           05  WS-PPK-TERM-INDEX      PIC 9(4).

       01  FINDING-COUNTS.
           05  WS-MISSING-COUNT       PIC 9(7) VALUE ZERO.
           05  WS-NOT-PRIME-COUNT     PIC 9(7) VALUE ZERO.
           05  WS-RUN-GONE-COUNT      PIC 9(7) VALUE ZERO.
           05  WS-CLASSIFIED-COUNT    PIC 9(7) VALUE ZERO.
           05  WS-UNVERIFIED-COUNT    PIC 9(7) VALUE ZERO.

       01  WS-EXC-TEXT-BUILD.
           05  FILLER                 PIC X(28)
                              VALUE 'PRIME CATALOG OUT OF BALANCE'.
           05  FILLER                 PIC X(3) VALUE ' - '.
           05  WS-ETB-DIFFERENCES     PIC 9(7).
           05  FILLER                 PIC X(22)
                              VALUE ' DIFFERENCE(S) FOUND  '.

       77  WS-TODAY                   PIC 9(8) VALUE ZERO.
       77  WS-ROW-VALUE               PIC 9(18) VALUE ZERO.
       77  WS-PRIOR-IDX               PIC 9(5) VALUE ZERO.
       77  WS-LAST-DATE-PROBED        PIC 9(8) VALUE ZERO.
       77  WS-LAST-DATE-RESULT        PIC X VALUE 'N'.
       77  WS-TOTAL-DIFFERENCES       PIC 9(7) VALUE ZERO.
       77  WS-PRIOR-ROWS-READ         PIC 9(9) VALUE ZERO.
       77  WS-CURRENT-ROWS-READ       PIC 9(9) VALUE ZERO.
       77  WS-CATALOG-READ            PIC 9(9) VALUE ZERO.
       77  WS-RETURN-CODE             PIC 9(4) VALUE ZERO.

      * Release this program was built for
           COPY FIBRELC.

      * Parameter area for the shared FIBPERFL telemetry logger
           COPY FIBPERFC.

       PROCEDURE DIVISION.
       MAIN-PROCEDURE.
           PERFORM 000-INITIALIZE THRU 000-INITIALIZE-EXIT
           IF WS-RETURN-CODE < 8
               PERFORM 100-WALK-PRIOR-PARTITION
                   THRU 100-WALK-PRIOR-EXIT
               PERFORM 200-WALK-CURRENT-HISTORY
               PERFORM 300-WALK-CATALOG
               PERFORM 400-POST-OUTCOME
           END-IF
           PERFORM 900-TERMINATE

           GOBACK.

       000-INITIALIZE.
           MOVE 'FIBPRMRC' TO PERF-PROGRAM
           MOVE REL-RELEASE-ID TO PERF-RELEASE-ID
           SET PERF-PHASE-START TO TRUE
           CALL 'FIBPERFL' USING FIBPERF-PARMS

           MOVE FUNCTION CURRENT-DATE(1:8) TO WS-TODAY

           DISPLAY '======================================='
           DISPLAY '   FIBPRMRC - PRIME CATALOG RECONCILIATION'
           DISPLAY '======================================='

           OPEN INPUT PRIME-CATALOG-FILE
           IF NOT PRIM-FILE-OK
               DISPLAY 'ERROR: FIBPRIMC NOT AVAILABLE - STATUS '
                   WS-PRIM-FILE-STATUS ' - NOTHING RECONCILED'
               MOVE 8 TO WS-RETURN-CODE
               GO TO 000-INITIALIZE-EXIT
           END-IF

           OPEN INPUT FIB-HISTORY-FILE
           IF NOT HIST-FILE-OK
               DISPLAY 'ERROR: FIBHIST NOT AVAILABLE - STATUS '
                   WS-HIST-FILE-STATUS ' - NOTHING RECONCILED'
               CLOSE PRIME-CATALOG-FILE
               MOVE 8 TO WS-RETURN-CODE
           END-IF.

       000-INITIALIZE-EXIT.
           EXIT.

      * Prior years live on the FIBHISTP partition FIBPARTR rolls
      * off each January; a region without one reconciles the
      * current cluster alone
       100-WALK-PRIOR-PARTITION.
           OPEN INPUT PRIOR-HISTORY-FILE
           IF NOT PHIST-FILE-OK
               DISPLAY 'FIBHISTP NOT MOUNTED - PRIOR YEARS NOT '
                   'COVERED'
               GO TO 100-WALK-PRIOR-EXIT
           END-IF

           SET PRIOR-IS-MOUNTED TO TRUE
           SET SOURCE-IS-PRIOR TO TRUE
           MOVE 'N' TO WS-EOF-SW
           MOVE LOW-VALUES TO PHIST-KEY
           START PRIOR-HISTORY-FILE
               KEY IS NOT LESS THAN PHIST-KEY
               INVALID KEY
                   SET END-OF-FILE TO TRUE
           END-START

           PERFORM UNTIL END-OF-FILE
               READ PRIOR-HISTORY-FILE NEXT RECORD
                   AT END
                       SET END-OF-FILE TO TRUE
                   NOT AT END
      * The longest shared view covers every record type
                       MOVE PHIST-RECORD TO HIST-PARM-RECORD
                       IF HIST-TERM-INDEX > ZERO
                               AND HIST-TERM-INDEX NOT > 200
                           ADD 1 TO WS-PRIOR-ROWS-READ
                           PERFORM 150-CHECK-ONE-ROW
                       END-IF
               END-READ
           END-PERFORM.

       100-WALK-PRIOR-EXIT.
           EXIT.

      * Every detail row is looked up on the catalog: a P row must
      * be there, any other row must not be
       150-CHECK-ONE-ROW.
           MOVE HIST-FIB-NUMBER TO WS-ROW-VALUE
           MOVE WS-ROW-VALUE TO PRM-VALUE
           READ PRIME-CATALOG-FILE
               INVALID KEY
                   IF HIST-FIB-STATUS = 'P'
                       ADD 1 TO WS-MISSING-COUNT
                       IF WS-MISSING-COUNT NOT > 100
                           DISPLAY 'MISSING FROM CATALOG  RUN '
                               HIST-RUN-DATE '/' HIST-RUN-SEQ
                               ' TERM ' HIST-TERM-INDEX
                               ' VALUE ' WS-ROW-VALUE
                       END-IF
                   END-IF
               NOT INVALID KEY
                   IF HIST-FIB-STATUS NOT = 'P'
                       ADD 1 TO WS-CLASSIFIED-COUNT
                       IF WS-CLASSIFIED-COUNT NOT > 100
                           DISPLAY 'CLASSIFIED NOT PRIME  RUN '
                               HIST-RUN-DATE '/' HIST-RUN-SEQ
                               ' TERM ' HIST-TERM-INDEX
                               ' VALUE ' WS-ROW-VALUE
                               ' STATUS ' HIST-FIB-STATUS
                       END-IF
                   END-IF
           END-READ

           IF SOURCE-IS-PRIOR AND HIST-FIB-STATUS = 'P'
               PERFORM 160-HOLD-PRIOR-PRIME
           END-IF.

       160-HOLD-PRIOR-PRIME.
           PERFORM VARYING WS-PRIOR-IDX FROM 1 BY 1
                     UNTIL WS-PRIOR-IDX > WS-PRIOR-COUNT
                           OR PRIOR-PRIME-VALUE(WS-PRIOR-IDX)
                              = WS-ROW-VALUE
               CONTINUE
           END-PERFORM

           IF WS-PRIOR-IDX > WS-PRIOR-COUNT
               IF WS-PRIOR-COUNT < 5000
                   ADD 1 TO WS-PRIOR-COUNT
                   MOVE WS-ROW-VALUE
                       TO PRIOR-PRIME-VALUE(WS-PRIOR-COUNT)
               ELSE
                   SET PRIOR-TABLE-FULL TO TRUE
               END-IF
           END-IF.

       200-WALK-CURRENT-HISTORY.
           SET SOURCE-IS-CURRENT TO TRUE
           MOVE 'N' TO WS-EOF-SW
           MOVE LOW-VALUES TO HIST-KEY
           START FIB-HISTORY-FILE KEY IS NOT LESS THAN HIST-KEY
               INVALID KEY
                   SET END-OF-FILE TO TRUE
           END-START

           PERFORM UNTIL END-OF-FILE
               READ FIB-HISTORY-FILE NEXT RECORD
                   AT END
                       SET END-OF-FILE TO TRUE
                   NOT AT END
                       IF HIST-TERM-INDEX > ZERO
                               AND HIST-TERM-INDEX NOT > 200
                           ADD 1 TO WS-CURRENT-ROWS-READ
                           PERFORM 150-CHECK-ONE-ROW
                       END-IF
               END-READ
           END-PERFORM.

      * Each catalog entry must still be a P row somewhere and its
      * first run must still be on file
       300-WALK-CATALOG.
           MOVE 'N' TO WS-EOF-SW
           MOVE ZERO TO PRM-VALUE
           START PRIME-CATALOG-FILE KEY IS NOT LESS THAN PRM-VALUE
               INVALID KEY
                   SET END-OF-FILE TO TRUE
           END-START

           PERFORM UNTIL END-OF-FILE
               READ PRIME-CATALOG-FILE NEXT RECORD
                   AT END
                       SET END-OF-FILE TO TRUE
                   NOT AT END
                       ADD 1 TO WS-CATALOG-READ
                       PERFORM 310-CONFIRM-PRIME-ROW
                       PERFORM 320-CONFIRM-FIRST-RUN
                           THRU 320-CONFIRM-FIRST-RUN-EXIT
               END-READ
           END-PERFORM.

      * FIBHIST through its value index, then the prior-year table
       310-CONFIRM-PRIME-ROW.
           MOVE 'N' TO WS-FOUND-SW
           MOVE PRM-VALUE TO WS-ROW-VALUE
           MOVE PRM-VALUE TO HIST-FIB-NUMBER
           MOVE 'N' TO WS-EOF-SW
           START FIB-HISTORY-FILE KEY IS EQUAL TO HIST-FIB-NUMBER
               INVALID KEY
                   SET END-OF-FILE TO TRUE
           END-START

           PERFORM UNTIL END-OF-FILE OR PRIME-ROW-FOUND
               READ FIB-HISTORY-FILE NEXT RECORD
                   AT END
                       SET END-OF-FILE TO TRUE
                   NOT AT END
                       IF HIST-FIB-NUMBER NOT = WS-ROW-VALUE
                           SET END-OF-FILE TO TRUE
                       ELSE
                           IF HIST-TERM-INDEX > ZERO
                                   AND HIST-TERM-INDEX NOT > 200
                                   AND HIST-FIB-STATUS = 'P'
                               SET PRIME-ROW-FOUND TO TRUE
                           END-IF
                       END-IF
               END-READ
           END-PERFORM
           MOVE 'N' TO WS-EOF-SW

           IF NOT PRIME-ROW-FOUND
               PERFORM VARYING WS-PRIOR-IDX FROM 1 BY 1
                         UNTIL WS-PRIOR-IDX > WS-PRIOR-COUNT
                               OR PRIME-ROW-FOUND
                   IF PRIOR-PRIME-VALUE(WS-PRIOR-IDX) = WS-ROW-VALUE
                       SET PRIME-ROW-FOUND TO TRUE
                   END-IF
               END-PERFORM
           END-IF

           IF NOT PRIME-ROW-FOUND
               IF PRIOR-TABLE-FULL
                   ADD 1 TO WS-UNVERIFIED-COUNT
               ELSE
                   ADD 1 TO WS-NOT-PRIME-COUNT
                   IF WS-NOT-PRIME-COUNT NOT > 100
                       DISPLAY 'NOT PRIME IN HISTORY  VALUE '
                           PRM-VALUE ' FIRST RUN '
                           PRM-FIRST-RUN-DATE ' TERM '
                           PRM-TERM-INDEX
                   END-IF
               END-IF
           END-IF.

      * Catalog entries arrive in value order, so many share a
      * first run date with the entry before; the last probe is
      * remembered
       320-CONFIRM-FIRST-RUN.
           IF PRM-FIRST-RUN-DATE = WS-LAST-DATE-PROBED
               MOVE WS-LAST-DATE-RESULT TO WS-DATE-FOUND-SW
               GO TO 320-REPORT-FIRST-RUN
           END-IF

           MOVE 'N' TO WS-DATE-FOUND-SW
           MOVE PRM-FIRST-RUN-DATE TO HIST-RUN-DATE
           MOVE ZERO TO HIST-RUN-SEQ
           MOVE ZERO TO HIST-TERM-INDEX
           START FIB-HISTORY-FILE KEY IS NOT LESS THAN HIST-KEY
               INVALID KEY
                   CONTINUE
               NOT INVALID KEY
                   READ FIB-HISTORY-FILE NEXT RECORD
                       AT END
                           CONTINUE
                       NOT AT END
                           IF HIST-RUN-DATE = PRM-FIRST-RUN-DATE
                               SET FIRST-RUN-DATE-FOUND TO TRUE
                           END-IF
                   END-READ
           END-START

           IF NOT FIRST-RUN-DATE-FOUND AND PRIOR-IS-MOUNTED
               MOVE PRM-FIRST-RUN-DATE TO WS-PPK-RUN-DATE
               MOVE ZERO TO WS-PPK-RUN-SEQ
               MOVE ZERO TO WS-PPK-TERM-INDEX
               MOVE WS-PRIOR-PROBE-KEY TO PHIST-KEY
               START PRIOR-HISTORY-FILE
                   KEY IS NOT LESS THAN PHIST-KEY
                   INVALID KEY
                       CONTINUE
                   NOT INVALID KEY
                       READ PRIOR-HISTORY-FILE NEXT RECORD
                           AT END
                               CONTINUE
                           NOT AT END
                               IF PHIST-KEY(1:8) = WS-PPK-RUN-DATE
                                   SET FIRST-RUN-DATE-FOUND TO TRUE
                               END-IF
                       END-READ
               END-START
           END-IF

           MOVE PRM-FIRST-RUN-DATE TO WS-LAST-DATE-PROBED
           MOVE WS-DATE-FOUND-SW   TO WS-LAST-DATE-RESULT.

       320-REPORT-FIRST-RUN.
           IF NOT FIRST-RUN-DATE-FOUND
               ADD 1 TO WS-RUN-GONE-COUNT
               IF WS-RUN-GONE-COUNT NOT > 100
                   DISPLAY 'FIRST RUN GONE        VALUE '
                       PRM-VALUE ' FIRST RUN '
                       PRM-FIRST-RUN-DATE ' TERM ' PRM-TERM-INDEX
               END-IF
           END-IF.

       320-CONFIRM-FIRST-RUN-EXIT.
           EXIT.

      * One file-wide outcome per pass; an exception only when the
      * catalog is out of balance
       400-POST-OUTCOME.
           COMPUTE WS-TOTAL-DIFFERENCES = WS-MISSING-COUNT
               + WS-NOT-PRIME-COUNT + WS-RUN-GONE-COUNT
               + WS-CLASSIFIED-COUNT

           OPEN EXTEND VERIFY-OUTCOME-FILE
           IF VRFY-FILE-NOT-FOUND
               OPEN OUTPUT VERIFY-OUTCOME-FILE
           END-IF
           IF VRFY-FILE-OK
               MOVE WS-TODAY    TO VRF-RUN-DATE
               MOVE ZERO        TO VRF-RUN-SEQ
               MOVE 'FIBPRMRC'  TO VRF-CHECK-ID
               IF WS-TOTAL-DIFFERENCES = ZERO
                   MOVE 'P' TO VRF-OUTCOME
               ELSE
                   MOVE 'F' TO VRF-OUTCOME
               END-IF
               MOVE WS-TOTAL-DIFFERENCES TO VRF-FIGURE
               MOVE FUNCTION CURRENT-DATE(1:14) TO VRF-TIMESTAMP
               WRITE VERIFY-OUTCOME-RECORD
               CLOSE VERIFY-OUTCOME-FILE
           ELSE
               DISPLAY 'WARNING: FIBVRFY NOT AVAILABLE - STATUS '
                   WS-VRFY-FILE-STATUS ' - OUTCOME NOT RECORDED'
           END-IF

           IF WS-TOTAL-DIFFERENCES > ZERO
               OPEN EXTEND EXCEPTION-FILE
               IF EXCP-FILE-NOT-FOUND
                   OPEN OUTPUT EXCEPTION-FILE
               END-IF
               IF EXCP-FILE-OK
                   MOVE 'E'        TO EXC-SEVERITY
                   MOVE 'FIBPRMRC' TO EXC-PROGRAM
                   MOVE WS-TODAY   TO EXC-RUN-DATE
                   MOVE ZERO       TO EXC-TERM-INDEX
                   MOVE 'FIB011'   TO EXC-MSG-ID
                   MOVE WS-TOTAL-DIFFERENCES TO WS-ETB-DIFFERENCES
                   MOVE WS-EXC-TEXT-BUILD TO EXC-TEXT
                   WRITE EXCEPTION-RECORD
                   CLOSE EXCEPTION-FILE
               ELSE
                   DISPLAY 'WARNING: FIBEXCP NOT AVAILABLE - STATUS '
                       WS-EXCP-FILE-STATUS ' - EXCEPTION NOT POSTED'
               END-IF
           END-IF.

       900-TERMINATE.
           IF WS-RETURN-CODE < 8
               CLOSE PRIME-CATALOG-FILE
               CLOSE FIB-HISTORY-FILE
               IF PRIOR-IS-MOUNTED
                   CLOSE PRIOR-HISTORY-FILE
               END-IF

               DISPLAY SPACE
               DISPLAY 'PRIOR-YEAR DETAIL ROWS:    '
                   WS-PRIOR-ROWS-READ
               DISPLAY 'CURRENT DETAIL ROWS:       '
                   WS-CURRENT-ROWS-READ
               DISPLAY 'CATALOG ENTRIES:           ' WS-CATALOG-READ
               DISPLAY 'MISSING FROM CATALOG:      ' WS-MISSING-COUNT
               DISPLAY 'NOT PRIME IN HISTORY:      '
                   WS-NOT-PRIME-COUNT
               DISPLAY 'FIRST RUN GONE:            '
                   WS-RUN-GONE-COUNT
               DISPLAY 'CLASSIFIED NOT PRIME:      '
                   WS-CLASSIFIED-COUNT
               IF PRIOR-TABLE-FULL
                   DISPLAY 'WARNING: MORE THAN 5000 PRIOR-YEAR PRIMES'
                       ' - ' WS-UNVERIFIED-COUNT
                       ' CATALOG VALUE(S) NOT VERIFIED'
               END-IF

               IF WS-TOTAL-DIFFERENCES > ZERO
                       OR WS-UNVERIFIED-COUNT > ZERO
                   MOVE 4 TO WS-RETURN-CODE
                   DISPLAY 'PRIME CATALOG OUT OF BALANCE: '
                       WS-TOTAL-DIFFERENCES ' DIFFERENCE(S)'
               ELSE
                   DISPLAY 'PRIME CATALOG IN BALANCE WITH HISTORY'
               END-IF
           END-IF

           DISPLAY '   FIBPRMRC COMPLETED - RELEASE ' REL-RELEASE-ID
           DISPLAY 'RETURN CODE: ' WS-RETURN-CODE
           SET PERF-PHASE-END TO TRUE
           COMPUTE PERF-RECORDS = WS-PRIOR-ROWS-READ
               + WS-CURRENT-ROWS-READ + WS-CATALOG-READ
           MOVE WS-RETURN-CODE TO PERF-RETURN-CODE
           CALL 'FIBPERFL' USING FIBPERF-PARMS

           MOVE WS-RETURN-CODE TO RETURN-CODE.
