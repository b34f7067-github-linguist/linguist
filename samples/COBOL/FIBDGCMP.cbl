      ******************************************************************
      * FIBDGCMP compares the production and DR site digests of the
      * run history (FIBDGST, one per site, exchanged between the
      * sites) and proves whether the DR FIBHIST is current with
      * production. FIBDRAPL balances each FIBXTRCT generation it
      * applies, but an apply that failed, a FIBFIX correction or a
      * restore never travels through the extracts; this is the
      * check that the two copies actually agree afterwards.
      *
      * Both digests are balanced against their trailers before
      * anything is compared - a digest that is truncated, out of
      * date order, or from the wrong site stops the job. Then the
      * run dates are matched and every date that does not agree
      * is listed:
      *   DIFFERS        - on both sites, but a compared record
      *                    type's row count or hash disagrees (the
      *                    types are listed)
      *   MISSING AT DR  - in production only, older than the
      *                    latest date the DR copy holds
      *   LAGS           - in production only, newer than anything
      *                    the DR copy holds: not applied yet
      *   MISSING AT PROD - on the DR copy only
      * DIFFERS and MISSING dates are each posted to FIBEXCP as a
      * severity-E FIB019 exception for the FIBEXCW workbench.
      *
      * The recovery point is the latest run date both sites agree
      * on; the recovery-point gap is the number of business days
      * (FIBCAL, as FIBCATCH counts them) after it through the
      * latest production run date.
      *
      * The job is the same at either site: point FIBDGPR at the
      * production digest and FIBDGDR at the DR digest.
      *
      * SYSIN cards (all optional, KEYWORD=VALUE from column 1):
      *   FROM=YYYYMMDD   first run date compared (default all) -
      *                   for history one site has purged and the
      *                   other has not yet
      *   TYPES=xxxxxxxxxx the record types compared, any of
      *                   S D L N C P R W X F (default all ten)
      *   LAG=NN          business days the DR copy may trail
      *                   before the job warns (default 01)
      *
      * RC=4 when the recovery-point gap exceeds LAG; RC=8 when a
      * date differs or is missing at either site, or a digest is
      * unusable or a card is in error.
      ******************************************************************
       IDENTIFICATION DIVISION.
       PROGRAM-ID. FIBDGCMP.
       AUTHOR. Antonio Gibas.
       DATE-WRITTEN. 10-15-2026.
       DATE-COMPILED. 10-15-2026.

      * MODIFICATION HISTORY
      * 10-15-2026  AG  INITIAL VERSION - PRODUCTION/DR FIBHIST
      *                 DIGEST COMPARISON AND RECOVERY-POINT GAP
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
           SELECT PROD-DIGEST-FILE ASSIGN TO "FIBDGPR"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-DGPR-FILE-STATUS.
           SELECT DR-DIGEST-FILE ASSIGN TO "FIBDGDR"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-DGDR-FILE-STATUS.
           SELECT CALENDAR-FILE ASSIGN TO "FIBCAL"
               ORGANIZATION IS INDEXED
               ACCESS MODE IS RANDOM
               RECORD KEY IS CAL-DATE
               FILE STATUS IS WS-CAL-FILE-STATUS.
           SELECT EXCEPTION-FILE ASSIGN TO "FIBEXCP"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-EXCP-FILE-STATUS.
           SELECT PRINT-FILE ASSIGN TO "PRTOUT"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-PRINT-FILE-STATUS.

       DATA DIVISION.
       FILE SECTION.
       FD  CONTROL-CARD-FILE
           RECORDING MODE IS F.
       01  CONTROL-CARD-RECORD       PIC X(80).

      * Both digests are read into the FIBDGSTC view in storage
       FD  PROD-DIGEST-FILE
           RECORDING MODE IS F.
       01  PROD-DIGEST-RECORD         PIC X(219).

       FD  DR-DIGEST-FILE
           RECORDING MODE IS F.
       01  DR-DIGEST-RECORD           PIC X(219).

       FD  CALENDAR-FILE.
           COPY FIBCALC.

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

       FD  PRINT-FILE
           RECORDING MODE IS F.
       01  PRINT-RECORD               PIC X(133).

       WORKING-STORAGE SECTION.

       01  WS-FILE-STATUSES.
           05  WS-CARD-FILE-STATUS    PIC XX VALUE SPACES.
               88  CARD-FILE-OK            VALUE '00'.
           05  WS-DGPR-FILE-STATUS    PIC XX VALUE SPACES.
               88  DGPR-FILE-OK            VALUE '00'.
           05  WS-DGDR-FILE-STATUS    PIC XX VALUE SPACES.
               88  DGDR-FILE-OK            VALUE '00'.
           05  WS-CAL-FILE-STATUS     PIC XX VALUE SPACES.
               88  CAL-FILE-OK             VALUE '00'.
           05  WS-EXCP-FILE-STATUS    PIC XX VALUE SPACES.
               88  EXCP-FILE-OK            VALUE '00'.
               88  EXCP-FILE-NOT-FOUND     VALUE '35'.
           05  WS-PRINT-FILE-STATUS   PIC XX VALUE SPACES.
               88  PRINT-FILE-OK           VALUE '00'.

       01  WS-INDICATORS.
           05  WS-CARD-EOF-SW         PIC X VALUE 'N'.
               88  CARD-EOF-REACHED       VALUE 'Y'.
           05  WS-DGST-EOF-SW         PIC X VALUE 'N'.
               88  DGST-EOF-REACHED       VALUE 'Y'.
           05  WS-EXCP-OPEN-SW        PIC X VALUE 'N'.
               88  EXCP-IS-OPEN           VALUE 'Y'.
           05  WS-PRINT-OPEN-SW       PIC X VALUE 'N'.
               88  PRINT-IS-OPEN          VALUE 'Y'.
           05  WS-BUSINESS-SW         PIC X VALUE 'N'.
               88  DAY-IS-BUSINESS-DAY    VALUE 'Y'.

       01  WS-CARD-IMAGE.
           05  WS-CARD-TEXT           PIC X(80).

       01  COMPARE-CONTROLS.
           05  WS-FROM-DATE           PIC 9(8) VALUE ZERO.
           05  WS-LAG-ALLOWED         PIC 9(2) VALUE 1.
           05  WS-TYPES-COMPARED      PIC X(10) VALUE 'SDLNCPRWXF'.
           05  WS-PARSE-VALUE         PIC X(20) VALUE SPACES.
           05  WS-PARSE-NUMBER        PIC 9(8) VALUE ZERO.
           05  WS-PARSE-DATE-PARTS REDEFINES WS-PARSE-NUMBER.
               10  WS-PARSE-YEAR      PIC 9(4).
               10  WS-PARSE-MONTH     PIC 9(2).
               10  WS-PARSE-DAY       PIC 9(2).

      * The record types in digest order, entry n for slot n of
      * the FIBDGSTC detail record; the compare switch is set for
      * each type named on TYPES=
       01  WS-DIGEST-TYPE-VALUES      PIC X(10) VALUE 'SDLNCPRWXF'.
       01  WS-DIGEST-TYPE-TABLE REDEFINES WS-DIGEST-TYPE-VALUES.
           05  WS-DIGEST-TYPE OCCURS 10 TIMES
                                      PIC X.
       01  WS-TYPE-COMPARE-TABLE.
           05  WS-TYPE-COMPARE-SW OCCURS 10 TIMES
                                      PIC X.
               88  TYPE-IS-COMPARED       VALUE 'Y'.

      * Both digests in storage, entry 1 production and entry 2 DR,
      * so neither is compared until both have balanced
       01  SITE-DIGEST-TABLE.
           05  SITE-DIGEST OCCURS 2 TIMES.
               10  SD-EXPECTED-SITE   PIC X(4).
               10  SD-CREATED-STAMP   PIC 9(14).
               10  SD-HEADER-SW       PIC X.
                   88  SD-HEADER-SEEN     VALUE 'Y'.
               10  SD-TRAILER-SW      PIC X.
                   88  SD-TRAILER-SEEN    VALUE 'Y'.
               10  SD-BAD-SW          PIC X.
                   88  SD-IS-BAD          VALUE 'Y'.
               10  SD-DATE-COUNT      PIC 9(5).
               10  SD-ROW-COUNT       PIC 9(9).
               10  SD-HASH-SUM        PIC 9(18).
               10  SD-LAST-RUN-DATE   PIC 9(8).
               10  SD-ENTRY OCCURS 4000 TIMES.
                   15  SD-RUN-DATE    PIC 9(8).
                   15  SD-TYPE-ENTRY OCCURS 10 TIMES.
                       20  SD-TYPE-COUNT PIC 9(5).
                       20  SD-TYPE-HASH  PIC 9(16).

      * What one run date's comparison found
       01  WS-DATE-FINDING.
           05  WS-FINDING             PIC X(15).
           05  WS-FINDING-DATE        PIC 9(8).
           05  WS-PROD-ROWS           PIC 9(7).
           05  WS-DR-ROWS             PIC 9(7).
           05  WS-DIFF-TYPES          PIC X(20).

       01  WS-EXCEPTION-TEXT          PIC X(60) VALUE SPACES.

       01  REPORT-LINES.
           05  RPT-HEADER-LINE.
               10  FILLER             PIC X(40) VALUE
                   'FIBDGCMP - PRODUCTION / DR FIBHIST CURRE'.
               10  FILLER             PIC X(9) VALUE 'NCY  DATE'.
               10  FILLER             PIC X VALUE SPACE.
               10  RH-RUN-DATE        PIC 9(8).
               10  FILLER             PIC X(75) VALUE SPACES.
           05  RPT-DIGEST-LINE.
               10  RD-LABEL           PIC X(20).
               10  FILLER             PIC X(7) VALUE ' BUILT '.
               10  RD-CREATED-STAMP   PIC 9(14).
               10  FILLER             PIC X(8) VALUE '  DATES '.
               10  RD-DATE-COUNT      PIC ZZZZ9.
               10  FILLER             PIC X(7) VALUE '  ROWS '.
               10  RD-ROW-COUNT       PIC Z(8)9.
               10  FILLER             PIC X(8) VALUE '  LATEST'.
               10  FILLER             PIC X VALUE SPACE.
               10  RD-LAST-RUN-DATE   PIC 9(8).
               10  FILLER             PIC X(46) VALUE SPACES.
           05  RPT-SCOPE-LINE.
               10  FILLER             PIC X(16) VALUE
                   'TYPES COMPARED: '.
               10  RS-TYPES           PIC X(10).
               10  FILLER             PIC X(14) VALUE
                   '   FROM DATE: '.
               10  RS-FROM-DATE       PIC X(8).
               10  FILLER             PIC X(14) VALUE
                   '   LAG ALLOWED'.
               10  FILLER             PIC X VALUE SPACE.
               10  RS-LAG-ALLOWED     PIC Z9.
               10  FILLER             PIC X(68) VALUE SPACES.
           05  RPT-COLUMN-LINE.
               10  FILLER             PIC X(40) VALUE
                   ' RUN DATE  FINDING        PROD ROWS   DR'.
               10  FILLER             PIC X(30) VALUE
                   ' ROWS  TYPES DIFFERING'.
               10  FILLER             PIC X(63) VALUE SPACES.
           05  RPT-DATE-LINE.
               10  FILLER             PIC X VALUE SPACE.
               10  RL-RUN-DATE        PIC 9(8).
               10  FILLER             PIC X(2) VALUE SPACES.
               10  RL-FINDING         PIC X(15).
               10  FILLER             PIC X(2) VALUE SPACES.
               10  RL-PROD-ROWS       PIC Z(6)9.
               10  FILLER             PIC X(3) VALUE SPACES.
               10  RL-DR-ROWS         PIC Z(6)9.
               10  FILLER             PIC X(2) VALUE SPACES.
               10  RL-DIFF-TYPES      PIC X(20).
               10  FILLER             PIC X(66) VALUE SPACES.
           05  RPT-TOTAL-LINE.
               10  RT-LABEL           PIC X(40).
               10  RT-COUNT           PIC ZZZZ9.
               10  FILLER             PIC X(88) VALUE SPACES.
           05  RPT-POINT-LINE.
               10  RP-LABEL           PIC X(40).
               10  RP-VALUE           PIC X(8).
               10  FILLER             PIC X(85) VALUE SPACES.

       01  CURRENT-DATE-TIME.
           05  CD-DATE                PIC 9(8).
           05  CD-TIME                PIC 9(6).
           05  FILLER                 PIC X(7).

      * The digest record being read
           COPY FIBDGSTC.

       77  WS-USERID                  PIC X(8) VALUE SPACES.
       77  WS-CARD-ERRORS             PIC 9(3) VALUE ZERO.
       77  WS-SITE-IDX                PIC 9 VALUE ZERO.
       77  WS-ENTRY-IDX               PIC 9(4) VALUE ZERO.
       77  WS-PROD-IDX                PIC 9(5) VALUE ZERO.
       77  WS-DR-IDX                  PIC 9(5) VALUE ZERO.
       77  WS-TYPE-IDX                PIC 9(2) VALUE ZERO.
       77  WS-CHAR-IDX                PIC 9(2) VALUE ZERO.
       77  WS-DIFF-POS                PIC 9(2) VALUE ZERO.
       77  WS-DATE-ROWS               PIC 9(7) VALUE ZERO.
       77  WS-DATES-COMPARED          PIC 9(5) VALUE ZERO.
       77  WS-DATES-MATCHED           PIC 9(5) VALUE ZERO.
       77  WS-DATES-DIFFER            PIC 9(5) VALUE ZERO.
       77  WS-MISSING-AT-DR           PIC 9(5) VALUE ZERO.
       77  WS-MISSING-AT-PROD         PIC 9(5) VALUE ZERO.
       77  WS-DATES-LAGGING           PIC 9(5) VALUE ZERO.
       77  WS-BEFORE-WINDOW           PIC 9(5) VALUE ZERO.
       77  WS-RECOVERY-POINT          PIC 9(8) VALUE ZERO.
       77  WS-PROD-LATEST             PIC 9(8) VALUE ZERO.
       77  WS-GAP-DAYS                PIC 9(5) VALUE ZERO.
       77  WS-DAY-DATE                PIC 9(8) VALUE ZERO.
       77  WS-DAY-INTEGER             PIC 9(7) VALUE ZERO.
       77  WS-LATEST-INTEGER          PIC 9(7) VALUE ZERO.
       77  WS-DAY-DOW                 PIC 9 VALUE ZERO.
       77  WS-GAP-EDIT                PIC ZZZZ9.
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
           IF WS-RETURN-CODE < 8
               PERFORM 100-LOAD-DIGESTS
           END-IF
           IF WS-RETURN-CODE < 8
               PERFORM 200-COMPARE-SITES
               PERFORM 300-MEASURE-RECOVERY-GAP
                   THRU 300-MEASURE-EXIT
               PERFORM 400-PRINT-TOTALS THRU 400-PRINT-TOTALS-EXIT
           END-IF
           IF EXCP-IS-OPEN
               CLOSE EXCEPTION-FILE
           END-IF
           IF PRINT-IS-OPEN
               CLOSE PRINT-FILE
           END-IF
           PERFORM 900-TERMINATE

           GOBACK.

       000-INITIALIZE.
           MOVE 'FIBDGCMP' TO PERF-PROGRAM
           MOVE REL-RELEASE-ID TO PERF-RELEASE-ID
           SET PERF-PHASE-START TO TRUE
           CALL 'FIBPERFL' USING FIBPERF-PARMS

           IF PARM-LENGTH > ZERO
               MOVE PARM-USERID TO WS-USERID
           END-IF
           MOVE FUNCTION CURRENT-DATE TO CURRENT-DATE-TIME

           DISPLAY '======================================='
           DISPLAY '   FIBDGCMP - PRODUCTION / DR CURRENCY'
           DISPLAY '======================================='
           DISPLAY 'SUBMITTED BY:             ' WS-USERID

           OPEN INPUT CONTROL-CARD-FILE
           IF CARD-FILE-OK
               PERFORM UNTIL CARD-EOF-REACHED
                   READ CONTROL-CARD-FILE INTO WS-CARD-IMAGE
                       AT END
                           SET CARD-EOF-REACHED TO TRUE
                       NOT AT END
                           PERFORM 010-PARSE-CONTROL-CARD
                   END-READ
               END-PERFORM
               CLOSE CONTROL-CARD-FILE
           END-IF

           PERFORM 020-SET-COMPARED-TYPES

           IF WS-CARD-ERRORS > ZERO
               DISPLAY 'CONTROL CARD ERRORS: ' WS-CARD-ERRORS
                   ' - NOTHING COMPARED'
               MOVE 8 TO WS-RETURN-CODE
           END-IF

           DISPLAY 'TYPES COMPARED:           ' WS-TYPES-COMPARED
           DISPLAY 'FROM RUN DATE:            ' WS-FROM-DATE
           DISPLAY 'LAG ALLOWED (BUS. DAYS):  ' WS-LAG-ALLOWED

           MOVE 'PROD' TO SD-EXPECTED-SITE(1)
           MOVE 'DR  ' TO SD-EXPECTED-SITE(2)
           PERFORM VARYING WS-SITE-IDX FROM 1 BY 1
                     UNTIL WS-SITE-IDX > 2
               MOVE ZERO TO SD-CREATED-STAMP(WS-SITE-IDX)
                            SD-DATE-COUNT(WS-SITE-IDX)
                            SD-ROW-COUNT(WS-SITE-IDX)
                            SD-HASH-SUM(WS-SITE-IDX)
                            SD-LAST-RUN-DATE(WS-SITE-IDX)
               MOVE 'N' TO SD-HEADER-SW(WS-SITE-IDX)
                           SD-TRAILER-SW(WS-SITE-IDX)
                           SD-BAD-SW(WS-SITE-IDX)
           END-PERFORM.

       010-PARSE-CONTROL-CARD.
           IF WS-CARD-TEXT = SPACES OR WS-CARD-TEXT(1:1) = '*'
               CONTINUE
           ELSE
           IF WS-CARD-TEXT(1:5) = 'FROM='
               MOVE WS-CARD-TEXT(6:20) TO WS-PARSE-VALUE
               PERFORM 015-PARSE-DATE-VALUE
               MOVE WS-PARSE-NUMBER TO WS-FROM-DATE
           ELSE
           IF WS-CARD-TEXT(1:6) = 'TYPES='
               IF WS-CARD-TEXT(7:10) = SPACES
                       OR WS-CARD-TEXT(17:64) NOT = SPACES
                   DISPLAY 'ERROR: TYPES= NEEDS ONE TO TEN RECORD '
                       'TYPES - ' WS-CARD-TEXT
                   ADD 1 TO WS-CARD-ERRORS
               ELSE
                   MOVE WS-CARD-TEXT(7:10) TO WS-TYPES-COMPARED
               END-IF
           ELSE
           IF WS-CARD-TEXT(1:4) = 'LAG='
               MOVE WS-CARD-TEXT(5:20) TO WS-PARSE-VALUE
               IF WS-PARSE-VALUE(1:2) IS NUMERIC
                       AND WS-PARSE-VALUE(3:18) = SPACES
                   MOVE WS-PARSE-VALUE(1:2) TO WS-LAG-ALLOWED
               ELSE
                   DISPLAY 'ERROR: LAG= MUST BE TWO DIGITS 00-99 - '
                       WS-CARD-TEXT
                   ADD 1 TO WS-CARD-ERRORS
               END-IF
           ELSE
               DISPLAY 'ERROR: UNKNOWN CONTROL CARD - ' WS-CARD-TEXT
               ADD 1 TO WS-CARD-ERRORS
           END-IF
           END-IF
           END-IF
           END-IF.

       015-PARSE-DATE-VALUE.
           MOVE ZERO TO WS-PARSE-NUMBER
           IF WS-PARSE-VALUE(1:8) IS NUMERIC
                   AND WS-PARSE-VALUE(9:12) = SPACES
               MOVE WS-PARSE-VALUE(1:8) TO WS-PARSE-NUMBER
           END-IF
           IF WS-PARSE-NUMBER < 16010101
                   OR WS-PARSE-MONTH < 1 OR WS-PARSE-MONTH > 12
                   OR WS-PARSE-DAY < 1 OR WS-PARSE-DAY > 31
               DISPLAY 'ERROR: INVALID DATE - ' WS-CARD-TEXT
               ADD 1 TO WS-CARD-ERRORS
               MOVE ZERO TO WS-PARSE-NUMBER
           END-IF.

      * Every letter on TYPES= must be a digest record type; a
      * type left off is counted but never compared
       020-SET-COMPARED-TYPES.
           MOVE ALL 'N' TO WS-TYPE-COMPARE-TABLE
           PERFORM VARYING WS-CHAR-IDX FROM 1 BY 1
                     UNTIL WS-CHAR-IDX > 10
               IF WS-TYPES-COMPARED(WS-CHAR-IDX:1) NOT = SPACE
                   PERFORM VARYING WS-TYPE-IDX FROM 1 BY 1
                             UNTIL WS-TYPE-IDX > 10
                                OR WS-DIGEST-TYPE(WS-TYPE-IDX)
                                   = WS-TYPES-COMPARED(WS-CHAR-IDX:1)
                       CONTINUE
                   END-PERFORM
                   IF WS-TYPE-IDX > 10
                       DISPLAY 'ERROR: TYPES= RECORD TYPE '
                           WS-TYPES-COMPARED(WS-CHAR-IDX:1)
                           ' IS NOT ONE OF SDLNCPRWXF'
                       ADD 1 TO WS-CARD-ERRORS
                   ELSE
                       SET TYPE-IS-COMPARED(WS-TYPE-IDX) TO TRUE
                   END-IF
               END-IF
           END-PERFORM.

      * A digest is usable only when it names the expected site,
      * its detail dates ascend, and its trailer balances
       100-LOAD-DIGESTS.
           MOVE 1 TO WS-SITE-IDX
           MOVE 'N' TO WS-DGST-EOF-SW
           OPEN INPUT PROD-DIGEST-FILE
           IF NOT DGPR-FILE-OK
               DISPLAY 'ERROR: FIBDGPR NOT AVAILABLE - STATUS '
                   WS-DGPR-FILE-STATUS
               SET SD-IS-BAD(1) TO TRUE
           ELSE
               PERFORM UNTIL DGST-EOF-REACHED
                   READ PROD-DIGEST-FILE INTO DIGEST-RECORD
                       AT END
                           SET DGST-EOF-REACHED TO TRUE
                       NOT AT END
                           PERFORM 110-TAKE-DIGEST-RECORD
                               THRU 110-TAKE-DIGEST-EXIT
                   END-READ
               END-PERFORM
               CLOSE PROD-DIGEST-FILE
               PERFORM 120-CHECK-DIGEST-COMPLETE
           END-IF

           MOVE 2 TO WS-SITE-IDX
           MOVE 'N' TO WS-DGST-EOF-SW
           OPEN INPUT DR-DIGEST-FILE
           IF NOT DGDR-FILE-OK
               DISPLAY 'ERROR: FIBDGDR NOT AVAILABLE - STATUS '
                   WS-DGDR-FILE-STATUS
               SET SD-IS-BAD(2) TO TRUE
           ELSE
               PERFORM UNTIL DGST-EOF-REACHED
                   READ DR-DIGEST-FILE INTO DIGEST-RECORD
                       AT END
                           SET DGST-EOF-REACHED TO TRUE
                       NOT AT END
                           PERFORM 110-TAKE-DIGEST-RECORD
                               THRU 110-TAKE-DIGEST-EXIT
                   END-READ
               END-PERFORM
               CLOSE DR-DIGEST-FILE
               PERFORM 120-CHECK-DIGEST-COMPLETE
           END-IF

           DISPLAY 'PRODUCTION DIGEST DATES:  ' SD-DATE-COUNT(1)
               '  BUILT ' SD-CREATED-STAMP(1)
           DISPLAY 'DR DIGEST DATES:          ' SD-DATE-COUNT(2)
               '  BUILT ' SD-CREATED-STAMP(2)

           IF SD-IS-BAD(1) OR SD-IS-BAD(2)
               DISPLAY 'DIGEST UNUSABLE - NOTHING COMPARED'
               MOVE 8 TO WS-RETURN-CODE
           END-IF.

       110-TAKE-DIGEST-RECORD.
           IF SD-IS-BAD(WS-SITE-IDX)
               GO TO 110-TAKE-DIGEST-EXIT
           END-IF

           EVALUATE TRUE
               WHEN DGS-IS-HEADER
                   IF SD-HEADER-SEEN(WS-SITE-IDX)
                           OR DGS-SITE
                              NOT = SD-EXPECTED-SITE(WS-SITE-IDX)
                       DISPLAY 'ERROR: ' SD-EXPECTED-SITE(WS-SITE-IDX)
                           ' DIGEST HEADER NAMES SITE ' DGS-SITE
                       SET SD-IS-BAD(WS-SITE-IDX) TO TRUE
                   ELSE
                       SET SD-HEADER-SEEN(WS-SITE-IDX) TO TRUE
                       MOVE DGS-CREATED-STAMP
                           TO SD-CREATED-STAMP(WS-SITE-IDX)
                   END-IF
               WHEN DGS-IS-DETAIL
                   IF NOT SD-HEADER-SEEN(WS-SITE-IDX)
                           OR SD-TRAILER-SEEN(WS-SITE-IDX)
                           OR DGS-RUN-DATE
                              NOT > SD-LAST-RUN-DATE(WS-SITE-IDX)
                       DISPLAY 'ERROR: ' SD-EXPECTED-SITE(WS-SITE-IDX)
                           ' DIGEST OUT OF ORDER AT RUN DATE '
                           DGS-RUN-DATE
                       SET SD-IS-BAD(WS-SITE-IDX) TO TRUE
                       GO TO 110-TAKE-DIGEST-EXIT
                   END-IF
                   IF SD-DATE-COUNT(WS-SITE-IDX) NOT < 4000
                       DISPLAY 'ERROR: ' SD-EXPECTED-SITE(WS-SITE-IDX)
                           ' DIGEST HAS OVER 4000 RUN DATES'
                       SET SD-IS-BAD(WS-SITE-IDX) TO TRUE
                       GO TO 110-TAKE-DIGEST-EXIT
                   END-IF
                   ADD 1 TO SD-DATE-COUNT(WS-SITE-IDX)
                   MOVE SD-DATE-COUNT(WS-SITE-IDX) TO WS-ENTRY-IDX
                   MOVE DGS-DETAIL-DATA
                       TO SD-ENTRY(WS-SITE-IDX, WS-ENTRY-IDX)
                   MOVE DGS-RUN-DATE TO SD-LAST-RUN-DATE(WS-SITE-IDX)
                   PERFORM VARYING WS-TYPE-IDX FROM 1 BY 1
                             UNTIL WS-TYPE-IDX > 10
                       ADD DGS-TYPE-COUNT(WS-TYPE-IDX)
                           TO SD-ROW-COUNT(WS-SITE-IDX)
                       ADD DGS-TYPE-HASH(WS-TYPE-IDX)
                           TO SD-HASH-SUM(WS-SITE-IDX)
                           ON SIZE ERROR
                               COMPUTE SD-HASH-SUM(WS-SITE-IDX) =
                                   SD-HASH-SUM(WS-SITE-IDX)
                                   - 999999999999999999
                                   + DGS-TYPE-HASH(WS-TYPE-IDX) - 1
                       END-ADD
                   END-PERFORM
               WHEN DGS-IS-TRAILER
                   SET SD-TRAILER-SEEN(WS-SITE-IDX) TO TRUE
                   IF DGS-DATE-COUNT NOT = SD-DATE-COUNT(WS-SITE-IDX)
                           OR DGS-ROW-COUNT
                              NOT = SD-ROW-COUNT(WS-SITE-IDX)
                           OR DGS-HASH-TOTAL
                              NOT = SD-HASH-SUM(WS-SITE-IDX)
                       DISPLAY 'ERROR: ' SD-EXPECTED-SITE(WS-SITE-IDX)
                           ' DIGEST OUT OF BALANCE - TRAILER '
                           DGS-DATE-COUNT ' DATES ' DGS-ROW-COUNT
                           ' ROWS, READ ' SD-DATE-COUNT(WS-SITE-IDX)
                           ' DATES ' SD-ROW-COUNT(WS-SITE-IDX) ' ROWS'
                       SET SD-IS-BAD(WS-SITE-IDX) TO TRUE
                   END-IF
               WHEN OTHER
                   DISPLAY 'ERROR: ' SD-EXPECTED-SITE(WS-SITE-IDX)
                       ' DIGEST RECORD TYPE ' DGS-RECORD-TYPE
                       ' NOT KNOWN'
                   SET SD-IS-BAD(WS-SITE-IDX) TO TRUE
           END-EVALUATE.

       110-TAKE-DIGEST-EXIT.
           EXIT.

       120-CHECK-DIGEST-COMPLETE.
           IF NOT SD-IS-BAD(WS-SITE-IDX)
                   AND NOT SD-TRAILER-SEEN(WS-SITE-IDX)
               DISPLAY 'ERROR: ' SD-EXPECTED-SITE(WS-SITE-IDX)
                   ' DIGEST TRAILER MISSING - FILE MAY BE TRUNCATED'
               SET SD-IS-BAD(WS-SITE-IDX) TO TRUE
           END-IF.

      * The two digests are matched on run date, both in ascending
      * order; only the dates that do not agree are listed
       200-COMPARE-SITES.
           OPEN OUTPUT PRINT-FILE
           IF PRINT-FILE-OK
               SET PRINT-IS-OPEN TO TRUE
               MOVE CD-DATE TO RH-RUN-DATE
               WRITE PRINT-RECORD FROM RPT-HEADER-LINE
                   AFTER ADVANCING PAGE
               MOVE SPACES TO PRINT-RECORD
               WRITE PRINT-RECORD
               MOVE 'PRODUCTION DIGEST' TO RD-LABEL
               MOVE 1 TO WS-SITE-IDX
               PERFORM 210-PRINT-DIGEST-LINE
               MOVE 'DR DIGEST' TO RD-LABEL
               MOVE 2 TO WS-SITE-IDX
               PERFORM 210-PRINT-DIGEST-LINE
               MOVE WS-TYPES-COMPARED TO RS-TYPES
               IF WS-FROM-DATE = ZERO
                   MOVE 'ALL' TO RS-FROM-DATE
               ELSE
                   MOVE WS-FROM-DATE TO RS-FROM-DATE
               END-IF
               MOVE WS-LAG-ALLOWED TO RS-LAG-ALLOWED
               WRITE PRINT-RECORD FROM RPT-SCOPE-LINE
               MOVE SPACES TO PRINT-RECORD
               WRITE PRINT-RECORD
               WRITE PRINT-RECORD FROM RPT-COLUMN-LINE
           ELSE
               DISPLAY 'WARNING: PRTOUT NOT AVAILABLE - STATUS '
                   WS-PRINT-FILE-STATUS ' - FINDINGS ON SYSOUT ONLY'
               IF 4 > WS-RETURN-CODE
                   MOVE 4 TO WS-RETURN-CODE
               END-IF
           END-IF

           MOVE SD-LAST-RUN-DATE(1) TO WS-PROD-LATEST
           MOVE 1 TO WS-PROD-IDX WS-DR-IDX

           PERFORM UNTIL WS-PROD-IDX > SD-DATE-COUNT(1)
                     AND WS-DR-IDX > SD-DATE-COUNT(2)
               EVALUATE TRUE
                   WHEN WS-DR-IDX > SD-DATE-COUNT(2)
                       PERFORM 230-PRODUCTION-ONLY
                       ADD 1 TO WS-PROD-IDX
                   WHEN WS-PROD-IDX > SD-DATE-COUNT(1)
                       PERFORM 240-DR-ONLY
                       ADD 1 TO WS-DR-IDX
                   WHEN SD-RUN-DATE(1, WS-PROD-IDX)
                        < SD-RUN-DATE(2, WS-DR-IDX)
                       PERFORM 230-PRODUCTION-ONLY
                       ADD 1 TO WS-PROD-IDX
                   WHEN SD-RUN-DATE(1, WS-PROD-IDX)
                        > SD-RUN-DATE(2, WS-DR-IDX)
                       PERFORM 240-DR-ONLY
                       ADD 1 TO WS-DR-IDX
                   WHEN OTHER
                       PERFORM 220-BOTH-SITES
                       ADD 1 TO WS-PROD-IDX
                       ADD 1 TO WS-DR-IDX
               END-EVALUATE
           END-PERFORM.

       210-PRINT-DIGEST-LINE.
           MOVE SD-CREATED-STAMP(WS-SITE-IDX) TO RD-CREATED-STAMP
           MOVE SD-DATE-COUNT(WS-SITE-IDX)    TO RD-DATE-COUNT
           MOVE SD-ROW-COUNT(WS-SITE-IDX)     TO RD-ROW-COUNT
           MOVE SD-LAST-RUN-DATE(WS-SITE-IDX) TO RD-LAST-RUN-DATE
           WRITE PRINT-RECORD FROM RPT-DIGEST-LINE.

      * A date on both sites agrees when every compared type has
      * the same row count and hash
       220-BOTH-SITES.
           MOVE SD-RUN-DATE(1, WS-PROD-IDX) TO WS-FINDING-DATE
           IF WS-FINDING-DATE < WS-FROM-DATE
               ADD 1 TO WS-BEFORE-WINDOW
           ELSE
               ADD 1 TO WS-DATES-COMPARED
               MOVE 1 TO WS-SITE-IDX
               MOVE WS-PROD-IDX TO WS-ENTRY-IDX
               PERFORM 250-COUNT-COMPARED-ROWS
               MOVE WS-DATE-ROWS TO WS-PROD-ROWS
               MOVE 2 TO WS-SITE-IDX
               MOVE WS-DR-IDX TO WS-ENTRY-IDX
               PERFORM 250-COUNT-COMPARED-ROWS
               MOVE WS-DATE-ROWS TO WS-DR-ROWS

               MOVE SPACES TO WS-DIFF-TYPES
               MOVE 1 TO WS-DIFF-POS
               PERFORM VARYING WS-TYPE-IDX FROM 1 BY 1
                         UNTIL WS-TYPE-IDX > 10
                   IF TYPE-IS-COMPARED(WS-TYPE-IDX)
                       AND (SD-TYPE-COUNT(1, WS-PROD-IDX, WS-TYPE-IDX)
                          NOT = SD-TYPE-COUNT(2, WS-DR-IDX, WS-TYPE-IDX)
                        OR SD-TYPE-HASH(1, WS-PROD-IDX, WS-TYPE-IDX)
                          NOT = SD-TYPE-HASH(2, WS-DR-IDX, WS-TYPE-IDX))
                       MOVE WS-DIGEST-TYPE(WS-TYPE-IDX)
                           TO WS-DIFF-TYPES(WS-DIFF-POS:1)
                       ADD 2 TO WS-DIFF-POS
                   END-IF
               END-PERFORM

               IF WS-DIFF-TYPES = SPACES
                   ADD 1 TO WS-DATES-MATCHED
                   MOVE WS-FINDING-DATE TO WS-RECOVERY-POINT
               ELSE
                   ADD 1 TO WS-DATES-DIFFER
                   MOVE 'DIFFERS' TO WS-FINDING
                   PERFORM 260-LIST-FINDING
                   STRING 'DR DIFFERS FROM PRODUCTION - TYPES '
                           DELIMITED BY SIZE
                          WS-DIFF-TYPES DELIMITED BY SIZE
                       INTO WS-EXCEPTION-TEXT
                   END-STRING
                   PERFORM 270-POST-EXCEPTION
               END-IF
           END-IF.

      * A production date the DR copy does not hold is lag when it
      * is newer than everything there, a gap when it is not
       230-PRODUCTION-ONLY.
           MOVE SD-RUN-DATE(1, WS-PROD-IDX) TO WS-FINDING-DATE
           IF WS-FINDING-DATE < WS-FROM-DATE
               ADD 1 TO WS-BEFORE-WINDOW
           ELSE
               ADD 1 TO WS-DATES-COMPARED
               MOVE 1 TO WS-SITE-IDX
               MOVE WS-PROD-IDX TO WS-ENTRY-IDX
               PERFORM 250-COUNT-COMPARED-ROWS
               MOVE WS-DATE-ROWS TO WS-PROD-ROWS
               MOVE ZERO TO WS-DR-ROWS
               MOVE SPACES TO WS-DIFF-TYPES
               IF WS-FINDING-DATE > SD-LAST-RUN-DATE(2)
                   ADD 1 TO WS-DATES-LAGGING
                   MOVE 'LAGS' TO WS-FINDING
                   PERFORM 260-LIST-FINDING
               ELSE
                   ADD 1 TO WS-MISSING-AT-DR
                   MOVE 'MISSING AT DR' TO WS-FINDING
                   PERFORM 260-LIST-FINDING
                   MOVE 'RUN DATE MISSING FROM DR FIBHIST'
                       TO WS-EXCEPTION-TEXT
                   PERFORM 270-POST-EXCEPTION
               END-IF
           END-IF.

       240-DR-ONLY.
           MOVE SD-RUN-DATE(2, WS-DR-IDX) TO WS-FINDING-DATE
           IF WS-FINDING-DATE < WS-FROM-DATE
               ADD 1 TO WS-BEFORE-WINDOW
           ELSE
               ADD 1 TO WS-DATES-COMPARED
               MOVE 2 TO WS-SITE-IDX
               MOVE WS-DR-IDX TO WS-ENTRY-IDX
               PERFORM 250-COUNT-COMPARED-ROWS
               MOVE WS-DATE-ROWS TO WS-DR-ROWS
               MOVE ZERO TO WS-PROD-ROWS
               MOVE SPACES TO WS-DIFF-TYPES
               ADD 1 TO WS-MISSING-AT-PROD
               MOVE 'MISSING AT PROD' TO WS-FINDING
               PERFORM 260-LIST-FINDING
               MOVE 'RUN DATE ON DR FIBHIST BUT NOT IN PRODUCTION'
                   TO WS-EXCEPTION-TEXT
               PERFORM 270-POST-EXCEPTION
           END-IF.

       250-COUNT-COMPARED-ROWS.
           MOVE ZERO TO WS-DATE-ROWS
           PERFORM VARYING WS-TYPE-IDX FROM 1 BY 1
                     UNTIL WS-TYPE-IDX > 10
               IF TYPE-IS-COMPARED(WS-TYPE-IDX)
                   ADD SD-TYPE-COUNT(WS-SITE-IDX, WS-ENTRY-IDX,
                                     WS-TYPE-IDX)
                       TO WS-DATE-ROWS
               END-IF
           END-PERFORM.

       260-LIST-FINDING.
           DISPLAY WS-FINDING-DATE ' ' WS-FINDING ' PROD ROWS '
               WS-PROD-ROWS ' DR ROWS ' WS-DR-ROWS ' ' WS-DIFF-TYPES
           IF PRINT-IS-OPEN
               MOVE WS-FINDING-DATE TO RL-RUN-DATE
               MOVE WS-FINDING      TO RL-FINDING
               MOVE WS-PROD-ROWS    TO RL-PROD-ROWS
               MOVE WS-DR-ROWS      TO RL-DR-ROWS
               MOVE WS-DIFF-TYPES   TO RL-DIFF-TYPES
               WRITE PRINT-RECORD FROM RPT-DATE-LINE
           END-IF.

      * A run date the sites disagree on goes to the workbench
       270-POST-EXCEPTION.
           IF 8 > WS-RETURN-CODE
               MOVE 8 TO WS-RETURN-CODE
           END-IF

           IF NOT EXCP-IS-OPEN
               OPEN EXTEND EXCEPTION-FILE
               IF EXCP-FILE-NOT-FOUND
                   OPEN OUTPUT EXCEPTION-FILE
               END-IF
               IF EXCP-FILE-OK
                   SET EXCP-IS-OPEN TO TRUE
               ELSE
                   DISPLAY 'WARNING: FIBEXCP NOT AVAILABLE - STATUS '
                       WS-EXCP-FILE-STATUS ' - FINDING NOT POSTED'
               END-IF
           END-IF

           IF EXCP-IS-OPEN
               MOVE 'E'               TO EXC-SEVERITY
               MOVE 'FIBDGCMP'        TO EXC-PROGRAM
               MOVE WS-FINDING-DATE   TO EXC-RUN-DATE
               MOVE ZERO              TO EXC-TERM-INDEX
               MOVE 'FIB019'          TO EXC-MSG-ID
               MOVE WS-EXCEPTION-TEXT TO EXC-TEXT
               WRITE EXCEPTION-RECORD
           END-IF
           MOVE SPACES TO WS-EXCEPTION-TEXT.

      * Business days after the recovery point through the latest
      * production run date, skipping weekends and FIBCAL holiday
      * and suspended dates; with no date in agreement every
      * business day from the first production date counts
       300-MEASURE-RECOVERY-GAP.
           MOVE ZERO TO WS-GAP-DAYS
           IF SD-DATE-COUNT(1) = ZERO
               GO TO 300-MEASURE-EXIT
           END-IF

           IF WS-RECOVERY-POINT = ZERO
               COMPUTE WS-DAY-INTEGER =
                   FUNCTION INTEGER-OF-DATE(SD-RUN-DATE(1, 1))
           ELSE
               COMPUTE WS-DAY-INTEGER =
                   FUNCTION INTEGER-OF-DATE(WS-RECOVERY-POINT) + 1
           END-IF
           COMPUTE WS-LATEST-INTEGER =
               FUNCTION INTEGER-OF-DATE(WS-PROD-LATEST)

           OPEN INPUT CALENDAR-FILE
           IF NOT CAL-FILE-OK
               DISPLAY 'WARNING: FIBCAL NOT AVAILABLE - STATUS '
                   WS-CAL-FILE-STATUS ' - ONLY WEEKENDS SKIPPED'
           END-IF

           PERFORM UNTIL WS-DAY-INTEGER > WS-LATEST-INTEGER
               COMPUTE WS-DAY-DATE =
                   FUNCTION DATE-OF-INTEGER(WS-DAY-INTEGER)
               MOVE 'N' TO WS-BUSINESS-SW
               COMPUTE WS-DAY-DOW = FUNCTION MOD(WS-DAY-INTEGER, 7)
               IF WS-DAY-DOW = 0 OR WS-DAY-DOW = 6
                   CONTINUE
               ELSE
                   PERFORM 310-CHECK-CALENDAR
               END-IF
               IF DAY-IS-BUSINESS-DAY
                   ADD 1 TO WS-GAP-DAYS
               END-IF
               ADD 1 TO WS-DAY-INTEGER
           END-PERFORM

           IF CAL-FILE-OK
               CLOSE CALENDAR-FILE
           END-IF

           IF WS-GAP-DAYS > WS-LAG-ALLOWED
               DISPLAY 'WARNING: DR RECOVERY POINT ' WS-GAP-DAYS
                   ' BUSINESS DAY(S) BEHIND PRODUCTION'
               IF 4 > WS-RETURN-CODE
                   MOVE 4 TO WS-RETURN-CODE
               END-IF
           END-IF.

       300-MEASURE-EXIT.
           EXIT.

       310-CHECK-CALENDAR.
           IF NOT CAL-FILE-OK
               SET DAY-IS-BUSINESS-DAY TO TRUE
           ELSE
               MOVE WS-DAY-DATE TO CAL-DATE
               READ CALENDAR-FILE
                   INVALID KEY
                       SET DAY-IS-BUSINESS-DAY TO TRUE
                   NOT INVALID KEY
                       IF CAL-IS-HOLIDAY OR CAL-IS-SUSPENDED
                           CONTINUE
                       ELSE
                           SET DAY-IS-BUSINESS-DAY TO TRUE
                       END-IF
               END-READ
           END-IF.

       400-PRINT-TOTALS.
           DISPLAY SPACE
           DISPLAY 'RUN DATES COMPARED:       ' WS-DATES-COMPARED
           DISPLAY '  IN AGREEMENT:           ' WS-DATES-MATCHED
           DISPLAY '  DIFFERING:              ' WS-DATES-DIFFER
           DISPLAY '  MISSING AT DR:          ' WS-MISSING-AT-DR
           DISPLAY '  MISSING AT PRODUCTION:  ' WS-MISSING-AT-PROD
           DISPLAY '  LAGGING AT DR:          ' WS-DATES-LAGGING
           DISPLAY 'BEFORE THE FROM DATE:     ' WS-BEFORE-WINDOW
           DISPLAY 'RECOVERY POINT:           ' WS-RECOVERY-POINT
           DISPLAY 'RECOVERY-POINT GAP:       ' WS-GAP-DAYS
               ' BUSINESS DAY(S)'

           IF NOT PRINT-IS-OPEN
               GO TO 400-PRINT-TOTALS-EXIT
           END-IF

           MOVE SPACES TO PRINT-RECORD
           WRITE PRINT-RECORD
           MOVE 'RUN DATES COMPARED' TO RT-LABEL
           MOVE WS-DATES-COMPARED TO RT-COUNT
           WRITE PRINT-RECORD FROM RPT-TOTAL-LINE
           MOVE '  IN AGREEMENT' TO RT-LABEL
           MOVE WS-DATES-MATCHED TO RT-COUNT
           WRITE PRINT-RECORD FROM RPT-TOTAL-LINE
           MOVE '  DIFFERING' TO RT-LABEL
           MOVE WS-DATES-DIFFER TO RT-COUNT
           WRITE PRINT-RECORD FROM RPT-TOTAL-LINE
           MOVE '  MISSING AT DR' TO RT-LABEL
           MOVE WS-MISSING-AT-DR TO RT-COUNT
           WRITE PRINT-RECORD FROM RPT-TOTAL-LINE
           MOVE '  MISSING AT PRODUCTION' TO RT-LABEL
           MOVE WS-MISSING-AT-PROD TO RT-COUNT
           WRITE PRINT-RECORD FROM RPT-TOTAL-LINE
           MOVE '  LAGGING AT DR' TO RT-LABEL
           MOVE WS-DATES-LAGGING TO RT-COUNT
           WRITE PRINT-RECORD FROM RPT-TOTAL-LINE
           MOVE 'BEFORE THE FROM DATE (NOT COMPARED)' TO RT-LABEL
           MOVE WS-BEFORE-WINDOW TO RT-COUNT
           WRITE PRINT-RECORD FROM RPT-TOTAL-LINE

           MOVE SPACES TO PRINT-RECORD
           WRITE PRINT-RECORD
           MOVE 'RECOVERY POINT (LAST DATE IN AGREEMENT)' TO RP-LABEL
           IF WS-RECOVERY-POINT = ZERO
               MOVE 'NONE' TO RP-VALUE
           ELSE
               MOVE WS-RECOVERY-POINT TO RP-VALUE
           END-IF
           WRITE PRINT-RECORD FROM RPT-POINT-LINE
           MOVE 'LATEST PRODUCTION RUN DATE' TO RP-LABEL
           MOVE WS-PROD-LATEST TO RP-VALUE
           WRITE PRINT-RECORD FROM RPT-POINT-LINE
           MOVE 'RECOVERY-POINT GAP (BUSINESS DAYS)' TO RP-LABEL
           MOVE WS-GAP-DAYS TO WS-GAP-EDIT
           MOVE WS-GAP-EDIT TO RP-VALUE
           WRITE PRINT-RECORD FROM RPT-POINT-LINE.

       400-PRINT-TOTALS-EXIT.
           EXIT.

       900-TERMINATE.
           SET PERF-PHASE-END TO TRUE
           MOVE WS-DATES-COMPARED TO PERF-RECORDS
           MOVE WS-RETURN-CODE TO PERF-RETURN-CODE
           CALL 'FIBPERFL' USING FIBPERF-PARMS

           DISPLAY '   FIBDGCMP COMPLETED - RELEASE ' REL-RELEASE-ID
           DISPLAY 'RETURN CODE: ' WS-RETURN-CODE
           MOVE WS-RETURN-CODE TO RETURN-CODE.
