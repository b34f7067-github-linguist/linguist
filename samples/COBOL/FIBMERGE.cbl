      ******************************************************************
      * FIBMERGE puts a split ADVFIBB deck back together. FIBSPLIT
      * dealt the deck's requests out to up to four partition decks
      * that ran as parallel ADVFIBB steps; each partition wrote its
      * own PRTOUT, extracts, exception file and audit records and
      * indexed every request's slice of them on its FIBPIDX file.
      *
      * Driven by the FIBSPMAP request map in original deck order,
      * this job lifts each request's slice out of its partition
      * and writes:
      *   PRTOUT    the partition report sections in deck order
      *             under one report header, then one exception
      *             summary, one output manifest and one deck
      *             completion marker for the whole deck (FIBBURST
      *             routes the merged report as it would any other)
      *   FIBXTRCT  the detail, summary and risk extracts, each with
      *   FIBSUMX   a single header and a single trailer whose
      *   FIBRISK   record count and hash total are recomputed over
      *             the merged rows - the receivers balance one file
      *             exactly as before. The risk cumulative sum is
      *             restated from the real FIBCTL total in deck
      *             order, since each partition only saw its share
      *   FIBEXCP   the exception rows in deck order
      *   FIBAUDIT  the partition audit records appended to the
      *             real trail in deck order, re-chained from the
      *             trail's last check value so FIBSEALV still
      *             proves it
      *   FIBCTL    the real control totals advanced by every run
      *             the partitions counted
      * and then puts the run-completion message on
      * FIB.RUN.COMPLETE that the partitions held back.
      *
      * Every request on the map must be indexed by its partition
      * before anything is written - a partition that failed or
      * abended leaves requests unindexed and the merge stops with
      * RC=16 so no partial deck reaches the receivers. Otherwise
      * the return code is the highest any request ended with.
      ******************************************************************
       IDENTIFICATION DIVISION.
       PROGRAM-ID. FIBMERGE.
       AUTHOR. Antonio Gibas.
       DATE-WRITTEN. 10-15-2026.
       DATE-COMPILED. 10-15-2026.

      * MODIFICATION HISTORY
      * 10-15-2026  AG  INITIAL VERSION - MERGE THE PARTITION OUTPUTS
      *                 OF A SPLIT ADVFIBB DECK BACK INTO ORIGINAL
      *                 REQUEST ORDER WITH ONE SET OF CONTROL TOTALS
      * 10-15-2026  AG  CARRY THE COEFF WEIGHTS ADDED TO THE EXTRACT,
      *                 SUMMARY AND RISK LAYOUTS (VERSION 03)
      * 10-15-2026  AG  CARRY THE SUITE RELEASE ID ON THE COMPLETION
      *                 LINE AND MESSAGE AND THE EXTRACT CONTROL
      *                 RECORDS; FIBAUDIT EXTENSION WIDENED TO 100
      * 10-15-2026  AG  THE PARM NAMES THE BUSINESS UNIT THE DECK RAN
      *                 FOR (USERID,UNIT); FIBCTL CARRIES THE UNIT AND
      *                 IS LEFT ALONE WHEN IT HOLDS ANOTHER UNIT'S
      *                 TOTALS
      * 10-15-2026  AG  MERGED EXTRACT, SUMMARY AND RISK HEADERS CARRY
      *                 THE UNIT AS ADVFIBB WRITES THEM; THE FIBRISK
      *                 RELEASE ID MOVES TO THE TRAILER
      ******************************************************************

       ENVIRONMENT DIVISION.
       CONFIGURATION SECTION.
       SOURCE-COMPUTER. IBM-Z.
       OBJECT-COMPUTER. IBM-Z.

       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
           SELECT SPLIT-MAP-FILE ASSIGN TO "FIBSPMAP"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-SPMAP-FILE-STATUS.
           SELECT PART-INDEX-FILE-1 ASSIGN TO "FIBPI01"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-PIDX-FILE-STATUS.
           SELECT PART-INDEX-FILE-2 ASSIGN TO "FIBPI02"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-PIDX-FILE-STATUS.
           SELECT PART-INDEX-FILE-3 ASSIGN TO "FIBPI03"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-PIDX-FILE-STATUS.
           SELECT PART-INDEX-FILE-4 ASSIGN TO "FIBPI04"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-PIDX-FILE-STATUS.
           SELECT PART-PRINT-FILE-1 ASSIGN TO "FIBPR01"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-PPRT-FILE-STATUS.
           SELECT PART-PRINT-FILE-2 ASSIGN TO "FIBPR02"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-PPRT-FILE-STATUS.
           SELECT PART-PRINT-FILE-3 ASSIGN TO "FIBPR03"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-PPRT-FILE-STATUS.
           SELECT PART-PRINT-FILE-4 ASSIGN TO "FIBPR04"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-PPRT-FILE-STATUS.
           SELECT PART-EXCP-FILE-1 ASSIGN TO "FIBEX01"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-PEXC-FILE-STATUS.
           SELECT PART-EXCP-FILE-2 ASSIGN TO "FIBEX02"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-PEXC-FILE-STATUS.
           SELECT PART-EXCP-FILE-3 ASSIGN TO "FIBEX03"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-PEXC-FILE-STATUS.
           SELECT PART-EXCP-FILE-4 ASSIGN TO "FIBEX04"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-PEXC-FILE-STATUS.
           SELECT PART-XTRCT-FILE-1 ASSIGN TO "FIBXT01"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-PXTR-FILE-STATUS.
           SELECT PART-XTRCT-FILE-2 ASSIGN TO "FIBXT02"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-PXTR-FILE-STATUS.
           SELECT PART-XTRCT-FILE-3 ASSIGN TO "FIBXT03"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-PXTR-FILE-STATUS.
           SELECT PART-XTRCT-FILE-4 ASSIGN TO "FIBXT04"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-PXTR-FILE-STATUS.
           SELECT PART-SUMX-FILE-1 ASSIGN TO "FIBSX01"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-PSMX-FILE-STATUS.
           SELECT PART-SUMX-FILE-2 ASSIGN TO "FIBSX02"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-PSMX-FILE-STATUS.
           SELECT PART-SUMX-FILE-3 ASSIGN TO "FIBSX03"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-PSMX-FILE-STATUS.
           SELECT PART-SUMX-FILE-4 ASSIGN TO "FIBSX04"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-PSMX-FILE-STATUS.
           SELECT PART-RISK-FILE-1 ASSIGN TO "FIBRK01"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-PRSK-FILE-STATUS.
           SELECT PART-RISK-FILE-2 ASSIGN TO "FIBRK02"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-PRSK-FILE-STATUS.
           SELECT PART-RISK-FILE-3 ASSIGN TO "FIBRK03"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-PRSK-FILE-STATUS.
           SELECT PART-RISK-FILE-4 ASSIGN TO "FIBRK04"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-PRSK-FILE-STATUS.
           SELECT PART-AUDIT-FILE-1 ASSIGN TO "FIBAU01"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-PAUD-FILE-STATUS.
           SELECT PART-AUDIT-FILE-2 ASSIGN TO "FIBAU02"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-PAUD-FILE-STATUS.
           SELECT PART-AUDIT-FILE-3 ASSIGN TO "FIBAU03"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-PAUD-FILE-STATUS.
           SELECT PART-AUDIT-FILE-4 ASSIGN TO "FIBAU04"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-PAUD-FILE-STATUS.
           SELECT PRINT-FILE ASSIGN TO "PRTOUT"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-PRINT-FILE-STATUS.
           SELECT EXCEPTION-FILE ASSIGN TO "FIBEXCP"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-EXCP-FILE-STATUS.
           SELECT EXTRACT-FILE ASSIGN TO "FIBXTRCT"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-XTRCT-FILE-STATUS.
           SELECT SUMMARY-EXTRACT-FILE ASSIGN TO "FIBSUMX"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-SUMX-FILE-STATUS.
           SELECT RISK-REPORT-FILE ASSIGN TO "FIBRISK"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-RISK-FILE-STATUS.
           SELECT AUDIT-TRAIL-FILE ASSIGN TO "FIBAUDIT"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-AUDIT-FILE-STATUS.
           SELECT CONTROL-TOTAL-FILE ASSIGN TO "FIBCTL"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-CTL-FILE-STATUS.

       DATA DIVISION.
       FILE SECTION.
       FD  SPLIT-MAP-FILE
           RECORDING MODE IS F.
           COPY FIBSPMPC.

       FD  PART-INDEX-FILE-1
           RECORDING MODE IS F.
       01  PART-INDEX-RECORD-1        PIC X(110).

       FD  PART-INDEX-FILE-2
           RECORDING MODE IS F.
       01  PART-INDEX-RECORD-2        PIC X(110).

       FD  PART-INDEX-FILE-3
           RECORDING MODE IS F.
       01  PART-INDEX-RECORD-3        PIC X(110).

       FD  PART-INDEX-FILE-4
           RECORDING MODE IS F.
       01  PART-INDEX-RECORD-4        PIC X(110).

       FD  PART-PRINT-FILE-1
           RECORDING MODE IS F.
       01  PART-PRINT-RECORD-1        PIC X(133).

       FD  PART-PRINT-FILE-2
           RECORDING MODE IS F.
       01  PART-PRINT-RECORD-2        PIC X(133).

       FD  PART-PRINT-FILE-3
           RECORDING MODE IS F.
       01  PART-PRINT-RECORD-3        PIC X(133).

       FD  PART-PRINT-FILE-4
           RECORDING MODE IS F.
       01  PART-PRINT-RECORD-4        PIC X(133).

       FD  PART-EXCP-FILE-1
           RECORDING MODE IS F.
       01  PART-EXCP-RECORD-1         PIC X(89).

       FD  PART-EXCP-FILE-2
           RECORDING MODE IS F.
       01  PART-EXCP-RECORD-2         PIC X(89).

       FD  PART-EXCP-FILE-3
           RECORDING MODE IS F.
       01  PART-EXCP-RECORD-3         PIC X(89).

       FD  PART-EXCP-FILE-4
           RECORDING MODE IS F.
       01  PART-EXCP-RECORD-4         PIC X(89).

       FD  PART-XTRCT-FILE-1
           RECORDING MODE IS F.
       01  PART-XTRCT-RECORD-1        PIC X(38).

       FD  PART-XTRCT-FILE-2
           RECORDING MODE IS F.
       01  PART-XTRCT-RECORD-2        PIC X(38).

       FD  PART-XTRCT-FILE-3
           RECORDING MODE IS F.
       01  PART-XTRCT-RECORD-3        PIC X(38).

       FD  PART-XTRCT-FILE-4
           RECORDING MODE IS F.
       01  PART-XTRCT-RECORD-4        PIC X(38).

       FD  PART-SUMX-FILE-1
           RECORDING MODE IS F.
       01  PART-SUMX-RECORD-1         PIC X(199).

       FD  PART-SUMX-FILE-2
           RECORDING MODE IS F.
       01  PART-SUMX-RECORD-2         PIC X(199).

       FD  PART-SUMX-FILE-3
           RECORDING MODE IS F.
       01  PART-SUMX-RECORD-3         PIC X(199).

       FD  PART-SUMX-FILE-4
           RECORDING MODE IS F.
       01  PART-SUMX-RECORD-4         PIC X(199).

       FD  PART-RISK-FILE-1
           RECORDING MODE IS F.
       01  PART-RISK-RECORD-1         PIC X(43).

       FD  PART-RISK-FILE-2
           RECORDING MODE IS F.
       01  PART-RISK-RECORD-2         PIC X(43).

       FD  PART-RISK-FILE-3
           RECORDING MODE IS F.
       01  PART-RISK-RECORD-3         PIC X(43).

       FD  PART-RISK-FILE-4
           RECORDING MODE IS F.
       01  PART-RISK-RECORD-4         PIC X(43).

       FD  PART-AUDIT-FILE-1
           RECORDING MODE IS F.
       01  PART-AUDIT-RECORD-1        PIC X(279).

       FD  PART-AUDIT-FILE-2
           RECORDING MODE IS F.
       01  PART-AUDIT-RECORD-2        PIC X(279).

       FD  PART-AUDIT-FILE-3
           RECORDING MODE IS F.
       01  PART-AUDIT-RECORD-3        PIC X(279).

       FD  PART-AUDIT-FILE-4
           RECORDING MODE IS F.
       01  PART-AUDIT-RECORD-4        PIC X(279).

       FD  PRINT-FILE
           RECORDING MODE IS F.
       01  PRINT-RECORD               PIC X(133).

       FD  EXCEPTION-FILE
           RECORDING MODE IS F.
       01  EXCEPTION-RECORD.
           05  EXC-SEVERITY           PIC X.
           05  EXC-PROGRAM            PIC X(8).
           05  EXC-RUN-DATE           PIC 9(8).
           05  EXC-TERM-INDEX         PIC 9(4).
           05  EXC-MSG-ID             PIC X(8).
           05  EXC-TEXT               PIC X(60).

       FD  EXTRACT-FILE
           RECORDING MODE IS F.
       01  EXTRACT-RECORD.
           05  EXT-RUN-DATE           PIC 9(8).
           05  EXT-TERM-INDEX         PIC 9(4).
           05  EXT-FIB-NUMBER         PIC 9(18).
           05  EXT-FIB-STATUS         PIC X.
           05  EXT-FIB-CATEGORY       PIC 9.
           05  EXT-SEQ-ORDER          PIC 9.
           05  EXT-RESIDUE-FLAG       PIC X.
           05  EXT-COEFF-A            PIC 9(2).
           05  EXT-COEFF-B            PIC 9(2).
       01  EXTRACT-HEADER-RECORD.
           05  EXH-RECORD-TYPE        PIC X.
           05  EXH-RUN-DATE           PIC 9(8).
           05  EXH-PROGRAM-ID         PIC X(8).
           05  EXH-TIMESTAMP          PIC 9(14).
           05  EXH-LAYOUT-VERSION     PIC X(2).
           05  EXH-UNIT               PIC X(4).
       01  EXTRACT-TRAILER-RECORD.
           05  EXR-RECORD-TYPE        PIC X.
           05  EXR-RECORD-COUNT       PIC 9(9).
           05  EXR-HASH-TOTAL         PIC 9(18).
           05  EXR-RELEASE-ID         PIC X(8).

       FD  SUMMARY-EXTRACT-FILE
           RECORDING MODE IS F.
       01  SUMMARY-EXTRACT-RECORD.
           05  SMX-RUN-DATE           PIC 9(8).
           05  SMX-ACTUAL-COUNT       PIC 9(4).
           05  SMX-SUM                PIC 9(18).
           05  FILLER                 PIC X(169).
       01  SUMMARY-HEADER-RECORD.
           05  SXH-RECORD-TYPE        PIC X.
           05  SXH-RUN-DATE           PIC 9(8).
           05  SXH-PROGRAM-ID         PIC X(8).
           05  SXH-TIMESTAMP          PIC 9(14).
           05  SXH-LAYOUT-VERSION     PIC X(2).
           05  SXH-RELEASE-ID         PIC X(8).
           05  SXH-UNIT               PIC X(4).
       01  SUMMARY-TRAILER-RECORD.
           05  SXR-RECORD-TYPE        PIC X.
           05  SXR-RECORD-COUNT       PIC 9(9).
           05  SXR-HASH-TOTAL         PIC 9(18).

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
           05  RKH-UNIT               PIC X(4).
       01  RISK-TRAILER-RECORD.
           05  RKR-RECORD-TYPE        PIC X.
           05  RKR-RECORD-COUNT       PIC 9(9).
           05  RKR-HASH-TOTAL         PIC 9(18).
           05  RKR-RELEASE-ID         PIC X(8).

       FD  AUDIT-TRAIL-FILE
           RECORDING MODE IS F.
       01  AUDIT-TRAIL-RECORD.
           05  AUD-LINE-TEXT          PIC X(166).
           05  AUD-CHAIN-VALUE        PIC 9(13).
           05  AUD-EXT-TEXT           PIC X(100).

       FD  CONTROL-TOTAL-FILE
           RECORDING MODE IS F.
       01  CONTROL-TOTAL-RECORD.
           05  CTL-CUMULATIVE-SUM     PIC 9(18).
           05  CTL-RUN-COUNT          PIC 9(7).
           05  CTL-UNIT               PIC X(4).

       WORKING-STORAGE SECTION.

       01  WS-FILE-STATUSES.
           05  WS-SPMAP-FILE-STATUS   PIC XX VALUE SPACES.
               88  SPMAP-FILE-OK           VALUE '00'.
           05  WS-PIDX-FILE-STATUS    PIC XX VALUE SPACES.
               88  PIDX-FILE-OK            VALUE '00'.
           05  WS-PPRT-FILE-STATUS    PIC XX VALUE SPACES.
               88  PPRT-FILE-OK            VALUE '00'.
           05  WS-PEXC-FILE-STATUS    PIC XX VALUE SPACES.
               88  PEXC-FILE-OK            VALUE '00'.
           05  WS-PXTR-FILE-STATUS    PIC XX VALUE SPACES.
               88  PXTR-FILE-OK            VALUE '00'.
           05  WS-PSMX-FILE-STATUS    PIC XX VALUE SPACES.
               88  PSMX-FILE-OK            VALUE '00'.
           05  WS-PRSK-FILE-STATUS    PIC XX VALUE SPACES.
               88  PRSK-FILE-OK            VALUE '00'.
           05  WS-PAUD-FILE-STATUS    PIC XX VALUE SPACES.
               88  PAUD-FILE-OK            VALUE '00'.
           05  WS-PRINT-FILE-STATUS   PIC XX VALUE SPACES.
               88  PRINT-FILE-OK           VALUE '00'.
           05  WS-EXCP-FILE-STATUS    PIC XX VALUE SPACES.
           05  WS-XTRCT-FILE-STATUS   PIC XX VALUE SPACES.
           05  WS-SUMX-FILE-STATUS    PIC XX VALUE SPACES.
           05  WS-RISK-FILE-STATUS    PIC XX VALUE SPACES.
           05  WS-AUDIT-FILE-STATUS   PIC XX VALUE SPACES.
           05  WS-CTL-FILE-STATUS     PIC XX VALUE SPACES.
               88  CTL-FILE-OK             VALUE '00'.

       01  WS-INDICATORS.
           05  WS-MAP-EOF-SW          PIC X VALUE 'N'.
               88  MAP-EOF-REACHED        VALUE 'Y'.
           05  WS-PIDX-EOF-SW         PIC X VALUE 'N'.
               88  PIDX-EOF-REACHED       VALUE 'Y'.
           05  WS-PART-EOF-SW         PIC X VALUE 'N'.
               88  PART-FILE-AT-END       VALUE 'Y'.
           05  WS-ROW-FOUND-SW        PIC X VALUE 'N'.
               88  DATA-ROW-FOUND         VALUE 'Y'.
           05  WS-AUD-EOF-SW          PIC X VALUE 'N'.
               88  AUD-EOF-REACHED        VALUE 'Y'.
           05  WS-XTRCT-OPENED-SW     PIC X VALUE 'N'.
               88  XTRCT-ALREADY-OPENED   VALUE 'Y'.
           05  WS-SUMX-OPENED-SW      PIC X VALUE 'N'.
               88  SUMX-ALREADY-OPENED    VALUE 'Y'.
           05  WS-RISK-OPENED-SW      PIC X VALUE 'N'.
               88  RISK-ALREADY-OPENED    VALUE 'Y'.
           05  WS-EXCP-OPENED-SW      PIC X VALUE 'N'.
               88  EXCP-ALREADY-OPENED    VALUE 'Y'.
           05  WS-AUDIT-OPENED-SW     PIC X VALUE 'N'.
               88  AUDIT-ALREADY-OPENED   VALUE 'Y'.

      * The request map in deck order, with each request's
      * partition index record attached once it is found
       01  REQUEST-MAP-TABLE.
           05  WS-REQ-COUNT           PIC 9(3) VALUE ZERO.
           05  MAP-ENTRY OCCURS 300 TIMES.
               10  MAP-PARTITION      PIC 9.
               10  MAP-RUN-DATE       PIC 9(8).
               10  MAP-RUN-SEQ        PIC 9(2).
               10  MAP-INDEXED-SW     PIC X.
               10  MAP-INDEX-RECORD   PIC X(110).

      * Lines and rows already read from each partition's outputs
       01  PARTITION-POSITIONS.
           05  PARTITION-POSITION OCCURS 4 TIMES.
               10  PP-REQUESTS        PIC 9(3).
               10  PP-PRINT-READ      PIC 9(7).
               10  PP-EXCP-READ       PIC 9(7).

           COPY FIBSPIXC.

       01  WS-PRINT-ROW               PIC X(133).
       01  WS-EXCP-ROW                PIC X(89).
       01  WS-XTRCT-ROW               PIC X(38).
       01  WS-SUMX-ROW                PIC X(199).
       01  WS-RISK-ROW                PIC X(43).
       01  WS-AUDIT-ROW               PIC X(279).

      * Merged extract balances - one trailer per file
       01  EXTRACT-BALANCE-TOTALS.
           05  WS-XTRCT-REC-COUNT     PIC 9(9) VALUE ZERO.
           05  WS-XTRCT-HASH          PIC 9(18) VALUE ZERO.
           05  WS-SUMX-REC-COUNT      PIC 9(9) VALUE ZERO.
           05  WS-SUMX-HASH           PIC 9(18) VALUE ZERO.
           05  WS-RISK-REC-COUNT      PIC 9(9) VALUE ZERO.
           05  WS-RISK-HASH           PIC 9(18) VALUE ZERO.

       01  MERGE-TOTALS.
           05  WS-CUMULATIVE-SUM      PIC 9(18) VALUE ZERO.
           05  WS-CTL-RUN-COUNT       PIC 9(7) VALUE ZERO.
           05  WS-CTL-RUNS-ADDED      PIC 9(7) VALUE ZERO.
           05  WS-MAN-PRINT-COUNT     PIC 9(7) VALUE ZERO.
           05  WS-MAN-HIST-COUNT      PIC 9(7) VALUE ZERO.
           05  WS-MAN-CTL-COUNT       PIC 9(7) VALUE ZERO.
           05  WS-MAN-AUDIT-COUNT     PIC 9(7) VALUE ZERO.
           05  WS-MAN-WORK-COUNT      PIC 9(9) VALUE ZERO.
           05  WS-EXC-ERROR-COUNT     PIC 9(4) VALUE ZERO.
           05  WS-EXC-WARN-COUNT      PIC 9(4) VALUE ZERO.
           05  WS-KEYWORD-ERRORS      PIC 9(4) VALUE ZERO.
           05  WS-DECK-MAX-RC         PIC 9(4) VALUE ZERO.
           05  WS-LAST-RUN-DATE       PIC 9(8) VALUE ZERO.
           05  WS-SLICE-SHORT-COUNT   PIC 9(3) VALUE ZERO.

      * The end-of-job exception summary, rebuilt from the merged
      * rows exactly as ADVFIBB prints it
       01  EXCEPTION-TABLE.
           05  WS-EXC-COUNT           PIC 9(4) VALUE ZERO.
           05  EXC-TABLE-ENTRY OCCURS 500 TIMES.
               10  EXL-SEVERITY       PIC X.
               10  EXL-TERM-INDEX     PIC 9(4).
               10  EXL-MSG-ID         PIC X(8).
               10  EXL-TEXT           PIC X(60).

       01  MANIFEST-LINE.
           05  ML-FILE-NAME           PIC X(8).
           05  FILLER                 PIC X(3) VALUE ' | '.
           05  ML-RECORD-COUNT        PIC Z(8)9.
           05  FILLER                 PIC X(3) VALUE ' | '.
           05  ML-FILE-STATUS         PIC XX.
           05  FILLER                 PIC X(3) VALUE ' | '.
           05  ML-DISPOSITION         PIC X(8).

       01  AUDIT-CHAIN-WORK.
           05  WS-PRIOR-CHAIN         PIC 9(13) VALUE ZERO.
           05  WS-CHAIN-BYTE-SUM      PIC 9(9) VALUE ZERO.
           05  WS-CHAIN-WORK          PIC 9(18) VALUE ZERO.
           05  WS-CHAIN-IDX           PIC 9(3) VALUE ZERO.

      * MQ structures and constants for the run-completion message
           COPY CMQODV.
           COPY CMQMDV.
           COPY CMQPMOV.
           COPY CMQV.

       01  WS-MQ-AREAS.
           05  WS-MQ-QMGR-NAME        PIC X(48) VALUE 'PRODQM'.
           05  WS-MQ-QUEUE-NAME       PIC X(48)
               VALUE 'FIB.RUN.COMPLETE'.
           05  WS-MQ-HCONN            PIC S9(9) BINARY VALUE ZERO.
           05  WS-MQ-HOBJ             PIC S9(9) BINARY VALUE ZERO.
           05  WS-MQ-COMPCODE         PIC S9(9) BINARY VALUE ZERO.
           05  WS-MQ-REASON           PIC S9(9) BINARY VALUE ZERO.
           05  WS-MQ-OPEN-OPTIONS     PIC S9(9) BINARY VALUE ZERO.
           05  WS-MQ-BUFFER-LENGTH    PIC S9(9) BINARY VALUE ZERO.

       01  MQ-COMPLETION-MESSAGE.
           05  MQM-RUN-DATE           PIC 9(8).
           05  MQM-RETURN-CODE        PIC 9(4).
           05  MQM-REQUEST-COUNT      PIC 9(3).
           05  MQM-XTRCT-COUNT        PIC 9(9).
           05  MQM-SUMX-COUNT         PIC 9(9).
           05  MQM-RISK-COUNT         PIC 9(9).
           05  MQM-OVERFLOW-FLAG      PIC X.
           05  MQM-RESTART-FLAG       PIC X.
           05  MQM-VALIDATION-FLAG    PIC X.
           05  MQM-DIV-WARNINGS       PIC 9(4).
           05  MQM-RELEASE-ID         PIC X(8).

       77  WS-REQ-IX                  PIC 9(3) VALUE ZERO.
       77  WS-PART-IX                 PIC 9 VALUE ZERO.
       77  WS-PARTS-USED              PIC 9 VALUE ZERO.
       77  WS-ROW-IX                  PIC 9(7) VALUE ZERO.
       77  WS-EXC-IDX                 PIC 9(4) VALUE ZERO.
       77  WS-MISSING-COUNT           PIC 9(3) VALUE ZERO.
       77  WS-FIRST-REQUEST-SW        PIC X VALUE 'Y'.
           88  FIRST-REQUEST              VALUE 'Y'.
       77  WS-USERID                  PIC X(8) VALUE SPACES.
       77  WS-RETURN-CODE             PIC 9(4) VALUE ZERO.
      * The business unit the deck ran for (PARM USERID,UNIT)
       77  WS-RUN-UNIT                PIC X(4) VALUE SPACES.
       77  WS-DEFAULT-UNIT            PIC X(4) VALUE SPACES.
       77  WS-PARM-TEXT-LEN           PIC S9(4) COMP VALUE ZERO.
       77  WS-CTL-UNIT-SW             PIC X VALUE 'N'.
           88  CTL-WRONG-UNIT             VALUE 'Y'.

      * Release this program was built for
           COPY FIBRELC.

      * Parameter area for the shared FIBUNITR business-unit resolver
           COPY FIBUNRC.

       LINKAGE SECTION.
       01  PARM-INFORMATION.
           05  PARM-LENGTH            PIC S9(4) COMP.
           05  PARM-TEXT              PIC X(13).

       PROCEDURE DIVISION USING PARM-INFORMATION.
       MAIN-PROCEDURE.
           PERFORM 000-INITIALIZE
           PERFORM 100-LOAD-REQUEST-MAP
               THRU 100-LOAD-REQUEST-MAP-EXIT
           IF WS-RETURN-CODE = ZERO
               PERFORM 150-LOAD-PARTITION-INDEXES
               PERFORM 200-VERIFY-DECK-COMPLETE
           END-IF
           IF WS-RETURN-CODE = ZERO
               PERFORM 300-MERGE-REQUESTS
               PERFORM 800-FINISH-MERGED-OUTPUTS
           END-IF
           PERFORM 900-TERMINATE

           GOBACK.

       000-INITIALIZE.
           IF PARM-LENGTH > ZERO
               MOVE PARM-LENGTH TO WS-PARM-TEXT-LEN
               IF WS-PARM-TEXT-LEN > 13
                   MOVE 13 TO WS-PARM-TEXT-LEN
               END-IF
               UNSTRING PARM-TEXT(1:WS-PARM-TEXT-LEN)
                   DELIMITED BY ','
                   INTO WS-USERID WS-RUN-UNIT
               END-UNSTRING
           END-IF

           DISPLAY '======================================='
           DISPLAY '   FIBMERGE - MERGE SPLIT-DECK OUTPUTS'
           DISPLAY '======================================='

           SET UNR-VALIDATE TO TRUE
           MOVE SPACES TO UNR-UNIT
           CALL 'FIBUNITR' USING FIBUNITR-PARMS
           MOVE UNR-UNIT TO WS-DEFAULT-UNIT
           SET UNR-VALIDATE TO TRUE
           MOVE WS-RUN-UNIT TO UNR-UNIT
           CALL 'FIBUNITR' USING FIBUNITR-PARMS
           IF UNR-OK
               MOVE UNR-UNIT TO WS-RUN-UNIT
           ELSE
               DISPLAY 'ERROR: BUSINESS UNIT ' WS-RUN-UNIT
                   ' IS NOT DEFINED - DECK NOT MERGED'
               MOVE 16 TO WS-RETURN-CODE
           END-IF

           MOVE ZERO TO WS-PARTS-USED
           PERFORM VARYING WS-PART-IX FROM 1 BY 1
                     UNTIL WS-PART-IX > 4
               MOVE ZERO TO PP-REQUESTS(WS-PART-IX)
               MOVE ZERO TO PP-PRINT-READ(WS-PART-IX)
               MOVE ZERO TO PP-EXCP-READ(WS-PART-IX)
           END-PERFORM.

       100-LOAD-REQUEST-MAP.
           OPEN INPUT SPLIT-MAP-FILE
           IF NOT SPMAP-FILE-OK
               DISPLAY 'ERROR: FIBSPMAP NOT AVAILABLE - STATUS '
                   WS-SPMAP-FILE-STATUS
               MOVE 16 TO WS-RETURN-CODE
               GO TO 100-LOAD-REQUEST-MAP-EXIT
           END-IF

           PERFORM UNTIL MAP-EOF-REACHED
               READ SPLIT-MAP-FILE
                   AT END
                       SET MAP-EOF-REACHED TO TRUE
                   NOT AT END
                       PERFORM 110-STORE-MAP-ENTRY
               END-READ
           END-PERFORM

           CLOSE SPLIT-MAP-FILE

           IF WS-REQ-COUNT = ZERO
               DISPLAY 'ERROR: FIBSPMAP LISTS NO REQUESTS - NOTHING '
                   'TO MERGE'
               MOVE 16 TO WS-RETURN-CODE
           END-IF

           DISPLAY 'REQUESTS ON THE MAP    : ' WS-REQ-COUNT
           DISPLAY 'PARTITIONS USED        : ' WS-PARTS-USED.

       100-LOAD-REQUEST-MAP-EXIT.
           EXIT.

       110-STORE-MAP-ENTRY.
           IF SPM-DECK-SEQ NOT = WS-REQ-COUNT + 1
                   OR SPM-PARTITION < 1 OR SPM-PARTITION > 4
               DISPLAY 'ERROR: FIBSPMAP OUT OF SEQUENCE AT REQUEST '
                   SPM-DECK-SEQ
               MOVE 16 TO WS-RETURN-CODE
               SET MAP-EOF-REACHED TO TRUE
           ELSE
               ADD 1 TO WS-REQ-COUNT
               MOVE SPM-PARTITION TO MAP-PARTITION(WS-REQ-COUNT)
               MOVE SPM-RUN-DATE  TO MAP-RUN-DATE(WS-REQ-COUNT)
               MOVE SPM-RUN-SEQ   TO MAP-RUN-SEQ(WS-REQ-COUNT)
               MOVE 'N'           TO MAP-INDEXED-SW(WS-REQ-COUNT)
               MOVE SPACES        TO MAP-INDEX-RECORD(WS-REQ-COUNT)
               MOVE SPM-PARTITION TO WS-PART-IX
               ADD 1 TO PP-REQUESTS(WS-PART-IX)
               IF SPM-PARTITION > WS-PARTS-USED
                   MOVE SPM-PARTITION TO WS-PARTS-USED
               END-IF
           END-IF.

      * Attach each partition's index records to the map. A record
      * for a request the map sends elsewhere is ignored with a
      * warning; the completeness check below catches the rest.
       150-LOAD-PARTITION-INDEXES.
           PERFORM VARYING WS-PART-IX FROM 1 BY 1
                     UNTIL WS-PART-IX > WS-PARTS-USED
               IF PP-REQUESTS(WS-PART-IX) > ZERO
                   PERFORM 160-LOAD-ONE-INDEX
               END-IF
           END-PERFORM.

       160-LOAD-ONE-INDEX.
           MOVE 'N' TO WS-PIDX-EOF-SW
           EVALUATE WS-PART-IX
               WHEN 1
                   OPEN INPUT PART-INDEX-FILE-1
               WHEN 2
                   OPEN INPUT PART-INDEX-FILE-2
               WHEN 3
                   OPEN INPUT PART-INDEX-FILE-3
               WHEN 4
                   OPEN INPUT PART-INDEX-FILE-4
           END-EVALUATE

           IF NOT PIDX-FILE-OK
               DISPLAY 'ERROR: PARTITION ' WS-PART-IX ' FIBPIDX NOT '
                   'AVAILABLE - STATUS ' WS-PIDX-FILE-STATUS
           ELSE
               PERFORM UNTIL PIDX-EOF-REACHED
                   EVALUATE WS-PART-IX
                       WHEN 1
                           READ PART-INDEX-FILE-1
                               INTO SPLIT-INDEX-RECORD
                               AT END
                                   SET PIDX-EOF-REACHED TO TRUE
                           END-READ
                       WHEN 2
                           READ PART-INDEX-FILE-2
                               INTO SPLIT-INDEX-RECORD
                               AT END
                                   SET PIDX-EOF-REACHED TO TRUE
                           END-READ
                       WHEN 3
                           READ PART-INDEX-FILE-3
                               INTO SPLIT-INDEX-RECORD
                               AT END
                                   SET PIDX-EOF-REACHED TO TRUE
                           END-READ
                       WHEN 4
                           READ PART-INDEX-FILE-4
                               INTO SPLIT-INDEX-RECORD
                               AT END
                                   SET PIDX-EOF-REACHED TO TRUE
                           END-READ
                   END-EVALUATE
                   IF NOT PIDX-EOF-REACHED
                       PERFORM 165-ATTACH-INDEX-RECORD
                   END-IF
               END-PERFORM
               EVALUATE WS-PART-IX
                   WHEN 1
                       CLOSE PART-INDEX-FILE-1
                   WHEN 2
                       CLOSE PART-INDEX-FILE-2
                   WHEN 3
                       CLOSE PART-INDEX-FILE-3
                   WHEN 4
                       CLOSE PART-INDEX-FILE-4
               END-EVALUATE
           END-IF.

       165-ATTACH-INDEX-RECORD.
           IF SPX-DECK-SEQ IS NOT NUMERIC
                   OR SPX-DECK-SEQ = ZERO
                   OR SPX-DECK-SEQ > WS-REQ-COUNT
               DISPLAY 'WARNING: PARTITION ' WS-PART-IX ' INDEXES '
                   'A REQUEST NOT ON THE MAP - IGNORED'
           ELSE
               MOVE SPX-DECK-SEQ TO WS-REQ-IX
               IF MAP-PARTITION(WS-REQ-IX) NOT = WS-PART-IX
                   DISPLAY 'WARNING: PARTITION ' WS-PART-IX
                       ' INDEXES REQUEST ' WS-REQ-IX
                       ' MAPPED TO PARTITION '
                       MAP-PARTITION(WS-REQ-IX) ' - IGNORED'
               ELSE
                   MOVE 'Y' TO MAP-INDEXED-SW(WS-REQ-IX)
                   MOVE SPLIT-INDEX-RECORD
                       TO MAP-INDEX-RECORD(WS-REQ-IX)
               END-IF
           END-IF.

      * Nothing is merged unless every request finished in its
      * partition - a partial deck must never reach the receivers
       200-VERIFY-DECK-COMPLETE.
           MOVE ZERO TO WS-MISSING-COUNT
           PERFORM VARYING WS-REQ-IX FROM 1 BY 1
                     UNTIL WS-REQ-IX > WS-REQ-COUNT
               IF MAP-INDEXED-SW(WS-REQ-IX) NOT = 'Y'
                   ADD 1 TO WS-MISSING-COUNT
                   DISPLAY 'ERROR: REQUEST ' WS-REQ-IX
                       ' (PARTITION ' MAP-PARTITION(WS-REQ-IX)
                       ', RUN DATE ' MAP-RUN-DATE(WS-REQ-IX)
                       ') DID NOT COMPLETE'
               END-IF
           END-PERFORM

           IF WS-MISSING-COUNT > ZERO
               DISPLAY 'ERROR: ' WS-MISSING-COUNT ' REQUEST(S) NOT '
                   'INDEXED - NOTHING MERGED'
               MOVE 16 TO WS-RETURN-CODE
           END-IF.

      * Walk the deck in original order, copying each request's
      * slice from its partition into the merged outputs
       300-MERGE-REQUESTS.
           PERFORM 305-OPEN-MERGE-FILES

           PERFORM VARYING WS-REQ-IX FROM 1 BY 1
                     UNTIL WS-REQ-IX > WS-REQ-COUNT
               MOVE MAP-INDEX-RECORD(WS-REQ-IX) TO SPLIT-INDEX-RECORD
               MOVE MAP-PARTITION(WS-REQ-IX) TO WS-PART-IX

               PERFORM 310-COPY-PRINT-SLICE
               PERFORM 320-COPY-EXCP-SLICE
               PERFORM 330-COPY-XTRCT-SLICE
               PERFORM 340-COPY-SUMX-SLICE
               PERFORM 350-APPLY-CONTROL-DELTA
               PERFORM 360-COPY-RISK-SLICE
               PERFORM 370-COPY-AUDIT-SLICE

               ADD SPX-HIST-ROWS      TO WS-MAN-HIST-COUNT
               ADD SPX-KEYWORD-ERRORS TO WS-KEYWORD-ERRORS
               IF SPX-RETURN-CODE > WS-DECK-MAX-RC
                   MOVE SPX-RETURN-CODE TO WS-DECK-MAX-RC
               END-IF
               MOVE SPX-RUN-DATE TO WS-LAST-RUN-DATE
               MOVE 'N' TO WS-FIRST-REQUEST-SW
           END-PERFORM

           PERFORM 395-CLOSE-PARTITION-FILES.

       305-OPEN-MERGE-FILES.
           OPEN OUTPUT PRINT-FILE

      * Control totals as they stood before the partitions ran -
      * the partitions counted against empty work copies
           OPEN INPUT CONTROL-TOTAL-FILE
           IF CTL-FILE-OK
               READ CONTROL-TOTAL-FILE
                   AT END
                       CONTINUE
                   NOT AT END
                       IF CTL-UNIT = SPACES
                           MOVE WS-DEFAULT-UNIT TO CTL-UNIT
                       END-IF
                       IF CTL-UNIT = WS-RUN-UNIT
                           MOVE CTL-CUMULATIVE-SUM
                               TO WS-CUMULATIVE-SUM
                           MOVE CTL-RUN-COUNT TO WS-CTL-RUN-COUNT
                       ELSE
                           SET CTL-WRONG-UNIT TO TRUE
                           DISPLAY 'ERROR: FIBCTL HOLDS THE TOTALS '
                               'OF UNIT ' CTL-UNIT ' NOT '
                               WS-RUN-UNIT ' - TOTALS NOT CARRIED'
                       END-IF
               END-READ
               CLOSE CONTROL-TOTAL-FILE
           END-IF
           DISPLAY 'CUMULATIVE SUM BEFORE THE DECK: '
               WS-CUMULATIVE-SUM ' OVER ' WS-CTL-RUN-COUNT ' RUNS'

           PERFORM 306-FIND-PRIOR-CHAIN

           PERFORM VARYING WS-PART-IX FROM 1 BY 1
                     UNTIL WS-PART-IX > WS-PARTS-USED
               IF PP-REQUESTS(WS-PART-IX) > ZERO
                   PERFORM 307-OPEN-PARTITION-FILES
               END-IF
           END-PERFORM.

      * The merged audit records chain on from the last record
      * already on the real trail
       306-FIND-PRIOR-CHAIN.
           MOVE ZERO TO WS-PRIOR-CHAIN
           MOVE 'N' TO WS-AUD-EOF-SW
           OPEN INPUT AUDIT-TRAIL-FILE
           IF WS-AUDIT-FILE-STATUS = '00'
               PERFORM UNTIL AUD-EOF-REACHED
                   READ AUDIT-TRAIL-FILE
                       AT END
                           SET AUD-EOF-REACHED TO TRUE
                       NOT AT END
                           IF AUD-CHAIN-VALUE IS NUMERIC
                               MOVE AUD-CHAIN-VALUE
                                   TO WS-PRIOR-CHAIN
                           END-IF
                   END-READ
               END-PERFORM
               CLOSE AUDIT-TRAIL-FILE
           END-IF.

      * A partition output its requests never wrote may be absent
      * or empty - its reads simply find nothing
       307-OPEN-PARTITION-FILES.
           EVALUATE WS-PART-IX
               WHEN 1
                   OPEN INPUT PART-PRINT-FILE-1
                   OPEN INPUT PART-EXCP-FILE-1
                   OPEN INPUT PART-XTRCT-FILE-1
                   OPEN INPUT PART-SUMX-FILE-1
                   OPEN INPUT PART-RISK-FILE-1
                   OPEN INPUT PART-AUDIT-FILE-1
               WHEN 2
                   OPEN INPUT PART-PRINT-FILE-2
                   OPEN INPUT PART-EXCP-FILE-2
                   OPEN INPUT PART-XTRCT-FILE-2
                   OPEN INPUT PART-SUMX-FILE-2
                   OPEN INPUT PART-RISK-FILE-2
                   OPEN INPUT PART-AUDIT-FILE-2
               WHEN 3
                   OPEN INPUT PART-PRINT-FILE-3
                   OPEN INPUT PART-EXCP-FILE-3
                   OPEN INPUT PART-XTRCT-FILE-3
                   OPEN INPUT PART-SUMX-FILE-3
                   OPEN INPUT PART-RISK-FILE-3
                   OPEN INPUT PART-AUDIT-FILE-3
               WHEN 4
                   OPEN INPUT PART-PRINT-FILE-4
                   OPEN INPUT PART-EXCP-FILE-4
                   OPEN INPUT PART-XTRCT-FILE-4
                   OPEN INPUT PART-SUMX-FILE-4
                   OPEN INPUT PART-RISK-FILE-4
                   OPEN INPUT PART-AUDIT-FILE-4
           END-EVALUATE.

      * The report header ahead of the first request is kept once,
      * from the partition that ran the deck's first request; the
      * other partitions' headers are passed over
       310-COPY-PRINT-SLICE.
           PERFORM UNTIL PP-PRINT-READ(WS-PART-IX) >= SPX-PRINT-START
               PERFORM 610-READ-PART-PRINT
               IF PART-FILE-AT-END
                   MOVE SPX-PRINT-START TO PP-PRINT-READ(WS-PART-IX)
               ELSE
                   IF FIRST-REQUEST
                       PERFORM 315-WRITE-MERGED-PRINT
                   END-IF
               END-IF
           END-PERFORM

           PERFORM VARYING WS-ROW-IX FROM 1 BY 1
                     UNTIL WS-ROW-IX > SPX-PRINT-LINES
               PERFORM 610-READ-PART-PRINT
               IF PART-FILE-AT-END
                   PERFORM 390-FLAG-SHORT-SLICE
                   MOVE SPX-PRINT-LINES TO WS-ROW-IX
               ELSE
                   PERFORM 315-WRITE-MERGED-PRINT
               END-IF
           END-PERFORM.

       315-WRITE-MERGED-PRINT.
           WRITE PRINT-RECORD FROM WS-PRINT-ROW
           ADD 1 TO WS-MAN-PRINT-COUNT.

      * Exception rows a partition logged ahead of the request's
      * own (an authorization warning at start-up, for instance)
      * are carried with the request rather than lost
       320-COPY-EXCP-SLICE.
           PERFORM UNTIL PP-EXCP-READ(WS-PART-IX) >= SPX-EXCP-START
               PERFORM 620-READ-PART-EXCP
               IF PART-FILE-AT-END
                   MOVE SPX-EXCP-START TO PP-EXCP-READ(WS-PART-IX)
               ELSE
                   PERFORM 325-WRITE-MERGED-EXCP
               END-IF
           END-PERFORM

           PERFORM VARYING WS-ROW-IX FROM 1 BY 1
                     UNTIL WS-ROW-IX > SPX-EXCP-ROWS
               PERFORM 620-READ-PART-EXCP
               IF PART-FILE-AT-END
                   PERFORM 390-FLAG-SHORT-SLICE
                   MOVE SPX-EXCP-ROWS TO WS-ROW-IX
               ELSE
                   PERFORM 325-WRITE-MERGED-EXCP
               END-IF
           END-PERFORM.

       325-WRITE-MERGED-EXCP.
           IF EXCP-ALREADY-OPENED
               CONTINUE
           ELSE
               OPEN OUTPUT EXCEPTION-FILE
               SET EXCP-ALREADY-OPENED TO TRUE
           END-IF

           MOVE WS-EXCP-ROW TO EXCEPTION-RECORD
           WRITE EXCEPTION-RECORD

           IF EXC-SEVERITY = 'E' OR EXC-SEVERITY = 'C'
               ADD 1 TO WS-EXC-ERROR-COUNT
           ELSE
               ADD 1 TO WS-EXC-WARN-COUNT
           END-IF

           IF WS-EXC-COUNT < 500
               ADD 1 TO WS-EXC-COUNT
               MOVE EXC-SEVERITY   TO EXL-SEVERITY(WS-EXC-COUNT)
               MOVE EXC-TERM-INDEX TO EXL-TERM-INDEX(WS-EXC-COUNT)
               MOVE EXC-MSG-ID     TO EXL-MSG-ID(WS-EXC-COUNT)
               MOVE EXC-TEXT       TO EXL-TEXT(WS-EXC-COUNT)
           END-IF.

       330-COPY-XTRCT-SLICE.
           PERFORM VARYING WS-ROW-IX FROM 1 BY 1
                     UNTIL WS-ROW-IX > SPX-XTRCT-ROWS
               PERFORM 630-READ-PART-XTRCT
               IF PART-FILE-AT-END
                   PERFORM 390-FLAG-SHORT-SLICE
                   MOVE SPX-XTRCT-ROWS TO WS-ROW-IX
               ELSE
                   IF XTRCT-ALREADY-OPENED
                       CONTINUE
                   ELSE
                       OPEN OUTPUT EXTRACT-FILE
                       SET XTRCT-ALREADY-OPENED TO TRUE
                       MOVE 'H'          TO EXH-RECORD-TYPE
                       MOVE SPX-RUN-DATE TO EXH-RUN-DATE
                       MOVE 'ADVFIBB'    TO EXH-PROGRAM-ID
                       MOVE FUNCTION CURRENT-DATE(1:14)
                           TO EXH-TIMESTAMP
                       MOVE '03'         TO EXH-LAYOUT-VERSION
                       MOVE WS-RUN-UNIT  TO EXH-UNIT
                       WRITE EXTRACT-HEADER-RECORD
                   END-IF
                   MOVE WS-XTRCT-ROW TO EXTRACT-RECORD
                   WRITE EXTRACT-RECORD
                   ADD 1 TO WS-XTRCT-REC-COUNT
                   ADD EXT-FIB-NUMBER TO WS-XTRCT-HASH
                       ON SIZE ERROR
                           COMPUTE WS-XTRCT-HASH =
                               WS-XTRCT-HASH - 999999999999999999
                               + EXT-FIB-NUMBER - 1
                   END-ADD
               END-IF
           END-PERFORM.

       340-COPY-SUMX-SLICE.
           PERFORM VARYING WS-ROW-IX FROM 1 BY 1
                     UNTIL WS-ROW-IX > SPX-SUMX-ROWS
               PERFORM 640-READ-PART-SUMX
               IF PART-FILE-AT-END
                   PERFORM 390-FLAG-SHORT-SLICE
                   MOVE SPX-SUMX-ROWS TO WS-ROW-IX
               ELSE
                   IF SUMX-ALREADY-OPENED
                       CONTINUE
                   ELSE
                       OPEN OUTPUT SUMMARY-EXTRACT-FILE
                       SET SUMX-ALREADY-OPENED TO TRUE
                       MOVE 'H'          TO SXH-RECORD-TYPE
                       MOVE SPX-RUN-DATE TO SXH-RUN-DATE
                       MOVE 'ADVFIBB'    TO SXH-PROGRAM-ID
                       MOVE FUNCTION CURRENT-DATE(1:14)
                           TO SXH-TIMESTAMP
                       MOVE '03'         TO SXH-LAYOUT-VERSION
                       MOVE REL-RELEASE-ID TO SXH-RELEASE-ID
                       MOVE WS-RUN-UNIT  TO SXH-UNIT
                       WRITE SUMMARY-HEADER-RECORD
                   END-IF
                   MOVE WS-SUMX-ROW TO SUMMARY-EXTRACT-RECORD
                   WRITE SUMMARY-EXTRACT-RECORD
                   ADD 1 TO WS-SUMX-REC-COUNT
                   ADD SMX-SUM TO WS-SUMX-HASH
                       ON SIZE ERROR
                           COMPUTE WS-SUMX-HASH =
                               WS-SUMX-HASH - 999999999999999999
                               + SMX-SUM - 1
                   END-ADD
               END-IF
           END-PERFORM.

      * The request's run, counted against the real totals in
      * deck order exactly as an unsplit run would have counted it
       350-APPLY-CONTROL-DELTA.
           IF SPX-CTL-RUNS > ZERO
               ADD SPX-RUN-SUM TO WS-CUMULATIVE-SUM
                   ON SIZE ERROR
                       DISPLAY
                           'WARNING: WS-CUMULATIVE-SUM OVERFLOW - '
                           'VALUE TRUNCATED'
               END-ADD
               ADD SPX-CTL-RUNS TO WS-CTL-RUN-COUNT
               ADD SPX-CTL-RUNS TO WS-CTL-RUNS-ADDED
           END-IF.

      * The partition wrote its own running total on each risk
      * row; the receivers get the deck-order total instead
       360-COPY-RISK-SLICE.
           PERFORM VARYING WS-ROW-IX FROM 1 BY 1
                     UNTIL WS-ROW-IX > SPX-RISK-ROWS
               PERFORM 650-READ-PART-RISK
               IF PART-FILE-AT-END
                   PERFORM 390-FLAG-SHORT-SLICE
                   MOVE SPX-RISK-ROWS TO WS-ROW-IX
               ELSE
                   IF RISK-ALREADY-OPENED
                       CONTINUE
                   ELSE
                       OPEN OUTPUT RISK-REPORT-FILE
                       SET RISK-ALREADY-OPENED TO TRUE
                       MOVE 'H'          TO RKH-RECORD-TYPE
                       MOVE SPX-RUN-DATE TO RKH-RUN-DATE
                       MOVE 'ADVFIBB'    TO RKH-PROGRAM-ID
                       MOVE FUNCTION CURRENT-DATE(1:14)
                           TO RKH-TIMESTAMP
                       MOVE '03'         TO RKH-LAYOUT-VERSION
                       MOVE WS-RUN-UNIT  TO RKH-UNIT
                       WRITE RISK-HEADER-RECORD
                   END-IF
                   MOVE WS-RISK-ROW TO RISK-REPORT-RECORD
                   MOVE WS-CUMULATIVE-SUM TO RISK-CUMULATIVE-SUM
                   WRITE RISK-REPORT-RECORD
                   ADD 1 TO WS-RISK-REC-COUNT
                   ADD RISK-CUMULATIVE-SUM TO WS-RISK-HASH
                       ON SIZE ERROR
                           COMPUTE WS-RISK-HASH =
                               WS-RISK-HASH - 999999999999999999
                               + RISK-CUMULATIVE-SUM - 1
                   END-ADD
               END-IF
           END-PERFORM.

       370-COPY-AUDIT-SLICE.
           PERFORM VARYING WS-ROW-IX FROM 1 BY 1
                     UNTIL WS-ROW-IX > SPX-AUDIT-ROWS
               PERFORM 660-READ-PART-AUDIT
               IF PART-FILE-AT-END
                   PERFORM 390-FLAG-SHORT-SLICE
                   MOVE SPX-AUDIT-ROWS TO WS-ROW-IX
               ELSE
                   IF AUDIT-ALREADY-OPENED
                       CONTINUE
                   ELSE
                       OPEN EXTEND AUDIT-TRAIL-FILE
                       IF WS-AUDIT-FILE-STATUS = '35'
                           OPEN OUTPUT AUDIT-TRAIL-FILE
                       END-IF
                       SET AUDIT-ALREADY-OPENED TO TRUE
                   END-IF
                   MOVE WS-AUDIT-ROW TO AUDIT-TRAIL-RECORD
                   PERFORM 897-COMPUTE-CHAIN-VALUE
                   WRITE AUDIT-TRAIL-RECORD
                   ADD 1 TO WS-MAN-AUDIT-COUNT
               END-IF
           END-PERFORM.

       390-FLAG-SHORT-SLICE.
           ADD 1 TO WS-SLICE-SHORT-COUNT
           DISPLAY 'ERROR: PARTITION ' WS-PART-IX ' OUTPUT ENDED '
               'SHORT OF REQUEST ' SPX-DECK-SEQ ' SLICE'
           IF 16 > WS-DECK-MAX-RC
               MOVE 16 TO WS-DECK-MAX-RC
           END-IF.

       395-CLOSE-PARTITION-FILES.
           PERFORM VARYING WS-PART-IX FROM 1 BY 1
                     UNTIL WS-PART-IX > WS-PARTS-USED
               IF PP-REQUESTS(WS-PART-IX) > ZERO
                   EVALUATE WS-PART-IX
                       WHEN 1
                           CLOSE PART-PRINT-FILE-1 PART-EXCP-FILE-1
                                 PART-XTRCT-FILE-1 PART-SUMX-FILE-1
                                 PART-RISK-FILE-1 PART-AUDIT-FILE-1
                       WHEN 2
                           CLOSE PART-PRINT-FILE-2 PART-EXCP-FILE-2
                                 PART-XTRCT-FILE-2 PART-SUMX-FILE-2
                                 PART-RISK-FILE-2 PART-AUDIT-FILE-2
                       WHEN 3
                           CLOSE PART-PRINT-FILE-3 PART-EXCP-FILE-3
                                 PART-XTRCT-FILE-3 PART-SUMX-FILE-3
                                 PART-RISK-FILE-3 PART-AUDIT-FILE-3
                       WHEN 4
                           CLOSE PART-PRINT-FILE-4 PART-EXCP-FILE-4
                                 PART-XTRCT-FILE-4 PART-SUMX-FILE-4
                                 PART-RISK-FILE-4 PART-AUDIT-FILE-4
                   END-EVALUATE
               END-IF
           END-PERFORM.

       610-READ-PART-PRINT.
           MOVE 'N' TO WS-PART-EOF-SW
           EVALUATE WS-PART-IX
               WHEN 1
                   READ PART-PRINT-FILE-1 INTO WS-PRINT-ROW
                       AT END
                           SET PART-FILE-AT-END TO TRUE
                   END-READ
               WHEN 2
                   READ PART-PRINT-FILE-2 INTO WS-PRINT-ROW
                       AT END
                           SET PART-FILE-AT-END TO TRUE
                   END-READ
               WHEN 3
                   READ PART-PRINT-FILE-3 INTO WS-PRINT-ROW
                       AT END
                           SET PART-FILE-AT-END TO TRUE
                   END-READ
               WHEN 4
                   READ PART-PRINT-FILE-4 INTO WS-PRINT-ROW
                       AT END
                           SET PART-FILE-AT-END TO TRUE
                   END-READ
           END-EVALUATE
           IF NOT PPRT-FILE-OK
               SET PART-FILE-AT-END TO TRUE
           END-IF
           IF NOT PART-FILE-AT-END
               ADD 1 TO PP-PRINT-READ(WS-PART-IX)
           END-IF.

       620-READ-PART-EXCP.
           MOVE 'N' TO WS-PART-EOF-SW
           EVALUATE WS-PART-IX
               WHEN 1
                   READ PART-EXCP-FILE-1 INTO WS-EXCP-ROW
                       AT END
                           SET PART-FILE-AT-END TO TRUE
                   END-READ
               WHEN 2
                   READ PART-EXCP-FILE-2 INTO WS-EXCP-ROW
                       AT END
                           SET PART-FILE-AT-END TO TRUE
                   END-READ
               WHEN 3
                   READ PART-EXCP-FILE-3 INTO WS-EXCP-ROW
                       AT END
                           SET PART-FILE-AT-END TO TRUE
                   END-READ
               WHEN 4
                   READ PART-EXCP-FILE-4 INTO WS-EXCP-ROW
                       AT END
                           SET PART-FILE-AT-END TO TRUE
                   END-READ
           END-EVALUATE
           IF NOT PEXC-FILE-OK
               SET PART-FILE-AT-END TO TRUE
           END-IF
           IF NOT PART-FILE-AT-END
               ADD 1 TO PP-EXCP-READ(WS-PART-IX)
           END-IF.

      * The partition extracts carry their own header and trailer
      * control records - those are passed over, the merged file
      * gets one of each
       630-READ-PART-XTRCT.
           MOVE 'N' TO WS-PART-EOF-SW
           MOVE 'N' TO WS-ROW-FOUND-SW
           PERFORM UNTIL DATA-ROW-FOUND OR PART-FILE-AT-END
               EVALUATE WS-PART-IX
                   WHEN 1
                       READ PART-XTRCT-FILE-1 INTO WS-XTRCT-ROW
                           AT END
                               SET PART-FILE-AT-END TO TRUE
                       END-READ
                   WHEN 2
                       READ PART-XTRCT-FILE-2 INTO WS-XTRCT-ROW
                           AT END
                               SET PART-FILE-AT-END TO TRUE
                       END-READ
                   WHEN 3
                       READ PART-XTRCT-FILE-3 INTO WS-XTRCT-ROW
                           AT END
                               SET PART-FILE-AT-END TO TRUE
                       END-READ
                   WHEN 4
                       READ PART-XTRCT-FILE-4 INTO WS-XTRCT-ROW
                           AT END
                               SET PART-FILE-AT-END TO TRUE
                       END-READ
               END-EVALUATE
               IF NOT PXTR-FILE-OK
                   SET PART-FILE-AT-END TO TRUE
               END-IF
               IF NOT PART-FILE-AT-END
                       AND WS-XTRCT-ROW(1:1) NOT = 'H'
                       AND WS-XTRCT-ROW(1:1) NOT = 'T'
                   SET DATA-ROW-FOUND TO TRUE
               END-IF
           END-PERFORM.

       640-READ-PART-SUMX.
           MOVE 'N' TO WS-PART-EOF-SW
           MOVE 'N' TO WS-ROW-FOUND-SW
           PERFORM UNTIL DATA-ROW-FOUND OR PART-FILE-AT-END
               EVALUATE WS-PART-IX
                   WHEN 1
                       READ PART-SUMX-FILE-1 INTO WS-SUMX-ROW
                           AT END
                               SET PART-FILE-AT-END TO TRUE
                       END-READ
                   WHEN 2
                       READ PART-SUMX-FILE-2 INTO WS-SUMX-ROW
                           AT END
                               SET PART-FILE-AT-END TO TRUE
                       END-READ
                   WHEN 3
                       READ PART-SUMX-FILE-3 INTO WS-SUMX-ROW
                           AT END
                               SET PART-FILE-AT-END TO TRUE
                       END-READ
                   WHEN 4
                       READ PART-SUMX-FILE-4 INTO WS-SUMX-ROW
                           AT END
                               SET PART-FILE-AT-END TO TRUE
                       END-READ
               END-EVALUATE
               IF NOT PSMX-FILE-OK
                   SET PART-FILE-AT-END TO TRUE
               END-IF
               IF NOT PART-FILE-AT-END
                       AND WS-SUMX-ROW(1:1) NOT = 'H'
                       AND WS-SUMX-ROW(1:1) NOT = 'T'
                   SET DATA-ROW-FOUND TO TRUE
               END-IF
           END-PERFORM.

       650-READ-PART-RISK.
           MOVE 'N' TO WS-PART-EOF-SW
           MOVE 'N' TO WS-ROW-FOUND-SW
           PERFORM UNTIL DATA-ROW-FOUND OR PART-FILE-AT-END
               EVALUATE WS-PART-IX
                   WHEN 1
                       READ PART-RISK-FILE-1 INTO WS-RISK-ROW
                           AT END
                               SET PART-FILE-AT-END TO TRUE
                       END-READ
                   WHEN 2
                       READ PART-RISK-FILE-2 INTO WS-RISK-ROW
                           AT END
                               SET PART-FILE-AT-END TO TRUE
                       END-READ
                   WHEN 3
                       READ PART-RISK-FILE-3 INTO WS-RISK-ROW
                           AT END
                               SET PART-FILE-AT-END TO TRUE
                       END-READ
                   WHEN 4
                       READ PART-RISK-FILE-4 INTO WS-RISK-ROW
                           AT END
                               SET PART-FILE-AT-END TO TRUE
                       END-READ
               END-EVALUATE
               IF NOT PRSK-FILE-OK
                   SET PART-FILE-AT-END TO TRUE
               END-IF
               IF NOT PART-FILE-AT-END
                       AND WS-RISK-ROW(1:1) NOT = 'H'
                       AND WS-RISK-ROW(1:1) NOT = 'T'
                   SET DATA-ROW-FOUND TO TRUE
               END-IF
           END-PERFORM.

       660-READ-PART-AUDIT.
           MOVE 'N' TO WS-PART-EOF-SW
           EVALUATE WS-PART-IX
               WHEN 1
                   READ PART-AUDIT-FILE-1 INTO WS-AUDIT-ROW
                       AT END
                           SET PART-FILE-AT-END TO TRUE
                   END-READ
               WHEN 2
                   READ PART-AUDIT-FILE-2 INTO WS-AUDIT-ROW
                       AT END
                           SET PART-FILE-AT-END TO TRUE
                   END-READ
               WHEN 3
                   READ PART-AUDIT-FILE-3 INTO WS-AUDIT-ROW
                       AT END
                           SET PART-FILE-AT-END TO TRUE
                   END-READ
               WHEN 4
                   READ PART-AUDIT-FILE-4 INTO WS-AUDIT-ROW
                       AT END
                           SET PART-FILE-AT-END TO TRUE
                   END-READ
           END-EVALUATE
           IF NOT PAUD-FILE-OK
               SET PART-FILE-AT-END TO TRUE
           END-IF.

      * Close out the merged deck the way ADVFIBB closes a deck:
      * exception summary, extract trailers, control totals, the
      * completion message, the output manifest and the deck
      * completion marker
       800-FINISH-MERGED-OUTPUTS.
           IF WS-EXC-COUNT > ZERO OR WS-EXC-ERROR-COUNT > ZERO
               PERFORM 720-EXCEPTION-SUMMARY
           END-IF

           IF EXCP-ALREADY-OPENED
               CLOSE EXCEPTION-FILE
           END-IF

           IF AUDIT-ALREADY-OPENED
               CLOSE AUDIT-TRAIL-FILE
           END-IF

           PERFORM 991-WRITE-EXTRACT-TRAILERS

           IF CTL-WRONG-UNIT
               DISPLAY 'WARNING: FIBCTL BELONGS TO ANOTHER UNIT - '
                   'CONTROL TOTALS NOT UPDATED'
               IF 8 > WS-DECK-MAX-RC
                   MOVE 8 TO WS-DECK-MAX-RC
               END-IF
           ELSE
               IF WS-CTL-RUNS-ADDED > ZERO
                   PERFORM 870-UPDATE-CONTROL-TOTALS
               END-IF
           END-IF

           IF WS-DECK-MAX-RC < 16
               IF XTRCT-ALREADY-OPENED OR SUMX-ALREADY-OPENED
                       OR RISK-ALREADY-OPENED
                   PERFORM 995-PUT-COMPLETION-MESSAGE
                       THRU 995-PUT-COMPLETION-EXIT
               END-IF
           ELSE
               DISPLAY 'MERGE INCOMPLETE - COMPLETION MESSAGE NOT SENT'
           END-IF

           PERFORM 992-PRINT-OUTPUT-MANIFEST

           DISPLAY SPACE
           DISPLAY '===== DECK COMPLETION SUMMARY ====='
           DISPLAY 'REQUESTS MERGED     : ' WS-REQ-COUNT
           DISPLAY 'PARTITIONS MERGED   : ' WS-PARTS-USED
           DISPLAY 'KEYWORD ERRORS      : ' WS-KEYWORD-ERRORS
           DISPLAY 'HIGHEST RETURN CODE : ' WS-DECK-MAX-RC
           DISPLAY '==================================='

           MOVE '===== DECK COMPLETION SUMMARY =====' TO PRINT-RECORD
           WRITE PRINT-RECORD
           ADD 1 TO WS-MAN-PRINT-COUNT
           CLOSE PRINT-FILE

           IF WS-DECK-MAX-RC > WS-RETURN-CODE
               MOVE WS-DECK-MAX-RC TO WS-RETURN-CODE
           END-IF.

       720-EXCEPTION-SUMMARY.
           DISPLAY SPACE
           DISPLAY '===== EXCEPTION SUMMARY ====='
           DISPLAY 'ERRORS   : ' WS-EXC-ERROR-COUNT
           DISPLAY 'WARNINGS : ' WS-EXC-WARN-COUNT

           MOVE '===== EXCEPTION SUMMARY =====' TO PRINT-RECORD
           WRITE PRINT-RECORD
           ADD 1 TO WS-MAN-PRINT-COUNT

           PERFORM VARYING WS-EXC-IDX FROM 1 BY 1
                     UNTIL WS-EXC-IDX > WS-EXC-COUNT
               IF EXL-SEVERITY(WS-EXC-IDX) = 'E'
                   PERFORM 725-PRINT-ONE-EXCEPTION
               END-IF
           END-PERFORM

           PERFORM VARYING WS-EXC-IDX FROM 1 BY 1
                     UNTIL WS-EXC-IDX > WS-EXC-COUNT
               IF EXL-SEVERITY(WS-EXC-IDX) NOT = 'E'
                   PERFORM 725-PRINT-ONE-EXCEPTION
               END-IF
           END-PERFORM

           DISPLAY '============================='.

       725-PRINT-ONE-EXCEPTION.
           DISPLAY EXL-SEVERITY(WS-EXC-IDX) ' '
               EXL-MSG-ID(WS-EXC-IDX) ' TERM '
               EXL-TERM-INDEX(WS-EXC-IDX) ' '
               EXL-TEXT(WS-EXC-IDX)
           MOVE SPACES TO PRINT-RECORD
           STRING EXL-SEVERITY(WS-EXC-IDX)   DELIMITED BY SIZE
                  ' '                        DELIMITED BY SIZE
                  EXL-MSG-ID(WS-EXC-IDX)     DELIMITED BY SIZE
                  ' TERM '                   DELIMITED BY SIZE
                  EXL-TERM-INDEX(WS-EXC-IDX) DELIMITED BY SIZE
                  ' '                        DELIMITED BY SIZE
                  EXL-TEXT(WS-EXC-IDX)       DELIMITED BY SIZE
               INTO PRINT-RECORD
           END-STRING
           WRITE PRINT-RECORD
           ADD 1 TO WS-MAN-PRINT-COUNT.

       870-UPDATE-CONTROL-TOTALS.
           OPEN OUTPUT CONTROL-TOTAL-FILE
           MOVE WS-CUMULATIVE-SUM TO CTL-CUMULATIVE-SUM
           MOVE WS-CTL-RUN-COUNT  TO CTL-RUN-COUNT
           MOVE WS-RUN-UNIT       TO CTL-UNIT
           WRITE CONTROL-TOTAL-RECORD
           ADD 1 TO WS-MAN-CTL-COUNT
           CLOSE CONTROL-TOTAL-FILE

           DISPLAY 'CUMULATIVE SUM AFTER THE DECK:  '
               WS-CUMULATIVE-SUM ' OVER ' WS-CTL-RUN-COUNT ' RUNS'.

      * CHAIN = MOD(PRIOR * 31 + BYTE SUM OF THE TEXT AND ITS
      * EXTENSION, 10**13) - the same seal ADVFIBB applies
       897-COMPUTE-CHAIN-VALUE.
           MOVE ZERO TO WS-CHAIN-BYTE-SUM
           PERFORM VARYING WS-CHAIN-IDX FROM 1 BY 1
                     UNTIL WS-CHAIN-IDX > 166
               COMPUTE WS-CHAIN-BYTE-SUM = WS-CHAIN-BYTE-SUM
                   + FUNCTION ORD(AUD-LINE-TEXT(WS-CHAIN-IDX:1))
           END-PERFORM
           PERFORM VARYING WS-CHAIN-IDX FROM 1 BY 1
                     UNTIL WS-CHAIN-IDX > 100
               COMPUTE WS-CHAIN-BYTE-SUM = WS-CHAIN-BYTE-SUM
                   + FUNCTION ORD(AUD-EXT-TEXT(WS-CHAIN-IDX:1))
           END-PERFORM
           COMPUTE WS-CHAIN-WORK =
               WS-PRIOR-CHAIN * 31 + WS-CHAIN-BYTE-SUM
           COMPUTE AUD-CHAIN-VALUE =
               FUNCTION MOD(WS-CHAIN-WORK, 10000000000000)
           MOVE AUD-CHAIN-VALUE TO WS-PRIOR-CHAIN.

       991-WRITE-EXTRACT-TRAILERS.
           IF XTRCT-ALREADY-OPENED
               MOVE 'T'                TO EXR-RECORD-TYPE
               MOVE WS-XTRCT-REC-COUNT TO EXR-RECORD-COUNT
               MOVE WS-XTRCT-HASH      TO EXR-HASH-TOTAL
               MOVE REL-RELEASE-ID     TO EXR-RELEASE-ID
               WRITE EXTRACT-TRAILER-RECORD
               CLOSE EXTRACT-FILE
           END-IF

           IF SUMX-ALREADY-OPENED
               MOVE 'T'                TO SXR-RECORD-TYPE
               MOVE WS-SUMX-REC-COUNT  TO SXR-RECORD-COUNT
               MOVE WS-SUMX-HASH       TO SXR-HASH-TOTAL
               WRITE SUMMARY-TRAILER-RECORD
               CLOSE SUMMARY-EXTRACT-FILE
           END-IF

           IF RISK-ALREADY-OPENED
               MOVE 'T'                TO RKR-RECORD-TYPE
               MOVE WS-RISK-REC-COUNT  TO RKR-RECORD-COUNT
               MOVE WS-RISK-HASH       TO RKR-HASH-TOTAL
               MOVE REL-RELEASE-ID     TO RKR-RELEASE-ID
               WRITE RISK-TRAILER-RECORD
               CLOSE RISK-REPORT-FILE
           END-IF.

      * One line per merged output - the manifest scheduling reads
      * for an unsplit deck, so FIBBURST routes it the same way
       992-PRINT-OUTPUT-MANIFEST.
           DISPLAY SPACE
           DISPLAY '===== OUTPUT MANIFEST ====='
           DISPLAY 'FILE     |   RECORDS | ST | DISP'

           MOVE '===== OUTPUT MANIFEST =====' TO PRINT-RECORD
           WRITE PRINT-RECORD
           ADD 1 TO WS-MAN-PRINT-COUNT

           MOVE 'PRTOUT  ' TO ML-FILE-NAME
           MOVE WS-MAN-PRINT-COUNT TO WS-MAN-WORK-COUNT
           MOVE WS-PRINT-FILE-STATUS TO ML-FILE-STATUS
           PERFORM 993-SHOW-MANIFEST-LINE

           MOVE 'FIBHIST ' TO ML-FILE-NAME
           MOVE WS-MAN-HIST-COUNT TO WS-MAN-WORK-COUNT
           MOVE '00' TO ML-FILE-STATUS
           PERFORM 993-SHOW-MANIFEST-LINE

           MOVE 'FIBCTL  ' TO ML-FILE-NAME
           MOVE WS-MAN-CTL-COUNT TO WS-MAN-WORK-COUNT
           MOVE WS-CTL-FILE-STATUS TO ML-FILE-STATUS
           PERFORM 993-SHOW-MANIFEST-LINE

           MOVE 'FIBXTRCT' TO ML-FILE-NAME
           MOVE WS-XTRCT-REC-COUNT TO WS-MAN-WORK-COUNT
           MOVE WS-XTRCT-FILE-STATUS TO ML-FILE-STATUS
           PERFORM 993-SHOW-MANIFEST-LINE

           MOVE 'FIBRISK ' TO ML-FILE-NAME
           MOVE WS-RISK-REC-COUNT TO WS-MAN-WORK-COUNT
           MOVE WS-RISK-FILE-STATUS TO ML-FILE-STATUS
           PERFORM 993-SHOW-MANIFEST-LINE

           MOVE 'FIBSUMX ' TO ML-FILE-NAME
           MOVE WS-SUMX-REC-COUNT TO WS-MAN-WORK-COUNT
           MOVE WS-SUMX-FILE-STATUS TO ML-FILE-STATUS
           PERFORM 993-SHOW-MANIFEST-LINE

           MOVE 'FIBAUDIT' TO ML-FILE-NAME
           MOVE WS-MAN-AUDIT-COUNT TO WS-MAN-WORK-COUNT
           MOVE WS-AUDIT-FILE-STATUS TO ML-FILE-STATUS
           PERFORM 993-SHOW-MANIFEST-LINE

           MOVE 'FIBEXCP ' TO ML-FILE-NAME
           COMPUTE WS-MAN-WORK-COUNT =
               WS-EXC-ERROR-COUNT + WS-EXC-WARN-COUNT
           MOVE WS-EXCP-FILE-STATUS TO ML-FILE-STATUS
           PERFORM 993-SHOW-MANIFEST-LINE

           DISPLAY '==========================='.

       993-SHOW-MANIFEST-LINE.
           MOVE WS-MAN-WORK-COUNT TO ML-RECORD-COUNT
           IF WS-MAN-WORK-COUNT = ZERO
               MOVE 'SKIPPED ' TO ML-DISPOSITION
               MOVE SPACES TO ML-FILE-STATUS
           ELSE
               MOVE 'WRITTEN ' TO ML-DISPOSITION
           END-IF
           DISPLAY MANIFEST-LINE
           WRITE PRINT-RECORD FROM MANIFEST-LINE
           ADD 1 TO WS-MAN-PRINT-COUNT.

      * The completion message the partitions held back, for the
      * whole deck: the last request's run date and flags, the
      * deck's highest return code and the merged record counts
       995-PUT-COMPLETION-MESSAGE.
           MOVE MAP-INDEX-RECORD(WS-REQ-COUNT) TO SPLIT-INDEX-RECORD
           MOVE WS-LAST-RUN-DATE       TO MQM-RUN-DATE
           MOVE WS-DECK-MAX-RC         TO MQM-RETURN-CODE
           MOVE WS-REQ-COUNT           TO MQM-REQUEST-COUNT
           MOVE WS-XTRCT-REC-COUNT     TO MQM-XTRCT-COUNT
           MOVE WS-SUMX-REC-COUNT      TO MQM-SUMX-COUNT
           MOVE WS-RISK-REC-COUNT      TO MQM-RISK-COUNT
           MOVE SPX-DIV-WARNINGS       TO MQM-DIV-WARNINGS
           MOVE REL-RELEASE-ID         TO MQM-RELEASE-ID
           MOVE SPX-OVERFLOW-FLAG      TO MQM-OVERFLOW-FLAG
           MOVE SPX-RESTART-FLAG       TO MQM-RESTART-FLAG
           MOVE SPX-VALIDATION-FLAG    TO MQM-VALIDATION-FLAG

           CALL 'MQCONN' USING WS-MQ-QMGR-NAME
                               WS-MQ-HCONN
                               WS-MQ-COMPCODE
                               WS-MQ-REASON
           END-CALL
           IF WS-MQ-COMPCODE NOT = MQCC-OK
               DISPLAY 'WARNING: MQCONN FAILED - REASON '
                   WS-MQ-REASON ' - COMPLETION MESSAGE NOT SENT'
               GO TO 995-PUT-COMPLETION-EXIT
           END-IF

           MOVE WS-MQ-QUEUE-NAME TO MQOD-OBJECTNAME
           COMPUTE WS-MQ-OPEN-OPTIONS = MQOO-OUTPUT

           CALL 'MQOPEN' USING WS-MQ-HCONN
                               MQOD
                               WS-MQ-OPEN-OPTIONS
                               WS-MQ-HOBJ
                               WS-MQ-COMPCODE
                               WS-MQ-REASON
           END-CALL
           IF WS-MQ-COMPCODE NOT = MQCC-OK
               DISPLAY 'WARNING: MQOPEN FAILED - REASON '
                   WS-MQ-REASON ' - COMPLETION MESSAGE NOT SENT'
               PERFORM 996-MQ-DISCONNECT
               GO TO 995-PUT-COMPLETION-EXIT
           END-IF

           MOVE MQFMT-STRING TO MQMD-FORMAT
           MOVE MQPER-PERSISTENT TO MQMD-PERSISTENCE
           MOVE LENGTH OF MQ-COMPLETION-MESSAGE
               TO WS-MQ-BUFFER-LENGTH

           CALL 'MQPUT' USING WS-MQ-HCONN
                              WS-MQ-HOBJ
                              MQMD
                              MQPMO
                              WS-MQ-BUFFER-LENGTH
                              MQ-COMPLETION-MESSAGE
                              WS-MQ-COMPCODE
                              WS-MQ-REASON
           END-CALL
           IF WS-MQ-COMPCODE NOT = MQCC-OK
               DISPLAY 'WARNING: MQPUT FAILED - REASON '
                   WS-MQ-REASON ' - COMPLETION MESSAGE NOT SENT'
           ELSE
               DISPLAY 'RUN-COMPLETION MESSAGE PUT TO '
                   WS-MQ-QUEUE-NAME
           END-IF

           CALL 'MQCLOSE' USING WS-MQ-HCONN
                                WS-MQ-HOBJ
                                MQCO-NONE
                                WS-MQ-COMPCODE
                                WS-MQ-REASON
           END-CALL

           PERFORM 996-MQ-DISCONNECT.

       995-PUT-COMPLETION-EXIT.
           EXIT.

       996-MQ-DISCONNECT.
           CALL 'MQDISC' USING WS-MQ-HCONN
                               WS-MQ-COMPCODE
                               WS-MQ-REASON
           END-CALL.

       900-TERMINATE.
           IF WS-SLICE-SHORT-COUNT > ZERO
               DISPLAY 'ERROR: ' WS-SLICE-SHORT-COUNT ' REQUEST '
                   'SLICE(S) CAME UP SHORT - DO NOT RELEASE THE '
                   'MERGED OUTPUTS'
           END-IF
           DISPLAY '   FIBMERGE COMPLETED - RELEASE ' REL-RELEASE-ID
           DISPLAY 'RETURN CODE: ' WS-RETURN-CODE
           MOVE WS-RETURN-CODE TO RETURN-CODE.
