      ******************************************************************
      * FIBXVBLD builds the receiver-specific views of the daily
      * FIBXTRCT. Some receivers want only part of the extract - the
      * primes, the huge terms, a term range, a few columns - and
      * until now each one cut its own copy on arrival, balancing
      * (or not) against figures that described the whole file.
      *
      *   1. every active FIBVIEW definition is loaded (at most
      *      eight - one per output slot FIBXV1-FIBXV8),
      *   2. the FIBXTRCT generation is read once and balanced
      *      against its own trailer - an extract that does not
      *      balance is never cut into views,
      *   3. the extract is read again and every detail row is
      *      offered to every view; a row the view selects is
      *      written to the view's slot carrying only the view's
      *      columns,
      *   4. each view gets its own header and its own trailer
      *      (count and hash total of what it actually holds), and
      *      a FIBXVMAN manifest record FIBXMITD sends it from.
      *
      * RC=8 when the extract is missing or does not balance (the
      * manifest is left empty, so nothing stale is sent); RC=4 when
      * FIBVIEW is missing or a definition could not be built.
      *
      * Each view takes one business unit's extracts (VWD-UNIT);
      * when the generation's header names another unit the view
      * is not cut this cycle and nothing is sent for it.
      ******************************************************************
       IDENTIFICATION DIVISION.
       PROGRAM-ID. FIBXVBLD.
       AUTHOR. Antonio Gibas.
       DATE-WRITTEN. 10-15-2026.
       DATE-COMPILED. 10-15-2026.

      * MODIFICATION HISTORY
      * 10-15-2026  AG  INITIAL VERSION - RECEIVER VIEWS OF THE
      *                 DAILY EXTRACT WITH THEIR OWN CONTROL TOTALS
      * 10-15-2026  AG  SHOW THE SUITE RELEASE ID ON THE COMPLETION LINE
      * 10-15-2026  AG  A VIEW IS CUT ONLY FROM ITS OWN BUSINESS UNIT'S
      *                 EXTRACT (VWD-UNIT)
      ******************************************************************

       ENVIRONMENT DIVISION.
       CONFIGURATION SECTION.
       SOURCE-COMPUTER. IBM-Z.
       OBJECT-COMPUTER. IBM-Z.

       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
           SELECT VIEW-DEFINITION-FILE ASSIGN TO "FIBVIEW"
               ORGANIZATION IS INDEXED
               ACCESS MODE IS SEQUENTIAL
               RECORD KEY IS VWD-RECEIVER-ID
               FILE STATUS IS WS-VIEW-FILE-STATUS.
           SELECT EXTRACT-FILE ASSIGN TO "FIBXTRCT"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-XTRCT-FILE-STATUS.
           SELECT VIEW-MANIFEST-FILE ASSIGN TO "FIBXVMAN"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-VMAN-FILE-STATUS.
           SELECT VIEW-SLOT-1-FILE ASSIGN TO "FIBXV1"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-SLOT-FILE-STATUS.
           SELECT VIEW-SLOT-2-FILE ASSIGN TO "FIBXV2"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-SLOT-FILE-STATUS.
           SELECT VIEW-SLOT-3-FILE ASSIGN TO "FIBXV3"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-SLOT-FILE-STATUS.
           SELECT VIEW-SLOT-4-FILE ASSIGN TO "FIBXV4"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-SLOT-FILE-STATUS.
           SELECT VIEW-SLOT-5-FILE ASSIGN TO "FIBXV5"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-SLOT-FILE-STATUS.
           SELECT VIEW-SLOT-6-FILE ASSIGN TO "FIBXV6"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-SLOT-FILE-STATUS.
           SELECT VIEW-SLOT-7-FILE ASSIGN TO "FIBXV7"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-SLOT-FILE-STATUS.
           SELECT VIEW-SLOT-8-FILE ASSIGN TO "FIBXV8"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-SLOT-FILE-STATUS.

       DATA DIVISION.
       FILE SECTION.
       FD  VIEW-DEFINITION-FILE.
           COPY FIBVIEWC.

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

       FD  VIEW-MANIFEST-FILE
           RECORDING MODE IS F.
           COPY FIBXVMC.

       FD  VIEW-SLOT-1-FILE
           RECORDING MODE IS F.
       01  VIEW-SLOT-1-RECORD         PIC X(50).

       FD  VIEW-SLOT-2-FILE
           RECORDING MODE IS F.
       01  VIEW-SLOT-2-RECORD         PIC X(50).

       FD  VIEW-SLOT-3-FILE
           RECORDING MODE IS F.
       01  VIEW-SLOT-3-RECORD         PIC X(50).

       FD  VIEW-SLOT-4-FILE
           RECORDING MODE IS F.
       01  VIEW-SLOT-4-RECORD         PIC X(50).

       FD  VIEW-SLOT-5-FILE
           RECORDING MODE IS F.
       01  VIEW-SLOT-5-RECORD         PIC X(50).

       FD  VIEW-SLOT-6-FILE
           RECORDING MODE IS F.
       01  VIEW-SLOT-6-RECORD         PIC X(50).

       FD  VIEW-SLOT-7-FILE
           RECORDING MODE IS F.
       01  VIEW-SLOT-7-RECORD         PIC X(50).

       FD  VIEW-SLOT-8-FILE
           RECORDING MODE IS F.
       01  VIEW-SLOT-8-RECORD         PIC X(50).

       WORKING-STORAGE SECTION.

       01  WS-FILE-STATUSES.
           05  WS-VIEW-FILE-STATUS    PIC XX VALUE SPACES.
               88  VIEW-FILE-OK            VALUE '00'.
           05  WS-XTRCT-FILE-STATUS   PIC XX VALUE SPACES.
               88  XTRCT-FILE-OK           VALUE '00'.
           05  WS-VMAN-FILE-STATUS    PIC XX VALUE SPACES.
           05  WS-SLOT-FILE-STATUS    PIC XX VALUE SPACES.
               88  SLOT-FILE-OK            VALUE '00'.

       01  WS-INDICATORS.
           05  WS-VIEW-EOF-SW         PIC X VALUE 'N'.
               88  VIEW-EOF-REACHED       VALUE 'Y'.
           05  WS-XTRCT-EOF-SW        PIC X VALUE 'N'.
               88  XTRCT-EOF-REACHED      VALUE 'Y'.
           05  WS-HEADER-SEEN-SW      PIC X VALUE 'N'.
               88  HEADER-WAS-SEEN        VALUE 'Y'.
           05  WS-TRAILER-SEEN-SW     PIC X VALUE 'N'.
               88  TRAILER-WAS-SEEN       VALUE 'Y'.
           05  WS-SOURCE-BALANCED-SW  PIC X VALUE 'N'.
               88  SOURCE-IS-BALANCED     VALUE 'Y'.
           05  WS-ROW-SELECTED-SW     PIC X VALUE 'N'.
               88  ROW-IS-SELECTED        VALUE 'Y'.
           05  WS-VIEW-UNIT-SW        PIC X VALUE 'N'.
               88  VIEW-UNIT-MATCHES      VALUE 'Y'.

      * Where each extract column sits in the detail row, in the
      * order of the FIBVIEWC column map
       01  COLUMN-POSITION-VALUES.
           05  FILLER                 PIC X(4) VALUE '0108'.
           05  FILLER                 PIC X(4) VALUE '0904'.
           05  FILLER                 PIC X(4) VALUE '1318'.
           05  FILLER                 PIC X(4) VALUE '3101'.
           05  FILLER                 PIC X(4) VALUE '3201'.
           05  FILLER                 PIC X(4) VALUE '3301'.
           05  FILLER                 PIC X(4) VALUE '3401'.
           05  FILLER                 PIC X(4) VALUE '3502'.
           05  FILLER                 PIC X(4) VALUE '3702'.
       01  COLUMN-POSITION-TABLE REDEFINES COLUMN-POSITION-VALUES.
           05  COLUMN-POSITION OCCURS 9 TIMES.
               10  CP-START           PIC 9(2).
               10  CP-LENGTH          PIC 9(2).

      * The active views, in receiver order, with the running
      * figures each one's trailer and manifest record carry
       01  VIEW-TABLE.
           05  WS-VIEW-COUNT          PIC 9 VALUE ZERO.
           05  VIEW-ENTRY OCCURS 8 TIMES.
               10  VT-RECEIVER-ID     PIC X(8).
               10  VT-SLOT            PIC 9.
               10  VT-STATUS-SELECT   PIC X(3).
               10  VT-CATEGORY-SELECT PIC X(4).
               10  VT-RESIDUE-SELECT  PIC X.
               10  VT-COMBINE-RULE    PIC X.
                   88  VT-MATCH-ANY       VALUE 'O'.
               10  VT-TERM-FROM       PIC 9(4).
               10  VT-TERM-TO         PIC 9(4).
               10  VT-COLUMN-MAP      PIC X(9).
               10  VT-COLUMN-FLAG REDEFINES VT-COLUMN-MAP
                                      PIC X OCCURS 9 TIMES.
               10  VT-UNIT            PIC X(4).
               10  VT-OPEN-SW         PIC X.
                   88  VT-IS-OPEN         VALUE 'Y'.
               10  VT-RECORD-COUNT    PIC 9(9).
               10  VT-HASH-TOTAL      PIC 9(18).

       01  SLOT-USED-TABLE.
           05  SLOT-USED-SW           PIC X OCCURS 8 TIMES.

       COPY FIBXVWC.

       01  WS-PACKED-ROW              PIC X(38).
       01  WS-CATEGORY-CHAR           PIC X.

       77  WS-VIEW-IDX                PIC 9(2) VALUE ZERO.
       77  WS-COL-IDX                 PIC 9(2) VALUE ZERO.
       77  WS-CHAR-IDX                PIC 9(2) VALUE ZERO.
       77  WS-PACK-PTR                PIC 9(2) VALUE ZERO.
       77  WS-CRITERIA-GIVEN          PIC 9 VALUE ZERO.
       77  WS-CRITERIA-MET            PIC 9 VALUE ZERO.
       77  WS-SOURCE-RUN-DATE         PIC 9(8) VALUE ZERO.
       77  WS-SOURCE-READ-COUNT       PIC 9(9) VALUE ZERO.
       77  WS-SOURCE-HASH             PIC 9(18) VALUE ZERO.
       77  WS-TRAILER-COUNT           PIC 9(9) VALUE ZERO.
       77  WS-TRAILER-HASH            PIC 9(18) VALUE ZERO.
       77  WS-NOW-STAMP               PIC 9(14) VALUE ZERO.
       77  WS-DEFINITIONS-READ        PIC 9(5) VALUE ZERO.
       77  WS-VIEWS-BUILT             PIC 9(5) VALUE ZERO.
       77  WS-VIEWS-REJECTED          PIC 9(5) VALUE ZERO.
       77  WS-RETURN-CODE             PIC 9(4) VALUE ZERO.
       77  WS-VIEWS-OTHER-UNIT        PIC 9(5) VALUE ZERO.

      * Business unit the generation was written for; blank on the
      * header or a definition means the default unit
       77  WS-SOURCE-UNIT             PIC X(4) VALUE SPACES.
       77  WS-DEFAULT-UNIT            PIC X(4) VALUE SPACES.

      * Parameter area for the shared FIBUNITR business-unit resolver
           COPY FIBUNRC.

      * Release this program was built for
           COPY FIBRELC.

       PROCEDURE DIVISION.
       MAIN-PROCEDURE.
           PERFORM 000-INITIALIZE
           PERFORM 100-LOAD-VIEWS THRU 100-LOAD-VIEWS-EXIT
           PERFORM 200-BALANCE-SOURCE THRU 200-BALANCE-SOURCE-EXIT
           PERFORM 300-BUILD-VIEWS THRU 300-BUILD-VIEWS-EXIT
           PERFORM 400-WRITE-MANIFEST
           PERFORM 900-TERMINATE

           GOBACK.

       000-INITIALIZE.
           MOVE FUNCTION CURRENT-DATE(1:14) TO WS-NOW-STAMP
           MOVE ALL 'N' TO SLOT-USED-TABLE

           DISPLAY '======================================='
           DISPLAY '   FIBXVBLD - RECEIVER VIEW BUILD'
           DISPLAY '======================================='

           SET UNR-VALIDATE TO TRUE
           MOVE SPACES TO UNR-UNIT
           CALL 'FIBUNITR' USING FIBUNITR-PARMS
           MOVE UNR-UNIT TO WS-DEFAULT-UNIT
           MOVE UNR-UNIT TO WS-SOURCE-UNIT.

      ******************************************************************
      * Only active definitions are loaded. Two receivers naming
      * the same slot would overwrite each other's file - the later
      * one (in receiver order) is rejected.
      ******************************************************************
       100-LOAD-VIEWS.
           OPEN INPUT VIEW-DEFINITION-FILE
           IF NOT VIEW-FILE-OK
               DISPLAY 'WARNING: FIBVIEW NOT AVAILABLE - STATUS '
                   WS-VIEW-FILE-STATUS ' - NO VIEWS BUILT'
               MOVE 4 TO WS-RETURN-CODE
               GO TO 100-LOAD-VIEWS-EXIT
           END-IF

           PERFORM UNTIL VIEW-EOF-REACHED
               READ VIEW-DEFINITION-FILE NEXT RECORD
                   AT END
                       SET VIEW-EOF-REACHED TO TRUE
                   NOT AT END
                       ADD 1 TO WS-DEFINITIONS-READ
                       IF VWD-IS-ACTIVE
                           PERFORM 110-LOAD-ONE-VIEW
                       END-IF
               END-READ
           END-PERFORM

           CLOSE VIEW-DEFINITION-FILE

           DISPLAY 'ACTIVE VIEWS LOADED: ' WS-VIEW-COUNT.

       100-LOAD-VIEWS-EXIT.
           EXIT.

       110-LOAD-ONE-VIEW.
           IF NOT VWD-SLOT-VALID
               ADD 1 TO WS-VIEWS-REJECTED
               DISPLAY 'VIEW REJECTED: ' VWD-RECEIVER-ID
                   ' NAMES NO VALID SLOT'
           ELSE
               IF SLOT-USED-SW(VWD-VIEW-SLOT) = 'Y'
                       OR WS-VIEW-COUNT = 8
                   ADD 1 TO WS-VIEWS-REJECTED
                   DISPLAY 'VIEW REJECTED: ' VWD-RECEIVER-ID
                       ' - SLOT ' VWD-VIEW-SLOT ' ALREADY IN USE'
               ELSE
                   MOVE 'Y' TO SLOT-USED-SW(VWD-VIEW-SLOT)
                   ADD 1 TO WS-VIEW-COUNT
                   MOVE VWD-RECEIVER-ID
                       TO VT-RECEIVER-ID(WS-VIEW-COUNT)
                   MOVE VWD-VIEW-SLOT TO VT-SLOT(WS-VIEW-COUNT)
                   MOVE VWD-STATUS-SELECT
                       TO VT-STATUS-SELECT(WS-VIEW-COUNT)
                   MOVE VWD-CATEGORY-SELECT
                       TO VT-CATEGORY-SELECT(WS-VIEW-COUNT)
                   MOVE VWD-RESIDUE-SELECT
                       TO VT-RESIDUE-SELECT(WS-VIEW-COUNT)
                   MOVE VWD-COMBINE-RULE
                       TO VT-COMBINE-RULE(WS-VIEW-COUNT)
                   MOVE VWD-TERM-FROM TO VT-TERM-FROM(WS-VIEW-COUNT)
                   MOVE VWD-TERM-TO   TO VT-TERM-TO(WS-VIEW-COUNT)
                   MOVE VWD-COLUMN-MAP
                       TO VT-COLUMN-MAP(WS-VIEW-COUNT)
                   IF VWD-UNIT = SPACES
                       MOVE WS-DEFAULT-UNIT TO VT-UNIT(WS-VIEW-COUNT)
                   ELSE
                       MOVE VWD-UNIT TO VT-UNIT(WS-VIEW-COUNT)
                   END-IF
                   MOVE 'N'  TO VT-OPEN-SW(WS-VIEW-COUNT)
                   MOVE ZERO TO VT-RECORD-COUNT(WS-VIEW-COUNT)
                   MOVE ZERO TO VT-HASH-TOTAL(WS-VIEW-COUNT)
               END-IF
           END-IF.

      ******************************************************************
      * First pass: the extract must balance against its own trailer
      * before any receiver is given a cut of it
      ******************************************************************
       200-BALANCE-SOURCE.
           IF WS-VIEW-COUNT = ZERO
               GO TO 200-BALANCE-SOURCE-EXIT
           END-IF

           OPEN INPUT EXTRACT-FILE
           IF NOT XTRCT-FILE-OK
               DISPLAY 'ERROR: FIBXTRCT NOT AVAILABLE - STATUS '
                   WS-XTRCT-FILE-STATUS ' - NO VIEWS BUILT'
               MOVE 8 TO WS-RETURN-CODE
               GO TO 200-BALANCE-SOURCE-EXIT
           END-IF

           PERFORM UNTIL XTRCT-EOF-REACHED
               READ EXTRACT-FILE
                   AT END
                       SET XTRCT-EOF-REACHED TO TRUE
                   NOT AT END
                       PERFORM 210-BALANCE-ONE-RECORD
               END-READ
           END-PERFORM

           CLOSE EXTRACT-FILE

           IF HEADER-WAS-SEEN AND TRAILER-WAS-SEEN
                   AND WS-TRAILER-COUNT = WS-SOURCE-READ-COUNT
                   AND WS-TRAILER-HASH = WS-SOURCE-HASH
               SET SOURCE-IS-BALANCED TO TRUE
               DISPLAY 'FIBXTRCT RUN ' WS-SOURCE-RUN-DATE
                   ' BALANCED: ' WS-SOURCE-READ-COUNT ' RECORD(S)'
           ELSE
               DISPLAY 'ERROR: FIBXTRCT DOES NOT BALANCE - HEADER '
                   WS-HEADER-SEEN-SW ' TRAILER ' WS-TRAILER-SEEN-SW
                   ' COUNT ' WS-SOURCE-READ-COUNT ' HASH '
                   WS-SOURCE-HASH ' - NO VIEWS BUILT'
               MOVE 8 TO WS-RETURN-CODE
           END-IF.

       200-BALANCE-SOURCE-EXIT.
           EXIT.

       210-BALANCE-ONE-RECORD.
           EVALUATE EXH-RECORD-TYPE
               WHEN 'H'
                   SET HEADER-WAS-SEEN TO TRUE
                   MOVE EXH-RUN-DATE TO WS-SOURCE-RUN-DATE
                   IF EXH-UNIT NOT = SPACES
                       MOVE EXH-UNIT TO WS-SOURCE-UNIT
                   END-IF
               WHEN 'T'
                   SET TRAILER-WAS-SEEN TO TRUE
                   MOVE EXR-RECORD-COUNT TO WS-TRAILER-COUNT
                   MOVE EXR-HASH-TOTAL   TO WS-TRAILER-HASH
               WHEN OTHER
                   ADD 1 TO WS-SOURCE-READ-COUNT
                   ADD EXT-FIB-NUMBER TO WS-SOURCE-HASH
                       ON SIZE ERROR
                           COMPUTE WS-SOURCE-HASH =
                               WS-SOURCE-HASH - 999999999999999999
                               + EXT-FIB-NUMBER - 1
                   END-ADD
           END-EVALUATE.

      ******************************************************************
      * Second pass: every detail row is offered to every view
      ******************************************************************
       300-BUILD-VIEWS.
           IF NOT SOURCE-IS-BALANCED
               GO TO 300-BUILD-VIEWS-EXIT
           END-IF

           PERFORM VARYING WS-VIEW-IDX FROM 1 BY 1
                     UNTIL WS-VIEW-IDX > WS-VIEW-COUNT
               PERFORM 305-CHECK-VIEW-UNIT
               IF VIEW-UNIT-MATCHES
                   PERFORM 310-OPEN-VIEW
               END-IF
           END-PERFORM

           MOVE 'N' TO WS-XTRCT-EOF-SW
           OPEN INPUT EXTRACT-FILE
           PERFORM UNTIL XTRCT-EOF-REACHED
               READ EXTRACT-FILE
                   AT END
                       SET XTRCT-EOF-REACHED TO TRUE
                   NOT AT END
                       IF EXH-RECORD-TYPE NOT = 'H'
                               AND EXH-RECORD-TYPE NOT = 'T'
                           PERFORM VARYING WS-VIEW-IDX FROM 1 BY 1
                                     UNTIL WS-VIEW-IDX
                                           > WS-VIEW-COUNT
                               IF VT-IS-OPEN(WS-VIEW-IDX)
                                   PERFORM 320-OFFER-ROW-TO-VIEW
                                       THRU 320-OFFER-ROW-TO-VIEW-EXIT
                               END-IF
                           END-PERFORM
                       END-IF
               END-READ
           END-PERFORM
           CLOSE EXTRACT-FILE

           PERFORM VARYING WS-VIEW-IDX FROM 1 BY 1
                     UNTIL WS-VIEW-IDX > WS-VIEW-COUNT
               IF VT-IS-OPEN(WS-VIEW-IDX)
                   PERFORM 340-CLOSE-VIEW
               END-IF
           END-PERFORM.

       300-BUILD-VIEWS-EXIT.
           EXIT.

      * A view of another unit is left closed - no file, no
      * manifest record, so FIBXMITD sends it nothing this cycle
       305-CHECK-VIEW-UNIT.
           IF VT-UNIT(WS-VIEW-IDX) = WS-SOURCE-UNIT
                   OR VT-UNIT(WS-VIEW-IDX) = '*ALL'
               SET VIEW-UNIT-MATCHES TO TRUE
           ELSE
               MOVE 'N' TO WS-VIEW-UNIT-SW
               ADD 1 TO WS-VIEWS-OTHER-UNIT
               DISPLAY 'VIEW NOT CUT: ' VT-RECEIVER-ID(WS-VIEW-IDX)
                   ' TAKES UNIT ' VT-UNIT(WS-VIEW-IDX)
                   ', THE EXTRACT IS UNIT ' WS-SOURCE-UNIT
           END-IF.

       310-OPEN-VIEW.
           EVALUATE VT-SLOT(WS-VIEW-IDX)
               WHEN 1 OPEN OUTPUT VIEW-SLOT-1-FILE
               WHEN 2 OPEN OUTPUT VIEW-SLOT-2-FILE
               WHEN 3 OPEN OUTPUT VIEW-SLOT-3-FILE
               WHEN 4 OPEN OUTPUT VIEW-SLOT-4-FILE
               WHEN 5 OPEN OUTPUT VIEW-SLOT-5-FILE
               WHEN 6 OPEN OUTPUT VIEW-SLOT-6-FILE
               WHEN 7 OPEN OUTPUT VIEW-SLOT-7-FILE
               WHEN 8 OPEN OUTPUT VIEW-SLOT-8-FILE
           END-EVALUATE

           IF NOT SLOT-FILE-OK
               ADD 1 TO WS-VIEWS-REJECTED
               DISPLAY 'VIEW NOT BUILT: ' VT-RECEIVER-ID(WS-VIEW-IDX)
                   ' - FIBXV' VT-SLOT(WS-VIEW-IDX)
                   ' NOT AVAILABLE, STATUS ' WS-SLOT-FILE-STATUS
           ELSE
               MOVE 'Y' TO VT-OPEN-SW(WS-VIEW-IDX)
               MOVE SPACES TO VIEW-OUTPUT-RECORD
               SET VWO-IS-HEADER TO TRUE
               MOVE VT-RECEIVER-ID(WS-VIEW-IDX) TO VWO-RECEIVER-ID
               MOVE WS-SOURCE-RUN-DATE          TO VWO-RUN-DATE
               MOVE 'FIBXVBLD'                  TO VWO-PROGRAM-ID
               MOVE WS-NOW-STAMP                TO VWO-TIMESTAMP
               MOVE 'V1'                        TO VWO-LAYOUT-VERSION
               MOVE VT-COLUMN-MAP(WS-VIEW-IDX)  TO VWO-COLUMN-MAP
               PERFORM 350-WRITE-VIEW-RECORD
           END-IF.

      ******************************************************************
      * A blank criterion is not applied. Under rule A a row must
      * meet every criterion the view gives; under rule O any one
      * of them is enough. The term range applies either way.
      ******************************************************************
       320-OFFER-ROW-TO-VIEW.
           IF EXT-TERM-INDEX < VT-TERM-FROM(WS-VIEW-IDX)
                   OR EXT-TERM-INDEX > VT-TERM-TO(WS-VIEW-IDX)
               GO TO 320-OFFER-ROW-TO-VIEW-EXIT
           END-IF

           MOVE ZERO TO WS-CRITERIA-GIVEN
           MOVE ZERO TO WS-CRITERIA-MET

           IF VT-STATUS-SELECT(WS-VIEW-IDX) NOT = SPACES
               ADD 1 TO WS-CRITERIA-GIVEN
               MOVE ZERO TO WS-CHAR-IDX
               INSPECT VT-STATUS-SELECT(WS-VIEW-IDX)
                   TALLYING WS-CHAR-IDX FOR ALL EXT-FIB-STATUS
               IF WS-CHAR-IDX > ZERO
                   ADD 1 TO WS-CRITERIA-MET
               END-IF
           END-IF

           IF VT-CATEGORY-SELECT(WS-VIEW-IDX) NOT = SPACES
               ADD 1 TO WS-CRITERIA-GIVEN
               MOVE EXT-FIB-CATEGORY TO WS-CATEGORY-CHAR
               MOVE ZERO TO WS-CHAR-IDX
               INSPECT VT-CATEGORY-SELECT(WS-VIEW-IDX)
                   TALLYING WS-CHAR-IDX FOR ALL WS-CATEGORY-CHAR
               IF WS-CHAR-IDX > ZERO
                   ADD 1 TO WS-CRITERIA-MET
               END-IF
           END-IF

           IF VT-RESIDUE-SELECT(WS-VIEW-IDX) = 'R'
               ADD 1 TO WS-CRITERIA-GIVEN
               IF EXT-RESIDUE-FLAG = 'R'
                   ADD 1 TO WS-CRITERIA-MET
               END-IF
           END-IF
           IF VT-RESIDUE-SELECT(WS-VIEW-IDX) = 'N'
               ADD 1 TO WS-CRITERIA-GIVEN
               IF EXT-RESIDUE-FLAG NOT = 'R'
                   ADD 1 TO WS-CRITERIA-MET
               END-IF
           END-IF

           MOVE 'N' TO WS-ROW-SELECTED-SW
           IF VT-MATCH-ANY(WS-VIEW-IDX)
               IF WS-CRITERIA-GIVEN = ZERO
                       OR WS-CRITERIA-MET > ZERO
                   SET ROW-IS-SELECTED TO TRUE
               END-IF
           ELSE
               IF WS-CRITERIA-MET = WS-CRITERIA-GIVEN
                   SET ROW-IS-SELECTED TO TRUE
               END-IF
           END-IF

           IF ROW-IS-SELECTED
               PERFORM 330-WRITE-VIEW-DETAIL
           END-IF.

       320-OFFER-ROW-TO-VIEW-EXIT.
           EXIT.

       330-WRITE-VIEW-DETAIL.
           MOVE SPACES TO WS-PACKED-ROW
           MOVE 1 TO WS-PACK-PTR
           PERFORM VARYING WS-COL-IDX FROM 1 BY 1
                     UNTIL WS-COL-IDX > 9
               IF VT-COLUMN-FLAG(WS-VIEW-IDX, WS-COL-IDX) = 'Y'
                   MOVE EXTRACT-RECORD(CP-START(WS-COL-IDX):
                                       CP-LENGTH(WS-COL-IDX))
                       TO WS-PACKED-ROW(WS-PACK-PTR:
                                        CP-LENGTH(WS-COL-IDX))
                   ADD CP-LENGTH(WS-COL-IDX) TO WS-PACK-PTR
               END-IF
           END-PERFORM

           MOVE SPACES TO VIEW-OUTPUT-RECORD
           SET VWO-IS-DETAIL TO TRUE
           MOVE WS-PACKED-ROW TO VWO-DETAIL-DATA
           PERFORM 350-WRITE-VIEW-RECORD

           ADD 1 TO VT-RECORD-COUNT(WS-VIEW-IDX)
      * The hash covers the fib numbers the receiver can see - a
      * view without that column carries a zero hash
           IF VT-COLUMN-FLAG(WS-VIEW-IDX, 3) = 'Y'
               ADD EXT-FIB-NUMBER TO VT-HASH-TOTAL(WS-VIEW-IDX)
                   ON SIZE ERROR
                       COMPUTE VT-HASH-TOTAL(WS-VIEW-IDX) =
                           VT-HASH-TOTAL(WS-VIEW-IDX)
                           - 999999999999999999
                           + EXT-FIB-NUMBER - 1
               END-ADD
           END-IF.

       340-CLOSE-VIEW.
           MOVE SPACES TO VIEW-OUTPUT-RECORD
           SET VWO-IS-TRAILER TO TRUE
           MOVE VT-RECORD-COUNT(WS-VIEW-IDX) TO VWO-RECORD-COUNT
           MOVE VT-HASH-TOTAL(WS-VIEW-IDX)   TO VWO-HASH-TOTAL
           PERFORM 350-WRITE-VIEW-RECORD

           EVALUATE VT-SLOT(WS-VIEW-IDX)
               WHEN 1 CLOSE VIEW-SLOT-1-FILE
               WHEN 2 CLOSE VIEW-SLOT-2-FILE
               WHEN 3 CLOSE VIEW-SLOT-3-FILE
               WHEN 4 CLOSE VIEW-SLOT-4-FILE
               WHEN 5 CLOSE VIEW-SLOT-5-FILE
               WHEN 6 CLOSE VIEW-SLOT-6-FILE
               WHEN 7 CLOSE VIEW-SLOT-7-FILE
               WHEN 8 CLOSE VIEW-SLOT-8-FILE
           END-EVALUATE

           ADD 1 TO WS-VIEWS-BUILT
           DISPLAY 'VIEW BUILT: ' VT-RECEIVER-ID(WS-VIEW-IDX)
               ' ON FIBXV' VT-SLOT(WS-VIEW-IDX) ' - '
               VT-RECORD-COUNT(WS-VIEW-IDX) ' RECORD(S), HASH '
               VT-HASH-TOTAL(WS-VIEW-IDX).

       350-WRITE-VIEW-RECORD.
           EVALUATE VT-SLOT(WS-VIEW-IDX)
               WHEN 1
                   WRITE VIEW-SLOT-1-RECORD FROM VIEW-OUTPUT-RECORD
               WHEN 2
                   WRITE VIEW-SLOT-2-RECORD FROM VIEW-OUTPUT-RECORD
               WHEN 3
                   WRITE VIEW-SLOT-3-RECORD FROM VIEW-OUTPUT-RECORD
               WHEN 4
                   WRITE VIEW-SLOT-4-RECORD FROM VIEW-OUTPUT-RECORD
               WHEN 5
                   WRITE VIEW-SLOT-5-RECORD FROM VIEW-OUTPUT-RECORD
               WHEN 6
                   WRITE VIEW-SLOT-6-RECORD FROM VIEW-OUTPUT-RECORD
               WHEN 7
                   WRITE VIEW-SLOT-7-RECORD FROM VIEW-OUTPUT-RECORD
               WHEN 8
                   WRITE VIEW-SLOT-8-RECORD FROM VIEW-OUTPUT-RECORD
           END-EVALUATE.

      ******************************************************************
      * The manifest is rewritten every cycle and names only the
      * views built this cycle
      ******************************************************************
       400-WRITE-MANIFEST.
           OPEN OUTPUT VIEW-MANIFEST-FILE
           PERFORM VARYING WS-VIEW-IDX FROM 1 BY 1
                     UNTIL WS-VIEW-IDX > WS-VIEW-COUNT
               IF VT-IS-OPEN(WS-VIEW-IDX)
                   MOVE SPACES TO VIEW-MANIFEST-RECORD
                   MOVE VT-RECEIVER-ID(WS-VIEW-IDX)
                       TO VWM-RECEIVER-ID
                   MOVE VT-SLOT(WS-VIEW-IDX) TO VWM-VIEW-SLOT
                   MOVE 'FIBXV'              TO VWM-EXTRACT-ID
                   MOVE VT-SLOT(WS-VIEW-IDX) TO VWM-EXTRACT-ID(6:1)
                   MOVE WS-SOURCE-RUN-DATE   TO VWM-RUN-DATE
                   MOVE VT-RECORD-COUNT(WS-VIEW-IDX)
                       TO VWM-RECORD-COUNT
                   MOVE VT-HASH-TOTAL(WS-VIEW-IDX)
                       TO VWM-HASH-TOTAL
                   MOVE WS-NOW-STAMP         TO VWM-BUILT-STAMP
                   WRITE VIEW-MANIFEST-RECORD
               END-IF
           END-PERFORM
           CLOSE VIEW-MANIFEST-FILE.

       900-TERMINATE.
           DISPLAY SPACE
           DISPLAY 'VIEW DEFINITIONS READ: ' WS-DEFINITIONS-READ
           DISPLAY 'VIEWS BUILT:           ' WS-VIEWS-BUILT
           DISPLAY 'VIEWS REJECTED:        ' WS-VIEWS-REJECTED
           DISPLAY 'VIEWS OF OTHER UNITS:  ' WS-VIEWS-OTHER-UNIT

           IF WS-VIEWS-REJECTED > ZERO
               IF 4 > WS-RETURN-CODE
                   MOVE 4 TO WS-RETURN-CODE
               END-IF
           END-IF

           DISPLAY '   FIBXVBLD COMPLETED - RELEASE ' REL-RELEASE-ID
           DISPLAY 'RETURN CODE: ' WS-RETURN-CODE
           MOVE WS-RETURN-CODE TO RETURN-CODE.
