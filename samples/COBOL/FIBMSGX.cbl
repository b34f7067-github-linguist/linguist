      ******************************************************************
      * FIBMSGX reports message ids the suite emits that have no
      * entry on the FIBMSG message catalog, so the catalog the FMSG
      * transaction shows keeps up with the programs. Message ids
      * are gathered from three places:
      *
      *   SRCLIB    the program source - every 'FIBnnn' literal on
      *             a non-comment line, under the PROGRAM-ID it
      *             appears in (concatenate the members to scan),
      *   FIBEXCW   every exception the workbench has taken in,
      *   FIBALERT  every operator alert raised.
      *
      * Each id is looked up on FIBMSG; the ones with no entry are
      * listed with where they were first seen and how often. When
      * the source was scanned, catalog entries no program emits
      * any more are listed too, as candidates for removal.
      *
      * RC=0 when every id is cataloged, RC=4 when one is not,
      * RC=8 when FIBMSG cannot be opened or none of the three
      * sources could be read.
      ******************************************************************
       IDENTIFICATION DIVISION.
       PROGRAM-ID. FIBMSGX.
       AUTHOR. Antonio Gibas.
       DATE-WRITTEN. 10-15-2026.
       DATE-COMPILED. 10-15-2026.

      * MODIFICATION HISTORY
      * 10-15-2026  AG  INITIAL VERSION - MESSAGE IDS EMITTED WITH NO
      *                 CATALOG ENTRY
      * 10-15-2026  AG  SHOW THE SUITE RELEASE ID ON THE COMPLETION LINE
      ******************************************************************

       ENVIRONMENT DIVISION.
       CONFIGURATION SECTION.
       SOURCE-COMPUTER. IBM-Z.
       OBJECT-COMPUTER. IBM-Z.

       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
           SELECT SOURCE-FILE ASSIGN TO "SRCLIB"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-SRC-FILE-STATUS.
           SELECT WORKBENCH-FILE ASSIGN TO "FIBEXCW"
               ORGANIZATION IS INDEXED
               ACCESS MODE IS SEQUENTIAL
               RECORD KEY IS EXW-KEY
               FILE STATUS IS WS-WKB-FILE-STATUS.
           SELECT ALERT-FILE ASSIGN TO "FIBALERT"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-ALRT-FILE-STATUS.
           SELECT MESSAGE-CATALOG-FILE ASSIGN TO "FIBMSG"
               ORGANIZATION IS INDEXED
               ACCESS MODE IS DYNAMIC
               RECORD KEY IS MSC-MSG-ID
               FILE STATUS IS WS-MSG-FILE-STATUS.
           SELECT PRINT-FILE ASSIGN TO "PRTOUT"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-PRINT-FILE-STATUS.

       DATA DIVISION.
       FILE SECTION.
       FD  SOURCE-FILE
           RECORDING MODE IS F.
       01  SOURCE-RECORD              PIC X(80).

       FD  WORKBENCH-FILE.
           COPY FIBEXCWC.

       FD  ALERT-FILE
           RECORDING MODE IS F.
       01  ALERT-RECORD.
           05  ALR-TIMESTAMP          PIC 9(14).
           05  ALR-PROGRAM            PIC X(8).
           05  ALR-SEVERITY           PIC X.
           05  ALR-MSG-ID             PIC X(8).
           05  ALR-TEXT               PIC X(60).

       FD  MESSAGE-CATALOG-FILE.
           COPY FIBMSGC.

       FD  PRINT-FILE
           RECORDING MODE IS F.
       01  PRINT-RECORD               PIC X(133).

       WORKING-STORAGE SECTION.

       01  WS-FILE-STATUSES.
           05  WS-SRC-FILE-STATUS     PIC XX VALUE SPACES.
               88  SRC-FILE-OK             VALUE '00'.
           05  WS-WKB-FILE-STATUS     PIC XX VALUE SPACES.
               88  WKB-FILE-OK             VALUE '00'.
           05  WS-ALRT-FILE-STATUS    PIC XX VALUE SPACES.
               88  ALRT-FILE-OK            VALUE '00'.
           05  WS-MSG-FILE-STATUS     PIC XX VALUE SPACES.
               88  MSG-FILE-OK             VALUE '00'.
           05  WS-PRINT-FILE-STATUS   PIC XX VALUE SPACES.

       01  WS-INDICATORS.
           05  WS-EOF-SW              PIC X VALUE 'N'.
               88  INPUT-EOF-REACHED      VALUE 'Y'.
           05  WS-SOURCE-SCANNED-SW   PIC X VALUE 'N'.
               88  SOURCE-WAS-SCANNED     VALUE 'Y'.
           05  WS-ID-FOUND-SW         PIC X VALUE 'N'.
               88  ID-FOUND               VALUE 'Y'.

      * Source line being scanned
       01  WS-SOURCE-LINE.
           05  SL-SEQUENCE            PIC X(6).
           05  SL-INDICATOR           PIC X.
           05  SL-TEXT                PIC X(73).

      * Every message id found, with where it was first seen and
      * how many times each source carried it
       01  MESSAGE-ID-TABLE.
           05  WS-ID-COUNT            PIC 9(3) VALUE ZERO.
           05  MX-ENTRY OCCURS 200 TIMES.
               10  MX-MSG-ID          PIC X(8).
               10  MX-FIRST-PROGRAM   PIC X(8).
               10  MX-SOURCE-COUNT    PIC 9(5).
               10  MX-WORKBENCH-COUNT PIC 9(5).
               10  MX-ALERT-COUNT     PIC 9(5).
               10  MX-CATALOGED-SW    PIC X.
                   88  MX-IS-CATALOGED    VALUE 'Y'.

       77  WS-ID-IDX                  PIC 9(3) VALUE ZERO.
       77  WS-SCAN-POS                PIC 9(3) VALUE ZERO.
       77  WS-NAME-POS                PIC 9(3) VALUE ZERO.
       77  WS-LEADING-SPACES          PIC 9(3) VALUE ZERO.
       77  WS-FOUND-MSG-ID            PIC X(8) VALUE SPACES.
       77  WS-FOUND-PROGRAM           PIC X(8) VALUE SPACES.
       77  WS-FOUND-SOURCE            PIC X VALUE SPACE.
       77  WS-CURRENT-PROGRAM         PIC X(8) VALUE SPACES.
       77  WS-NAME-WORK               PIC X(60) VALUE SPACES.
       77  WS-APOST                   PIC X VALUE "'".
       77  WS-SOURCE-LINES            PIC 9(7) VALUE ZERO.
       77  WS-SOURCES-READ            PIC 9 VALUE ZERO.
       77  WS-MISSING-COUNT           PIC 9(5) VALUE ZERO.
       77  WS-UNUSED-COUNT            PIC 9(5) VALUE ZERO.
       77  WS-NOW-STAMP               PIC 9(14) VALUE ZERO.
       77  WS-RETURN-CODE             PIC 9(4) VALUE ZERO.
       77  WS-PRINT-LINE              PIC X(133) VALUE SPACES.
       77  WS-COUNT-EDIT              PIC ZZZZ9.

      * Release this program was built for
           COPY FIBRELC.

       PROCEDURE DIVISION.
       MAIN-PROCEDURE.
           PERFORM 000-INITIALIZE
           PERFORM 100-SCAN-SOURCE THRU 100-SCAN-SOURCE-EXIT
           PERFORM 200-SCAN-WORKBENCH THRU 200-SCAN-WORKBENCH-EXIT
           PERFORM 250-SCAN-ALERTS THRU 250-SCAN-ALERTS-EXIT
           PERFORM 300-CHECK-CATALOG THRU 300-CHECK-CATALOG-EXIT
           PERFORM 900-TERMINATE

           GOBACK.

       000-INITIALIZE.
           MOVE FUNCTION CURRENT-DATE(1:14) TO WS-NOW-STAMP

           OPEN OUTPUT PRINT-FILE
           MOVE SPACES TO WS-PRINT-LINE
           STRING 'FIBMSGX - MESSAGE IDS WITH NO CATALOG ENTRY   '
                  DELIMITED BY SIZE
                  'RUN ' DELIMITED BY SIZE
                  WS-NOW-STAMP DELIMITED BY SIZE
               INTO WS-PRINT-LINE
           END-STRING
           PERFORM 800-PRINT-ONE-LINE
           MOVE ALL '=' TO WS-PRINT-LINE(1:78)
           PERFORM 800-PRINT-ONE-LINE.

      * The source is optional - a run without SRCLIB checks what
      * the programs have actually posted so far
       100-SCAN-SOURCE.
           OPEN INPUT SOURCE-FILE
           IF NOT SRC-FILE-OK
               DISPLAY 'WARNING: SRCLIB NOT AVAILABLE - STATUS '
                   WS-SRC-FILE-STATUS ' - SOURCE NOT SCANNED'
               GO TO 100-SCAN-SOURCE-EXIT
           END-IF

           SET SOURCE-WAS-SCANNED TO TRUE
           ADD 1 TO WS-SOURCES-READ
           MOVE 'N' TO WS-EOF-SW
           PERFORM UNTIL INPUT-EOF-REACHED
               READ SOURCE-FILE INTO WS-SOURCE-LINE
                   AT END
                       SET INPUT-EOF-REACHED TO TRUE
                   NOT AT END
                       ADD 1 TO WS-SOURCE-LINES
                       IF SL-INDICATOR NOT = '*'
                               AND SL-INDICATOR NOT = '/'
                           PERFORM 110-SCAN-ONE-LINE
                       END-IF
               END-READ
           END-PERFORM
           CLOSE SOURCE-FILE.

       100-SCAN-SOURCE-EXIT.
           EXIT.

      * A PROGRAM-ID paragraph (area A) names the program the
      * literals after it belong to; a message id is a 'FIBnnn'
      * literal standing alone, in either quote
       110-SCAN-ONE-LINE.
           IF WS-SOURCE-LINE(8:11) = 'PROGRAM-ID.'
               MOVE 19 TO WS-NAME-POS
               PERFORM 120-TAKE-PROGRAM-NAME
           END-IF

           PERFORM VARYING WS-SCAN-POS FROM 8 BY 1
                     UNTIL WS-SCAN-POS > 65
               IF (WS-SOURCE-LINE(WS-SCAN-POS:1) = WS-APOST
                       OR WS-SOURCE-LINE(WS-SCAN-POS:1) = QUOTE)
                   AND WS-SOURCE-LINE(WS-SCAN-POS + 1:3) = 'FIB'
                   AND WS-SOURCE-LINE(WS-SCAN-POS + 4:3) IS NUMERIC
                   AND WS-SOURCE-LINE(WS-SCAN-POS + 7:1)
                       = WS-SOURCE-LINE(WS-SCAN-POS:1)
                   MOVE WS-SOURCE-LINE(WS-SCAN-POS + 1:6)
                       TO WS-FOUND-MSG-ID
                   MOVE WS-CURRENT-PROGRAM TO WS-FOUND-PROGRAM
                   MOVE 'S' TO WS-FOUND-SOURCE
                   PERFORM 400-RECORD-MESSAGE-ID
               END-IF
           END-PERFORM.

       120-TAKE-PROGRAM-NAME.
           MOVE SPACES TO WS-NAME-WORK
           MOVE WS-SOURCE-LINE(WS-NAME-POS:) TO WS-NAME-WORK
           MOVE ZERO TO WS-LEADING-SPACES
           INSPECT WS-NAME-WORK TALLYING WS-LEADING-SPACES
               FOR LEADING SPACES
           IF WS-LEADING-SPACES < 60
               MOVE SPACES TO WS-CURRENT-PROGRAM
               UNSTRING WS-NAME-WORK(WS-LEADING-SPACES + 1:)
                   DELIMITED BY '.' OR ' '
                   INTO WS-CURRENT-PROGRAM
               END-UNSTRING
           END-IF.

       200-SCAN-WORKBENCH.
           OPEN INPUT WORKBENCH-FILE
           IF NOT WKB-FILE-OK
               DISPLAY 'WARNING: FIBEXCW NOT AVAILABLE - STATUS '
                   WS-WKB-FILE-STATUS ' - WORKBENCH NOT SCANNED'
               GO TO 200-SCAN-WORKBENCH-EXIT
           END-IF

           ADD 1 TO WS-SOURCES-READ
           MOVE 'N' TO WS-EOF-SW
           PERFORM UNTIL INPUT-EOF-REACHED
               READ WORKBENCH-FILE NEXT RECORD
                   AT END
                       SET INPUT-EOF-REACHED TO TRUE
                   NOT AT END
                       IF EXW-MSG-ID NOT = SPACES
                           MOVE EXW-MSG-ID  TO WS-FOUND-MSG-ID
                           MOVE EXW-PROGRAM TO WS-FOUND-PROGRAM
                           MOVE 'W' TO WS-FOUND-SOURCE
                           PERFORM 400-RECORD-MESSAGE-ID
                       END-IF
               END-READ
           END-PERFORM
           CLOSE WORKBENCH-FILE.

       200-SCAN-WORKBENCH-EXIT.
           EXIT.

       250-SCAN-ALERTS.
           OPEN INPUT ALERT-FILE
           IF NOT ALRT-FILE-OK
               DISPLAY 'WARNING: FIBALERT NOT AVAILABLE - STATUS '
                   WS-ALRT-FILE-STATUS ' - ALERTS NOT SCANNED'
               GO TO 250-SCAN-ALERTS-EXIT
           END-IF

           ADD 1 TO WS-SOURCES-READ
           MOVE 'N' TO WS-EOF-SW
           PERFORM UNTIL INPUT-EOF-REACHED
               READ ALERT-FILE
                   AT END
                       SET INPUT-EOF-REACHED TO TRUE
                   NOT AT END
                       IF ALR-MSG-ID NOT = SPACES
                           MOVE ALR-MSG-ID  TO WS-FOUND-MSG-ID
                           MOVE ALR-PROGRAM TO WS-FOUND-PROGRAM
                           MOVE 'A' TO WS-FOUND-SOURCE
                           PERFORM 400-RECORD-MESSAGE-ID
                       END-IF
               END-READ
           END-PERFORM
           CLOSE ALERT-FILE.

       250-SCAN-ALERTS-EXIT.
           EXIT.

      * Every id found is looked up; the catalog is then read end
      * to end for the entries nothing emits
       300-CHECK-CATALOG.
           IF WS-SOURCES-READ = ZERO
               MOVE 'ERROR: NO SOURCE OF MESSAGE IDS COULD BE READ'
                   TO WS-PRINT-LINE
               PERFORM 800-PRINT-ONE-LINE
               MOVE 8 TO WS-RETURN-CODE
               GO TO 300-CHECK-CATALOG-EXIT
           END-IF

           OPEN INPUT MESSAGE-CATALOG-FILE
           IF NOT MSG-FILE-OK
               MOVE SPACES TO WS-PRINT-LINE
               STRING 'ERROR: FIBMSG NOT AVAILABLE - STATUS '
                      DELIMITED BY SIZE
                      WS-MSG-FILE-STATUS DELIMITED BY SIZE
                   INTO WS-PRINT-LINE
               END-STRING
               PERFORM 800-PRINT-ONE-LINE
               MOVE 8 TO WS-RETURN-CODE
               GO TO 300-CHECK-CATALOG-EXIT
           END-IF

           PERFORM VARYING WS-ID-IDX FROM 1 BY 1
                     UNTIL WS-ID-IDX > WS-ID-COUNT
               MOVE MX-MSG-ID(WS-ID-IDX) TO MSC-MSG-ID
               READ MESSAGE-CATALOG-FILE
                   INVALID KEY
                       ADD 1 TO WS-MISSING-COUNT
                   NOT INVALID KEY
                       SET MX-IS-CATALOGED(WS-ID-IDX) TO TRUE
               END-READ
           END-PERFORM

           PERFORM 500-PRINT-MISSING-IDS
           IF SOURCE-WAS-SCANNED
               PERFORM 600-PRINT-UNUSED-ENTRIES
           END-IF
           CLOSE MESSAGE-CATALOG-FILE

           IF WS-MISSING-COUNT > ZERO
               MOVE 4 TO WS-RETURN-CODE
           END-IF.

       300-CHECK-CATALOG-EXIT.
           EXIT.

       400-RECORD-MESSAGE-ID.
           MOVE 'N' TO WS-ID-FOUND-SW
           PERFORM VARYING WS-ID-IDX FROM 1 BY 1
                     UNTIL WS-ID-IDX > WS-ID-COUNT OR ID-FOUND
               IF MX-MSG-ID(WS-ID-IDX) = WS-FOUND-MSG-ID
                   SET ID-FOUND TO TRUE
                   PERFORM 410-COUNT-ONE-SIGHTING
               END-IF
           END-PERFORM

           IF NOT ID-FOUND
               IF WS-ID-COUNT < 200
                   ADD 1 TO WS-ID-COUNT
                   MOVE WS-ID-COUNT TO WS-ID-IDX
                   MOVE WS-FOUND-MSG-ID  TO MX-MSG-ID(WS-ID-IDX)
                   MOVE WS-FOUND-PROGRAM TO MX-FIRST-PROGRAM(WS-ID-IDX)
                   MOVE ZERO TO MX-SOURCE-COUNT(WS-ID-IDX)
                   MOVE ZERO TO MX-WORKBENCH-COUNT(WS-ID-IDX)
                   MOVE ZERO TO MX-ALERT-COUNT(WS-ID-IDX)
                   MOVE 'N'  TO MX-CATALOGED-SW(WS-ID-IDX)
                   PERFORM 410-COUNT-ONE-SIGHTING
               ELSE
                   DISPLAY 'WARNING: MORE THAN 200 MESSAGE IDS - '
                       WS-FOUND-MSG-ID ' NOT CHECKED'
               END-IF
           END-IF.

      * WS-ID-IDX is left on the entry by the search or the add
       410-COUNT-ONE-SIGHTING.
           EVALUATE WS-FOUND-SOURCE
               WHEN 'S'
                   ADD 1 TO MX-SOURCE-COUNT(WS-ID-IDX)
               WHEN 'W'
                   ADD 1 TO MX-WORKBENCH-COUNT(WS-ID-IDX)
               WHEN 'A'
                   ADD 1 TO MX-ALERT-COUNT(WS-ID-IDX)
           END-EVALUATE
           IF MX-FIRST-PROGRAM(WS-ID-IDX) = SPACES
               MOVE WS-FOUND-PROGRAM TO MX-FIRST-PROGRAM(WS-ID-IDX)
           END-IF.

       500-PRINT-MISSING-IDS.
           MOVE SPACES TO WS-PRINT-LINE
           PERFORM 800-PRINT-ONE-LINE
           MOVE '  EMITTED WITH NO CATALOG ENTRY' TO WS-PRINT-LINE
           PERFORM 800-PRINT-ONE-LINE
           MOVE SPACES TO WS-PRINT-LINE
           MOVE 'MSG ID'        TO WS-PRINT-LINE(5:6)
           MOVE 'FIRST SEEN IN' TO WS-PRINT-LINE(15:13)
           MOVE 'SOURCE'        TO WS-PRINT-LINE(31:6)
           MOVE 'WORKBENCH'     TO WS-PRINT-LINE(40:9)
           MOVE 'ALERTS'        TO WS-PRINT-LINE(52:6)
           PERFORM 800-PRINT-ONE-LINE

           IF WS-MISSING-COUNT = ZERO
               MOVE '    NONE - EVERY MESSAGE ID IS CATALOGED'
                   TO WS-PRINT-LINE
               PERFORM 800-PRINT-ONE-LINE
           END-IF

           PERFORM VARYING WS-ID-IDX FROM 1 BY 1
                     UNTIL WS-ID-IDX > WS-ID-COUNT
               IF NOT MX-IS-CATALOGED(WS-ID-IDX)
                   MOVE SPACES TO WS-PRINT-LINE
                   MOVE MX-MSG-ID(WS-ID-IDX) TO WS-PRINT-LINE(5:8)
                   MOVE MX-FIRST-PROGRAM(WS-ID-IDX)
                       TO WS-PRINT-LINE(15:8)
                   MOVE MX-SOURCE-COUNT(WS-ID-IDX) TO WS-COUNT-EDIT
                   MOVE WS-COUNT-EDIT TO WS-PRINT-LINE(32:5)
                   MOVE MX-WORKBENCH-COUNT(WS-ID-IDX) TO WS-COUNT-EDIT
                   MOVE WS-COUNT-EDIT TO WS-PRINT-LINE(44:5)
                   MOVE MX-ALERT-COUNT(WS-ID-IDX) TO WS-COUNT-EDIT
                   MOVE WS-COUNT-EDIT TO WS-PRINT-LINE(53:5)
                   PERFORM 800-PRINT-ONE-LINE
               END-IF
           END-PERFORM.

      * Only meaningful when the source was scanned - an id may be
      * in the programs yet never have been posted
       600-PRINT-UNUSED-ENTRIES.
           MOVE SPACES TO WS-PRINT-LINE
           PERFORM 800-PRINT-ONE-LINE
           MOVE '  CATALOGED BUT EMITTED NOWHERE (REVIEW FOR REMOVAL)'
               TO WS-PRINT-LINE
           PERFORM 800-PRINT-ONE-LINE

           MOVE LOW-VALUES TO MSC-MSG-ID
           START MESSAGE-CATALOG-FILE KEY IS NOT LESS THAN MSC-MSG-ID
               INVALID KEY
                   SET INPUT-EOF-REACHED TO TRUE
               NOT INVALID KEY
                   MOVE 'N' TO WS-EOF-SW
           END-START

           PERFORM UNTIL INPUT-EOF-REACHED
               READ MESSAGE-CATALOG-FILE NEXT RECORD
                   AT END
                       SET INPUT-EOF-REACHED TO TRUE
                   NOT AT END
                       PERFORM 610-CHECK-ONE-ENTRY
               END-READ
           END-PERFORM

           IF WS-UNUSED-COUNT = ZERO
               MOVE '    NONE' TO WS-PRINT-LINE
               PERFORM 800-PRINT-ONE-LINE
           END-IF.

       610-CHECK-ONE-ENTRY.
           MOVE 'N' TO WS-ID-FOUND-SW
           PERFORM VARYING WS-ID-IDX FROM 1 BY 1
                     UNTIL WS-ID-IDX > WS-ID-COUNT OR ID-FOUND
               IF MX-MSG-ID(WS-ID-IDX) = MSC-MSG-ID
                   SET ID-FOUND TO TRUE
               END-IF
           END-PERFORM

           IF NOT ID-FOUND
               ADD 1 TO WS-UNUSED-COUNT
               MOVE SPACES TO WS-PRINT-LINE
               MOVE MSC-MSG-ID TO WS-PRINT-LINE(5:8)
               MOVE MSC-TITLE  TO WS-PRINT-LINE(15:50)
               PERFORM 800-PRINT-ONE-LINE
           END-IF.

       800-PRINT-ONE-LINE.
           DISPLAY WS-PRINT-LINE(1:79)
           WRITE PRINT-RECORD FROM WS-PRINT-LINE.

       900-TERMINATE.
           MOVE SPACES TO WS-PRINT-LINE
           PERFORM 800-PRINT-ONE-LINE
           MOVE SPACES TO WS-PRINT-LINE
           MOVE WS-ID-COUNT TO WS-COUNT-EDIT
           STRING '  MESSAGE IDS FOUND ' DELIMITED BY SIZE
                  WS-COUNT-EDIT DELIMITED BY SIZE
               INTO WS-PRINT-LINE
           END-STRING
           MOVE WS-MISSING-COUNT TO WS-COUNT-EDIT
           STRING '   NOT CATALOGED ' DELIMITED BY SIZE
                  WS-COUNT-EDIT DELIMITED BY SIZE
               INTO WS-PRINT-LINE(26:30)
           END-STRING
           MOVE WS-UNUSED-COUNT TO WS-COUNT-EDIT
           STRING '   NOT EMITTED ' DELIMITED BY SIZE
                  WS-COUNT-EDIT DELIMITED BY SIZE
               INTO WS-PRINT-LINE(48:30)
           END-STRING
           PERFORM 800-PRINT-ONE-LINE
           CLOSE PRINT-FILE

           DISPLAY SPACE
           DISPLAY 'SOURCE LINES SCANNED: ' WS-SOURCE-LINES
           DISPLAY '   FIBMSGX COMPLETED - RELEASE ' REL-RELEASE-ID
           DISPLAY 'RETURN CODE: ' WS-RETURN-CODE
           MOVE WS-RETURN-CODE TO RETURN-CODE.
