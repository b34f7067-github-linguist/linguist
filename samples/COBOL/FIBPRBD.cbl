      ******************************************************************
      * FIBPRBD is the weekly recurring-exception problem detection
      * over the FIBEXCW exception workbench. FIBEXCB works each
      * night's exceptions one by one, so the same divisibility
      * warning or density alert coming back every week is simply
      * closed again every week. This job groups the workbench items
      * of a rolling window - open, linked and closed alike - by
      * message id, program and term index, and every pattern seen
      * at least the minimum number of times becomes a problem on
      * the FIBPROB file:
      *
      *   no problem yet      - opened, with the occurrence count,
      *                         first and last occurrence and up to
      *                         five distinct resolutions already
      *                         entered against its items,
      *   problem open        - counts, last occurrence and
      *                         resolutions refreshed,
      *   problem fixed       - reopened when the pattern has come
      *                         back the minimum number of times
      *                         since the fix.
      *
      * While a problem is open the FIBEXCPL intake links new
      * occurrences to it (workbench status L) instead of opening
      * fresh items. Once FIBEXCB marks the problem fixed (function
      * F), this job closes its linked items, stamped with the fix.
      *
      * PARM='DDD,NN' - window days (default 028) and minimum
      * occurrences (default 03, at least 02). PRTOUT lists the
      * patterns posted and every open problem. RC=4 when a problem
      * was opened or reopened, RC=8 when FIBEXCW or FIBPROB cannot
      * be opened.
      ******************************************************************
       IDENTIFICATION DIVISION.
       PROGRAM-ID. FIBPRBD.
       AUTHOR. Antonio Gibas.
       DATE-WRITTEN. 10-15-2026.
       DATE-COMPILED. 10-15-2026.

      * MODIFICATION HISTORY
      * 10-15-2026  AG  INITIAL VERSION - WEEKLY RECURRING-EXCEPTION
      *                 PROBLEM DETECTION OVER THE WORKBENCH
      * 10-15-2026  AG  SHOW THE SUITE RELEASE ID ON THE COMPLETION LINE
      ******************************************************************

       ENVIRONMENT DIVISION.
       CONFIGURATION SECTION.
       SOURCE-COMPUTER. IBM-Z.
       OBJECT-COMPUTER. IBM-Z.

       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
           SELECT WORKBENCH-FILE ASSIGN TO "FIBEXCW"
               ORGANIZATION IS INDEXED
               ACCESS MODE IS DYNAMIC
               RECORD KEY IS EXW-KEY
               FILE STATUS IS WS-WKB-FILE-STATUS.
           SELECT PROBLEM-FILE ASSIGN TO "FIBPROB"
               ORGANIZATION IS INDEXED
               ACCESS MODE IS DYNAMIC
               RECORD KEY IS PRB-KEY
               FILE STATUS IS WS-PRB-FILE-STATUS.
           SELECT PRINT-FILE ASSIGN TO "PRTOUT"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-PRINT-FILE-STATUS.

       DATA DIVISION.
       FILE SECTION.
       FD  WORKBENCH-FILE.
           COPY FIBEXCWC.

       FD  PROBLEM-FILE.
           COPY FIBPRBC.

       FD  PRINT-FILE
           RECORDING MODE IS F.
       01  PRINT-RECORD               PIC X(133).

       WORKING-STORAGE SECTION.

       01  WS-FILE-STATUSES.
           05  WS-WKB-FILE-STATUS     PIC XX VALUE SPACES.
               88  WKB-FILE-OK             VALUE '00'.
           05  WS-PRB-FILE-STATUS     PIC XX VALUE SPACES.
               88  PRB-FILE-OK             VALUE '00'.
               88  PRB-FILE-NOT-FOUND      VALUE '35'.
           05  WS-PRINT-FILE-STATUS   PIC XX VALUE SPACES.

       01  WS-INDICATORS.
           05  WS-EOF-SW              PIC X VALUE 'N'.
               88  INPUT-EOF-REACHED      VALUE 'Y'.
           05  WS-FOUND-SW            PIC X VALUE 'N'.
               88  ENTRY-FOUND            VALUE 'Y'.
           05  WS-TABLE-FULL-SW       PIC X VALUE 'N'.
               88  TABLE-FULL-REPORTED    VALUE 'Y'.

      * One entry per message id / program / term index seen in the
      * window, with the resolutions entered against its items
       01  PATTERN-TABLE.
           05  WS-PATTERN-COUNT       PIC 9(3) VALUE ZERO.
           05  PT-ENTRY OCCURS 500 TIMES.
               10  PT-KEY.
                   15  PT-MSG-ID      PIC X(8).
                   15  PT-PROGRAM     PIC X(8).
                   15  PT-TERM-INDEX  PIC 9(4).
               10  PT-COUNT           PIC 9(5).
               10  PT-SINCE-FIX       PIC 9(5).
               10  PT-FIRST-RUN-DATE  PIC 9(8).
               10  PT-LAST-RUN-DATE   PIC 9(8).
               10  PT-LAST-SEQ        PIC 9(4).
               10  PT-SEVERITY        PIC X.
               10  PT-TEXT            PIC X(60).
               10  PT-PROBLEM-STATUS  PIC X.
                   88  PT-NO-PROBLEM      VALUE SPACE.
                   88  PT-PROBLEM-OPEN    VALUE 'O'.
                   88  PT-PROBLEM-FIXED   VALUE 'F'.
               10  PT-FIXED-DATE      PIC 9(8).
               10  PT-RES-COUNT       PIC 9.
               10  PT-RESOLUTION      PIC X(50) OCCURS 5 TIMES.

       01  WS-PATTERN-KEY.
           05  WS-PK-MSG-ID           PIC X(8).
           05  WS-PK-PROGRAM          PIC X(8).
           05  WS-PK-TERM-INDEX       PIC 9(4).

       01  WS-PATTERN-LINE.
           05  FILLER                 PIC X(2) VALUE SPACES.
           05  PL-MSG-ID              PIC X(8).
           05  FILLER                 PIC X(2) VALUE SPACES.
           05  PL-PROGRAM             PIC X(8).
           05  FILLER                 PIC X(2) VALUE SPACES.
           05  PL-TERM-INDEX          PIC 9(4).
           05  FILLER                 PIC X(2) VALUE SPACES.
           05  PL-COUNT               PIC ZZZZ9.
           05  FILLER                 PIC X(2) VALUE SPACES.
           05  PL-FIRST-RUN-DATE      PIC 9(8).
           05  FILLER                 PIC X(2) VALUE SPACES.
           05  PL-LAST-RUN-DATE       PIC 9(8).
           05  FILLER                 PIC X VALUE '/'.
           05  PL-LAST-SEQ            PIC 9(4).
           05  FILLER                 PIC X(2) VALUE SPACES.
           05  PL-ACTION              PIC X(18).

       77  WS-WINDOW-DAYS             PIC 9(3) VALUE 28.
       77  WS-MIN-REPEATS             PIC 9(2) VALUE 3.
       77  WS-TODAY-DATE              PIC 9(8) VALUE ZERO.
       77  WS-WINDOW-START            PIC 9(8) VALUE ZERO.
       77  WS-NOW-STAMP               PIC 9(14) VALUE ZERO.
       77  WS-PT-IDX                  PIC 9(3) VALUE ZERO.
       77  WS-RES-IDX                 PIC 9 VALUE ZERO.
       77  WS-PRB-RES-IDX             PIC 9 VALUE ZERO.
       77  WS-ITEM-COUNT              PIC 9(7) VALUE ZERO.
       77  WS-WINDOW-COUNT            PIC 9(7) VALUE ZERO.
       77  WS-NEW-COUNT               PIC 9(5) VALUE ZERO.
       77  WS-REFRESHED-COUNT         PIC 9(5) VALUE ZERO.
       77  WS-REOPENED-COUNT          PIC 9(5) VALUE ZERO.
       77  WS-RELEASED-COUNT          PIC 9(5) VALUE ZERO.
       77  WS-OPEN-PROBLEMS           PIC 9(5) VALUE ZERO.
       77  WS-RETURN-CODE             PIC 9(4) VALUE ZERO.
       77  WS-PRINT-LINE              PIC X(133) VALUE SPACES.
       77  WS-COUNT-EDIT              PIC ZZZZ9.

      * Release this program was built for
           COPY FIBRELC.

       LINKAGE SECTION.
       01  PARM-INFORMATION.
           05  PARM-LENGTH            PIC S9(4) COMP.
           05  PARM-WINDOW-DAYS       PIC X(3).
           05  FILLER                 PIC X.
           05  PARM-MIN-REPEATS       PIC X(2).

       PROCEDURE DIVISION USING PARM-INFORMATION.
       MAIN-PROCEDURE.
           PERFORM 000-INITIALIZE
           PERFORM 100-OPEN-FILES THRU 100-OPEN-FILES-EXIT
           IF WS-RETURN-CODE = ZERO
               PERFORM 200-SCAN-WORKBENCH
               PERFORM 300-POST-PROBLEMS
               PERFORM 400-PRINT-OPEN-PROBLEMS
               CLOSE WORKBENCH-FILE
               CLOSE PROBLEM-FILE
           END-IF
           PERFORM 900-TERMINATE

           GOBACK.

       000-INITIALIZE.
           MOVE FUNCTION CURRENT-DATE(1:14) TO WS-NOW-STAMP
           MOVE WS-NOW-STAMP(1:8) TO WS-TODAY-DATE

           IF PARM-LENGTH >= 3
               IF PARM-WINDOW-DAYS IS NUMERIC
                       AND PARM-WINDOW-DAYS > '000'
                   MOVE PARM-WINDOW-DAYS TO WS-WINDOW-DAYS
               ELSE
                   DISPLAY 'WARNING: WINDOW PARM ' PARM-WINDOW-DAYS
                       ' INVALID - 028 DAYS USED'
               END-IF
           END-IF
           IF PARM-LENGTH >= 6
               IF PARM-MIN-REPEATS IS NUMERIC
                       AND PARM-MIN-REPEATS > '01'
                   MOVE PARM-MIN-REPEATS TO WS-MIN-REPEATS
               ELSE
                   DISPLAY 'WARNING: MINIMUM PARM ' PARM-MIN-REPEATS
                       ' INVALID - 03 USED'
               END-IF
           END-IF

           COMPUTE WS-WINDOW-START = FUNCTION DATE-OF-INTEGER(
               FUNCTION INTEGER-OF-DATE(WS-TODAY-DATE)
               - WS-WINDOW-DAYS)

           DISPLAY '======================================='
           DISPLAY '   FIBPRBD - RECURRING PROBLEM DETECTION'
           DISPLAY '======================================='

           OPEN OUTPUT PRINT-FILE
           MOVE SPACES TO WS-PRINT-LINE
           STRING 'FIBPRBD - RECURRING EXCEPTION PROBLEMS   '
                  DELIMITED BY SIZE
                  'RUN ' DELIMITED BY SIZE
                  WS-NOW-STAMP DELIMITED BY SIZE
               INTO WS-PRINT-LINE
           END-STRING
           PERFORM 800-PRINT-ONE-LINE
           MOVE ALL '=' TO WS-PRINT-LINE(1:78)
           PERFORM 800-PRINT-ONE-LINE
           MOVE SPACES TO WS-PRINT-LINE
           STRING 'WINDOW FROM ' DELIMITED BY SIZE
                  WS-WINDOW-START DELIMITED BY SIZE
                  ' (' DELIMITED BY SIZE
                  WS-WINDOW-DAYS DELIMITED BY SIZE
                  ' DAYS)   MINIMUM OCCURRENCES ' DELIMITED BY SIZE
                  WS-MIN-REPEATS DELIMITED BY SIZE
               INTO WS-PRINT-LINE
           END-STRING
           PERFORM 800-PRINT-ONE-LINE.

      * The workbench is updated (linked items released), the
      * problem file is created on first use
       100-OPEN-FILES.
           OPEN I-O WORKBENCH-FILE
           IF NOT WKB-FILE-OK
               MOVE SPACES TO WS-PRINT-LINE
               STRING 'ERROR: FIBEXCW NOT AVAILABLE - STATUS '
                      DELIMITED BY SIZE
                      WS-WKB-FILE-STATUS DELIMITED BY SIZE
                   INTO WS-PRINT-LINE
               END-STRING
               PERFORM 800-PRINT-ONE-LINE
               MOVE 8 TO WS-RETURN-CODE
               GO TO 100-OPEN-FILES-EXIT
           END-IF

           OPEN I-O PROBLEM-FILE
           IF PRB-FILE-NOT-FOUND
               OPEN OUTPUT PROBLEM-FILE
               CLOSE PROBLEM-FILE
               OPEN I-O PROBLEM-FILE
           END-IF
           IF NOT PRB-FILE-OK
               MOVE SPACES TO WS-PRINT-LINE
               STRING 'ERROR: FIBPROB NOT AVAILABLE - STATUS '
                      DELIMITED BY SIZE
                      WS-PRB-FILE-STATUS DELIMITED BY SIZE
                   INTO WS-PRINT-LINE
               END-STRING
               PERFORM 800-PRINT-ONE-LINE
               CLOSE WORKBENCH-FILE
               MOVE 8 TO WS-RETURN-CODE
           END-IF.

       100-OPEN-FILES-EXIT.
           EXIT.

      * The whole workbench is read: linked items of any age are
      * released once their problem is fixed, items inside the
      * window are counted by pattern
       200-SCAN-WORKBENCH.
           MOVE LOW-VALUES TO EXW-KEY
           START WORKBENCH-FILE KEY IS NOT LESS THAN EXW-KEY
               INVALID KEY
                   SET INPUT-EOF-REACHED TO TRUE
           END-START

           PERFORM UNTIL INPUT-EOF-REACHED
               READ WORKBENCH-FILE NEXT RECORD
                   AT END
                       SET INPUT-EOF-REACHED TO TRUE
                   NOT AT END
                       ADD 1 TO WS-ITEM-COUNT
                       IF EXW-IS-LINKED
                           PERFORM 210-RELEASE-LINKED-ITEM
                               THRU 210-RELEASE-LINKED-ITEM-EXIT
                       END-IF
                       IF EXW-RUN-DATE >= WS-WINDOW-START
                           ADD 1 TO WS-WINDOW-COUNT
                           PERFORM 220-COUNT-OCCURRENCE
                       END-IF
               END-READ
           END-PERFORM.

      * A fixed problem's linked items are closed with the fix -
      * closed by FIBPRBD so their text is never taken as a
      * resolution of its own
       210-RELEASE-LINKED-ITEM.
           MOVE EXW-MSG-ID     TO PRB-MSG-ID
           MOVE EXW-PROGRAM    TO PRB-PROGRAM
           MOVE EXW-TERM-INDEX TO PRB-TERM-INDEX
           READ PROBLEM-FILE
               INVALID KEY
                   GO TO 210-RELEASE-LINKED-ITEM-EXIT
           END-READ
           IF NOT PRB-IS-FIXED
               GO TO 210-RELEASE-LINKED-ITEM-EXIT
           END-IF

           MOVE 'C' TO EXW-STATUS
           MOVE PRB-FIXED-STAMP TO EXW-CLOSE-STAMP
           MOVE 'FIBPRBD' TO EXW-CLOSED-BY
           MOVE SPACES TO EXW-RESOLUTION
           STRING 'FIXED UNDER PROBLEM - ' DELIMITED BY SIZE
                  PRB-FIX-TEXT DELIMITED BY SIZE
               INTO EXW-RESOLUTION
           END-STRING
           REWRITE EXCW-RECORD
               INVALID KEY
                   DISPLAY 'WARNING: FIBEXCW REWRITE FAILED - '
                       EXW-RUN-DATE '/' EXW-SEQ ' STATUS '
                       WS-WKB-FILE-STATUS
               NOT INVALID KEY
                   ADD 1 TO WS-RELEASED-COUNT
           END-REWRITE.

       210-RELEASE-LINKED-ITEM-EXIT.
           EXIT.

       220-COUNT-OCCURRENCE.
           MOVE EXW-MSG-ID     TO WS-PK-MSG-ID
           MOVE EXW-PROGRAM    TO WS-PK-PROGRAM
           MOVE EXW-TERM-INDEX TO WS-PK-TERM-INDEX
           MOVE 'N' TO WS-FOUND-SW
           PERFORM VARYING WS-PT-IDX FROM 1 BY 1
                     UNTIL WS-PT-IDX > WS-PATTERN-COUNT OR ENTRY-FOUND
               IF PT-KEY(WS-PT-IDX) = WS-PATTERN-KEY
                   SET ENTRY-FOUND TO TRUE
               END-IF
           END-PERFORM

           IF ENTRY-FOUND
               SUBTRACT 1 FROM WS-PT-IDX
               PERFORM 240-COUNT-ONE-ITEM
           ELSE
               IF WS-PATTERN-COUNT < 500
                   ADD 1 TO WS-PATTERN-COUNT
                   MOVE WS-PATTERN-COUNT TO WS-PT-IDX
                   PERFORM 230-ADD-PATTERN
                   PERFORM 240-COUNT-ONE-ITEM
               ELSE
                   IF NOT TABLE-FULL-REPORTED
                       DISPLAY 'WARNING: MORE THAN 500 PATTERNS IN '
                           'THE WINDOW - THE REST NOT COUNTED'
                       SET TABLE-FULL-REPORTED TO TRUE
                   END-IF
               END-IF
           END-IF.

      * The pattern's problem, if any, is looked up once - a fixed
      * problem only counts what came back after the fix
       230-ADD-PATTERN.
           MOVE WS-PATTERN-KEY TO PT-KEY(WS-PT-IDX)
           MOVE ZERO  TO PT-COUNT(WS-PT-IDX)
           MOVE ZERO  TO PT-SINCE-FIX(WS-PT-IDX)
           MOVE EXW-RUN-DATE TO PT-FIRST-RUN-DATE(WS-PT-IDX)
           MOVE ZERO  TO PT-FIXED-DATE(WS-PT-IDX)
           MOVE ZERO  TO PT-RES-COUNT(WS-PT-IDX)
           MOVE SPACE TO PT-PROBLEM-STATUS(WS-PT-IDX)

           MOVE WS-PATTERN-KEY TO PRB-KEY
           READ PROBLEM-FILE
               INVALID KEY
                   CONTINUE
               NOT INVALID KEY
                   MOVE PRB-STATUS TO PT-PROBLEM-STATUS(WS-PT-IDX)
                   IF PRB-IS-FIXED
                       MOVE PRB-FIXED-STAMP(1:8)
                           TO PT-FIXED-DATE(WS-PT-IDX)
                   END-IF
           END-READ.

      * Items arrive in run date/seq order, so the last one counted
      * is the latest occurrence
       240-COUNT-ONE-ITEM.
           ADD 1 TO PT-COUNT(WS-PT-IDX)
           IF PT-PROBLEM-FIXED(WS-PT-IDX)
                   AND EXW-RUN-DATE > PT-FIXED-DATE(WS-PT-IDX)
               ADD 1 TO PT-SINCE-FIX(WS-PT-IDX)
           END-IF
           MOVE EXW-RUN-DATE TO PT-LAST-RUN-DATE(WS-PT-IDX)
           MOVE EXW-SEQ      TO PT-LAST-SEQ(WS-PT-IDX)
           MOVE EXW-SEVERITY TO PT-SEVERITY(WS-PT-IDX)
           MOVE EXW-TEXT     TO PT-TEXT(WS-PT-IDX)

           IF EXW-RESOLUTION NOT = SPACES
                   AND EXW-CLOSED-BY NOT = 'FIBPRBD'
               PERFORM 250-KEEP-RESOLUTION
           END-IF.

       250-KEEP-RESOLUTION.
           MOVE 'N' TO WS-FOUND-SW
           PERFORM VARYING WS-RES-IDX FROM 1 BY 1
                     UNTIL WS-RES-IDX > PT-RES-COUNT(WS-PT-IDX)
                        OR ENTRY-FOUND
               IF PT-RESOLUTION(WS-PT-IDX, WS-RES-IDX)
                       = EXW-RESOLUTION
                   SET ENTRY-FOUND TO TRUE
               END-IF
           END-PERFORM

           IF NOT ENTRY-FOUND AND PT-RES-COUNT(WS-PT-IDX) < 5
               ADD 1 TO PT-RES-COUNT(WS-PT-IDX)
               MOVE PT-RES-COUNT(WS-PT-IDX) TO WS-RES-IDX
               MOVE EXW-RESOLUTION
                   TO PT-RESOLUTION(WS-PT-IDX, WS-RES-IDX)
           END-IF.

       300-POST-PROBLEMS.
           MOVE SPACES TO WS-PRINT-LINE
           PERFORM 800-PRINT-ONE-LINE
           MOVE '  RECURRING PATTERNS POSTED' TO WS-PRINT-LINE
           PERFORM 800-PRINT-ONE-LINE
           PERFORM 810-PRINT-COLUMN-HEADINGS
           MOVE 'ACTION' TO WS-PRINT-LINE(61:6)
           PERFORM 800-PRINT-ONE-LINE

           PERFORM VARYING WS-PT-IDX FROM 1 BY 1
                     UNTIL WS-PT-IDX > WS-PATTERN-COUNT
               IF PT-COUNT(WS-PT-IDX) >= WS-MIN-REPEATS
                   PERFORM 310-POST-ONE-PATTERN
                       THRU 310-POST-ONE-PATTERN-EXIT
               END-IF
           END-PERFORM

           IF WS-NEW-COUNT + WS-REFRESHED-COUNT + WS-REOPENED-COUNT
                   = ZERO
               MOVE '    NONE - NOTHING RECURRED IN THE WINDOW'
                   TO WS-PRINT-LINE
               PERFORM 800-PRINT-ONE-LINE
           END-IF.

       310-POST-ONE-PATTERN.
           MOVE PT-KEY(WS-PT-IDX) TO PRB-KEY
           EVALUATE TRUE
               WHEN PT-NO-PROBLEM(WS-PT-IDX)
                   PERFORM 320-OPEN-NEW-PROBLEM
               WHEN PT-PROBLEM-OPEN(WS-PT-IDX)
                   READ PROBLEM-FILE
                       INVALID KEY
                           GO TO 310-POST-ONE-PATTERN-EXIT
                   END-READ
                   PERFORM 330-REFRESH-PROBLEM
                   MOVE 'OPEN - REFRESHED' TO PL-ACTION
                   ADD 1 TO WS-REFRESHED-COUNT
               WHEN PT-PROBLEM-FIXED(WS-PT-IDX)
                   IF PT-SINCE-FIX(WS-PT-IDX) < WS-MIN-REPEATS
                       GO TO 310-POST-ONE-PATTERN-EXIT
                   END-IF
                   READ PROBLEM-FILE
                       INVALID KEY
                           GO TO 310-POST-ONE-PATTERN-EXIT
                   END-READ
                   MOVE 'O' TO PRB-STATUS
                   ADD 1 TO PRB-REOPEN-COUNT
                   MOVE ZERO TO PRB-LINKED-COUNT
                   PERFORM 330-REFRESH-PROBLEM
                   MOVE 'REOPENED AFTER FIX' TO PL-ACTION
                   ADD 1 TO WS-REOPENED-COUNT
           END-EVALUATE

           PERFORM 350-PRINT-PATTERN.

       310-POST-ONE-PATTERN-EXIT.
           EXIT.

       320-OPEN-NEW-PROBLEM.
           INITIALIZE PROBLEM-RECORD
           MOVE PT-KEY(WS-PT-IDX)       TO PRB-KEY
           MOVE 'O'                     TO PRB-STATUS
           MOVE PT-SEVERITY(WS-PT-IDX)  TO PRB-SEVERITY
           MOVE PT-TEXT(WS-PT-IDX)      TO PRB-TEXT
           MOVE PT-COUNT(WS-PT-IDX)     TO PRB-OCCURRENCES
           MOVE PT-FIRST-RUN-DATE(WS-PT-IDX) TO PRB-FIRST-RUN-DATE
           MOVE PT-LAST-RUN-DATE(WS-PT-IDX)  TO PRB-LAST-RUN-DATE
           MOVE PT-LAST-SEQ(WS-PT-IDX)  TO PRB-LAST-SEQ
           MOVE WS-NOW-STAMP            TO PRB-OPENED-STAMP
           MOVE WS-NOW-STAMP            TO PRB-DETECTED-STAMP
           PERFORM 340-MERGE-RESOLUTIONS

           WRITE PROBLEM-RECORD
               INVALID KEY
                   DISPLAY 'WARNING: FIBPROB WRITE FAILED - '
                       PRB-MSG-ID ' ' PRB-PROGRAM ' STATUS '
                       WS-PRB-FILE-STATUS
                   MOVE 'NOT OPENED' TO PL-ACTION
               NOT INVALID KEY
                   MOVE 'NEW PROBLEM' TO PL-ACTION
                   ADD 1 TO WS-NEW-COUNT
           END-WRITE.

      * The window count replaces the last one; the first
      * occurrence only ever moves back, the last only forward
       330-REFRESH-PROBLEM.
           MOVE PT-COUNT(WS-PT-IDX) TO PRB-OCCURRENCES
           IF PRB-FIRST-RUN-DATE = ZERO
                   OR PT-FIRST-RUN-DATE(WS-PT-IDX) < PRB-FIRST-RUN-DATE
               MOVE PT-FIRST-RUN-DATE(WS-PT-IDX) TO PRB-FIRST-RUN-DATE
           END-IF
           IF PT-LAST-RUN-DATE(WS-PT-IDX) > PRB-LAST-RUN-DATE
                   OR (PT-LAST-RUN-DATE(WS-PT-IDX) = PRB-LAST-RUN-DATE
                       AND PT-LAST-SEQ(WS-PT-IDX) > PRB-LAST-SEQ)
               MOVE PT-LAST-RUN-DATE(WS-PT-IDX) TO PRB-LAST-RUN-DATE
               MOVE PT-LAST-SEQ(WS-PT-IDX)      TO PRB-LAST-SEQ
               MOVE PT-SEVERITY(WS-PT-IDX)      TO PRB-SEVERITY
               MOVE PT-TEXT(WS-PT-IDX)          TO PRB-TEXT
           END-IF
           MOVE WS-NOW-STAMP TO PRB-DETECTED-STAMP
           PERFORM 340-MERGE-RESOLUTIONS

           REWRITE PROBLEM-RECORD
               INVALID KEY
                   DISPLAY 'WARNING: FIBPROB REWRITE FAILED - '
                       PRB-MSG-ID ' ' PRB-PROGRAM ' STATUS '
                       WS-PRB-FILE-STATUS
           END-REWRITE.

      * Resolutions already on the problem stay; new distinct ones
      * from the window are added up to five
       340-MERGE-RESOLUTIONS.
           PERFORM VARYING WS-RES-IDX FROM 1 BY 1
                     UNTIL WS-RES-IDX > PT-RES-COUNT(WS-PT-IDX)
               MOVE 'N' TO WS-FOUND-SW
               PERFORM VARYING WS-PRB-RES-IDX FROM 1 BY 1
                         UNTIL WS-PRB-RES-IDX > PRB-RESOLUTION-COUNT
                            OR ENTRY-FOUND
                   IF PRB-RESOLUTION(WS-PRB-RES-IDX)
                           = PT-RESOLUTION(WS-PT-IDX, WS-RES-IDX)
                       SET ENTRY-FOUND TO TRUE
                   END-IF
               END-PERFORM
               IF NOT ENTRY-FOUND AND PRB-RESOLUTION-COUNT < 5
                   ADD 1 TO PRB-RESOLUTION-COUNT
                   MOVE PRB-RESOLUTION-COUNT TO WS-PRB-RES-IDX
                   MOVE PT-RESOLUTION(WS-PT-IDX, WS-RES-IDX)
                       TO PRB-RESOLUTION(WS-PRB-RES-IDX)
               END-IF
           END-PERFORM.

       350-PRINT-PATTERN.
           MOVE PT-MSG-ID(WS-PT-IDX)         TO PL-MSG-ID
           MOVE PT-PROGRAM(WS-PT-IDX)        TO PL-PROGRAM
           MOVE PT-TERM-INDEX(WS-PT-IDX)     TO PL-TERM-INDEX
           MOVE PT-COUNT(WS-PT-IDX)          TO PL-COUNT
           MOVE PT-FIRST-RUN-DATE(WS-PT-IDX) TO PL-FIRST-RUN-DATE
           MOVE PT-LAST-RUN-DATE(WS-PT-IDX)  TO PL-LAST-RUN-DATE
           MOVE PT-LAST-SEQ(WS-PT-IDX)       TO PL-LAST-SEQ
           MOVE WS-PATTERN-LINE TO WS-PRINT-LINE
           PERFORM 800-PRINT-ONE-LINE

           PERFORM VARYING WS-RES-IDX FROM 1 BY 1
                     UNTIL WS-RES-IDX > PT-RES-COUNT(WS-PT-IDX)
               MOVE SPACES TO WS-PRINT-LINE
               MOVE 'RESOLVED BEFORE AS:' TO WS-PRINT-LINE(6:19)
               MOVE PT-RESOLUTION(WS-PT-IDX, WS-RES-IDX)
                   TO WS-PRINT-LINE(26:50)
               PERFORM 800-PRINT-ONE-LINE
           END-PERFORM.

      * Every open problem, with the workbench date/seq of its
      * latest occurrence - the key for FIBEXCB P and F
       400-PRINT-OPEN-PROBLEMS.
           MOVE SPACES TO WS-PRINT-LINE
           PERFORM 800-PRINT-ONE-LINE
           MOVE '  OPEN PROBLEMS (FIBEXCB P/F WITH THE LAST DATE/SEQ)'
               TO WS-PRINT-LINE
           PERFORM 800-PRINT-ONE-LINE
           PERFORM 810-PRINT-COLUMN-HEADINGS
           MOVE 'LINKED REOPENED' TO WS-PRINT-LINE(61:15)
           PERFORM 800-PRINT-ONE-LINE

           MOVE 'N' TO WS-EOF-SW
           MOVE LOW-VALUES TO PRB-KEY
           START PROBLEM-FILE KEY IS NOT LESS THAN PRB-KEY
               INVALID KEY
                   SET INPUT-EOF-REACHED TO TRUE
           END-START

           PERFORM UNTIL INPUT-EOF-REACHED
               READ PROBLEM-FILE NEXT RECORD
                   AT END
                       SET INPUT-EOF-REACHED TO TRUE
                   NOT AT END
                       IF PRB-IS-OPEN
                           PERFORM 410-PRINT-ONE-PROBLEM
                       END-IF
               END-READ
           END-PERFORM

           IF WS-OPEN-PROBLEMS = ZERO
               MOVE '    NONE' TO WS-PRINT-LINE
               PERFORM 800-PRINT-ONE-LINE
           END-IF.

       410-PRINT-ONE-PROBLEM.
           ADD 1 TO WS-OPEN-PROBLEMS
           MOVE PRB-MSG-ID         TO PL-MSG-ID
           MOVE PRB-PROGRAM        TO PL-PROGRAM
           MOVE PRB-TERM-INDEX     TO PL-TERM-INDEX
           MOVE PRB-OCCURRENCES    TO PL-COUNT
           MOVE PRB-FIRST-RUN-DATE TO PL-FIRST-RUN-DATE
           MOVE PRB-LAST-RUN-DATE  TO PL-LAST-RUN-DATE
           MOVE PRB-LAST-SEQ       TO PL-LAST-SEQ
           MOVE SPACES TO PL-ACTION
           MOVE PRB-LINKED-COUNT   TO WS-COUNT-EDIT
           MOVE WS-COUNT-EDIT      TO PL-ACTION(2:5)
           MOVE PRB-REOPEN-COUNT   TO WS-COUNT-EDIT
           MOVE WS-COUNT-EDIT      TO PL-ACTION(11:5)
           MOVE WS-PATTERN-LINE TO WS-PRINT-LINE
           PERFORM 800-PRINT-ONE-LINE
           MOVE SPACES TO WS-PRINT-LINE
           MOVE PRB-TEXT TO WS-PRINT-LINE(6:60)
           PERFORM 800-PRINT-ONE-LINE.

       800-PRINT-ONE-LINE.
           DISPLAY WS-PRINT-LINE(1:79)
           WRITE PRINT-RECORD FROM WS-PRINT-LINE.

       810-PRINT-COLUMN-HEADINGS.
           MOVE SPACES TO WS-PRINT-LINE
           MOVE 'MSG ID'    TO WS-PRINT-LINE(3:6)
           MOVE 'PROGRAM'   TO WS-PRINT-LINE(13:7)
           MOVE 'TERM'      TO WS-PRINT-LINE(23:4)
           MOVE 'COUNT'     TO WS-PRINT-LINE(29:5)
           MOVE 'FIRST'     TO WS-PRINT-LINE(36:5)
           MOVE 'LAST/SEQ'  TO WS-PRINT-LINE(46:8).

       900-TERMINATE.
           MOVE SPACES TO WS-PRINT-LINE
           PERFORM 800-PRINT-ONE-LINE
           MOVE SPACES TO WS-PRINT-LINE
           MOVE WS-NEW-COUNT TO WS-COUNT-EDIT
           STRING '  NEW ' DELIMITED BY SIZE
                  WS-COUNT-EDIT DELIMITED BY SIZE
               INTO WS-PRINT-LINE
           END-STRING
           MOVE WS-REOPENED-COUNT TO WS-COUNT-EDIT
           STRING '   REOPENED ' DELIMITED BY SIZE
                  WS-COUNT-EDIT DELIMITED BY SIZE
               INTO WS-PRINT-LINE(12:20)
           END-STRING
           MOVE WS-REFRESHED-COUNT TO WS-COUNT-EDIT
           STRING '   REFRESHED ' DELIMITED BY SIZE
                  WS-COUNT-EDIT DELIMITED BY SIZE
               INTO WS-PRINT-LINE(29:20)
           END-STRING
           MOVE WS-RELEASED-COUNT TO WS-COUNT-EDIT
           STRING '   LINKED ITEMS CLOSED ' DELIMITED BY SIZE
                  WS-COUNT-EDIT DELIMITED BY SIZE
               INTO WS-PRINT-LINE(47:30)
           END-STRING
           PERFORM 800-PRINT-ONE-LINE
           CLOSE PRINT-FILE

           IF WS-NEW-COUNT + WS-REOPENED-COUNT > ZERO
               IF 4 > WS-RETURN-CODE
                   MOVE 4 TO WS-RETURN-CODE
               END-IF
           END-IF

           DISPLAY SPACE
           DISPLAY 'WORKBENCH ITEMS READ:  ' WS-ITEM-COUNT
           DISPLAY 'ITEMS IN THE WINDOW:   ' WS-WINDOW-COUNT
           DISPLAY 'PATTERNS IN THE WINDOW:' WS-PATTERN-COUNT
           DISPLAY '   FIBPRBD COMPLETED - RELEASE ' REL-RELEASE-ID
           DISPLAY 'RETURN CODE: ' WS-RETURN-CODE
           MOVE WS-RETURN-CODE TO RETURN-CODE.
