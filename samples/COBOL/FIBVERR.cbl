      ******************************************************************
      * FIBVERR lists the saved runs by the release of the suite that
      * produced them, so a defect found in one release can be
      * scoped to exactly the runs it made. Each run's release is
      * read from its parameter snapshot extension (the type-X row,
      * HIST-PARMX-RELEASE-ID); the install date and change summary
      * come from the FIBVREG release registry (FIBVERLD).
      *
      * The prior-year partition (FIBHISTP, when mounted) and then
      * the current FIBHIST cluster are walked in key order, the
      * way FIBDGST does; a change of run date or sequence closes
      * the run before it. For every release the report shows its
      * install date, summary, run count, first and last run date,
      * and every run date and sequence it produced. Runs saved
      * before the release was carried are counted, not listed.
      *
      * SYSIN cards (optional):
      *   RELEASE=RYYMM.NN  list that release only
      *   FROM=YYYYMMDD     runs dated on or after this date only
      *
      * RC=4 when a run carries a release that is not on FIBVREG,
      * FIBVREG or PRTOUT cannot be opened, or the run table fills;
      * RC=8 when a card is wrong or FIBHIST cannot be read.
      ******************************************************************
       IDENTIFICATION DIVISION.
       PROGRAM-ID. FIBVERR.
       AUTHOR. Antonio Gibas.
       DATE-WRITTEN. 10-15-2026.
       DATE-COMPILED. 10-15-2026.

      * MODIFICATION HISTORY
      * 10-15-2026  AG  INITIAL VERSION - SAVED RUNS BY PRODUCING
      *                 RELEASE
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
           SELECT VERSION-REGISTRY-FILE ASSIGN TO "FIBVREG"
               ORGANIZATION IS INDEXED
               ACCESS MODE IS SEQUENTIAL
               RECORD KEY IS VER-RELEASE-ID
               FILE STATUS IS WS-VREG-FILE-STATUS.
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
           SELECT PRINT-FILE ASSIGN TO "PRTOUT"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-PRINT-FILE-STATUS.

       DATA DIVISION.
       FILE SECTION.
       FD  CONTROL-CARD-FILE
           RECORDING MODE IS F.
       01  CONTROL-CARD-RECORD       PIC X(80).

       FD  VERSION-REGISTRY-FILE.
           COPY FIBVERC.

       FD  FIB-HISTORY-FILE.
           COPY FIBHIST.

      * The prior-year partition carries the same layouts; every
      * record is re-mapped through the shared views after the read
       FD  PRIOR-HISTORY-FILE.
       01  PHIST-RECORD.
           05  PHIST-KEY              PIC X(14).
           05  FILLER                 PIC X(86).

       FD  PRINT-FILE
           RECORDING MODE IS F.
       01  PRINT-RECORD               PIC X(133).

       WORKING-STORAGE SECTION.

       01  WS-FILE-STATUSES.
           05  WS-CARD-FILE-STATUS    PIC XX VALUE SPACES.
               88  CARD-FILE-OK            VALUE '00'.
           05  WS-VREG-FILE-STATUS    PIC XX VALUE SPACES.
               88  VREG-FILE-OK            VALUE '00'.
           05  WS-HIST-FILE-STATUS    PIC XX VALUE SPACES.
               88  HIST-FILE-OK            VALUE '00'.
           05  WS-PHIST-FILE-STATUS   PIC XX VALUE SPACES.
               88  PHIST-FILE-OK           VALUE '00'.
           05  WS-PRINT-FILE-STATUS   PIC XX VALUE SPACES.
               88  PRINT-FILE-OK           VALUE '00'.

       01  WS-INDICATORS.
           05  WS-CARD-EOF-SW         PIC X VALUE 'N'.
               88  CARD-EOF-REACHED       VALUE 'Y'.
           05  WS-VREG-EOF-SW         PIC X VALUE 'N'.
               88  VREG-EOF-REACHED       VALUE 'Y'.
           05  WS-HIST-EOF-SW         PIC X VALUE 'N'.
               88  HIST-EOF-REACHED       VALUE 'Y'.
           05  WS-RUN-OPEN-SW         PIC X VALUE 'N'.
               88  RUN-IN-PROGRESS        VALUE 'Y'.
           05  WS-PRINT-OPEN-SW       PIC X VALUE 'N'.
               88  PRINT-IS-OPEN          VALUE 'Y'.
           05  WS-RELEASE-FULL-SW     PIC X VALUE 'N'.
               88  RELEASE-TABLE-FULL     VALUE 'Y'.
           05  WS-RUN-FULL-SW         PIC X VALUE 'N'.
               88  RUN-TABLE-FULL         VALUE 'Y'.

       01  WS-CARD-IMAGE.
           05  WS-CARD-TEXT           PIC X(80).

      * One entry per release: the registered releases in release
      * order, then any release found on a run but not registered.
      * Entry 1 gathers the runs saved before the release was
      * carried on the snapshot.
       01  WS-RELEASE-TABLE.
           05  RT-ENTRY OCCURS 200 TIMES.
               10  RT-RELEASE-ID      PIC X(8).
               10  RT-REGISTERED-SW   PIC X.
                   88  RT-IS-REGISTERED   VALUE 'Y'.
               10  RT-INSTALL-DATE    PIC 9(8).
               10  RT-SUMMARY         PIC X(60) OCCURS 3 TIMES.
               10  RT-RUN-COUNT       PIC 9(5).
               10  RT-FIRST-DATE      PIC 9(8).
               10  RT-LAST-DATE       PIC 9(8).

      * One entry per run with a recorded release, in key order
       01  WS-RUN-TABLE.
           05  RN-ENTRY OCCURS 20000 TIMES.
               10  RN-RUN-DATE        PIC 9(8).
               10  RN-RUN-SEQ         PIC 9(2).
               10  RN-RELEASE-IDX     PIC 9(3).

      * A run as it is listed, eight to the line
       01  WS-RUN-EDIT.
           05  WE-RUN-DATE            PIC 9(8).
           05  FILLER                 PIC X VALUE '/'.
           05  WE-RUN-SEQ             PIC 9(2).
           05  FILLER                 PIC X VALUE SPACE.

       01  WS-INSTALL-TEXT.
           05  FILLER                 PIC X(10) VALUE 'INSTALLED '.
           05  WI-INSTALL-DATE        PIC 9(8).
           05  FILLER                 PIC X(6) VALUE SPACES.

       01  REPORT-LINES.
           05  RPT-HEADER-LINE.
               10  FILLER             PIC X(40) VALUE
                   'FIBVERR - SAVED RUNS BY PRODUCING RELEAS'.
               10  FILLER             PIC X(7) VALUE 'E  DATE'.
               10  FILLER             PIC X VALUE SPACE.
               10  RH-RUN-DATE        PIC 9(8).
               10  FILLER             PIC X(77) VALUE SPACES.
           05  RPT-SCOPE-LINE.
               10  FILLER             PIC X(9) VALUE 'RELEASE: '.
               10  RS-RELEASE         PIC X(8).
               10  FILLER             PIC X(14) VALUE
                   '   FROM DATE: '.
               10  RS-FROM-DATE       PIC X(8).
               10  FILLER             PIC X(94) VALUE SPACES.
           05  RPT-RELEASE-LINE.
               10  FILLER             PIC X(8) VALUE 'RELEASE '.
               10  RR-RELEASE-ID      PIC X(12).
               10  FILLER             PIC X(2) VALUE SPACES.
               10  RR-INSTALL-TEXT    PIC X(24).
               10  FILLER             PIC X(5) VALUE 'RUNS '.
               10  RR-RUN-COUNT       PIC ZZZZ9.
               10  FILLER             PIC X(8) VALUE '  FIRST '.
               10  RR-FIRST-DATE      PIC X(8).
               10  FILLER             PIC X(7) VALUE '  LAST '.
               10  RR-LAST-DATE       PIC X(8).
               10  FILLER             PIC X(46) VALUE SPACES.
           05  RPT-TEXT-LINE.
               10  FILLER             PIC X(10) VALUE SPACES.
               10  RX-TEXT            PIC X(60).
               10  FILLER             PIC X(63) VALUE SPACES.
           05  RPT-RUN-LINE.
               10  FILLER             PIC X(10) VALUE SPACES.
               10  RL-RUN             PIC X(12) OCCURS 8 TIMES.
               10  FILLER             PIC X(27) VALUE SPACES.
           05  RPT-TOTAL-LINE.
               10  RT-LABEL           PIC X(40).
               10  RT-COUNT           PIC ZZZZ9.
               10  FILLER             PIC X(88) VALUE SPACES.

       01  CURRENT-DATE-TIME.
           05  CD-DATE                PIC 9(8).
           05  CD-TIME                PIC 9(6).
           05  FILLER                 PIC X(7).

       77  WS-USERID                  PIC X(8) VALUE SPACES.
       77  WS-CARD-ERRORS             PIC 9(3) VALUE ZERO.
       77  WS-SELECT-RELEASE          PIC X(8) VALUE SPACES.
       77  WS-FROM-DATE               PIC 9(8) VALUE ZERO.
       77  WS-CUR-RUN-DATE            PIC 9(8) VALUE ZERO.
       77  WS-CUR-RUN-SEQ             PIC 9(2) VALUE ZERO.
       77  WS-CUR-RELEASE             PIC X(8) VALUE SPACES.
       77  WS-RELEASE-COUNT           PIC 9(3) VALUE ZERO.
       77  WS-RELEASE-MAX             PIC 9(3) VALUE 200.
       77  WS-REL-IDX                 PIC 9(3) VALUE ZERO.
       77  WS-RUN-COUNT               PIC 9(5) VALUE ZERO.
       77  WS-RUN-MAX                 PIC 9(5) VALUE 20000.
       77  WS-RUN-IDX                 PIC 9(5) VALUE ZERO.
       77  WS-LINE-IDX                PIC 9 VALUE ZERO.
       77  WS-SLOT                    PIC 9 VALUE ZERO.
       77  WS-RUNS-READ               PIC 9(7) VALUE ZERO.
       77  WS-RUNS-WITH-RELEASE       PIC 9(7) VALUE ZERO.
       77  WS-RUNS-NOT-RECORDED       PIC 9(7) VALUE ZERO.
       77  WS-RUNS-OTHER-RELEASE      PIC 9(7) VALUE ZERO.
       77  WS-RUNS-BEFORE-WINDOW      PIC 9(7) VALUE ZERO.
       77  WS-RUNS-NOT-LISTED         PIC 9(7) VALUE ZERO.
       77  WS-REGISTERED-COUNT        PIC 9(3) VALUE ZERO.
       77  WS-UNREGISTERED-COUNT      PIC 9(3) VALUE ZERO.
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
           PERFORM 000-INITIALIZE THRU 000-INITIALIZE-EXIT
           IF WS-RETURN-CODE < 8
               PERFORM 050-LOAD-REGISTRY THRU 050-LOAD-REGISTRY-EXIT
               PERFORM 100-WALK-PRIOR-PARTITION
                   THRU 100-WALK-PRIOR-EXIT
               PERFORM 200-WALK-CURRENT-CLUSTER
                   THRU 200-WALK-CURRENT-EXIT
           END-IF
           IF WS-RETURN-CODE < 8
               IF RUN-IN-PROGRESS
                   PERFORM 310-CLOSE-RUN THRU 310-CLOSE-RUN-EXIT
               END-IF
               PERFORM 400-PRINT-REPORT THRU 400-PRINT-REPORT-EXIT
           END-IF
           PERFORM 900-TERMINATE

           GOBACK.

       000-INITIALIZE.
           MOVE 'FIBVERR' TO PERF-PROGRAM
           MOVE REL-RELEASE-ID TO PERF-RELEASE-ID
           SET PERF-PHASE-START TO TRUE
           CALL 'FIBPERFL' USING FIBPERF-PARMS

           IF PARM-LENGTH > ZERO
               MOVE PARM-USERID TO WS-USERID
           END-IF
           MOVE FUNCTION CURRENT-DATE TO CURRENT-DATE-TIME

           DISPLAY '======================================='
           DISPLAY '   FIBVERR - SAVED RUNS BY RELEASE'
           DISPLAY '======================================='
           DISPLAY 'SUBMITTED BY:             ' WS-USERID

      * Entry 1 is kept for the runs with no release on record
           INITIALIZE WS-RELEASE-TABLE
           MOVE 1 TO WS-RELEASE-COUNT

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

           IF WS-CARD-ERRORS > ZERO
               DISPLAY 'CONTROL CARD ERRORS: ' WS-CARD-ERRORS
                   ' - NO REPORT PRODUCED'
               MOVE 8 TO WS-RETURN-CODE
               GO TO 000-INITIALIZE-EXIT
           END-IF

           IF WS-SELECT-RELEASE = SPACES
               DISPLAY 'RELEASE:                  ALL'
           ELSE
               DISPLAY 'RELEASE:                  ' WS-SELECT-RELEASE
           END-IF
           IF WS-FROM-DATE > ZERO
               DISPLAY 'FROM DATE:                ' WS-FROM-DATE
           END-IF.

       000-INITIALIZE-EXIT.
           EXIT.

       010-PARSE-CONTROL-CARD.
           IF WS-CARD-TEXT = SPACES OR WS-CARD-TEXT(1:1) = '*'
               CONTINUE
           ELSE
           IF WS-CARD-TEXT(1:8) = 'RELEASE='
               MOVE WS-CARD-TEXT(9:8) TO WS-SELECT-RELEASE
               IF WS-SELECT-RELEASE = SPACES
                       OR WS-CARD-TEXT(17:64) NOT = SPACES
                   DISPLAY 'ERROR: RELEASE= MUST NAME ONE RELEASE - '
                       WS-CARD-TEXT
                   ADD 1 TO WS-CARD-ERRORS
               END-IF
           ELSE
           IF WS-CARD-TEXT(1:5) = 'FROM='
               IF WS-CARD-TEXT(6:8) IS NUMERIC
                       AND WS-CARD-TEXT(14:67) = SPACES
                   MOVE WS-CARD-TEXT(6:8) TO WS-FROM-DATE
               ELSE
                   DISPLAY 'ERROR: FROM= MUST BE YYYYMMDD - '
                       WS-CARD-TEXT
                   ADD 1 TO WS-CARD-ERRORS
               END-IF
           ELSE
               DISPLAY 'ERROR: UNKNOWN CONTROL CARD - ' WS-CARD-TEXT
               ADD 1 TO WS-CARD-ERRORS
           END-IF
           END-IF
           END-IF.

      * The registry is read in release order; a run is still
      * listed under its release when the registry is unavailable,
      * only without the install date and summary
       050-LOAD-REGISTRY.
           OPEN INPUT VERSION-REGISTRY-FILE
           IF NOT VREG-FILE-OK
               DISPLAY 'WARNING: FIBVREG NOT AVAILABLE - STATUS '
                   WS-VREG-FILE-STATUS ' - NO RELEASE SHOWN AS '
                   'REGISTERED'
               IF 4 > WS-RETURN-CODE
                   MOVE 4 TO WS-RETURN-CODE
               END-IF
               GO TO 050-LOAD-REGISTRY-EXIT
           END-IF

           PERFORM UNTIL VREG-EOF-REACHED
               READ VERSION-REGISTRY-FILE NEXT RECORD
                   AT END
                       SET VREG-EOF-REACHED TO TRUE
                   NOT AT END
                       PERFORM 060-ADD-REGISTERED-RELEASE
                           THRU 060-ADD-REGISTERED-EXIT
               END-READ
           END-PERFORM

           CLOSE VERSION-REGISTRY-FILE
           DISPLAY 'RELEASES ON FIBVREG:      ' WS-REGISTERED-COUNT.

       050-LOAD-REGISTRY-EXIT.
           EXIT.

       060-ADD-REGISTERED-RELEASE.
           IF WS-RELEASE-COUNT NOT < WS-RELEASE-MAX
               PERFORM 330-RELEASE-TABLE-FULL
               GO TO 060-ADD-REGISTERED-EXIT
           END-IF

           ADD 1 TO WS-RELEASE-COUNT
           ADD 1 TO WS-REGISTERED-COUNT
           MOVE VER-RELEASE-ID TO RT-RELEASE-ID(WS-RELEASE-COUNT)
           SET RT-IS-REGISTERED(WS-RELEASE-COUNT) TO TRUE
           MOVE VER-INSTALL-DATE TO RT-INSTALL-DATE(WS-RELEASE-COUNT)
           PERFORM VARYING WS-LINE-IDX FROM 1 BY 1
                     UNTIL WS-LINE-IDX > 3
               MOVE VER-SUMMARY(WS-LINE-IDX)
                   TO RT-SUMMARY(WS-RELEASE-COUNT, WS-LINE-IDX)
           END-PERFORM.

       060-ADD-REGISTERED-EXIT.
           EXIT.

      * Prior years live on the FIBHISTP partition FIBPARTR rolls
      * off each January; a site without one simply starts with
      * the current cluster
       100-WALK-PRIOR-PARTITION.
           OPEN INPUT PRIOR-HISTORY-FILE
           IF NOT PHIST-FILE-OK
               DISPLAY 'FIBHISTP NOT MOUNTED - PRIOR YEARS NOT '
                   'LISTED'
               GO TO 100-WALK-PRIOR-EXIT
           END-IF

           MOVE 'N' TO WS-HIST-EOF-SW
           MOVE LOW-VALUES TO PHIST-KEY
           START PRIOR-HISTORY-FILE
               KEY IS NOT LESS THAN PHIST-KEY
               INVALID KEY
                   SET HIST-EOF-REACHED TO TRUE
           END-START

           PERFORM UNTIL HIST-EOF-REACHED
               READ PRIOR-HISTORY-FILE NEXT RECORD
                   AT END
                       SET HIST-EOF-REACHED TO TRUE
                   NOT AT END
      * The longest shared view covers every record type
                       MOVE PHIST-RECORD TO HIST-PARM-RECORD
                       PERFORM 300-EXAMINE-ONE-RECORD
               END-READ
           END-PERFORM

           CLOSE PRIOR-HISTORY-FILE.

       100-WALK-PRIOR-EXIT.
           EXIT.

       200-WALK-CURRENT-CLUSTER.
           OPEN INPUT FIB-HISTORY-FILE
           IF NOT HIST-FILE-OK
               DISPLAY 'ERROR: FIBHIST NOT AVAILABLE - STATUS '
                   WS-HIST-FILE-STATUS
               MOVE 8 TO WS-RETURN-CODE
               GO TO 200-WALK-CURRENT-EXIT
           END-IF

           MOVE 'N' TO WS-HIST-EOF-SW
           MOVE LOW-VALUES TO HIST-KEY
           START FIB-HISTORY-FILE KEY IS NOT LESS THAN HIST-KEY
               INVALID KEY
                   SET HIST-EOF-REACHED TO TRUE
           END-START

           PERFORM UNTIL HIST-EOF-REACHED
               READ FIB-HISTORY-FILE NEXT RECORD
                   AT END
                       SET HIST-EOF-REACHED TO TRUE
                   NOT AT END
                       PERFORM 300-EXAMINE-ONE-RECORD
               END-READ
           END-PERFORM

           CLOSE FIB-HISTORY-FILE.

       200-WALK-CURRENT-EXIT.
           EXIT.

      * One row of either cluster: a change of run date or sequence
      * closes the finished run; the type-X row names the release
       300-EXAMINE-ONE-RECORD.
           IF RUN-IN-PROGRESS
                   AND (HIST-RUN-DATE NOT = WS-CUR-RUN-DATE
                     OR HIST-RUN-SEQ NOT = WS-CUR-RUN-SEQ)
               PERFORM 310-CLOSE-RUN THRU 310-CLOSE-RUN-EXIT
           END-IF

           IF NOT RUN-IN-PROGRESS
               MOVE HIST-RUN-DATE TO WS-CUR-RUN-DATE
               MOVE HIST-RUN-SEQ  TO WS-CUR-RUN-SEQ
               MOVE SPACES TO WS-CUR-RELEASE
               SET RUN-IN-PROGRESS TO TRUE
           END-IF

           IF HIST-RECORD-TYPE = 'X'
               MOVE HIST-PARMX-RELEASE-ID TO WS-CUR-RELEASE
           END-IF.

      * The finished run is counted under its release; a release
      * not on the registry is added to the table and reported
       310-CLOSE-RUN.
           MOVE 'N' TO WS-RUN-OPEN-SW
           ADD 1 TO WS-RUNS-READ

           IF WS-FROM-DATE > ZERO AND WS-CUR-RUN-DATE < WS-FROM-DATE
               ADD 1 TO WS-RUNS-BEFORE-WINDOW
               GO TO 310-CLOSE-RUN-EXIT
           END-IF

           IF WS-SELECT-RELEASE NOT = SPACES
                   AND WS-CUR-RELEASE NOT = WS-SELECT-RELEASE
               ADD 1 TO WS-RUNS-OTHER-RELEASE
               GO TO 310-CLOSE-RUN-EXIT
           END-IF

           PERFORM VARYING WS-REL-IDX FROM 1 BY 1
                     UNTIL WS-REL-IDX > WS-RELEASE-COUNT
                        OR RT-RELEASE-ID(WS-REL-IDX) = WS-CUR-RELEASE
               CONTINUE
           END-PERFORM

           IF WS-REL-IDX > WS-RELEASE-COUNT
               IF WS-RELEASE-COUNT NOT < WS-RELEASE-MAX
                   PERFORM 330-RELEASE-TABLE-FULL
                   ADD 1 TO WS-RUNS-NOT-LISTED
                   GO TO 310-CLOSE-RUN-EXIT
               END-IF
               ADD 1 TO WS-RELEASE-COUNT
               ADD 1 TO WS-UNREGISTERED-COUNT
               MOVE WS-RELEASE-COUNT TO WS-REL-IDX
               MOVE WS-CUR-RELEASE TO RT-RELEASE-ID(WS-REL-IDX)
               DISPLAY 'WARNING: RELEASE ' WS-CUR-RELEASE
                   ' OF RUN ' WS-CUR-RUN-DATE '/' WS-CUR-RUN-SEQ
                   ' IS NOT ON FIBVREG'
               IF 4 > WS-RETURN-CODE
                   MOVE 4 TO WS-RETURN-CODE
               END-IF
           END-IF

           ADD 1 TO RT-RUN-COUNT(WS-REL-IDX)
           IF RT-FIRST-DATE(WS-REL-IDX) = ZERO
               MOVE WS-CUR-RUN-DATE TO RT-FIRST-DATE(WS-REL-IDX)
           END-IF
           MOVE WS-CUR-RUN-DATE TO RT-LAST-DATE(WS-REL-IDX)

           IF WS-REL-IDX = 1
               ADD 1 TO WS-RUNS-NOT-RECORDED
               GO TO 310-CLOSE-RUN-EXIT
           END-IF

           ADD 1 TO WS-RUNS-WITH-RELEASE
           IF WS-RUN-COUNT NOT < WS-RUN-MAX
               IF NOT RUN-TABLE-FULL
                   SET RUN-TABLE-FULL TO TRUE
                   DISPLAY 'WARNING: MORE THAN ' WS-RUN-MAX
                       ' RUNS - LATER RUNS COUNTED BUT NOT LISTED'
                   IF 4 > WS-RETURN-CODE
                       MOVE 4 TO WS-RETURN-CODE
                   END-IF
               END-IF
               ADD 1 TO WS-RUNS-NOT-LISTED
               GO TO 310-CLOSE-RUN-EXIT
           END-IF

           ADD 1 TO WS-RUN-COUNT
           MOVE WS-CUR-RUN-DATE TO RN-RUN-DATE(WS-RUN-COUNT)
           MOVE WS-CUR-RUN-SEQ  TO RN-RUN-SEQ(WS-RUN-COUNT)
           MOVE WS-REL-IDX      TO RN-RELEASE-IDX(WS-RUN-COUNT).

       310-CLOSE-RUN-EXIT.
           EXIT.

       330-RELEASE-TABLE-FULL.
           IF NOT RELEASE-TABLE-FULL
               SET RELEASE-TABLE-FULL TO TRUE
               DISPLAY 'WARNING: MORE THAN ' WS-RELEASE-MAX
                   ' RELEASES - LATER RELEASES NOT LISTED'
               IF 4 > WS-RETURN-CODE
                   MOVE 4 TO WS-RETURN-CODE
               END-IF
           END-IF.

      * Registered releases in release order, then releases found
      * only on the runs, then the runs with no release on record
       400-PRINT-REPORT.
           OPEN OUTPUT PRINT-FILE
           IF NOT PRINT-FILE-OK
               DISPLAY 'WARNING: PRTOUT NOT AVAILABLE - STATUS '
                   WS-PRINT-FILE-STATUS ' - TOTALS ON SYSOUT ONLY'
               IF 4 > WS-RETURN-CODE
                   MOVE 4 TO WS-RETURN-CODE
               END-IF
               GO TO 400-PRINT-REPORT-EXIT
           END-IF
           SET PRINT-IS-OPEN TO TRUE

           MOVE CD-DATE TO RH-RUN-DATE
           WRITE PRINT-RECORD FROM RPT-HEADER-LINE
               AFTER ADVANCING PAGE
           MOVE SPACES TO PRINT-RECORD
           WRITE PRINT-RECORD
           IF WS-SELECT-RELEASE = SPACES
               MOVE 'ALL' TO RS-RELEASE
           ELSE
               MOVE WS-SELECT-RELEASE TO RS-RELEASE
           END-IF
           IF WS-FROM-DATE = ZERO
               MOVE 'ALL' TO RS-FROM-DATE
           ELSE
               MOVE WS-FROM-DATE TO RS-FROM-DATE
           END-IF
           WRITE PRINT-RECORD FROM RPT-SCOPE-LINE
           MOVE SPACES TO PRINT-RECORD
           WRITE PRINT-RECORD

           PERFORM VARYING WS-REL-IDX FROM 2 BY 1
                     UNTIL WS-REL-IDX > WS-RELEASE-COUNT
               PERFORM 410-PRINT-RELEASE THRU 410-PRINT-RELEASE-EXIT
           END-PERFORM
           MOVE 1 TO WS-REL-IDX
           PERFORM 410-PRINT-RELEASE THRU 410-PRINT-RELEASE-EXIT.

       400-PRINT-REPORT-EXIT.
           EXIT.

       410-PRINT-RELEASE.
           IF WS-REL-IDX = 1
               IF RT-RUN-COUNT(1) = ZERO
                   GO TO 410-PRINT-RELEASE-EXIT
               END-IF
               MOVE 'NOT RECORDED' TO RR-RELEASE-ID
               MOVE SPACES TO RR-INSTALL-TEXT
           ELSE
               IF WS-SELECT-RELEASE NOT = SPACES
                       AND RT-RELEASE-ID(WS-REL-IDX)
                           NOT = WS-SELECT-RELEASE
                   GO TO 410-PRINT-RELEASE-EXIT
               END-IF
               MOVE RT-RELEASE-ID(WS-REL-IDX) TO RR-RELEASE-ID
               IF RT-IS-REGISTERED(WS-REL-IDX)
                   MOVE RT-INSTALL-DATE(WS-REL-IDX) TO WI-INSTALL-DATE
                   MOVE WS-INSTALL-TEXT TO RR-INSTALL-TEXT
               ELSE
                   MOVE 'NOT ON FIBVREG' TO RR-INSTALL-TEXT
               END-IF
           END-IF

           MOVE RT-RUN-COUNT(WS-REL-IDX) TO RR-RUN-COUNT
           IF RT-RUN-COUNT(WS-REL-IDX) = ZERO
               MOVE SPACES TO RR-FIRST-DATE RR-LAST-DATE
           ELSE
               MOVE RT-FIRST-DATE(WS-REL-IDX) TO RR-FIRST-DATE
               MOVE RT-LAST-DATE(WS-REL-IDX)  TO RR-LAST-DATE
           END-IF
           WRITE PRINT-RECORD FROM RPT-RELEASE-LINE

           PERFORM VARYING WS-LINE-IDX FROM 1 BY 1
                     UNTIL WS-LINE-IDX > 3
               IF RT-SUMMARY(WS-REL-IDX, WS-LINE-IDX) NOT = SPACES
                   MOVE RT-SUMMARY(WS-REL-IDX, WS-LINE-IDX) TO RX-TEXT
                   WRITE PRINT-RECORD FROM RPT-TEXT-LINE
               END-IF
           END-PERFORM

           IF RT-RUN-COUNT(WS-REL-IDX) = ZERO
               MOVE 'NO SAVED RUNS ON FIBHISTP OR FIBHIST'
                   TO RX-TEXT
               WRITE PRINT-RECORD FROM RPT-TEXT-LINE
           ELSE
           IF WS-REL-IDX = 1
               MOVE 'SAVED BEFORE THE RELEASE WAS CARRIED - NOT LISTED'
                   TO RX-TEXT
               WRITE PRINT-RECORD FROM RPT-TEXT-LINE
           ELSE
               MOVE SPACES TO RPT-RUN-LINE
               MOVE ZERO TO WS-SLOT
               PERFORM VARYING WS-RUN-IDX FROM 1 BY 1
                         UNTIL WS-RUN-IDX > WS-RUN-COUNT
                   IF RN-RELEASE-IDX(WS-RUN-IDX) = WS-REL-IDX
                       PERFORM 420-ADD-RUN-TO-LINE
                   END-IF
               END-PERFORM
               IF WS-SLOT > ZERO
                   WRITE PRINT-RECORD FROM RPT-RUN-LINE
               END-IF
           END-IF
           END-IF

           MOVE SPACES TO PRINT-RECORD
           WRITE PRINT-RECORD.

       410-PRINT-RELEASE-EXIT.
           EXIT.

       420-ADD-RUN-TO-LINE.
           ADD 1 TO WS-SLOT
           MOVE RN-RUN-DATE(WS-RUN-IDX) TO WE-RUN-DATE
           MOVE RN-RUN-SEQ(WS-RUN-IDX)  TO WE-RUN-SEQ
           MOVE WS-RUN-EDIT TO RL-RUN(WS-SLOT)
           IF WS-SLOT = 8
               WRITE PRINT-RECORD FROM RPT-RUN-LINE
               MOVE SPACES TO RPT-RUN-LINE
               MOVE ZERO TO WS-SLOT
           END-IF.

       500-PRINT-TOTALS.
           DISPLAY SPACE
           DISPLAY 'SAVED RUNS READ:          ' WS-RUNS-READ
           DISPLAY '  WITH A RELEASE:         ' WS-RUNS-WITH-RELEASE
           DISPLAY '  RELEASE NOT RECORDED:   ' WS-RUNS-NOT-RECORDED
           DISPLAY '  OTHER RELEASES:         ' WS-RUNS-OTHER-RELEASE
           DISPLAY '  BEFORE THE FROM DATE:   ' WS-RUNS-BEFORE-WINDOW
           DISPLAY '  COUNTED, NOT LISTED:    ' WS-RUNS-NOT-LISTED
           DISPLAY 'RELEASES NOT ON FIBVREG:  ' WS-UNREGISTERED-COUNT

           IF NOT PRINT-IS-OPEN
               GO TO 500-PRINT-TOTALS-EXIT
           END-IF

           MOVE 'SAVED RUNS READ' TO RT-LABEL
           MOVE WS-RUNS-READ TO RT-COUNT
           WRITE PRINT-RECORD FROM RPT-TOTAL-LINE
           MOVE '  WITH A RELEASE ON RECORD' TO RT-LABEL
           MOVE WS-RUNS-WITH-RELEASE TO RT-COUNT
           WRITE PRINT-RECORD FROM RPT-TOTAL-LINE
           MOVE '  RELEASE NOT RECORDED' TO RT-LABEL
           MOVE WS-RUNS-NOT-RECORDED TO RT-COUNT
           WRITE PRINT-RECORD FROM RPT-TOTAL-LINE
           MOVE '  OF OTHER RELEASES (NOT SELECTED)' TO RT-LABEL
           MOVE WS-RUNS-OTHER-RELEASE TO RT-COUNT
           WRITE PRINT-RECORD FROM RPT-TOTAL-LINE
           MOVE '  BEFORE THE FROM DATE (NOT LISTED)' TO RT-LABEL
           MOVE WS-RUNS-BEFORE-WINDOW TO RT-COUNT
           WRITE PRINT-RECORD FROM RPT-TOTAL-LINE
           MOVE '  COUNTED BUT NOT LISTED (TABLE FULL)' TO RT-LABEL
           MOVE WS-RUNS-NOT-LISTED TO RT-COUNT
           WRITE PRINT-RECORD FROM RPT-TOTAL-LINE
           MOVE 'RELEASES ON FIBVREG' TO RT-LABEL
           MOVE WS-REGISTERED-COUNT TO RT-COUNT
           WRITE PRINT-RECORD FROM RPT-TOTAL-LINE
           MOVE 'RELEASES ON RUNS BUT NOT ON FIBVREG' TO RT-LABEL
           MOVE WS-UNREGISTERED-COUNT TO RT-COUNT
           WRITE PRINT-RECORD FROM RPT-TOTAL-LINE.

       500-PRINT-TOTALS-EXIT.
           EXIT.

       900-TERMINATE.
           IF WS-RETURN-CODE < 8
               PERFORM 500-PRINT-TOTALS THRU 500-PRINT-TOTALS-EXIT
           END-IF
           IF PRINT-IS-OPEN
               CLOSE PRINT-FILE
           END-IF

           SET PERF-PHASE-END TO TRUE
           MOVE WS-RUNS-READ TO PERF-RECORDS
           MOVE WS-RETURN-CODE TO PERF-RETURN-CODE
           CALL 'FIBPERFL' USING FIBPERF-PARMS

           DISPLAY '   FIBVERR COMPLETED - RELEASE ' REL-RELEASE-ID
           DISPLAY 'RETURN CODE: ' WS-RETURN-CODE
           MOVE WS-RETURN-CODE TO RETURN-CODE.
