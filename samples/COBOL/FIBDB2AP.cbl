      ******************************************************************
      * FIBDB2AP is the intraday incremental apply to the analyst DB2
      * tables. FIBDB2LD deletes and reloads FIB_RUN_SUMMARY and
      * FIB_TERM_DETAIL from the whole of FIBHIST once a night, so a
      * FIBFIX correction, a FIBREST restore or a FIBPURGE delete
      * made during the day was invisible to the analysts until the
      * next full load. This job reads the FIBJRNL change journal
      * from the last applied timestamp onward and turns each entry
      * into the matching DB2 change -
      *
      *   JRN-ACTION A  the after image is inserted (updated when the
      *                 row is already there - the apply reruns),
      *   JRN-ACTION R  the after image is updated (inserted when the
      *                 row is missing),
      *   JRN-ACTION D  the before image's row is deleted.
      *
      * The tables hold one run per date (the latest sequence, as
      * FIBDB2LD leaves them) and no quarantined run, so each entry
      * is first checked against the date's latest run on FIBHIST:
      *
      *   - an earlier sequence than the latest is superseded and
      *     skipped,
      *   - a date whose latest run is quarantined, or that has no
      *     run left on FIBHIST at all, is cleared from the tables,
      *   - a later sequence than the latest (its run has since
      *     been removed) and a summary rewrite that releases a
      *     quarantine refresh the date from its latest run on
      *     FIBHIST,
      *   - a summary add starts a new sequence, so the date's rows
      *     of the superseded run are cleared before it is inserted.
      *
      * Only the summary (term-index 0) and detail (1-200) rows are
      * carried, as in the full load. Each date touched gets its
      * FIB_LOAD_CONTROL counts recounted from the tables (the row
      * is removed when the date is left empty), so FIBDBREC still
      * balances afterwards.
      *
      * The high-water mark is kept in FIB_LOAD_CONTROL itself: the
      * row for run date 0001-01-01 carries the last applied journal
      * timestamp in LOAD_TS, and no real run date ever reaches it.
      * FIBDB2LD resets it to the start of every full load, so the
      * full load stays the fallback. Work is committed every 500
      * changes with the mark moved in the same unit of work; since
      * the journal stamps to the second, entries stamped at the
      * mark itself are applied again on the next run, which every
      * action above tolerates.
      *
      * Refuses to run while ADVFIBB or FIBPURGE holds the FIBRUNC
      * interlock. RC=24 interlock, RC=12 SQL error, RC=8 no
      * high-water mark (run FIBDB2LD) or a file unavailable, RC=4
      * when a journal entry could not be read.
      *
      * This program contains EXEC SQL and is precompiled by the
      * DB2 precompiler before compilation; it is not intended to
      * compile without it.
      ******************************************************************
       IDENTIFICATION DIVISION.
       PROGRAM-ID. FIBDB2AP.
       AUTHOR. Antonio Gibas.
       DATE-WRITTEN. 10-15-2026.
       DATE-COMPILED. 10-15-2026.

      * MODIFICATION HISTORY
      * 10-15-2026  AG  INITIAL VERSION - JOURNAL-DRIVEN INCREMENTAL
      *                 APPLY TO THE ANALYST DB2 TABLES
      * 10-15-2026  AG  CARRY THE SUITE RELEASE ID ON THE FIBPERF
      *                 RECORD AND THE COMPLETION LINE
      ******************************************************************

       ENVIRONMENT DIVISION.
       CONFIGURATION SECTION.
       SOURCE-COMPUTER. IBM-Z.
       OBJECT-COMPUTER. IBM-Z.

       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
           SELECT HIST-JOURNAL-FILE ASSIGN TO "FIBJRNL"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-JRNL-FILE-STATUS.
           SELECT FIB-HISTORY-FILE ASSIGN TO "FIBHIST"
               ORGANIZATION IS INDEXED
               ACCESS MODE IS DYNAMIC
               RECORD KEY IS HIST-KEY
               ALTERNATE RECORD KEY IS HIST-FIB-NUMBER
                   WITH DUPLICATES
               FILE STATUS IS WS-HIST-FILE-STATUS.
           SELECT RUN-CONTROL-FILE ASSIGN TO "FIBRUNC"
               ORGANIZATION IS INDEXED
               ACCESS MODE IS RANDOM
               RECORD KEY IS RUNC-PROGRAM
               FILE STATUS IS WS-RUNC-FILE-STATUS.

       DATA DIVISION.
       FILE SECTION.
       FD  HIST-JOURNAL-FILE
           RECORDING MODE IS F.
           COPY FIBJRNC.

       FD  FIB-HISTORY-FILE.
           COPY FIBHIST.

       FD  RUN-CONTROL-FILE.
           COPY FIBRUNC.

       WORKING-STORAGE SECTION.

           EXEC SQL
               INCLUDE SQLCA
           END-EXEC.

      *    EXEC SQL DECLARE FIB_RUN_SUMMARY TABLE
      *        (RUN_DATE      DATE         NOT NULL,
      *         TERM_COUNT    SMALLINT     NOT NULL,
      *         COUNT_EVEN    SMALLINT     NOT NULL,
      *         COUNT_ODD     SMALLINT     NOT NULL,
      *         COUNT_PRIME   SMALLINT     NOT NULL,
      *         PCT_EVEN      DECIMAL(5,2) NOT NULL,
      *         PCT_ODD       DECIMAL(5,2) NOT NULL,
      *         PCT_PRIME     DECIMAL(5,2) NOT NULL)
      *    END-EXEC.
      *    EXEC SQL DECLARE FIB_TERM_DETAIL TABLE
      *        (RUN_DATE      DATE         NOT NULL,
      *         TERM_INDEX    SMALLINT     NOT NULL,
      *         FIB_VALUE     DECIMAL(18)  NOT NULL,
      *         FIB_STATUS    CHAR(1)      NOT NULL,
      *         FIB_CATEGORY  SMALLINT     NOT NULL,
      *         SMALL_FACTOR  DECIMAL(9)   NOT NULL)
      *    END-EXEC.
      *    EXEC SQL DECLARE FIB_LOAD_CONTROL TABLE
      *        (RUN_DATE      DATE         NOT NULL,
      *         LOAD_TS       TIMESTAMP    NOT NULL,
      *         SUMMARY_ROWS  INTEGER      NOT NULL,
      *         DETAIL_ROWS   INTEGER      NOT NULL)
      *    END-EXEC.

       01  HOST-VARIABLES.
           05  HV-RUN-DATE            PIC X(10).
           05  HV-TERM-INDEX          PIC S9(4) COMP.
           05  HV-FIB-VALUE           PIC S9(18) COMP-3.
           05  HV-FIB-STATUS          PIC X.
           05  HV-FIB-CATEGORY        PIC S9(4) COMP.
           05  HV-SMALL-FACTOR        PIC S9(9) COMP-3.
           05  HV-TERM-COUNT          PIC S9(4) COMP.
           05  HV-COUNT-EVEN          PIC S9(4) COMP.
           05  HV-COUNT-ODD           PIC S9(4) COMP.
           05  HV-COUNT-PRIME         PIC S9(4) COMP.
           05  HV-PCT-EVEN            PIC S9(3)V9(2) COMP-3.
           05  HV-PCT-ODD             PIC S9(3)V9(2) COMP-3.
           05  HV-PCT-PRIME           PIC S9(3)V9(2) COMP-3.
           05  HV-SUMMARY-ROWS        PIC S9(9) COMP.
           05  HV-DETAIL-ROWS         PIC S9(9) COMP.
           05  HV-MARK-RUN-DATE       PIC X(10) VALUE '0001-01-01'.
           05  HV-MARK-TS             PIC X(26).

       01  WS-FILE-STATUSES.
           05  WS-JRNL-FILE-STATUS    PIC XX VALUE SPACES.
               88  JRNL-FILE-OK            VALUE '00'.
           05  WS-HIST-FILE-STATUS    PIC XX VALUE SPACES.
               88  HIST-FILE-OK            VALUE '00'.
           05  WS-RUNC-FILE-STATUS    PIC XX VALUE SPACES.
               88  RUNC-FILE-OK            VALUE '00'.

       01  WS-INDICATORS.
           05  WS-JRNL-EOF-SW         PIC X VALUE 'N'.
               88  JRNL-EOF-REACHED       VALUE 'Y'.
           05  WS-HIST-EOF-SW         PIC X VALUE 'N'.
               88  HIST-EOF-REACHED       VALUE 'Y'.
           05  WS-SQL-FAIL-SW         PIC X VALUE 'N'.
               88  SQL-HAS-FAILED         VALUE 'Y'.
           05  WS-INTERLOCK-SW        PIC X VALUE 'N'.
               88  INTERLOCK-BLOCKED      VALUE 'Y'.
           05  WS-RELEASE-SW          PIC X VALUE 'N'.
               88  ENTRY-RELEASES-QUAR    VALUE 'Y'.

      * The batch programs whose STARTED record forbids an apply -
      * FIBHIST must not move under the latest-run lookups
       01  WS-INTERLOCK-PROGRAMS.
           05  FILLER                 PIC X(8) VALUE 'ADVFIBB '.
           05  FILLER                 PIC X(8) VALUE 'FIBPURGE'.
       01  WS-INTERLOCK-TABLE REDEFINES WS-INTERLOCK-PROGRAMS.
           05  WS-INTERLOCK-PGM       PIC X(8) OCCURS 2 TIMES.

      * The journal image being applied - the key leads the raw
      * FIBHIST record in both images
       01  WS-ENTRY-IMAGE.
           05  WS-ENTRY-RUN-DATE      PIC 9(8).
           05  WS-ENTRY-RUN-SEQ       PIC 9(2).
           05  WS-ENTRY-TERM-INDEX    PIC 9(4).
           05  FILLER                 PIC X(86).

      * Run dates touched since the last commit, with the date's
      * latest run on FIBHIST. A date the apply has cleared or
      * refreshed is settled - FIBHIST already carries every later
      * change to it - and a date whose run was begun by a summary
      * add has had its superseded rows cleared. The load-control
      * row of every date here is recounted at the commit.
       01  WS-DATE-TABLE.
           05  WS-DATE-ENTRY OCCURS 500 TIMES.
               10  DT-RUN-DATE        PIC 9(8).
               10  DT-LATEST-SEQ      PIC 9(2).
               10  DT-QUAR-FLAG       PIC X.
                   88  DT-LATEST-QUARANTINED VALUE 'Q'.
               10  DT-DISPOSITION     PIC X.
                   88  DT-APPLY-ENTRIES      VALUE SPACE.
                   88  DT-STARTED-FRESH      VALUE 'S'.
                   88  DT-SETTLED            VALUE 'X'.

      * Journal stamp YYYYMMDDHHMMSS and its DB2 timestamp pieces
       01  WS-STAMP-WORK.
           05  WS-STAMP-YYYY          PIC X(4).
           05  WS-STAMP-MM            PIC X(2).
           05  WS-STAMP-DD            PIC X(2).
           05  WS-STAMP-HH            PIC X(2).
           05  WS-STAMP-MI            PIC X(2).
           05  WS-STAMP-SS            PIC X(2).
       01  WS-STAMP-DIGITS REDEFINES WS-STAMP-WORK PIC 9(14).

       77  WS-DT-COUNT                PIC 9(3) VALUE ZERO.
       77  WS-DT-IDX                  PIC 9(3) VALUE ZERO.
       77  WS-DT-SUB                  PIC 9(3) VALUE ZERO.
       77  WS-FORMAT-RUN-DATE         PIC 9(8) VALUE ZERO.
       77  WS-PROBE-SEQ               PIC 9(2) VALUE ZERO.
       77  WS-HIGH-WATER-STAMP        PIC 9(14) VALUE ZERO.
       77  WS-LAST-APPLIED-STAMP      PIC 9(14) VALUE ZERO.
       77  WS-BEFORE-MARK-COUNT       PIC 9(9) VALUE ZERO.
       77  WS-ENTRIES-READ            PIC 9(9) VALUE ZERO.
       77  WS-AUX-SKIPPED-COUNT       PIC 9(9) VALUE ZERO.
       77  WS-SUPERSEDED-COUNT        PIC 9(9) VALUE ZERO.
       77  WS-SETTLED-SKIP-COUNT      PIC 9(9) VALUE ZERO.
       77  WS-MALFORMED-COUNT         PIC 9(7) VALUE ZERO.
       77  WS-INSERT-COUNT            PIC 9(9) VALUE ZERO.
       77  WS-UPDATE-COUNT            PIC 9(9) VALUE ZERO.
       77  WS-DELETE-COUNT            PIC 9(9) VALUE ZERO.
       77  WS-DATES-CLEARED           PIC 9(7) VALUE ZERO.
       77  WS-DATES-REFRESHED         PIC 9(7) VALUE ZERO.
       77  WS-CONTROL-ROWS-SET        PIC 9(7) VALUE ZERO.
       77  WS-UNCOMMITTED-COUNT       PIC 9(5) VALUE ZERO.
       77  WS-COMMIT-INTERVAL         PIC 9(5) VALUE 500.
       77  WS-RETURN-CODE             PIC 9(4) VALUE ZERO.

      * Release this program was built for
           COPY FIBRELC.

      * Parameter area for the shared FIBPERFL telemetry logger
           COPY FIBPERFC.

       PROCEDURE DIVISION.
       MAIN-PROCEDURE.
           PERFORM 000-INITIALIZE

           PERFORM 050-RUN-CONTROL-INTERLOCK
           IF INTERLOCK-BLOCKED
               MOVE 24 TO WS-RETURN-CODE
               PERFORM 900-TERMINATE
               GOBACK
           END-IF

           PERFORM 100-APPLY-JOURNAL THRU 100-APPLY-JOURNAL-EXIT
           PERFORM 900-TERMINATE

           GOBACK.

       000-INITIALIZE.
           MOVE 'FIBDB2AP' TO PERF-PROGRAM
           MOVE REL-RELEASE-ID TO PERF-RELEASE-ID
           SET PERF-PHASE-START TO TRUE
           CALL 'FIBPERFL' USING FIBPERF-PARMS
           DISPLAY '======================================='
           DISPLAY '   FIBDB2AP - JOURNAL APPLY TO DB2'
           DISPLAY '======================================='.

      * Nothing is applied while the night cycle is still writing
       050-RUN-CONTROL-INTERLOCK.
           OPEN INPUT RUN-CONTROL-FILE
           IF NOT RUNC-FILE-OK
               DISPLAY 'WARNING: FIBRUNC NOT AVAILABLE - STATUS '
                   WS-RUNC-FILE-STATUS ' - INTERLOCK NOT CHECKED'
           ELSE
               PERFORM VARYING WS-DT-SUB FROM 1 BY 1
                       UNTIL WS-DT-SUB > 2
                   MOVE WS-INTERLOCK-PGM(WS-DT-SUB) TO RUNC-PROGRAM
                   READ RUN-CONTROL-FILE
                       INVALID KEY
                           CONTINUE
                       NOT INVALID KEY
                           IF RUNC-IS-STARTED
                               SET INTERLOCK-BLOCKED TO TRUE
                               DISPLAY 'ERROR: ' RUNC-PROGRAM
                                   ' STARTED ' RUNC-TIMESTAMP
                                   ' IS STILL RUNNING - APPLY '
                                   'REFUSED'
                           END-IF
                   END-READ
               END-PERFORM
               CLOSE RUN-CONTROL-FILE
           END-IF.

       100-APPLY-JOURNAL.
           PERFORM 110-READ-HIGH-WATER-MARK
           IF SQL-HAS-FAILED OR WS-RETURN-CODE > ZERO
               GO TO 100-APPLY-JOURNAL-EXIT
           END-IF

           OPEN INPUT HIST-JOURNAL-FILE
           IF NOT JRNL-FILE-OK
               DISPLAY 'WARNING: FIBJRNL NOT AVAILABLE - STATUS '
                   WS-JRNL-FILE-STATUS ' - NOTHING APPLIED'
               MOVE 8 TO WS-RETURN-CODE
               GO TO 100-APPLY-JOURNAL-EXIT
           END-IF

           OPEN INPUT FIB-HISTORY-FILE
           IF NOT HIST-FILE-OK
               DISPLAY 'WARNING: FIBHIST NOT AVAILABLE - STATUS '
                   WS-HIST-FILE-STATUS ' - NOTHING APPLIED'
               CLOSE HIST-JOURNAL-FILE
               MOVE 8 TO WS-RETURN-CODE
               GO TO 100-APPLY-JOURNAL-EXIT
           END-IF

           PERFORM UNTIL JRNL-EOF-REACHED OR SQL-HAS-FAILED
               READ HIST-JOURNAL-FILE
                   AT END
                       SET JRNL-EOF-REACHED TO TRUE
                   NOT AT END
                       PERFORM 200-APPLY-ONE-ENTRY
                           THRU 200-APPLY-ONE-ENTRY-EXIT
                       IF WS-UNCOMMITTED-COUNT NOT < WS-COMMIT-INTERVAL
                               OR WS-DT-COUNT = 500
                           PERFORM 700-COMMIT-POINT
                       END-IF
               END-READ
           END-PERFORM

           IF NOT SQL-HAS-FAILED
               PERFORM 700-COMMIT-POINT
           END-IF

           CLOSE HIST-JOURNAL-FILE
           CLOSE FIB-HISTORY-FILE.

       100-APPLY-JOURNAL-EXIT.
           EXIT.

      * No mark means the tables were never fully loaded under this
      * scheme - the full load must come first
       110-READ-HIGH-WATER-MARK.
           EXEC SQL
               SELECT LOAD_TS
                 INTO :HV-MARK-TS
                 FROM FIB_LOAD_CONTROL
                WHERE RUN_DATE = :HV-MARK-RUN-DATE
           END-EXEC

           EVALUATE TRUE
               WHEN SQLCODE = 100
                   DISPLAY 'ERROR: NO HIGH-WATER MARK ON '
                       'FIB_LOAD_CONTROL - RUN THE FIBDB2LD FULL '
                       'LOAD FIRST'
                   MOVE 8 TO WS-RETURN-CODE
               WHEN SQLCODE < 0
                   PERFORM 800-SQL-ERROR
               WHEN OTHER
                   MOVE HV-MARK-TS(1:4)  TO WS-STAMP-YYYY
                   MOVE HV-MARK-TS(6:2)  TO WS-STAMP-MM
                   MOVE HV-MARK-TS(9:2)  TO WS-STAMP-DD
                   MOVE HV-MARK-TS(12:2) TO WS-STAMP-HH
                   MOVE HV-MARK-TS(15:2) TO WS-STAMP-MI
                   MOVE HV-MARK-TS(18:2) TO WS-STAMP-SS
                   MOVE WS-STAMP-DIGITS  TO WS-HIGH-WATER-STAMP
                   DISPLAY 'APPLYING JOURNAL FROM: '
                       WS-HIGH-WATER-STAMP
           END-EVALUATE.

       120-FORMAT-RUN-DATE.
           MOVE SPACES TO HV-RUN-DATE
           STRING WS-FORMAT-RUN-DATE(1:4) DELIMITED BY SIZE
                  '-'                     DELIMITED BY SIZE
                  WS-FORMAT-RUN-DATE(5:2) DELIMITED BY SIZE
                  '-'                     DELIMITED BY SIZE
                  WS-FORMAT-RUN-DATE(7:2) DELIMITED BY SIZE
               INTO HV-RUN-DATE
           END-STRING.

       200-APPLY-ONE-ENTRY.
           IF JRN-TIMESTAMP < WS-HIGH-WATER-STAMP
               ADD 1 TO WS-BEFORE-MARK-COUNT
               GO TO 200-APPLY-ONE-ENTRY-EXIT
           END-IF

           ADD 1 TO WS-ENTRIES-READ
           MOVE JRN-TIMESTAMP TO WS-LAST-APPLIED-STAMP

           IF JRN-IS-DELETE
               MOVE JRN-BEFORE-IMAGE TO WS-ENTRY-IMAGE
           ELSE
               MOVE JRN-AFTER-IMAGE  TO WS-ENTRY-IMAGE
           END-IF

           IF NOT (JRN-IS-ADD OR JRN-IS-REWRITE OR JRN-IS-DELETE)
                   OR WS-ENTRY-RUN-DATE NOT NUMERIC
                   OR WS-ENTRY-RUN-SEQ NOT NUMERIC
                   OR WS-ENTRY-TERM-INDEX NOT NUMERIC
               ADD 1 TO WS-MALFORMED-COUNT
               DISPLAY 'WARNING: JOURNAL ENTRY ' JRN-TIMESTAMP
                   ' FROM ' JRN-PROGRAM ' NOT READABLE - SKIPPED'
               GO TO 200-APPLY-ONE-ENTRY-EXIT
           END-IF

      * Notes, certifications, snapshots and companion rows stay on
      * the KSDS only, as in the full load
           IF WS-ENTRY-TERM-INDEX > 200
               ADD 1 TO WS-AUX-SKIPPED-COUNT
               GO TO 200-APPLY-ONE-ENTRY-EXIT
           END-IF

           PERFORM 210-LOCATE-RUN-DATE

           EVALUATE TRUE
               WHEN DT-SETTLED(WS-DT-IDX)
                   ADD 1 TO WS-SETTLED-SKIP-COUNT
               WHEN DT-LATEST-SEQ(WS-DT-IDX) = ZERO
                       OR DT-LATEST-QUARANTINED(WS-DT-IDX)
                   PERFORM 300-CLEAR-RUN-DATE
                   SET DT-SETTLED(WS-DT-IDX) TO TRUE
                   ADD 1 TO WS-DATES-CLEARED
               WHEN WS-ENTRY-RUN-SEQ < DT-LATEST-SEQ(WS-DT-IDX)
                   ADD 1 TO WS-SUPERSEDED-COUNT
               WHEN WS-ENTRY-RUN-SEQ > DT-LATEST-SEQ(WS-DT-IDX)
                   PERFORM 400-REFRESH-RUN-DATE
                       THRU 400-REFRESH-RUN-DATE-EXIT
               WHEN OTHER
                   PERFORM 500-APPLY-ENTRY-IMAGE
           END-EVALUATE.

       200-APPLY-ONE-ENTRY-EXIT.
           EXIT.

      * The date's latest run and its quarantine flag are looked up
      * once per commit interval
       210-LOCATE-RUN-DATE.
           MOVE ZERO TO WS-DT-IDX
           PERFORM VARYING WS-DT-SUB FROM 1 BY 1
                   UNTIL WS-DT-SUB > WS-DT-COUNT OR WS-DT-IDX > ZERO
               IF DT-RUN-DATE(WS-DT-SUB) = WS-ENTRY-RUN-DATE
                   MOVE WS-DT-SUB TO WS-DT-IDX
               END-IF
           END-PERFORM

           IF WS-DT-IDX = ZERO
               ADD 1 TO WS-DT-COUNT
               MOVE WS-DT-COUNT       TO WS-DT-IDX
               MOVE WS-ENTRY-RUN-DATE TO DT-RUN-DATE(WS-DT-IDX)
               MOVE SPACE             TO DT-DISPOSITION(WS-DT-IDX)
               PERFORM 220-FIND-LATEST-RUN
           END-IF.

      * Each START lands on the first row of the next sequence up,
      * so the walk costs one read per run on the date
       220-FIND-LATEST-RUN.
           MOVE ZERO  TO DT-LATEST-SEQ(WS-DT-IDX)
           MOVE SPACE TO DT-QUAR-FLAG(WS-DT-IDX)
           MOVE 1     TO WS-PROBE-SEQ
           MOVE 'N'   TO WS-HIST-EOF-SW

           PERFORM UNTIL HIST-EOF-REACHED
               MOVE WS-ENTRY-RUN-DATE TO HIST-RUN-DATE
               MOVE WS-PROBE-SEQ      TO HIST-RUN-SEQ
               MOVE ZERO              TO HIST-TERM-INDEX
               START FIB-HISTORY-FILE KEY IS NOT LESS THAN HIST-KEY
                   INVALID KEY
                       SET HIST-EOF-REACHED TO TRUE
               END-START
               IF NOT HIST-EOF-REACHED
                   READ FIB-HISTORY-FILE NEXT RECORD
                       AT END
                           SET HIST-EOF-REACHED TO TRUE
                       NOT AT END
                           IF HIST-RUN-DATE NOT = WS-ENTRY-RUN-DATE
                               SET HIST-EOF-REACHED TO TRUE
                           ELSE
                               MOVE HIST-RUN-SEQ
                                   TO DT-LATEST-SEQ(WS-DT-IDX)
                               IF HIST-RUN-SEQ = 99
                                   SET HIST-EOF-REACHED TO TRUE
                               ELSE
                                   COMPUTE WS-PROBE-SEQ =
                                       HIST-RUN-SEQ + 1
                               END-IF
                           END-IF
                   END-READ
               END-IF
           END-PERFORM

           IF DT-LATEST-SEQ(WS-DT-IDX) > ZERO
               MOVE WS-ENTRY-RUN-DATE        TO HIST-RUN-DATE
               MOVE DT-LATEST-SEQ(WS-DT-IDX) TO HIST-RUN-SEQ
               MOVE ZERO                     TO HIST-TERM-INDEX
               READ FIB-HISTORY-FILE KEY IS HIST-KEY
                   INVALID KEY
                       CONTINUE
                   NOT INVALID KEY
                       IF HIST-IS-SUMMARY AND HIST-RUN-QUARANTINED
                           SET DT-LATEST-QUARANTINED(WS-DT-IDX)
                               TO TRUE
                       END-IF
               END-READ
           END-IF.

      * The load-control row is left to the recount at the commit
       300-CLEAR-RUN-DATE.
           MOVE WS-ENTRY-RUN-DATE TO WS-FORMAT-RUN-DATE
           PERFORM 120-FORMAT-RUN-DATE

           EXEC SQL
               DELETE FROM FIB_TERM_DETAIL
                   WHERE RUN_DATE = :HV-RUN-DATE
           END-EXEC
           IF SQLCODE < 0
               PERFORM 800-SQL-ERROR
           ELSE
               ADD 1 TO WS-UNCOMMITTED-COUNT
           END-IF

           EXEC SQL
               DELETE FROM FIB_RUN_SUMMARY
                   WHERE RUN_DATE = :HV-RUN-DATE
           END-EXEC
           IF SQLCODE < 0
               PERFORM 800-SQL-ERROR
           END-IF.

      * The date is rebuilt from its latest run exactly as the full
      * load would leave it; later entries for it are then covered
       400-REFRESH-RUN-DATE.
           PERFORM 300-CLEAR-RUN-DATE
           SET DT-SETTLED(WS-DT-IDX) TO TRUE

           IF DT-LATEST-QUARANTINED(WS-DT-IDX)
               ADD 1 TO WS-DATES-CLEARED
               GO TO 400-REFRESH-RUN-DATE-EXIT
           END-IF

           ADD 1 TO WS-DATES-REFRESHED
           MOVE 'N' TO WS-HIST-EOF-SW
           MOVE WS-ENTRY-RUN-DATE        TO HIST-RUN-DATE
           MOVE DT-LATEST-SEQ(WS-DT-IDX) TO HIST-RUN-SEQ
           MOVE ZERO                     TO HIST-TERM-INDEX
           START FIB-HISTORY-FILE KEY IS NOT LESS THAN HIST-KEY
               INVALID KEY
                   SET HIST-EOF-REACHED TO TRUE
           END-START

           PERFORM UNTIL HIST-EOF-REACHED OR SQL-HAS-FAILED
               READ FIB-HISTORY-FILE NEXT RECORD
                   AT END
                       SET HIST-EOF-REACHED TO TRUE
                   NOT AT END
                       IF HIST-RUN-DATE NOT = WS-ENTRY-RUN-DATE
                               OR HIST-RUN-SEQ
                                   NOT = DT-LATEST-SEQ(WS-DT-IDX)
                               OR HIST-TERM-INDEX > 200
                           SET HIST-EOF-REACHED TO TRUE
                       ELSE
                           IF HIST-TERM-INDEX = ZERO
                               PERFORM 510-PUT-SUMMARY-ROW
                           ELSE
                               PERFORM 520-PUT-DETAIL-ROW
                           END-IF
                       END-IF
               END-READ
           END-PERFORM.

       400-REFRESH-RUN-DATE-EXIT.
           EXIT.

      * The entry is for the date's latest run - its image becomes
      * the row. A summary image decides the run's standing first.
       500-APPLY-ENTRY-IMAGE.
           MOVE 'N' TO WS-RELEASE-SW
           IF JRN-IS-REWRITE AND WS-ENTRY-TERM-INDEX = ZERO
               MOVE JRN-BEFORE-IMAGE TO HIST-RECORD
               IF HIST-RUN-QUARANTINED
                   SET ENTRY-RELEASES-QUAR TO TRUE
               END-IF
           END-IF

           MOVE WS-ENTRY-IMAGE TO HIST-RECORD

           EVALUATE TRUE
               WHEN JRN-IS-DELETE
                   PERFORM 530-DELETE-ENTRY-ROW
               WHEN WS-ENTRY-TERM-INDEX NOT = ZERO
                   PERFORM 520-PUT-DETAIL-ROW
               WHEN HIST-RUN-QUARANTINED
                   PERFORM 300-CLEAR-RUN-DATE
                   SET DT-SETTLED(WS-DT-IDX) TO TRUE
                   ADD 1 TO WS-DATES-CLEARED
               WHEN ENTRY-RELEASES-QUAR
                   PERFORM 400-REFRESH-RUN-DATE
                       THRU 400-REFRESH-RUN-DATE-EXIT
               WHEN JRN-IS-ADD AND NOT DT-STARTED-FRESH(WS-DT-IDX)
                   PERFORM 300-CLEAR-RUN-DATE
                   SET DT-STARTED-FRESH(WS-DT-IDX) TO TRUE
                   PERFORM 510-PUT-SUMMARY-ROW
               WHEN OTHER
                   PERFORM 510-PUT-SUMMARY-ROW
           END-EVALUATE.

      * Update first, insert when the row is not there - an entry
      * reapplied from the mark lands the same either way
       510-PUT-SUMMARY-ROW.
           MOVE HIST-RUN-DATE TO WS-FORMAT-RUN-DATE
           PERFORM 120-FORMAT-RUN-DATE
           MOVE HIST-ACTUAL-COUNT TO HV-TERM-COUNT
           MOVE HIST-COUNT-EVEN   TO HV-COUNT-EVEN
           MOVE HIST-COUNT-ODD    TO HV-COUNT-ODD
           MOVE HIST-COUNT-PRIME  TO HV-COUNT-PRIME
           MOVE HIST-PCT-EVEN     TO HV-PCT-EVEN
           MOVE HIST-PCT-ODD      TO HV-PCT-ODD
           MOVE HIST-PCT-PRIME    TO HV-PCT-PRIME

           EXEC SQL
               UPDATE FIB_RUN_SUMMARY
                  SET TERM_COUNT  = :HV-TERM-COUNT,
                      COUNT_EVEN  = :HV-COUNT-EVEN,
                      COUNT_ODD   = :HV-COUNT-ODD,
                      COUNT_PRIME = :HV-COUNT-PRIME,
                      PCT_EVEN    = :HV-PCT-EVEN,
                      PCT_ODD     = :HV-PCT-ODD,
                      PCT_PRIME   = :HV-PCT-PRIME
                WHERE RUN_DATE = :HV-RUN-DATE
           END-EXEC

           EVALUATE TRUE
               WHEN SQLCODE = 100
                   EXEC SQL
                       INSERT INTO FIB_RUN_SUMMARY
                           (RUN_DATE, TERM_COUNT, COUNT_EVEN,
                            COUNT_ODD, COUNT_PRIME, PCT_EVEN,
                            PCT_ODD, PCT_PRIME)
                       VALUES
                           (:HV-RUN-DATE, :HV-TERM-COUNT,
                            :HV-COUNT-EVEN, :HV-COUNT-ODD,
                            :HV-COUNT-PRIME, :HV-PCT-EVEN,
                            :HV-PCT-ODD, :HV-PCT-PRIME)
                   END-EXEC
                   IF SQLCODE < 0
                       PERFORM 800-SQL-ERROR
                   ELSE
                       ADD 1 TO WS-INSERT-COUNT
                       ADD 1 TO WS-UNCOMMITTED-COUNT
                   END-IF
               WHEN SQLCODE < 0
                   PERFORM 800-SQL-ERROR
               WHEN OTHER
                   ADD 1 TO WS-UPDATE-COUNT
                   ADD 1 TO WS-UNCOMMITTED-COUNT
           END-EVALUATE.

       520-PUT-DETAIL-ROW.
           MOVE HIST-RUN-DATE TO WS-FORMAT-RUN-DATE
           PERFORM 120-FORMAT-RUN-DATE
           MOVE HIST-TERM-INDEX   TO HV-TERM-INDEX
           MOVE HIST-FIB-NUMBER   TO HV-FIB-VALUE
           MOVE HIST-FIB-STATUS   TO HV-FIB-STATUS
           MOVE HIST-FIB-CATEGORY TO HV-FIB-CATEGORY
           MOVE HIST-SM-FACTOR    TO HV-SMALL-FACTOR

           EXEC SQL
               UPDATE FIB_TERM_DETAIL
                  SET FIB_VALUE    = :HV-FIB-VALUE,
                      FIB_STATUS   = :HV-FIB-STATUS,
                      FIB_CATEGORY = :HV-FIB-CATEGORY,
                      SMALL_FACTOR = :HV-SMALL-FACTOR
                WHERE RUN_DATE   = :HV-RUN-DATE
                  AND TERM_INDEX = :HV-TERM-INDEX
           END-EXEC

           EVALUATE TRUE
               WHEN SQLCODE = 100
                   EXEC SQL
                       INSERT INTO FIB_TERM_DETAIL
                           (RUN_DATE, TERM_INDEX, FIB_VALUE,
                            FIB_STATUS, FIB_CATEGORY, SMALL_FACTOR)
                       VALUES
                           (:HV-RUN-DATE, :HV-TERM-INDEX,
                            :HV-FIB-VALUE, :HV-FIB-STATUS,
                            :HV-FIB-CATEGORY, :HV-SMALL-FACTOR)
                   END-EXEC
                   IF SQLCODE < 0
                       PERFORM 800-SQL-ERROR
                   ELSE
                       ADD 1 TO WS-INSERT-COUNT
                       ADD 1 TO WS-UNCOMMITTED-COUNT
                   END-IF
               WHEN SQLCODE < 0
                   PERFORM 800-SQL-ERROR
               WHEN OTHER
                   ADD 1 TO WS-UPDATE-COUNT
                   ADD 1 TO WS-UNCOMMITTED-COUNT
           END-EVALUATE.

      * A row already gone is not an error - the delete reapplies
       530-DELETE-ENTRY-ROW.
           MOVE HIST-RUN-DATE TO WS-FORMAT-RUN-DATE
           PERFORM 120-FORMAT-RUN-DATE

           IF HIST-TERM-INDEX = ZERO
               EXEC SQL
                   DELETE FROM FIB_RUN_SUMMARY
                       WHERE RUN_DATE = :HV-RUN-DATE
               END-EXEC
           ELSE
               MOVE HIST-TERM-INDEX TO HV-TERM-INDEX
               EXEC SQL
                   DELETE FROM FIB_TERM_DETAIL
                       WHERE RUN_DATE   = :HV-RUN-DATE
                         AND TERM_INDEX = :HV-TERM-INDEX
               END-EXEC
           END-IF

           EVALUATE TRUE
               WHEN SQLCODE = 100
                   CONTINUE
               WHEN SQLCODE < 0
                   PERFORM 800-SQL-ERROR
               WHEN OTHER
                   ADD 1 TO WS-DELETE-COUNT
                   ADD 1 TO WS-UNCOMMITTED-COUNT
           END-EVALUATE.

      * Every date touched since the last commit gets its load
      * control recounted, and the mark moves in the same unit of
      * work as the changes it covers
       700-COMMIT-POINT.
           PERFORM VARYING WS-DT-SUB FROM 1 BY 1
                   UNTIL WS-DT-SUB > WS-DT-COUNT OR SQL-HAS-FAILED
               PERFORM 710-SET-LOAD-CONTROL
           END-PERFORM

           IF NOT SQL-HAS-FAILED AND WS-LAST-APPLIED-STAMP > ZERO
               PERFORM 720-MOVE-HIGH-WATER-MARK
           END-IF

           IF NOT SQL-HAS-FAILED
               EXEC SQL
                   COMMIT
               END-EXEC
               MOVE ZERO TO WS-UNCOMMITTED-COUNT
               MOVE ZERO TO WS-DT-COUNT
           END-IF.

      * The counts are taken from the tables themselves, so the row
      * FIBDBREC proves against always matches what is there; a
      * date left empty loses its row, as a quarantined run never
      * had one
       710-SET-LOAD-CONTROL.
           MOVE DT-RUN-DATE(WS-DT-SUB) TO WS-FORMAT-RUN-DATE
           PERFORM 120-FORMAT-RUN-DATE

           EXEC SQL
               SELECT COUNT(*)
                 INTO :HV-SUMMARY-ROWS
                 FROM FIB_RUN_SUMMARY
                WHERE RUN_DATE = :HV-RUN-DATE
           END-EXEC
           IF SQLCODE < 0
               PERFORM 800-SQL-ERROR
           END-IF

           EXEC SQL
               SELECT COUNT(*)
                 INTO :HV-DETAIL-ROWS
                 FROM FIB_TERM_DETAIL
                WHERE RUN_DATE = :HV-RUN-DATE
           END-EXEC
           IF SQLCODE < 0
               PERFORM 800-SQL-ERROR
           END-IF

           IF HV-SUMMARY-ROWS = ZERO AND HV-DETAIL-ROWS = ZERO
               EXEC SQL
                   DELETE FROM FIB_LOAD_CONTROL
                       WHERE RUN_DATE = :HV-RUN-DATE
               END-EXEC
               IF SQLCODE < 0
                   PERFORM 800-SQL-ERROR
               END-IF
           ELSE
               EXEC SQL
                   UPDATE FIB_LOAD_CONTROL
                      SET LOAD_TS      = CURRENT TIMESTAMP,
                          SUMMARY_ROWS = :HV-SUMMARY-ROWS,
                          DETAIL_ROWS  = :HV-DETAIL-ROWS
                    WHERE RUN_DATE = :HV-RUN-DATE
               END-EXEC
               IF SQLCODE = 100
                   EXEC SQL
                       INSERT INTO FIB_LOAD_CONTROL
                           (RUN_DATE, LOAD_TS, SUMMARY_ROWS,
                            DETAIL_ROWS)
                       VALUES
                           (:HV-RUN-DATE, CURRENT TIMESTAMP,
                            :HV-SUMMARY-ROWS, :HV-DETAIL-ROWS)
                   END-EXEC
               END-IF
               IF SQLCODE < 0
                   PERFORM 800-SQL-ERROR
               ELSE
                   ADD 1 TO WS-CONTROL-ROWS-SET
               END-IF
           END-IF.

       720-MOVE-HIGH-WATER-MARK.
           MOVE WS-LAST-APPLIED-STAMP TO WS-STAMP-DIGITS
           MOVE SPACES TO HV-MARK-TS
           STRING WS-STAMP-YYYY '-' WS-STAMP-MM '-' WS-STAMP-DD '-'
                  WS-STAMP-HH '.' WS-STAMP-MI '.' WS-STAMP-SS
                  '.000000'
                  DELIMITED BY SIZE
               INTO HV-MARK-TS
           END-STRING

           EXEC SQL
               UPDATE FIB_LOAD_CONTROL
                  SET LOAD_TS = :HV-MARK-TS
                WHERE RUN_DATE = :HV-MARK-RUN-DATE
           END-EXEC
           IF SQLCODE < 0
               PERFORM 800-SQL-ERROR
           END-IF.

       800-SQL-ERROR.
           SET SQL-HAS-FAILED TO TRUE
           DISPLAY 'SQL ERROR - SQLCODE ' SQLCODE
               ' AT JOURNAL ENTRY ' WS-LAST-APPLIED-STAMP
               ' RUN ' WS-ENTRY-RUN-DATE
           EXEC SQL
               ROLLBACK
           END-EXEC
           MOVE 12 TO WS-RETURN-CODE.

       900-TERMINATE.
           IF WS-MALFORMED-COUNT > ZERO AND WS-RETURN-CODE < 4
               MOVE 4 TO WS-RETURN-CODE
           END-IF

           DISPLAY SPACE
           DISPLAY 'ENTRIES BEFORE MARK:  ' WS-BEFORE-MARK-COUNT
           DISPLAY 'ENTRIES READ:         ' WS-ENTRIES-READ
           DISPLAY 'AUXILIARY SKIPPED:    ' WS-AUX-SKIPPED-COUNT
           DISPLAY 'SUPERSEDED SKIPPED:   ' WS-SUPERSEDED-COUNT
           DISPLAY 'COVERED BY REFRESH:   ' WS-SETTLED-SKIP-COUNT
           DISPLAY 'NOT READABLE:         ' WS-MALFORMED-COUNT
           DISPLAY 'ROWS INSERTED:        ' WS-INSERT-COUNT
           DISPLAY 'ROWS UPDATED:         ' WS-UPDATE-COUNT
           DISPLAY 'ROWS DELETED:         ' WS-DELETE-COUNT
           DISPLAY 'DATES CLEARED:        ' WS-DATES-CLEARED
           DISPLAY 'DATES REFRESHED:      ' WS-DATES-REFRESHED
           DISPLAY 'LOAD CONTROL ROWS SET:' WS-CONTROL-ROWS-SET
           IF WS-LAST-APPLIED-STAMP > ZERO AND NOT SQL-HAS-FAILED
               DISPLAY 'HIGH-WATER MARK NOW:  ' WS-LAST-APPLIED-STAMP
           END-IF

           DISPLAY '   FIBDB2AP COMPLETED - RELEASE ' REL-RELEASE-ID
           DISPLAY 'RETURN CODE: ' WS-RETURN-CODE
           SET PERF-PHASE-END TO TRUE
           MOVE WS-ENTRIES-READ TO PERF-RECORDS
           MOVE WS-RETURN-CODE TO PERF-RETURN-CODE
           CALL 'FIBPERFL' USING FIBPERF-PARMS

           MOVE WS-RETURN-CODE TO RETURN-CODE.
