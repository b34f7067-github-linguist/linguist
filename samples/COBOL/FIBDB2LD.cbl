      * each run date is deleted before reload so the job is
      * rerunnable.
      *
      * A complete load also sets the FIBDB2AP high-water mark -
      * the FIB_LOAD_CONTROL row for run date 0001-01-01 - to the
      * time the load started, so the intraday journal apply picks
      * up from here and this full load stays its fallback.
      *
      * This program contains EXEC SQL and is precompiled by the
      * DB2 precompiler before compilation; it is not intended to
      * compile without it.
      * 09-02-2026  AG  LEAVE QUARANTINED RUNS OUT OF THE LOAD -
      *                 THE DATE'S ROWS ARE CLEARED AND NOT
      *                 REINSERTED UNTIL THE QUARANTINE LIFTS
      * 10-15-2026  AG  RESET THE FIBDB2AP JOURNAL-APPLY HIGH-WATER
      *                 MARK (THE 0001-01-01 FIB_LOAD_CONTROL ROW)
      *                 TO THE START OF EVERY COMPLETE FULL LOAD
      * 10-15-2026  AG  CARRY THE SUITE RELEASE ID ON THE FIBPERF
      *                 RECORD AND THE COMPLETION LINE
      ******************************************************************

       ENVIRONMENT DIVISION.
           05  HV-PCT-PRIME           PIC S9(3)V9(2) COMP-3.
           05  HV-SUMMARY-ROWS        PIC S9(9) COMP.
           05  HV-DETAIL-ROWS         PIC S9(9) COMP.
           05  HV-MARK-RUN-DATE       PIC X(10) VALUE '0001-01-01'.
           05  HV-MARK-TS             PIC X(26).

       01  WS-FILE-STATUSES.
           05  WS-HIST-FILE-STATUS    PIC XX VALUE SPACES.
           05  WS-SQL-FAIL-SW         PIC X VALUE 'N'.
               88  SQL-HAS-FAILED         VALUE 'Y'.

      * Load start YYYYMMDDHHMMSS, split for the DB2 timestamp
       01  WS-LOAD-START-STAMP.
           05  WS-START-YYYY          PIC X(4).
           05  WS-START-MM            PIC X(2).
           05  WS-START-DD            PIC X(2).
           05  WS-START-HH            PIC X(2).
           05  WS-START-MI            PIC X(2).
           05  WS-START-SS            PIC X(2).

       77  WS-CURRENT-RUN-DATE        PIC 9(8) VALUE ZERO.
       77  WS-CURRENT-RUN-SEQ         PIC 9(2) VALUE ZERO.
       77  WS-RUN-SUMMARY-ROWS        PIC 9(9) VALUE ZERO.
       77  WS-RETURN-CODE             PIC 9(4) VALUE ZERO.


      * Release this program was built for
           COPY FIBRELC.

      * Parameter area for the shared FIBPERFL telemetry logger
           COPY FIBPERFC.


       000-INITIALIZE.
           MOVE 'FIBDB2LD' TO PERF-PROGRAM
           MOVE REL-RELEASE-ID TO PERF-RELEASE-ID
           SET PERF-PHASE-START TO TRUE
           CALL 'FIBPERFL' USING FIBPERF-PARMS
           MOVE FUNCTION CURRENT-DATE(1:14) TO WS-LOAD-START-STAMP
           DISPLAY '======================================='
           DISPLAY '   FIBDB2LD - FIBHIST LOAD TO DB2'
           DISPLAY '======================================='.
                   THRU 150-CLOSE-OUT-EXIT
           END-IF

           IF NOT SQL-HAS-FAILED
               PERFORM 170-RESET-HIGH-WATER-MARK
           END-IF

           IF NOT SQL-HAS-FAILED
               EXEC SQL
                   COMMIT
               MOVE ZERO TO WS-UNCOMMITTED-COUNT
           END-IF.

      * Journal entries stamped from the load start on are applied
      * again by FIBDB2AP - harmless, the apply reruns cleanly
       170-RESET-HIGH-WATER-MARK.
           MOVE SPACES TO HV-MARK-TS
           STRING WS-START-YYYY '-' WS-START-MM '-' WS-START-DD '-'
                  WS-START-HH '.' WS-START-MI '.' WS-START-SS
                  '.000000'
                  DELIMITED BY SIZE
               INTO HV-MARK-TS
           END-STRING

           EXEC SQL
               UPDATE FIB_LOAD_CONTROL
                  SET LOAD_TS = :HV-MARK-TS
                WHERE RUN_DATE = :HV-MARK-RUN-DATE
           END-EXEC

           IF SQLCODE = 100
               MOVE ZERO TO HV-SUMMARY-ROWS
               MOVE ZERO TO HV-DETAIL-ROWS
               EXEC SQL
                   INSERT INTO FIB_LOAD_CONTROL
                       (RUN_DATE, LOAD_TS, SUMMARY_ROWS, DETAIL_ROWS)
                   VALUES
                       (:HV-MARK-RUN-DATE, :HV-MARK-TS,
                        :HV-SUMMARY-ROWS, :HV-DETAIL-ROWS)
               END-EXEC
           END-IF

           IF SQLCODE < 0
               PERFORM 800-SQL-ERROR
           ELSE
               DISPLAY 'JOURNAL APPLY MARK SET TO LOAD START '
                   HV-MARK-TS
           END-IF.

       800-SQL-ERROR.
           SET SQL-HAS-FAILED TO TRUE
           DISPLAY 'SQL ERROR - SQLCODE ' SQLCODE
           DISPLAY 'SUMMARY ROWS:       ' WS-TOTAL-SUMMARY-ROWS
           DISPLAY 'DETAIL ROWS:        ' WS-TOTAL-DETAIL-ROWS

           DISPLAY '   FIBDB2LD COMPLETED - RELEASE ' REL-RELEASE-ID
           DISPLAY 'RETURN CODE: ' WS-RETURN-CODE
           SET PERF-PHASE-END TO TRUE
           MOVE WS-TOTAL-DETAIL-ROWS TO PERF-RECORDS
