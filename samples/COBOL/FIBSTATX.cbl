      *
      * FIBBNFRD, FIBSPC and FIBCAP read FIBSTATS instead of
      * FIBHIST. RC=8 when the history file is unavailable.
      *
      * Every WS-CHECKPOINT-EVERY run records the pass commits its
      * position (the last run written and the running counts) to
      * FIBSCKPT. A checkpoint left behind means a restart: FIBSTATS
      * is extended rather than rewritten and the scan starts after
      * the last run written. The job posts STARTED and its final
      * status on FIBRUNC; an operator quiesce request posted there
      * through FIBQUIES is honored at the next checkpoint - the
      * job stops, posts QUIESCED and ends RC=32, and the next run
      * resumes from that checkpoint.
      ******************************************************************
       IDENTIFICATION DIVISION.
       PROGRAM-ID. FIBSTATX.
      * 09-02-2026  AG  LOG START/END RUN-TIME TELEMETRY TO FIBPERF
      *                 THROUGH THE SHARED FIBPERFL LOGGER - THE
      *                 HEAVIEST WEEKEND SCAN BELONGS ON THE TREND
      * 10-15-2026  AG  SIZE THE TYPE-X PARAMETER SNAPSHOT
      *                 EXTENSION ROWS (TERM-INDEX 9996) AT 100
      * 10-15-2026  AG  SIZE THE TYPE-F PRIME FACTORIZATION ROWS
      *                 (TERM-INDEX 8001-8400) AT 100
      * 10-15-2026  AG  CHECKPOINT THE PASS TO FIBSCKPT EVERY 50 RUNS -
      *                 A RERUN EXTENDS FIBSTATS AFTER THE LAST RUN
      *                 WRITTEN; POST STARTED AND THE FINAL STATUS ON
      *                 FIBRUNC AND HONOR AN OPERATOR QUIESCE REQUEST AT
      *                 EACH CHECKPOINT (QUIESCED, RC=32)
      * 10-15-2026  AG  CARRY THE SUITE RELEASE ID ON THE FIBPERF
      *                 RECORD AND THE COMPLETION LINE
      ******************************************************************

       ENVIRONMENT DIVISION.
           SELECT RUN-STATS-FILE ASSIGN TO "FIBSTATS"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-STAT-FILE-STATUS.
           SELECT CHECKPOINT-FILE ASSIGN TO "FIBSCKPT"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-CKPT-FILE-STATUS.
           SELECT RUN-CONTROL-FILE ASSIGN TO "FIBRUNC"
               ORGANIZATION IS INDEXED
               ACCESS MODE IS RANDOM
               RECORD KEY IS RUNC-PROGRAM
               FILE STATUS IS WS-RUNC-FILE-STATUS.

       DATA DIVISION.
       FILE SECTION.
           RECORDING MODE IS F.
           COPY FIBSTATC.

      * THE LAST RUN WRITTEN TO FIBSTATS AND THE RUNNING COUNTS,
      * COMMITTED EVERY WS-CHECKPOINT-EVERY RUN RECORDS
       FD  CHECKPOINT-FILE
           RECORDING MODE IS F.
       01  CHECKPOINT-RECORD.
           05  SCKPT-LAST-RUN-DATE    PIC 9(8).
           05  SCKPT-LAST-RUN-SEQ     PIC 9(2).
           05  SCKPT-RECORDS-READ     PIC 9(9).
           05  SCKPT-RUNS-WRITTEN     PIC 9(5).

       FD  RUN-CONTROL-FILE.
           COPY FIBRUNC.

       WORKING-STORAGE SECTION.

       01  WS-FILE-STATUSES.
           05  WS-HIST-FILE-STATUS    PIC XX VALUE SPACES.
               88  HIST-FILE-OK            VALUE '00'.
           05  WS-STAT-FILE-STATUS    PIC XX VALUE SPACES.
           05  WS-CKPT-FILE-STATUS    PIC XX VALUE SPACES.
               88  CKPT-FILE-OK            VALUE '00'.
           05  WS-RUNC-FILE-STATUS    PIC XX VALUE SPACES.
               88  RUNC-FILE-OK            VALUE '00'.
               88  RUNC-FILE-NOT-FOUND     VALUE '35'.

       01  WS-INDICATORS.
           05  WS-HIST-EOF-SW         PIC X VALUE 'N'.
               88  HIST-EOF-REACHED       VALUE 'Y'.
           05  WS-RUN-OPEN-SW         PIC X VALUE 'N'.
               88  RUN-IN-PROGRESS        VALUE 'Y'.
           05  WS-RESTART-SW          PIC X VALUE 'N'.
               88  RESTART-TAKEN          VALUE 'Y'.
           05  WS-QUIESCE-SW          PIC X VALUE 'N'.
               88  QUIESCE-HONORED        VALUE 'Y'.

      * The run being accumulated, flushed on each date break
       01  RUN-ACCUMULATORS.
       77  WS-DIGIT-IDX               PIC 9 VALUE ZERO.
       77  WS-RECORDS-READ            PIC 9(9) VALUE ZERO.
       77  WS-RUNS-WRITTEN            PIC 9(5) VALUE ZERO.
       77  WS-RECORDS-FLUSHED         PIC 9(9) VALUE ZERO.
       77  WS-CHECKPOINT-EVERY        PIC 9(3) VALUE 50.
       77  WS-RESTART-RUN-DATE        PIC 9(8) VALUE ZERO.
       77  WS-RESTART-RUN-SEQ         PIC 9(2) VALUE ZERO.
       77  WS-RETURN-CODE             PIC 9(4) VALUE ZERO.
       77  WS-USERID                  PIC X(8) VALUE SPACES.

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
           PERFORM 100-EXTRACT-STATISTICS
               THRU 100-EXTRACT-STATISTICS-EXIT
           PERFORM 900-TERMINATE
           PERFORM 055-RUN-CONTROL-FINISH

           GOBACK.

       000-INITIALIZE.
           MOVE 'FIBSTATX' TO PERF-PROGRAM
           MOVE REL-RELEASE-ID TO PERF-RELEASE-ID
           SET PERF-PHASE-START TO TRUE
           CALL 'FIBPERFL' USING FIBPERF-PARMS
           IF PARM-LENGTH > ZERO
               MOVE PARM-USERID TO WS-USERID
           END-IF

           DISPLAY '======================================='
           DISPLAY '   FIBSTATX - PER-RUN STATISTICS PASS'
           DISPLAY '======================================='

           PERFORM 020-CHECK-RESTART
           PERFORM 050-RUN-CONTROL-START.

      * A checkpoint left behind by a quiesced or cancelled pass
      * means this is a restart: the counts resume from the
      * committed figures and the scan starts after the last run
      * written, so no run is written twice
       020-CHECK-RESTART.
           OPEN INPUT CHECKPOINT-FILE
           IF CKPT-FILE-OK
               READ CHECKPOINT-FILE
                   AT END
                       CONTINUE
                   NOT AT END
                       IF SCKPT-RUNS-WRITTEN > ZERO
                           SET RESTART-TAKEN TO TRUE
                           MOVE SCKPT-LAST-RUN-DATE
                               TO WS-RESTART-RUN-DATE
                           MOVE SCKPT-LAST-RUN-SEQ
                               TO WS-RESTART-RUN-SEQ
                           MOVE SCKPT-RECORDS-READ
                               TO WS-RECORDS-READ
                           MOVE SCKPT-RECORDS-READ
                               TO WS-RECORDS-FLUSHED
                           MOVE SCKPT-RUNS-WRITTEN
                               TO WS-RUNS-WRITTEN
                       END-IF
               END-READ
               CLOSE CHECKPOINT-FILE
           END-IF

           IF RESTART-TAKEN
               DISPLAY 'RESTART: RESUMING AFTER RUN '
                   WS-RESTART-RUN-DATE '/' WS-RESTART-RUN-SEQ
                   ' WITH ' WS-RUNS-WRITTEN ' RUN(S) ALREADY WRITTEN'
           END-IF.

       030-WRITE-CHECKPOINT.
           OPEN OUTPUT CHECKPOINT-FILE
           MOVE STA-RUN-DATE       TO SCKPT-LAST-RUN-DATE
           MOVE STA-RUN-SEQ        TO SCKPT-LAST-RUN-SEQ
           MOVE WS-RECORDS-FLUSHED TO SCKPT-RECORDS-READ
           MOVE WS-RUNS-WRITTEN    TO SCKPT-RUNS-WRITTEN
           WRITE CHECKPOINT-RECORD
           CLOSE CHECKPOINT-FILE.

       040-CLEAR-CHECKPOINT.
           OPEN OUTPUT CHECKPOINT-FILE
           CLOSE CHECKPOINT-FILE.

      * An operator quiesce request on this job's own FIBRUNC
      * record, looked for right after each checkpoint is written.
      * An unreadable FIBRUNC simply means no request.
       045-CHECK-QUIESCE.
           OPEN INPUT RUN-CONTROL-FILE
           IF RUNC-FILE-OK
               MOVE 'FIBSTATX' TO RUNC-PROGRAM
               READ RUN-CONTROL-FILE
                   INVALID KEY
                       CONTINUE
                   NOT INVALID KEY
                       IF RUNC-QUIESCE-REQUESTED
                           SET QUIESCE-HONORED TO TRUE
                           DISPLAY 'QUIESCE REQUESTED BY '
                               RUNC-QUIESCE-USERID ' AT '
                               RUNC-QUIESCE-STAMP ' - STOPPING AT '
                               'THE CHECKPOINT AFTER RUN '
                               STA-RUN-DATE '/' STA-RUN-SEQ
                       END-IF
               END-READ
               CLOSE RUN-CONTROL-FILE
           END-IF.

      * STARTED on the FIBRUNC run-control file, with any quiesce
      * request left from an earlier run cleared. The pass only
      * reads FIBHIST, so it holds no interlock.
       050-RUN-CONTROL-START.
           OPEN I-O RUN-CONTROL-FILE
           IF RUNC-FILE-NOT-FOUND
               OPEN OUTPUT RUN-CONTROL-FILE
               CLOSE RUN-CONTROL-FILE
               OPEN I-O RUN-CONTROL-FILE
           END-IF

           IF NOT RUNC-FILE-OK
               DISPLAY 'WARNING: FIBRUNC NOT AVAILABLE - STATUS '
                   WS-RUNC-FILE-STATUS ' - RUN NOT POSTED'
           ELSE
               MOVE 'FIBSTATX' TO RUNC-PROGRAM
               MOVE 'STARTED  ' TO RUNC-STATUS
               MOVE FUNCTION CURRENT-DATE(1:14) TO RUNC-TIMESTAMP
               MOVE WS-USERID TO RUNC-USERID
               INITIALIZE RUNC-QUIESCE-REQUEST
               WRITE RUNC-RECORD
                   INVALID KEY
                       REWRITE RUNC-RECORD
               END-WRITE
               CLOSE RUN-CONTROL-FILE
           END-IF.

       055-RUN-CONTROL-FINISH.
           OPEN I-O RUN-CONTROL-FILE
           IF RUNC-FILE-OK
               MOVE 'FIBSTATX' TO RUNC-PROGRAM
               EVALUATE TRUE
                   WHEN QUIESCE-HONORED
                       MOVE 'QUIESCED ' TO RUNC-STATUS
                   WHEN WS-RETURN-CODE > 4
                       MOVE 'FAILED   ' TO RUNC-STATUS
                   WHEN OTHER
                       MOVE 'COMPLETED' TO RUNC-STATUS
               END-EVALUATE
               MOVE FUNCTION CURRENT-DATE(1:14) TO RUNC-TIMESTAMP
               MOVE WS-USERID TO RUNC-USERID
               INITIALIZE RUNC-QUIESCE-REQUEST
               REWRITE RUNC-RECORD
                   INVALID KEY
                       WRITE RUNC-RECORD
               END-REWRITE
               CLOSE RUN-CONTROL-FILE
           END-IF.

       100-EXTRACT-STATISTICS.
           OPEN INPUT FIB-HISTORY-FILE
               GO TO 100-EXTRACT-STATISTICS-EXIT
           END-IF

      * A restart adds to the FIBSTATS the interrupted pass began
      * and starts past every row of the last run it wrote
           IF RESTART-TAKEN
               OPEN EXTEND RUN-STATS-FILE
               MOVE WS-RESTART-RUN-DATE TO HIST-RUN-DATE
               MOVE WS-RESTART-RUN-SEQ  TO HIST-RUN-SEQ
               MOVE 9999                TO HIST-TERM-INDEX
               START FIB-HISTORY-FILE KEY IS GREATER THAN HIST-KEY
                   INVALID KEY
                       SET HIST-EOF-REACHED TO TRUE
               END-START
           ELSE
               OPEN OUTPUT RUN-STATS-FILE
               MOVE LOW-VALUES TO HIST-KEY
               START FIB-HISTORY-FILE KEY IS NOT LESS THAN HIST-KEY
                   INVALID KEY
                       SET HIST-EOF-REACHED TO TRUE
               END-START
           END-IF

           PERFORM UNTIL HIST-EOF-REACHED OR QUIESCE-HONORED
               READ FIB-HISTORY-FILE NEXT RECORD
                   AT END
                       SET HIST-EOF-REACHED TO TRUE
                   NOT AT END
                       ADD 1 TO WS-RECORDS-READ
                       PERFORM 110-ACCUMULATE-ONE-RECORD
                           THRU 110-ACCUMULATE-ONE-RECORD-EXIT
               END-READ
           END-PERFORM

      * Quiesced: the row that broke the run was read but belongs
      * to the run the restart starts with, so it is not counted
           IF QUIESCE-HONORED
               MOVE WS-RECORDS-FLUSHED TO WS-RECORDS-READ
               MOVE 32 TO WS-RETURN-CODE
               CLOSE RUN-STATS-FILE
               CLOSE FIB-HISTORY-FILE
               DISPLAY 'FIBSTATX QUIESCED AFTER ' WS-RUNS-WRITTEN
                   ' RUN(S) - RERUN TO RESUME'
               GO TO 100-EXTRACT-STATISTICS-EXIT
           END-IF

           IF RUN-IN-PROGRESS
               PERFORM 130-FLUSH-RUN-RECORD
           END-IF

           CLOSE RUN-STATS-FILE
           CLOSE FIB-HISTORY-FILE

           PERFORM 040-CLEAR-CHECKPOINT.

       100-EXTRACT-STATISTICS-EXIT.
           EXIT.

      * The run break is the commit point: every
      * WS-CHECKPOINT-EVERY runs written the position is
      * checkpointed and a quiesce request stops the pass before
      * the new run is started
       110-ACCUMULATE-ONE-RECORD.
           IF RUN-IN-PROGRESS
                   AND (HIST-RUN-DATE NOT = WS-ACC-RUN-DATE
                       OR HIST-RUN-SEQ NOT = WS-ACC-RUN-SEQ)
               PERFORM 130-FLUSH-RUN-RECORD
               IF FUNCTION MOD(WS-RUNS-WRITTEN, WS-CHECKPOINT-EVERY)
                       = 0
                   PERFORM 030-WRITE-CHECKPOINT
                   PERFORM 045-CHECK-QUIESCE
                   IF QUIESCE-HONORED
                       GO TO 110-ACCUMULATE-ONE-RECORD-EXIT
                   END-IF
               END-IF
           END-IF

           IF NOT RUN-IN-PROGRESS
      * Record sizes of the sequenced record-typed layout:
      * summary/detail/Lucas 54 (quarantine flag included), note
      * 97, parameter snapshot 100, certification record 52,
      * risk-score return 54, wide-value high words 79,
      * parameter snapshot extension 100, prime factorization 100
           EVALUATE TRUE
               WHEN HIST-TERM-INDEX = 9999
                   MOVE 100 TO WS-RECORD-BYTES
               WHEN HIST-TERM-INDEX = 9996
                   MOVE 100 TO WS-RECORD-BYTES
               WHEN HIST-TERM-INDEX = 9998
                   MOVE 52 TO WS-RECORD-BYTES
               WHEN HIST-TERM-INDEX = 9997
               WHEN HIST-TERM-INDEX > 7000
                       AND HIST-TERM-INDEX NOT > 7200
                   MOVE 79 TO WS-RECORD-BYTES
               WHEN HIST-TERM-INDEX > 8000
                       AND HIST-TERM-INDEX NOT > 8400
                   MOVE 100 TO WS-RECORD-BYTES
               WHEN HIST-TERM-INDEX NOT < 5000
                       AND HIST-TERM-INDEX NOT > 5200
                   MOVE 97 TO WS-RECORD-BYTES
                   CONTINUE
           END-EVALUATE.

       110-ACCUMULATE-ONE-RECORD-EXIT.
           EXIT.

       120-TALLY-LEADING-DIGIT.
           MOVE HIST-FIB-NUMBER TO WS-LEAD-WORK
           PERFORM UNTIL WS-LEAD-WORK < 10

           WRITE RUN-STATS-RECORD
           ADD 1 TO WS-RUNS-WRITTEN
           ADD WS-ACC-RECORD-COUNT TO WS-RECORDS-FLUSHED

           MOVE 'N' TO WS-RUN-OPEN-SW.

           DISPLAY 'HISTORY RECORDS READ: ' WS-RECORDS-READ
           DISPLAY 'RUN RECORDS WRITTEN:  ' WS-RUNS-WRITTEN

           IF QUIESCE-HONORED
               DISPLAY '   FIBSTATX QUIESCED'
           ELSE
               DISPLAY '   FIBSTATX COMPLETED - RELEASE ' REL-RELEASE-ID
           END-IF
           DISPLAY 'RETURN CODE: ' WS-RETURN-CODE
           SET PERF-PHASE-END TO TRUE
           MOVE WS-RECORDS-READ TO PERF-RECORDS
