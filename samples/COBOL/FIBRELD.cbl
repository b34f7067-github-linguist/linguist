      *
      * The output FIBHIST is loaded fresh: point the JCL at a
      * newly defined cluster, verify, then swap the datasets.
      *
      * The job posts STARTED and its final status on FIBRUNC. An
      * operator quiesce request posted there through FIBQUIES is
      * honored at the next commit checkpoint: the job stops with
      * the checkpoint standing, posts QUIESCED and ends RC=32, and
      * the next run resumes the load from that checkpoint.
      ******************************************************************
       IDENTIFICATION DIVISION.
       PROGRAM-ID. FIBRELD.
      *                 COME AROUND AGAIN AS DUPLICATES ALREADY
      *                 LOADED, NOT AS ERRORS - THE REBUILD ENDS
      *                 RC=0 AND THE CHECKPOINT CLEARS
      * 10-15-2026  AG  RELOAD THE TYPE-X PARAMETER-SNAPSHOT
      *                 EXTENSION ROWS (TERM-INDEX 9996)
      * 10-15-2026  AG  RELOAD THE TYPE-F PRIME FACTORIZATION ROWS
      *                 (TERM-INDEX 8001-8400)
      * 10-15-2026  AG  POST STARTED AND THE FINAL STATUS ON FIBRUNC AND
      *                 HONOR AN OPERATOR QUIESCE REQUEST AT EACH COMMIT
      *                 CHECKPOINT - POST QUIESCED, END RC=32 AND LEAVE
      *                 THE CHECKPOINT FOR THE RERUN
      * 10-15-2026  AG  CARRY THE SUITE RELEASE ID ON THE FIBPERF
      *                 RECORD AND THE COMPLETION LINE
      ******************************************************************

       ENVIRONMENT DIVISION.
           SELECT CHECKPOINT-FILE ASSIGN TO "FIBRCKPT"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-CKPT-FILE-STATUS.
           SELECT RUN-CONTROL-FILE ASSIGN TO "FIBRUNC"
               ORGANIZATION IS INDEXED
               ACCESS MODE IS RANDOM
               RECORD KEY IS RUNC-PROGRAM
               FILE STATUS IS WS-RUNC-FILE-STATUS.

       DATA DIVISION.
       FILE SECTION.
           05  BKP-PARM-TRUNC-AVG     PIC X.
           05  BKP-PARM-PROFILE       PIC X(8).
           05  BKP-PARM-SEQ-ORDER     PIC 9.
      * PARAMETER-SNAPSHOT EXTENSION ROWS (TERM-INDEX 9996),
      * MIRRORING FIBUNLD
       01  BACKUP-PARMX-RECORD.
           05  BKP-PARMX-RUN-DATE     PIC 9(8).
           05  BKP-PARMX-RUN-SEQ      PIC 9(2).
           05  BKP-PARMX-TERM-INDEX   PIC 9(4).
           05  BKP-PARMX-DATA         PIC X(75).
      * PRIME FACTORIZATION ROWS (TERM-INDEX 8001-8400),
      * MIRRORING FIBUNLD
       01  BACKUP-FACT-RECORD.
           05  BKP-FACT-RUN-DATE      PIC 9(8).
           05  BKP-FACT-RUN-SEQ       PIC 9(2).
           05  BKP-FACT-TERM-INDEX    PIC 9(4).
           05  BKP-FACT-DATA          PIC X(75).
      * INBOUND RISK-SCORE ROWS (TERM-INDEX 9997) TRAVEL WITH
      * THEIR OWN LAYOUT
      * WIDE-VALUE HIGH-WORD ROWS (TERM-INDEX 7001-7200) TRAVEL
           05  RCKPT-NOTE-COUNT       PIC 9(7).
           05  RCKPT-ERROR-COUNT      PIC 9(7).

       FD  RUN-CONTROL-FILE.
           COPY FIBRUNC.

       WORKING-STORAGE SECTION.

       01  WS-FILE-STATUSES.
               88  BKUP-FILE-OK            VALUE '00'.
           05  WS-CKPT-FILE-STATUS    PIC XX VALUE SPACES.
               88  CKPT-FILE-OK            VALUE '00'.
           05  WS-RUNC-FILE-STATUS    PIC XX VALUE SPACES.
               88  RUNC-FILE-OK            VALUE '00'.
               88  RUNC-FILE-NOT-FOUND     VALUE '35'.

       01  WS-INDICATORS.
           05  WS-BKUP-EOF-SW         PIC X VALUE 'N'.
               88  HEADER-WAS-SEEN        VALUE 'Y'.
           05  WS-TRAILER-SEEN-SW     PIC X VALUE 'N'.
               88  TRAILER-WAS-SEEN       VALUE 'Y'.
           05  WS-QUIESCE-SW          PIC X VALUE 'N'.
               88  QUIESCE-HONORED        VALUE 'Y'.

       77  WS-LOADED-COUNT            PIC 9(9) VALUE ZERO.
       77  WS-LOADED-HASH             PIC 9(18) VALUE ZERO.
       77  WS-SKIP-REMAINING          PIC 9(9) VALUE ZERO.
       77  WS-RESKIP-COUNT            PIC 9(9) VALUE ZERO.
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
           PERFORM 100-RELOAD-HISTORY THRU 100-RELOAD-HISTORY-EXIT
           PERFORM 900-TERMINATE
           PERFORM 055-RUN-CONTROL-FINISH

           GOBACK.

       000-INITIALIZE.
           MOVE 'FIBRELD ' TO PERF-PROGRAM
           MOVE REL-RELEASE-ID TO PERF-RELEASE-ID
           SET PERF-PHASE-START TO TRUE
           CALL 'FIBPERFL' USING FIBPERF-PARMS
           IF PARM-LENGTH > ZERO
               MOVE PARM-USERID TO WS-USERID
           END-IF
           DISPLAY '======================================='
           DISPLAY '   FIBRELD - REBUILD FIBHIST FROM BACKUP'
           DISPLAY '======================================='

           PERFORM 020-CHECK-RESTART
           PERFORM 050-RUN-CONTROL-START.

      * A checkpoint left behind by a cancelled rebuild means this
      * is a restart: the already-loaded rows are skipped on the
           OPEN OUTPUT CHECKPOINT-FILE
           CLOSE CHECKPOINT-FILE.

      * An operator quiesce request on this job's own FIBRUNC
      * record, looked for right after each checkpoint is written.
      * An unreadable FIBRUNC simply means no request.
       045-CHECK-QUIESCE.
           OPEN INPUT RUN-CONTROL-FILE
           IF RUNC-FILE-OK
               MOVE 'FIBRELD ' TO RUNC-PROGRAM
               READ RUN-CONTROL-FILE
                   INVALID KEY
                       CONTINUE
                   NOT INVALID KEY
                       IF RUNC-QUIESCE-REQUESTED
                           SET QUIESCE-HONORED TO TRUE
                           DISPLAY 'QUIESCE REQUESTED BY '
                               RUNC-QUIESCE-USERID ' AT '
                               RUNC-QUIESCE-STAMP ' - STOPPING AT '
                               'THE CHECKPOINT AFTER '
                               WS-LOADED-COUNT ' ROW(S)'
                       END-IF
               END-READ
               CLOSE RUN-CONTROL-FILE
           END-IF.

      * STARTED on the FIBRUNC run-control file, with any quiesce
      * request left from an earlier run cleared. The reload holds
      * no interlock - it loads a new cluster nothing else reads.
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
               MOVE 'FIBRELD ' TO RUNC-PROGRAM
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
               MOVE 'FIBRELD ' TO RUNC-PROGRAM
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

       100-RELOAD-HISTORY.
           OPEN INPUT BACKUP-FILE
           IF NOT BKUP-FILE-OK
               GO TO 100-RELOAD-HISTORY-EXIT
           END-IF

           PERFORM UNTIL BKUP-EOF-REACHED OR QUIESCE-HONORED
               READ BACKUP-FILE
                   AT END
                       SET BKUP-EOF-REACHED TO TRUE
           CLOSE FIB-HISTORY-FILE
           CLOSE BACKUP-FILE

      * Quiesced at a checkpoint: the trailer has not been reached
      * yet, so the balance is proved by the run that resumes
           IF QUIESCE-HONORED
               MOVE 32 TO WS-RETURN-CODE
               DISPLAY 'FIBRELD QUIESCED AFTER ' WS-LOADED-COUNT
                   ' ROW(S) - RERUN TO RESUME'
               GO TO 100-RELOAD-HISTORY-EXIT
           END-IF

           IF NOT HEADER-WAS-SEEN
               DISPLAY 'ERROR: BACKUP HEADER RECORD MISSING'
               MOVE 12 TO WS-RETURN-CODE
                       END-IF
               END-WRITE
           ELSE
           IF BKP-TERM-INDEX > 8000 AND BKP-TERM-INDEX NOT > 8400
               MOVE BKP-FACT-RUN-DATE     TO HIST-FACT-RUN-DATE
               MOVE BKP-FACT-RUN-SEQ      TO HIST-FACT-RUN-SEQ
               MOVE BKP-FACT-TERM-INDEX   TO HIST-FACT-TERM-INDEX
               MOVE 'F'                   TO HIST-FACT-RECORD-TYPE
               MOVE ZERO                  TO HIST-FACT-AIX-FILLER
               MOVE BKP-FACT-DATA         TO HIST-FACT-DATA
               WRITE HIST-FACT-RECORD
                   INVALID KEY
                       IF RESTART-TAKEN AND HIST-FILE-DUP-KEY
                           ADD 1 TO WS-RESKIP-COUNT
                       ELSE
                           ADD 1 TO WS-ERROR-COUNT
                           DISPLAY 'ERROR: RELOAD FAILED AT '
                               'FACTORIZATION ' BKP-FACT-RUN-DATE '/'
                               BKP-FACT-TERM-INDEX
                               ' - STATUS ' WS-HIST-FILE-STATUS
                       END-IF
               END-WRITE
           ELSE
           IF BKP-TERM-INDEX = 9997
               MOVE BKP-RSC-RUN-DATE   TO HIST-RSCORE-RUN-DATE
               MOVE BKP-RSC-RUN-SEQ     TO HIST-RSCORE-RUN-SEQ
                       END-IF
               END-WRITE
           ELSE
           IF BKP-TERM-INDEX = 9996
               MOVE BKP-PARMX-RUN-DATE    TO HIST-PARMX-RUN-DATE
               MOVE BKP-PARMX-RUN-SEQ     TO HIST-PARMX-RUN-SEQ
               MOVE BKP-PARMX-TERM-INDEX  TO HIST-PARMX-TERM-INDEX
               MOVE 'X'                   TO HIST-PARMX-RECORD-TYPE
               MOVE ZERO                  TO HIST-PARMX-AIX-FILLER
               MOVE BKP-PARMX-DATA        TO HIST-PARMX-DATA
               WRITE HIST-PARMX-RECORD
                   INVALID KEY
                       IF RESTART-TAKEN AND HIST-FILE-DUP-KEY
                           ADD 1 TO WS-RESKIP-COUNT
                       ELSE
                           ADD 1 TO WS-ERROR-COUNT
                           DISPLAY 'ERROR: RELOAD FAILED AT PARM '
                               'EXTENSION ' BKP-PARMX-RUN-DATE
                               ' - STATUS ' WS-HIST-FILE-STATUS
                       END-IF
               END-WRITE
           ELSE
           IF BKP-TERM-INDEX = 9998
               MOVE BKP-CERT-RUN-DATE   TO HIST-CERT-RUN-DATE
               MOVE BKP-CERT-RUN-SEQ     TO HIST-CERT-RUN-SEQ
           END-IF
           END-IF
           END-IF
           END-IF
           END-IF

           ADD 1 TO WS-LOADED-COUNT

           IF FUNCTION MOD(WS-LOADED-COUNT, WS-COMMIT-INTERVAL) = 0
               PERFORM 030-WRITE-CHECKPOINT
               PERFORM 045-CHECK-QUIESCE
           END-IF.

       130-VERIFY-TRAILER.
               END-IF
           END-IF

           IF QUIESCE-HONORED
               DISPLAY '   FIBRELD QUIESCED'
           ELSE
               DISPLAY '   FIBRELD COMPLETED - RELEASE ' REL-RELEASE-ID
           END-IF
           DISPLAY 'RETURN CODE: ' WS-RETURN-CODE
           SET PERF-PHASE-END TO TRUE
           MOVE WS-LOADED-COUNT TO PERF-RECORDS
