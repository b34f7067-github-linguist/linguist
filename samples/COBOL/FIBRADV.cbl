      ******************************************************************
      * FIBRADV is the recovery advisor. After a bad night the
      * on-call operator has to choose between restarting from the
      * checkpoint, a FORCE=Y rerun, a FIBRELD plus FIBRFWD
      * point-in-time recovery and a FIBREST from the archive. This
      * job reads what the failed program left behind and prints
      * the state of each file and the recovery sequence to submit,
      * step by step, with the job names and the control cards:
      *
      *   FIBRUNC   the program's last posted status - COMPLETED
      *             needs nothing, STARTED with a live heartbeat is
      *             still running, QUIESCED resumes on a resubmit,
      *             FAILED or a STARTED left behind by an abend
      *             needs recovery,
      *   FIBHRTBT  the last heartbeat (a STARTED run whose
      *             heartbeat has stopped for WS-STALE-SECS is taken
      *             as abended or hung),
      *   FIBPERF   the failed execution's start time,
      *   FIBCKPT   ADVFIBB's term checkpoint or deck resume point,
      *   FIBJRNL   every FIBHIST row the failed execution wrote,
      *             rewrote or deleted, by run - an ADVFIBB run whose
      *             parameter extension row is journaled was saved
      *             complete, one without it was cut off part way,
      *   FIBEXCP   the program's exceptions by severity,
      *   FIBXTRCT, FIBSUMX, FIBRISK  the latest extract generation
      *             - older than the failed run, or written by it
      *             with (complete) or without (partial) a trailer,
      *   FIBACAT   for FIBPURGE, whether the archive generation of
      *             the failed pass was registered.
      *
      * The advisor never performs a recovery; it only prescribes
      * one. PARM is the program to advise on, default ADVFIBB.
      * RC=0 when no recovery is needed, RC=4 when one is
      * prescribed (or the program is still running), RC=8 when
      * FIBRUNC cannot be read.
      ******************************************************************
       IDENTIFICATION DIVISION.
       PROGRAM-ID. FIBRADV.
       AUTHOR. Antonio Gibas.
       DATE-WRITTEN. 10-15-2026.
       DATE-COMPILED. 10-15-2026.

      * MODIFICATION HISTORY
      * 10-15-2026  AG  INITIAL VERSION - FILE STATES AND PRESCRIBED
      *                 RECOVERY SEQUENCE AFTER A FAILED RUN
      * 10-15-2026  AG  READ THE WIDER FIBACAT ENTRY (EXPIRY STATUS)
      * 10-15-2026  AG  SHOW THE SUITE RELEASE ID ON THE COMPLETION LINE
      * 10-15-2026  AG  PERFORM EACH EXAMINING PARAGRAPH THRU ITS
      *                 EXIT SO AN EARLY GO TO RETURNS TO THE MAINLINE
      ******************************************************************

       ENVIRONMENT DIVISION.
       CONFIGURATION SECTION.
       SOURCE-COMPUTER. IBM-Z.
       OBJECT-COMPUTER. IBM-Z.

       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
           SELECT RUN-CONTROL-FILE ASSIGN TO "FIBRUNC"
               ORGANIZATION IS INDEXED
               ACCESS MODE IS RANDOM
               RECORD KEY IS RUNC-PROGRAM
               FILE STATUS IS WS-RUNC-FILE-STATUS.
           SELECT HEARTBEAT-FILE ASSIGN TO "FIBHRTBT"
               ORGANIZATION IS INDEXED
               ACCESS MODE IS RANDOM
               RECORD KEY IS HRT-PROGRAM
               FILE STATUS IS WS-HRTB-FILE-STATUS.
           SELECT PERF-HISTORY-FILE ASSIGN TO "FIBPERF"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-PERF-FILE-STATUS.
           SELECT CHECKPOINT-FILE ASSIGN TO "FIBCKPT"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-CKPT-FILE-STATUS.
           SELECT HIST-JOURNAL-FILE ASSIGN TO "FIBJRNL"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-JRNL-FILE-STATUS.
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
           SELECT ARCHIVE-CATALOG-FILE ASSIGN TO "FIBACAT"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-CAT-FILE-STATUS.
           SELECT PRINT-FILE ASSIGN TO "PRTOUT"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-PRINT-FILE-STATUS.

       DATA DIVISION.
       FILE SECTION.
       FD  RUN-CONTROL-FILE.
           COPY FIBRUNC.

       FD  HEARTBEAT-FILE.
           COPY FIBHRTBC.

       FD  PERF-HISTORY-FILE
           RECORDING MODE IS F.
           COPY FIBPERFD.

      * ADVFIBB's checkpoint - a term checkpoint, or the deck resume
      * point a quiesced run leaves (zero term count)
       FD  CHECKPOINT-FILE
           RECORDING MODE IS F.
       01  CHECKPOINT-RECORD.
           05  CKPT-RUN-DATE          PIC 9(8).
           05  CKPT-MAX-ELEMENTS      PIC 9(4).
           05  CKPT-SEED-1            PIC 9(18).
           05  CKPT-SEED-2            PIC 9(18).
           05  CKPT-INDEX             PIC 9(4).
       01  DECK-RESUME-RECORD.
           05  DRSM-RUN-DATE          PIC 9(8).
           05  DRSM-MARKER            PIC 9(4).
               88  DRSM-IS-DECK-RESUME     VALUE ZERO.
           05  DRSM-GROUPS-DONE       PIC 9(3).
           05  DRSM-REQUESTS-DONE     PIC 9(3).
           05  FILLER                 PIC X(34).

       FD  HIST-JOURNAL-FILE
           RECORDING MODE IS F.
           COPY FIBJRNC.

       FD  EXCEPTION-FILE
           RECORDING MODE IS F.
       01  EXCEPTION-RECORD.
           05  EXC-SEVERITY           PIC X.
           05  EXC-PROGRAM            PIC X(8).
           05  EXC-RUN-DATE           PIC 9(8).
           05  EXC-TERM-INDEX         PIC 9(4).
           05  EXC-MSG-ID             PIC X(8).
           05  EXC-TEXT               PIC X(60).

      * The three ADVFIBB extracts share the H/T control records in
      * their first bytes; only the header and trailer are examined
       FD  EXTRACT-FILE
           RECORDING MODE IS F.
       01  EXTRACT-ANY-RECORD         PIC X(38).

       FD  SUMMARY-EXTRACT-FILE
           RECORDING MODE IS F.
       01  SUMX-ANY-RECORD            PIC X(199).

       FD  RISK-REPORT-FILE
           RECORDING MODE IS F.
       01  RISK-ANY-RECORD            PIC X(43).

       FD  ARCHIVE-CATALOG-FILE
           RECORDING MODE IS F.
       01  ARCHIVE-CATALOG-RECORD.
           05  CAT-GENERATION-ID      PIC 9(5).
           05  CAT-CREATE-DATE        PIC 9(8).
           05  CAT-LOW-RUN-DATE       PIC 9(8).
           05  CAT-HIGH-RUN-DATE      PIC 9(8).
           05  CAT-ROW-COUNT          PIC 9(7).
           05  CAT-STATUS             PIC X.
               88  CAT-IS-EXPIRED         VALUE 'E'.
           05  CAT-EXPIRED-DATE       PIC 9(8).
           05  FILLER                 PIC X(19).

       FD  PRINT-FILE
           RECORDING MODE IS F.
       01  PRINT-RECORD               PIC X(133).

       WORKING-STORAGE SECTION.

       01  WS-FILE-STATUSES.
           05  WS-RUNC-FILE-STATUS    PIC XX VALUE SPACES.
               88  RUNC-FILE-OK            VALUE '00'.
           05  WS-HRTB-FILE-STATUS    PIC XX VALUE SPACES.
               88  HRTB-FILE-OK            VALUE '00'.
           05  WS-PERF-FILE-STATUS    PIC XX VALUE SPACES.
               88  PERF-FILE-OK            VALUE '00'.
           05  WS-CKPT-FILE-STATUS    PIC XX VALUE SPACES.
               88  CKPT-FILE-OK            VALUE '00'.
           05  WS-JRNL-FILE-STATUS    PIC XX VALUE SPACES.
               88  JRNL-FILE-OK            VALUE '00'.
           05  WS-EXCP-FILE-STATUS    PIC XX VALUE SPACES.
               88  EXCP-FILE-OK            VALUE '00'.
           05  WS-XTRCT-FILE-STATUS   PIC XX VALUE SPACES.
               88  XTRCT-FILE-OK           VALUE '00'.
           05  WS-SUMX-FILE-STATUS    PIC XX VALUE SPACES.
               88  SUMX-FILE-OK            VALUE '00'.
           05  WS-RISK-FILE-STATUS    PIC XX VALUE SPACES.
               88  RISK-FILE-OK            VALUE '00'.
           05  WS-CAT-FILE-STATUS     PIC XX VALUE SPACES.
               88  CAT-FILE-OK             VALUE '00'.
           05  WS-PRINT-FILE-STATUS   PIC XX VALUE SPACES.

       01  WS-INDICATORS.
           05  WS-FILE-EOF-SW         PIC X VALUE 'N'.
               88  FILE-EOF-REACHED       VALUE 'Y'.
           05  WS-HRTB-FOUND-SW       PIC X VALUE 'N'.
               88  HEARTBEAT-FOUND        VALUE 'Y'.
           05  WS-HIST-OPEN-FAIL-SW   PIC X VALUE 'N'.
               88  HIST-OPEN-FAILED       VALUE 'Y'.
           05  WS-CAT-FOUND-SW        PIC X VALUE 'N'.
               88  ARCHIVE-GEN-CATALOGED  VALUE 'Y'.
           05  WS-PARTIAL-XTR-SW      PIC X VALUE 'N'.
               88  PARTIAL-EXTRACT-LEFT   VALUE 'Y'.

      * The program's state as the advisor reads it
       01  WS-RUN-STATE               PIC X VALUE SPACE.
           88  STATE-NOT-POSTED           VALUE 'N'.
           88  STATE-COMPLETED            VALUE 'C'.
           88  STATE-RUNNING              VALUE 'R'.
           88  STATE-QUIESCED             VALUE 'Q'.
           88  STATE-ABENDED              VALUE 'A'.
           88  STATE-FAILED               VALUE 'F'.
           88  STATE-NEEDS-RECOVERY       VALUE 'A' 'F'.

       01  WS-CKPT-STATE              PIC X VALUE SPACE.
           88  CKPT-MISSING               VALUE 'M'.
           88  CKPT-EMPTY                 VALUE 'E'.
           88  CKPT-TERM-RESTART          VALUE 'T'.
           88  CKPT-DECK-RESUME           VALUE 'D'.

      * Every run the failed execution touched on FIBHIST, from the
      * journal entries inside its start-to-finish window
       01  JOURNAL-RUN-TABLE.
           05  WS-JRUN-COUNT          PIC 9(3) VALUE ZERO.
           05  JRUN-ENTRY OCCURS 50 TIMES.
               10  JR-RUN-DATE        PIC 9(8).
               10  JR-RUN-SEQ         PIC 9(2).
               10  JR-ADDS            PIC 9(5).
               10  JR-REWRITES        PIC 9(5).
               10  JR-DELETES         PIC 9(5).
               10  JR-COMPLETE-SW     PIC X.
                   88  JR-SAVED-COMPLETE  VALUE 'Y'.

      * The raw FIBHIST key at the front of a journal image
       01  WS-JRN-IMAGE-KEY.
           05  JK-RUN-DATE            PIC 9(8).
           05  JK-RUN-SEQ             PIC 9(2).
           05  JK-TERM-INDEX          PIC 9(4).

      * The latest generation of each ADVFIBB extract. XT-STATE:
      * M MISSING, O OLDER THAN THE FAILED RUN, P PARTIAL (WRITTEN
      * BY IT, NO TRAILER), C COMPLETE (WRITTEN BY IT, TRAILER)
       01  EXTRACT-STATE-TABLE.
           05  XT-ENTRY OCCURS 3 TIMES.
               10  XT-NAME            PIC X(8).
               10  XT-STATE           PIC X.
               10  XT-HEADER-STAMP    PIC 9(14).
               10  XT-DATA-COUNT      PIC 9(9).
               10  XT-TRAILER-COUNT   PIC 9(9).

      * One extract record's control view
       01  WS-EXTRACT-IMAGE.
           05  XI-RECORD-TYPE         PIC X.
           05  XI-HEADER-VIEW.
               10  XI-RUN-DATE        PIC X(8).
               10  XI-PROGRAM-ID      PIC X(8).
               10  XI-TIMESTAMP       PIC 9(14).
           05  XI-TRAILER-VIEW REDEFINES XI-HEADER-VIEW.
               10  XI-RECORD-COUNT    PIC 9(9).
               10  FILLER             PIC X(21).

      * Exceptions of severity C or E kept for the report
       01  EXCEPTION-LINE-TABLE.
           05  WS-EXL-COUNT           PIC 9(2) VALUE ZERO.
           05  EXL-ENTRY OCCURS 10 TIMES.
               10  EXL-SEVERITY       PIC X.
               10  EXL-MSG-ID         PIC X(8).
               10  EXL-TEXT           PIC X(60).

      * Timestamp <-> seconds conversion work area (the FIBFCST
      * convention - seconds from the integer-date epoch)
       01  WS-CV-STAMP                PIC 9(14) VALUE ZERO.
       01  WS-CV-PARTS REDEFINES WS-CV-STAMP.
           05  CV-DATE                PIC 9(8).
           05  CV-DATE-PARTS REDEFINES CV-DATE.
               10  CV-YEAR            PIC 9(4).
               10  CV-MONTH           PIC 99.
               10  CV-DAY             PIC 99.
           05  CV-HOUR                PIC 99.
           05  CV-MINUTE              PIC 99.
           05  CV-SECOND              PIC 99.
       77  WS-CV-SECS                 PIC 9(12) VALUE ZERO.
       77  WS-CV-DAYS                 PIC 9(8) VALUE ZERO.
       77  WS-CV-REM                  PIC 9(5) VALUE ZERO.

      * The control cards the prescription quotes, built in the
      * layouts the recovery jobs read
       01  WS-CARD-IMAGE              PIC X(80) VALUE SPACES.
       01  WS-APRQ-CARD REDEFINES WS-CARD-IMAGE.
           05  APC-VERB               PIC X(8).
           05  FILLER                 PIC X.
           05  APC-RUN-DATE           PIC 9(8).
           05  FILLER                 PIC X(34).
           05  APC-REASON             PIC X(29).
       01  WS-RFWD-CARD REDEFINES WS-CARD-IMAGE.
           05  RFC-STOP-STAMP         PIC 9(14).
           05  FILLER                 PIC X(66).
       01  WS-REST-CARD REDEFINES WS-CARD-IMAGE.
           05  RSC-RUN-DATE           PIC 9(8).
           05  FILLER                 PIC X(72).

       77  WS-TARGET-PROGRAM          PIC X(8) VALUE 'ADVFIBB '.
       77  WS-TODAY-DATE              PIC 9(8) VALUE ZERO.
       77  WS-NOW-STAMP               PIC 9(14) VALUE ZERO.
       77  WS-NOW-SECS                PIC 9(12) VALUE ZERO.
       77  WS-STALE-SECS              PIC 9(5) VALUE 900.
       77  WS-RUNC-STATUS             PIC X(9) VALUE SPACES.
       77  WS-RUNC-STAMP              PIC 9(14) VALUE ZERO.
       77  WS-RUNC-USERID             PIC X(8) VALUE SPACES.
       77  WS-START-STAMP             PIC 9(14) VALUE ZERO.
       77  WS-START-SECS              PIC 9(12) VALUE ZERO.
       77  WS-END-STAMP               PIC 9(14) VALUE ZERO.
       77  WS-STOP-STAMP              PIC 9(14) VALUE ZERO.
       77  WS-PERF-RC                 PIC 9(4) VALUE ZERO.
       77  WS-PERF-FOUND-SW           PIC X VALUE 'N'.
       77  WS-HB-AGE-MINS             PIC 9(5) VALUE ZERO.
       77  WS-JRN-READ                PIC 9(9) VALUE ZERO.
       77  WS-JRN-MATCHED             PIC 9(7) VALUE ZERO.
       77  WS-JRN-ADDS                PIC 9(7) VALUE ZERO.
       77  WS-JRN-REWRITES            PIC 9(7) VALUE ZERO.
       77  WS-JRN-DELETES             PIC 9(7) VALUE ZERO.
       77  WS-JRUN-OVERFLOW           PIC 9(5) VALUE ZERO.
       77  WS-JRUN-IDX                PIC 9(3) VALUE ZERO.
       77  WS-JRUN-SLOT               PIC 9(3) VALUE ZERO.
       77  WS-EXC-CRIT-COUNT          PIC 9(5) VALUE ZERO.
       77  WS-EXC-ERROR-COUNT         PIC 9(5) VALUE ZERO.
       77  WS-EXC-WARN-COUNT          PIC 9(5) VALUE ZERO.
       77  WS-EXL-IDX                 PIC 9(2) VALUE ZERO.
       77  WS-XT-IDX                  PIC 9 VALUE ZERO.
       77  WS-CAT-GENERATION          PIC 9(5) VALUE ZERO.
       77  WS-CAT-LOW-DATE            PIC 9(8) VALUE ZERO.
       77  WS-CAT-HIGH-DATE           PIC 9(8) VALUE ZERO.
       77  WS-CAT-ROWS                PIC 9(7) VALUE ZERO.
       77  WS-STEP-NO                 PIC 9(2) VALUE ZERO.
       77  WS-STEP-TEXT               PIC X(110) VALUE SPACES.
       77  WS-PRINT-LINE              PIC X(133) VALUE SPACES.
       77  WS-RETURN-CODE             PIC 9(4) VALUE ZERO.

       01  CURRENT-DATE-TIME.
           05  CD-STAMP               PIC 9(14).
           05  FILLER                 PIC X(7).

      * Release this program was built for
           COPY FIBRELC.

       LINKAGE SECTION.
       01  PARM-INFORMATION.
           05  PARM-LENGTH            PIC S9(4) COMP.
           05  PARM-PROGRAM           PIC X(8).

       PROCEDURE DIVISION USING PARM-INFORMATION.
       MAIN-PROCEDURE.
           PERFORM 000-INITIALIZE
           PERFORM 100-READ-RUN-CONTROL
               THRU 100-READ-RUN-CONTROL-EXIT

           IF RUNC-FILE-OK
               PERFORM 110-FIND-START-STAMP
                   THRU 110-FIND-START-EXIT
               PERFORM 120-READ-HEARTBEAT
                   THRU 120-READ-HEARTBEAT-EXIT
               PERFORM 130-CLASSIFY-RUN-STATE
                   THRU 130-CLASSIFY-RUN-STATE-EXIT
               IF STATE-NEEDS-RECOVERY OR STATE-QUIESCED
                   PERFORM 200-EXAMINE-CHECKPOINT
                       THRU 200-EXAMINE-CHECKPOINT-EXIT
                   PERFORM 300-SCAN-JOURNAL
                       THRU 300-SCAN-JOURNAL-EXIT
                   PERFORM 400-SCAN-EXCEPTIONS
                       THRU 400-SCAN-EXCEPTIONS-EXIT
                   PERFORM 500-EXAMINE-EXTRACTS
                       THRU 500-EXAMINE-EXTRACTS-EXIT
                   PERFORM 550-READ-ARCHIVE-CATALOG
                       THRU 550-READ-ARCHIVE-CATALOG-EXIT
               END-IF
               PERFORM 600-PRINT-FILE-STATES
                   THRU 600-PRINT-FILE-STATES-EXIT
               PERFORM 700-PRESCRIBE-RECOVERY
           END-IF

           PERFORM 900-TERMINATE

           GOBACK.

       000-INITIALIZE.
           MOVE FUNCTION CURRENT-DATE TO CURRENT-DATE-TIME
           MOVE CD-STAMP      TO WS-NOW-STAMP
           MOVE CD-STAMP(1:8) TO WS-TODAY-DATE
           MOVE WS-NOW-STAMP  TO WS-CV-STAMP
           PERFORM 800-STAMP-TO-SECS
           MOVE WS-CV-SECS    TO WS-NOW-SECS

           IF PARM-LENGTH > ZERO
               MOVE PARM-PROGRAM TO WS-TARGET-PROGRAM
           END-IF

           OPEN OUTPUT PRINT-FILE

           MOVE SPACES TO WS-PRINT-LINE
           STRING '===== RECOVERY ADVISOR - ' DELIMITED BY SIZE
                  WS-TARGET-PROGRAM DELIMITED BY SPACE
                  ' - ' DELIMITED BY SIZE
                  WS-NOW-STAMP DELIMITED BY SIZE
                  ' =====' DELIMITED BY SIZE
               INTO WS-PRINT-LINE
           END-STRING
           PERFORM 800-PRINT-ONE-LINE
           MOVE 'THIS REPORT PRESCRIBES A RECOVERY - IT PERFORMS NONE'
               TO WS-PRINT-LINE
           PERFORM 800-PRINT-ONE-LINE.

       100-READ-RUN-CONTROL.
           OPEN INPUT RUN-CONTROL-FILE
           IF NOT RUNC-FILE-OK
               MOVE SPACES TO WS-PRINT-LINE
               STRING 'FIBRUNC UNAVAILABLE - STATUS ' DELIMITED BY SIZE
                      WS-RUNC-FILE-STATUS DELIMITED BY SIZE
                      ' - NO ADVICE POSSIBLE' DELIMITED BY SIZE
                   INTO WS-PRINT-LINE
               END-STRING
               PERFORM 800-PRINT-ONE-LINE
               MOVE 8 TO WS-RETURN-CODE
               GO TO 100-READ-RUN-CONTROL-EXIT
           END-IF

           MOVE WS-TARGET-PROGRAM TO RUNC-PROGRAM
           READ RUN-CONTROL-FILE
               INVALID KEY
                   SET STATE-NOT-POSTED TO TRUE
               NOT INVALID KEY
                   MOVE RUNC-STATUS    TO WS-RUNC-STATUS
                   MOVE RUNC-TIMESTAMP TO WS-RUNC-STAMP
                   MOVE RUNC-USERID    TO WS-RUNC-USERID
           END-READ
           CLOSE RUN-CONTROL-FILE.

       100-READ-RUN-CONTROL-EXIT.
           EXIT.

      * A STARTED record carries the start time itself; a final
      * status carries the finish time, and the start comes from
      * the FIBPERF record the execution logged as it ended (the
      * last one for the program that ended by the posted time).
      * Without one the window opens at noon of the cycle.
       110-FIND-START-STAMP.
           IF STATE-NOT-POSTED
               GO TO 110-FIND-START-EXIT
           END-IF

           IF WS-RUNC-STATUS = 'STARTED  '
               MOVE WS-RUNC-STAMP TO WS-START-STAMP
               MOVE WS-NOW-STAMP  TO WS-END-STAMP
               GO TO 110-FIND-START-EXIT
           END-IF

           MOVE WS-RUNC-STAMP TO WS-END-STAMP
           OPEN INPUT PERF-HISTORY-FILE
           IF PERF-FILE-OK
               MOVE 'N' TO WS-FILE-EOF-SW
               PERFORM UNTIL FILE-EOF-REACHED
                   READ PERF-HISTORY-FILE
                       AT END
                           SET FILE-EOF-REACHED TO TRUE
                       NOT AT END
                           IF PRF-PROGRAM = WS-TARGET-PROGRAM
                                   AND PRF-END-STAMP
                                       NOT > WS-RUNC-STAMP
                               MOVE PRF-START-STAMP
                                   TO WS-START-STAMP
                               MOVE PRF-RETURN-CODE TO WS-PERF-RC
                               MOVE 'Y' TO WS-PERF-FOUND-SW
                           END-IF
                   END-READ
               END-PERFORM
               CLOSE PERF-HISTORY-FILE
           END-IF

           IF WS-PERF-FOUND-SW = 'N'
               MOVE WS-RUNC-STAMP TO WS-CV-STAMP
               IF CV-HOUR < 12
                   PERFORM 800-STAMP-TO-SECS
                   SUBTRACT 86400 FROM WS-CV-SECS
                   PERFORM 810-SECS-TO-STAMP
               END-IF
               MOVE 120000 TO WS-CV-STAMP(9:6)
               MOVE WS-CV-STAMP TO WS-START-STAMP
           END-IF.

       110-FIND-START-EXIT.
           EXIT.

       120-READ-HEARTBEAT.
           IF STATE-NOT-POSTED
               GO TO 120-READ-HEARTBEAT-EXIT
           END-IF

           OPEN INPUT HEARTBEAT-FILE
           IF HRTB-FILE-OK
               MOVE WS-TARGET-PROGRAM TO HRT-PROGRAM
               READ HEARTBEAT-FILE
                   INVALID KEY
                       CONTINUE
                   NOT INVALID KEY
                       IF HRT-TIMESTAMP NOT < WS-START-STAMP
                           SET HEARTBEAT-FOUND TO TRUE
                       END-IF
               END-READ
               CLOSE HEARTBEAT-FILE
           END-IF

           IF HEARTBEAT-FOUND
               MOVE HRT-TIMESTAMP TO WS-CV-STAMP
               PERFORM 800-STAMP-TO-SECS
               IF WS-NOW-SECS > WS-CV-SECS
                   COMPUTE WS-HB-AGE-MINS =
                       (WS-NOW-SECS - WS-CV-SECS) / 60
               END-IF
           END-IF.

       120-READ-HEARTBEAT-EXIT.
           EXIT.

      * STARTED is still running while the heartbeat (or, for a
      * program without one, the start itself) is fresher than
      * WS-STALE-SECS; past that the run is taken as abended or
      * hung
       130-CLASSIFY-RUN-STATE.
           IF STATE-NOT-POSTED
               GO TO 130-CLASSIFY-RUN-STATE-EXIT
           END-IF

           EVALUATE WS-RUNC-STATUS
               WHEN 'COMPLETED'
                   SET STATE-COMPLETED TO TRUE
               WHEN 'FAILED   '
                   SET STATE-FAILED TO TRUE
               WHEN 'QUIESCED '
                   SET STATE-QUIESCED TO TRUE
               WHEN 'STARTED  '
                   IF HEARTBEAT-FOUND
                       MOVE HRT-TIMESTAMP TO WS-CV-STAMP
                   ELSE
                       MOVE WS-START-STAMP TO WS-CV-STAMP
                   END-IF
                   PERFORM 800-STAMP-TO-SECS
                   IF WS-CV-SECS + WS-STALE-SECS < WS-NOW-SECS
                       SET STATE-ABENDED TO TRUE
                   ELSE
                       SET STATE-RUNNING TO TRUE
                   END-IF
               WHEN OTHER
                   SET STATE-FAILED TO TRUE
           END-EVALUATE

           MOVE WS-START-STAMP TO WS-CV-STAMP
           PERFORM 800-STAMP-TO-SECS
           MOVE WS-CV-SECS TO WS-START-SECS

      * A roll forward stops one second before the start
           SUBTRACT 1 FROM WS-CV-SECS
           PERFORM 810-SECS-TO-STAMP
           MOVE WS-CV-STAMP TO WS-STOP-STAMP.

       130-CLASSIFY-RUN-STATE-EXIT.
           EXIT.

      * Only ADVFIBB keeps FIBCKPT; the other restartable jobs keep
      * their own checkpoints and resume from them on a resubmit
       200-EXAMINE-CHECKPOINT.
           IF WS-TARGET-PROGRAM NOT = 'ADVFIBB '
               GO TO 200-EXAMINE-CHECKPOINT-EXIT
           END-IF

           SET CKPT-MISSING TO TRUE
           OPEN INPUT CHECKPOINT-FILE
           IF CKPT-FILE-OK
               SET CKPT-EMPTY TO TRUE
               READ CHECKPOINT-FILE
                   AT END
                       CONTINUE
                   NOT AT END
                       IF DRSM-IS-DECK-RESUME
                           SET CKPT-DECK-RESUME TO TRUE
                       ELSE
                           SET CKPT-TERM-RESTART TO TRUE
                       END-IF
               END-READ
               CLOSE CHECKPOINT-FILE
           END-IF.

       200-EXAMINE-CHECKPOINT-EXIT.
           EXIT.

      * Every journal entry the program made between its start and
      * its posted finish, grouped by run
       300-SCAN-JOURNAL.
           OPEN INPUT HIST-JOURNAL-FILE
           IF NOT JRNL-FILE-OK
               GO TO 300-SCAN-JOURNAL-EXIT
           END-IF

           MOVE 'N' TO WS-FILE-EOF-SW
           PERFORM UNTIL FILE-EOF-REACHED
               READ HIST-JOURNAL-FILE
                   AT END
                       SET FILE-EOF-REACHED TO TRUE
                   NOT AT END
                       ADD 1 TO WS-JRN-READ
                       IF JRN-PROGRAM = WS-TARGET-PROGRAM
                               AND JRN-TIMESTAMP NOT < WS-START-STAMP
                               AND JRN-TIMESTAMP NOT > WS-END-STAMP
                           PERFORM 310-TALLY-ONE-ENTRY
                       END-IF
               END-READ
           END-PERFORM
           CLOSE HIST-JOURNAL-FILE.

       300-SCAN-JOURNAL-EXIT.
           EXIT.

       310-TALLY-ONE-ENTRY.
           ADD 1 TO WS-JRN-MATCHED
           IF JRN-IS-DELETE
               MOVE JRN-BEFORE-IMAGE(1:14) TO WS-JRN-IMAGE-KEY
           ELSE
               MOVE JRN-AFTER-IMAGE(1:14)  TO WS-JRN-IMAGE-KEY
           END-IF

           MOVE ZERO TO WS-JRUN-SLOT
           PERFORM VARYING WS-JRUN-IDX FROM 1 BY 1
                     UNTIL WS-JRUN-IDX > WS-JRUN-COUNT
                           OR WS-JRUN-SLOT > ZERO
               IF JR-RUN-DATE(WS-JRUN-IDX) = JK-RUN-DATE
                       AND JR-RUN-SEQ(WS-JRUN-IDX) = JK-RUN-SEQ
                   MOVE WS-JRUN-IDX TO WS-JRUN-SLOT
               END-IF
           END-PERFORM
           IF WS-JRUN-SLOT = ZERO
               IF WS-JRUN-COUNT < 50
                   ADD 1 TO WS-JRUN-COUNT
                   MOVE WS-JRUN-COUNT TO WS-JRUN-SLOT
                   INITIALIZE JRUN-ENTRY(WS-JRUN-SLOT)
                   MOVE JK-RUN-DATE TO JR-RUN-DATE(WS-JRUN-SLOT)
                   MOVE JK-RUN-SEQ  TO JR-RUN-SEQ(WS-JRUN-SLOT)
                   MOVE 'N' TO JR-COMPLETE-SW(WS-JRUN-SLOT)
               ELSE
                   ADD 1 TO WS-JRUN-OVERFLOW
               END-IF
           END-IF

           EVALUATE TRUE
               WHEN JRN-IS-ADD
                   ADD 1 TO WS-JRN-ADDS
               WHEN JRN-IS-REWRITE
                   ADD 1 TO WS-JRN-REWRITES
               WHEN JRN-IS-DELETE
                   ADD 1 TO WS-JRN-DELETES
           END-EVALUATE

           IF WS-JRUN-SLOT > ZERO
               EVALUATE TRUE
                   WHEN JRN-IS-ADD
                       ADD 1 TO JR-ADDS(WS-JRUN-SLOT)
                   WHEN JRN-IS-REWRITE
                       ADD 1 TO JR-REWRITES(WS-JRUN-SLOT)
                   WHEN JRN-IS-DELETE
                       ADD 1 TO JR-DELETES(WS-JRUN-SLOT)
               END-EVALUATE
      * The parameter extension row is the last row a save writes
               IF JK-TERM-INDEX = 9996 AND NOT JRN-IS-DELETE
                   MOVE 'Y' TO JR-COMPLETE-SW(WS-JRUN-SLOT)
               END-IF
           END-IF.

       400-SCAN-EXCEPTIONS.
           OPEN INPUT EXCEPTION-FILE
           IF NOT EXCP-FILE-OK
               GO TO 400-SCAN-EXCEPTIONS-EXIT
           END-IF

           MOVE 'N' TO WS-FILE-EOF-SW
           PERFORM UNTIL FILE-EOF-REACHED
               READ EXCEPTION-FILE
                   AT END
                       SET FILE-EOF-REACHED TO TRUE
                   NOT AT END
                       IF EXC-PROGRAM = WS-TARGET-PROGRAM
                           PERFORM 410-TALLY-ONE-EXCEPTION
                       END-IF
               END-READ
           END-PERFORM
           CLOSE EXCEPTION-FILE.

       400-SCAN-EXCEPTIONS-EXIT.
           EXIT.

       410-TALLY-ONE-EXCEPTION.
           EVALUATE EXC-SEVERITY
               WHEN 'C'
                   ADD 1 TO WS-EXC-CRIT-COUNT
               WHEN 'E'
                   ADD 1 TO WS-EXC-ERROR-COUNT
               WHEN OTHER
                   ADD 1 TO WS-EXC-WARN-COUNT
           END-EVALUATE

      * FIB009 - the history file could not be opened
           IF EXC-MSG-ID = 'FIB009'
               SET HIST-OPEN-FAILED TO TRUE
           END-IF

           IF (EXC-SEVERITY = 'C' OR EXC-SEVERITY = 'E')
                   AND WS-EXL-COUNT < 10
               ADD 1 TO WS-EXL-COUNT
               MOVE EXC-SEVERITY TO EXL-SEVERITY(WS-EXL-COUNT)
               MOVE EXC-MSG-ID   TO EXL-MSG-ID(WS-EXL-COUNT)
               MOVE EXC-TEXT     TO EXL-TEXT(WS-EXL-COUNT)
           END-IF.

      * The latest generation of each extract belongs to the failed
      * run when its header was stamped after the run started; a
      * generation the run wrote without a trailer was cut off
       500-EXAMINE-EXTRACTS.
           IF WS-TARGET-PROGRAM NOT = 'ADVFIBB '
               GO TO 500-EXAMINE-EXTRACTS-EXIT
           END-IF

           INITIALIZE EXTRACT-STATE-TABLE
           MOVE 'FIBXTRCT' TO XT-NAME(1)
           MOVE 'FIBSUMX ' TO XT-NAME(2)
           MOVE 'FIBRISK ' TO XT-NAME(3)
           MOVE 'M' TO XT-STATE(1) XT-STATE(2) XT-STATE(3)

           MOVE 1 TO WS-XT-IDX
           OPEN INPUT EXTRACT-FILE
           IF XTRCT-FILE-OK
               MOVE 'O' TO XT-STATE(WS-XT-IDX)
               MOVE 'N' TO WS-FILE-EOF-SW
               PERFORM UNTIL FILE-EOF-REACHED
                   READ EXTRACT-FILE
                       AT END
                           SET FILE-EOF-REACHED TO TRUE
                       NOT AT END
                           MOVE EXTRACT-ANY-RECORD
                               TO WS-EXTRACT-IMAGE
                           PERFORM 510-EXAMINE-ONE-RECORD
                   END-READ
               END-PERFORM
               CLOSE EXTRACT-FILE
           END-IF

           MOVE 2 TO WS-XT-IDX
           OPEN INPUT SUMMARY-EXTRACT-FILE
           IF SUMX-FILE-OK
               MOVE 'O' TO XT-STATE(WS-XT-IDX)
               MOVE 'N' TO WS-FILE-EOF-SW
               PERFORM UNTIL FILE-EOF-REACHED
                   READ SUMMARY-EXTRACT-FILE
                       AT END
                           SET FILE-EOF-REACHED TO TRUE
                       NOT AT END
                           MOVE SUMX-ANY-RECORD(1:31)
                               TO WS-EXTRACT-IMAGE
                           PERFORM 510-EXAMINE-ONE-RECORD
                   END-READ
               END-PERFORM
               CLOSE SUMMARY-EXTRACT-FILE
           END-IF

           MOVE 3 TO WS-XT-IDX
           OPEN INPUT RISK-REPORT-FILE
           IF RISK-FILE-OK
               MOVE 'O' TO XT-STATE(WS-XT-IDX)
               MOVE 'N' TO WS-FILE-EOF-SW
               PERFORM UNTIL FILE-EOF-REACHED
                   READ RISK-REPORT-FILE
                       AT END
                           SET FILE-EOF-REACHED TO TRUE
                       NOT AT END
                           MOVE RISK-ANY-RECORD(1:31)
                               TO WS-EXTRACT-IMAGE
                           PERFORM 510-EXAMINE-ONE-RECORD
                   END-READ
               END-PERFORM
               CLOSE RISK-REPORT-FILE
           END-IF

           PERFORM VARYING WS-XT-IDX FROM 1 BY 1
                     UNTIL WS-XT-IDX > 3
               IF XT-STATE(WS-XT-IDX) = 'P'
                   SET PARTIAL-EXTRACT-LEFT TO TRUE
               END-IF
           END-PERFORM.

       500-EXAMINE-EXTRACTS-EXIT.
           EXIT.

       510-EXAMINE-ONE-RECORD.
           EVALUATE XI-RECORD-TYPE
               WHEN 'H'
                   MOVE XI-TIMESTAMP TO XT-HEADER-STAMP(WS-XT-IDX)
                   IF XI-TIMESTAMP NOT < WS-START-STAMP
                       MOVE 'P' TO XT-STATE(WS-XT-IDX)
                   END-IF
               WHEN 'T'
                   MOVE XI-RECORD-COUNT
                       TO XT-TRAILER-COUNT(WS-XT-IDX)
                   IF XT-STATE(WS-XT-IDX) = 'P'
                       MOVE 'C' TO XT-STATE(WS-XT-IDX)
                   END-IF
               WHEN OTHER
                   ADD 1 TO XT-DATA-COUNT(WS-XT-IDX)
           END-EVALUATE.

      * A purge registers its archive generation on FIBACAT only
      * once the archive pass is verified - a registration dated
      * on or after the failed pass started means its archived
      * rows are safe in that generation
       550-READ-ARCHIVE-CATALOG.
           IF WS-TARGET-PROGRAM NOT = 'FIBPURGE'
               GO TO 550-READ-ARCHIVE-CATALOG-EXIT
           END-IF

           OPEN INPUT ARCHIVE-CATALOG-FILE
           IF CAT-FILE-OK
               MOVE 'N' TO WS-FILE-EOF-SW
               PERFORM UNTIL FILE-EOF-REACHED
                   READ ARCHIVE-CATALOG-FILE
                       AT END
                           SET FILE-EOF-REACHED TO TRUE
                       NOT AT END
                           IF CAT-CREATE-DATE
                                   NOT < WS-START-STAMP(1:8)
                               SET ARCHIVE-GEN-CATALOGED TO TRUE
                               MOVE CAT-GENERATION-ID
                                   TO WS-CAT-GENERATION
                               MOVE CAT-LOW-RUN-DATE
                                   TO WS-CAT-LOW-DATE
                               MOVE CAT-HIGH-RUN-DATE
                                   TO WS-CAT-HIGH-DATE
                               MOVE CAT-ROW-COUNT TO WS-CAT-ROWS
                           END-IF
                   END-READ
               END-PERFORM
               CLOSE ARCHIVE-CATALOG-FILE
           END-IF.

       550-READ-ARCHIVE-CATALOG-EXIT.
           EXIT.

       600-PRINT-FILE-STATES.
           MOVE SPACES TO WS-PRINT-LINE
           PERFORM 800-PRINT-ONE-LINE
           MOVE 'FILE STATES' TO WS-PRINT-LINE
           PERFORM 800-PRINT-ONE-LINE

           MOVE SPACES TO WS-PRINT-LINE
           IF STATE-NOT-POSTED
               STRING '  FIBRUNC   NO RECORD FOR ' DELIMITED BY SIZE
                      WS-TARGET-PROGRAM DELIMITED BY SIZE
                   INTO WS-PRINT-LINE
               END-STRING
               PERFORM 800-PRINT-ONE-LINE
               GO TO 600-PRINT-FILE-STATES-EXIT
           END-IF
           STRING '  FIBRUNC   ' DELIMITED BY SIZE
                  WS-RUNC-STATUS DELIMITED BY SIZE
                  ' POSTED ' DELIMITED BY SIZE
                  WS-RUNC-STAMP DELIMITED BY SIZE
                  ' BY ' DELIMITED BY SIZE
                  WS-RUNC-USERID DELIMITED BY SIZE
               INTO WS-PRINT-LINE
           END-STRING
           PERFORM 800-PRINT-ONE-LINE

           MOVE SPACES TO WS-PRINT-LINE
           IF WS-PERF-FOUND-SW = 'Y'
               STRING '  FIBPERF   EXECUTION STARTED ' DELIMITED BY SIZE
                      WS-START-STAMP DELIMITED BY SIZE
                      ', ENDED RC=' DELIMITED BY SIZE
                      WS-PERF-RC DELIMITED BY SIZE
                   INTO WS-PRINT-LINE
               END-STRING
           ELSE
               STRING '  FIBPERF   NO END RECORD - WINDOW TAKEN FROM '
                       DELIMITED BY SIZE
                      WS-START-STAMP DELIMITED BY SIZE
                   INTO WS-PRINT-LINE
               END-STRING
           END-IF
           PERFORM 800-PRINT-ONE-LINE

           MOVE SPACES TO WS-PRINT-LINE
           IF HEARTBEAT-FOUND
               STRING '  FIBHRTBT  LAST BEAT ' DELIMITED BY SIZE
                      HRT-TIMESTAMP DELIMITED BY SIZE
                      ' (' DELIMITED BY SIZE
                      WS-HB-AGE-MINS DELIMITED BY SIZE
                      ' MIN AGO) PHASE ' DELIMITED BY SIZE
                      HRT-PHASE DELIMITED BY SIZE
                      ' TERM ' DELIMITED BY SIZE
                      HRT-CURRENT-TERM DELIMITED BY SIZE
                      ' RECORDS ' DELIMITED BY SIZE
                      HRT-RECORDS-DONE DELIMITED BY SIZE
                   INTO WS-PRINT-LINE
               END-STRING
           ELSE
               MOVE '  FIBHRTBT  NO HEARTBEAT SINCE THE RUN STARTED'
                   TO WS-PRINT-LINE
           END-IF
           PERFORM 800-PRINT-ONE-LINE

           IF NOT STATE-NEEDS-RECOVERY AND NOT STATE-QUIESCED
               GO TO 600-PRINT-FILE-STATES-EXIT
           END-IF

           IF WS-TARGET-PROGRAM = 'ADVFIBB '
               PERFORM 610-PRINT-CHECKPOINT-STATE
           END-IF

           MOVE SPACES TO WS-PRINT-LINE
           IF NOT JRNL-FILE-OK
               MOVE '  FIBJRNL   UNAVAILABLE - FIBHIST CHANGES UNKNOWN'
                   TO WS-PRINT-LINE
               PERFORM 800-PRINT-ONE-LINE
           ELSE
               STRING '  FIBJRNL   ' DELIMITED BY SIZE
                      WS-JRN-MATCHED DELIMITED BY SIZE
                      ' ENTRIES BY THE FAILED EXECUTION - ADDS '
                       DELIMITED BY SIZE
                      WS-JRN-ADDS DELIMITED BY SIZE
                      ' REWRITES ' DELIMITED BY SIZE
                      WS-JRN-REWRITES DELIMITED BY SIZE
                      ' DELETES ' DELIMITED BY SIZE
                      WS-JRN-DELETES DELIMITED BY SIZE
                   INTO WS-PRINT-LINE
               END-STRING
               PERFORM 800-PRINT-ONE-LINE
               PERFORM 620-PRINT-ONE-JOURNAL-RUN
                   VARYING WS-JRUN-IDX FROM 1 BY 1
                     UNTIL WS-JRUN-IDX > WS-JRUN-COUNT
               IF WS-JRUN-OVERFLOW > ZERO
                   MOVE SPACES TO WS-PRINT-LINE
                   STRING '            ' DELIMITED BY SIZE
                          WS-JRUN-OVERFLOW DELIMITED BY SIZE
                          ' MORE ENTRIES FOR RUNS NOT LISTED'
                           DELIMITED BY SIZE
                       INTO WS-PRINT-LINE
                   END-STRING
                   PERFORM 800-PRINT-ONE-LINE
               END-IF
           END-IF

           MOVE SPACES TO WS-PRINT-LINE
           STRING '  FIBEXCP   CRITICAL ' DELIMITED BY SIZE
                  WS-EXC-CRIT-COUNT DELIMITED BY SIZE
                  '  ERRORS ' DELIMITED BY SIZE
                  WS-EXC-ERROR-COUNT DELIMITED BY SIZE
                  '  WARNINGS ' DELIMITED BY SIZE
                  WS-EXC-WARN-COUNT DELIMITED BY SIZE
               INTO WS-PRINT-LINE
           END-STRING
           PERFORM 800-PRINT-ONE-LINE
           PERFORM VARYING WS-EXL-IDX FROM 1 BY 1
                     UNTIL WS-EXL-IDX > WS-EXL-COUNT
               MOVE SPACES TO WS-PRINT-LINE
               STRING '            ' DELIMITED BY SIZE
                      EXL-SEVERITY(WS-EXL-IDX) DELIMITED BY SIZE
                      ' ' DELIMITED BY SIZE
                      EXL-MSG-ID(WS-EXL-IDX) DELIMITED BY SIZE
                      ' ' DELIMITED BY SIZE
                      EXL-TEXT(WS-EXL-IDX) DELIMITED BY SIZE
                   INTO WS-PRINT-LINE
               END-STRING
               PERFORM 800-PRINT-ONE-LINE
           END-PERFORM

           IF WS-TARGET-PROGRAM = 'ADVFIBB '
               PERFORM 630-PRINT-EXTRACT-STATE
                   VARYING WS-XT-IDX FROM 1 BY 1
                     UNTIL WS-XT-IDX > 3
           END-IF

           IF WS-TARGET-PROGRAM = 'FIBPURGE'
               MOVE SPACES TO WS-PRINT-LINE
               IF ARCHIVE-GEN-CATALOGED
                   STRING '  FIBACAT   GENERATION ' DELIMITED BY SIZE
                          WS-CAT-GENERATION DELIMITED BY SIZE
                          ' REGISTERED - RUNS ' DELIMITED BY SIZE
                          WS-CAT-LOW-DATE DELIMITED BY SIZE
                          ' - ' DELIMITED BY SIZE
                          WS-CAT-HIGH-DATE DELIMITED BY SIZE
                          ', ' DELIMITED BY SIZE
                          WS-CAT-ROWS DELIMITED BY SIZE
                          ' ROW(S)' DELIMITED BY SIZE
                       INTO WS-PRINT-LINE
                   END-STRING
               ELSE
                   MOVE '  FIBACAT   NO ARCHIVE GENERATION REGISTERED '
                       TO WS-PRINT-LINE
                   MOVE 'BY THE FAILED PASS' TO WS-PRINT-LINE(46:18)
               END-IF
               PERFORM 800-PRINT-ONE-LINE
           END-IF.

       600-PRINT-FILE-STATES-EXIT.
           EXIT.

       610-PRINT-CHECKPOINT-STATE.
           MOVE SPACES TO WS-PRINT-LINE
           EVALUATE TRUE
               WHEN CKPT-MISSING
                   MOVE '  FIBCKPT   NOT AVAILABLE' TO WS-PRINT-LINE
               WHEN CKPT-EMPTY
                   MOVE '  FIBCKPT   EMPTY - NO RESTART POINT'
                       TO WS-PRINT-LINE
               WHEN CKPT-TERM-RESTART
                   STRING '  FIBCKPT   TERM CHECKPOINT AT TERM '
                           DELIMITED BY SIZE
                          CKPT-INDEX DELIMITED BY SIZE
                          ' - RUN DATE ' DELIMITED BY SIZE
                          CKPT-RUN-DATE DELIMITED BY SIZE
                          ' TERMS=' DELIMITED BY SIZE
                          CKPT-MAX-ELEMENTS DELIMITED BY SIZE
                          ' SEEDS ' DELIMITED BY SIZE
                          CKPT-SEED-1 DELIMITED BY SIZE
                          ',' DELIMITED BY SIZE
                          CKPT-SEED-2 DELIMITED BY SIZE
                       INTO WS-PRINT-LINE
                   END-STRING
               WHEN CKPT-DECK-RESUME
                   STRING '  FIBCKPT   DECK RESUME POINT - CYCLE '
                           DELIMITED BY SIZE
                          DRSM-RUN-DATE DELIMITED BY SIZE
                          ', ' DELIMITED BY SIZE
                          DRSM-GROUPS-DONE DELIMITED BY SIZE
                          ' REQUEST GROUP(S) FINISHED'
                           DELIMITED BY SIZE
                       INTO WS-PRINT-LINE
                   END-STRING
           END-EVALUATE
           PERFORM 800-PRINT-ONE-LINE.

       620-PRINT-ONE-JOURNAL-RUN.
           MOVE SPACES TO WS-PRINT-LINE
           STRING '            RUN ' DELIMITED BY SIZE
                  JR-RUN-DATE(WS-JRUN-IDX) DELIMITED BY SIZE
                  ' SEQ ' DELIMITED BY SIZE
                  JR-RUN-SEQ(WS-JRUN-IDX) DELIMITED BY SIZE
                  '  ADDS ' DELIMITED BY SIZE
                  JR-ADDS(WS-JRUN-IDX) DELIMITED BY SIZE
                  ' REWRITES ' DELIMITED BY SIZE
                  JR-REWRITES(WS-JRUN-IDX) DELIMITED BY SIZE
                  ' DELETES ' DELIMITED BY SIZE
                  JR-DELETES(WS-JRUN-IDX) DELIMITED BY SIZE
               INTO WS-PRINT-LINE
           END-STRING
           IF WS-TARGET-PROGRAM = 'ADVFIBB '
               IF JR-SAVED-COMPLETE(WS-JRUN-IDX)
                   MOVE '- SAVED COMPLETE' TO WS-PRINT-LINE(80:16)
               ELSE
                   MOVE '- SAVE CUT OFF PART WAY'
                       TO WS-PRINT-LINE(80:23)
               END-IF
           END-IF
           PERFORM 800-PRINT-ONE-LINE.

       630-PRINT-EXTRACT-STATE.
           MOVE SPACES TO WS-PRINT-LINE
           MOVE '  ' TO WS-PRINT-LINE(1:2)
           MOVE XT-NAME(WS-XT-IDX) TO WS-PRINT-LINE(3:8)
           EVALUATE XT-STATE(WS-XT-IDX)
               WHEN 'M'
                   MOVE 'NO GENERATION AVAILABLE'
                       TO WS-PRINT-LINE(13:23)
               WHEN 'O'
                   STRING 'LATEST GENERATION IS OLDER (HEADER '
                           DELIMITED BY SIZE
                          XT-HEADER-STAMP(WS-XT-IDX) DELIMITED BY SIZE
                          ') - NONE CATALOGED BY THE FAILED RUN'
                           DELIMITED BY SIZE
                       INTO WS-PRINT-LINE(13:110)
                   END-STRING
               WHEN 'P'
                   STRING 'PARTIAL GENERATION FROM THE FAILED RUN - '
                           DELIMITED BY SIZE
                          XT-DATA-COUNT(WS-XT-IDX) DELIMITED BY SIZE
                          ' RECORD(S), NO TRAILER' DELIMITED BY SIZE
                       INTO WS-PRINT-LINE(13:110)
                   END-STRING
               WHEN 'C'
                   STRING 'COMPLETE GENERATION FROM THE FAILED RUN - '
                           DELIMITED BY SIZE
                          XT-TRAILER-COUNT(WS-XT-IDX)
                           DELIMITED BY SIZE
                          ' RECORD(S) PER TRAILER' DELIMITED BY SIZE
                       INTO WS-PRINT-LINE(13:110)
                   END-STRING
           END-EVALUATE
           PERFORM 800-PRINT-ONE-LINE.

      ******************************************************************
      * THE PRESCRIPTION - NUMBERED STEPS IN SUBMISSION ORDER
      ******************************************************************
       700-PRESCRIBE-RECOVERY.
           MOVE SPACES TO WS-PRINT-LINE
           PERFORM 800-PRINT-ONE-LINE
           MOVE 'RECOMMENDED RECOVERY SEQUENCE' TO WS-PRINT-LINE
           PERFORM 800-PRINT-ONE-LINE

           EVALUATE TRUE
               WHEN STATE-NOT-POSTED
                   MOVE 'NO RUN IS POSTED ON FIBRUNC - NOTHING TO '
                       TO WS-STEP-TEXT
                   MOVE 'RECOVER' TO WS-STEP-TEXT(42:7)
                   PERFORM 780-PRINT-NOTE
               WHEN STATE-COMPLETED
                   MOVE 'THE LAST RUN COMPLETED - NO RECOVERY NEEDED'
                       TO WS-STEP-TEXT
                   PERFORM 780-PRINT-NOTE
               WHEN STATE-RUNNING
                   PERFORM 710-PRESCRIBE-WAIT
               WHEN STATE-QUIESCED
                   PERFORM 720-PRESCRIBE-RESUME
               WHEN OTHER
                   PERFORM 730-CONFIRM-NOT-ACTIVE
                   EVALUATE WS-TARGET-PROGRAM
                       WHEN 'ADVFIBB '
                           PERFORM 740-PRESCRIBE-ADVFIBB
                       WHEN 'FIBPURGE'
                           PERFORM 750-PRESCRIBE-FIBPURGE
                       WHEN OTHER
                           PERFORM 760-PRESCRIBE-OTHER
                   END-EVALUATE
                   MOVE SPACES TO WS-STEP-TEXT
                   STRING 'RUN FIBRADV AGAIN ONCE THE LAST STEP ENDS - '
                           DELIMITED BY SIZE
                          'IT REPORTS COMPLETED WHEN THE RECOVERY IS '
                           DELIMITED BY SIZE
                          'DONE' DELIMITED BY SIZE
                       INTO WS-STEP-TEXT
                   END-STRING
                   PERFORM 770-PRINT-STEP
           END-EVALUATE

           IF STATE-NEEDS-RECOVERY OR STATE-QUIESCED
                   OR STATE-RUNNING
               IF 4 > WS-RETURN-CODE
                   MOVE 4 TO WS-RETURN-CODE
               END-IF
           END-IF.

       710-PRESCRIBE-WAIT.
           MOVE SPACES TO WS-STEP-TEXT
           STRING WS-TARGET-PROGRAM DELIMITED BY SPACE
                  ' IS STILL RUNNING - ITS HEARTBEAT IS CURRENT. DO '
                   DELIMITED BY SIZE
                  'NOT RECOVER; RUN FIBRADV AGAIN IF IT STOPS MOVING'
                   DELIMITED BY SIZE
               INTO WS-STEP-TEXT
           END-STRING
           PERFORM 780-PRINT-NOTE.

       720-PRESCRIBE-RESUME.
           MOVE SPACES TO WS-STEP-TEXT
           STRING 'RESUBMIT ' DELIMITED BY SIZE
                  WS-TARGET-PROGRAM DELIMITED BY SPACE
                  ' UNCHANGED (OR RELEASE IT ON THE FSCN CONSOLE) - '
                   DELIMITED BY SIZE
                  'IT WAS QUIESCED AND RESUMES FROM ITS CHECKPOINT'
                   DELIMITED BY SIZE
               INTO WS-STEP-TEXT
           END-STRING
           PERFORM 770-PRINT-STEP.

       730-CONFIRM-NOT-ACTIVE.
           IF STATE-ABENDED
               MOVE SPACES TO WS-STEP-TEXT
               STRING 'CONFIRM ' DELIMITED BY SIZE
                      WS-TARGET-PROGRAM DELIMITED BY SPACE
                      ' IS NO LONGER ACTIVE (CANCEL IT IF HUNG) - '
                       DELIMITED BY SIZE
                      'FIBRUNC STILL SAYS STARTED AND THE HEARTBEAT '
                       DELIMITED BY SIZE
                      'HAS STOPPED' DELIMITED BY SIZE
                   INTO WS-STEP-TEXT
               END-STRING
               PERFORM 770-PRINT-STEP
           END-IF.

      * ADVFIBB: a history file that could not be opened, or a save
      * that the FORCE route cannot repair, is rolled back with
      * FIBRELD and FIBRFWD; otherwise every run cut off part way
      * is overwritten under FORCE=Y and every run saved complete
      * is taken out of the deck before the checkpoint restart
       740-PRESCRIBE-ADVFIBB.
           IF PARTIAL-EXTRACT-LEFT
               MOVE SPACES TO WS-STEP-TEXT
               STRING 'DO NOT TRANSMIT OR FIBRESND THE PARTIAL '
                       DELIMITED BY SIZE
                      'EXTRACT GENERATION(S) LISTED ABOVE - THE RERUN '
                       DELIMITED BY SIZE
                      'CATALOGS NEW ONES' DELIMITED BY SIZE
                   INTO WS-STEP-TEXT
               END-STRING
               PERFORM 770-PRINT-STEP
           END-IF

           IF HIST-OPEN-FAILED
               PERFORM 745-PRESCRIBE-ROLLBACK
           ELSE
               PERFORM VARYING WS-JRUN-IDX FROM 1 BY 1
                         UNTIL WS-JRUN-IDX > WS-JRUN-COUNT
                   IF NOT JR-SAVED-COMPLETE(WS-JRUN-IDX)
                       PERFORM 742-PRESCRIBE-FORCE-RERUN
                   END-IF
               END-PERFORM
               IF NOT CKPT-DECK-RESUME
                   PERFORM 744-DROP-SAVED-RUN
                       VARYING WS-JRUN-IDX FROM 1 BY 1
                         UNTIL WS-JRUN-IDX > WS-JRUN-COUNT
               END-IF
           END-IF

           MOVE SPACES TO WS-STEP-TEXT
           EVALUATE TRUE
               WHEN CKPT-TERM-RESTART
                   STRING 'RESUBMIT ADVFIBB KEEPING TERMS='
                           DELIMITED BY SIZE
                          CKPT-MAX-ELEMENTS DELIMITED BY SIZE
                          ' AND SEEDS=' DELIMITED BY SIZE
                          CKPT-SEED-1 DELIMITED BY SIZE
                          ',' DELIMITED BY SIZE
                          CKPT-SEED-2 DELIMITED BY SIZE
                          ' ON THE REQUEST - IT RESTARTS FROM FIBCKPT '
                           DELIMITED BY SIZE
                          'AT TERM ' DELIMITED BY SIZE
                          CKPT-INDEX DELIMITED BY SIZE
                       INTO WS-STEP-TEXT
                   END-STRING
               WHEN CKPT-DECK-RESUME
                   STRING 'RESUBMIT ADVFIBB WITH THE DECK UNCHANGED - '
                           DELIMITED BY SIZE
                          'IT SKIPS THE ' DELIMITED BY SIZE
                          DRSM-GROUPS-DONE DELIMITED BY SIZE
                          ' REQUEST GROUP(S) ALREADY FINISHED'
                           DELIMITED BY SIZE
                       INTO WS-STEP-TEXT
                   END-STRING
               WHEN OTHER
                   STRING 'RESUBMIT ADVFIBB - THERE IS NO CHECKPOINT, '
                           DELIMITED BY SIZE
                          'SO EACH REQUEST LEFT IN THE DECK '
                           DELIMITED BY SIZE
                          'REGENERATES FROM TERM 1' DELIMITED BY SIZE
                       INTO WS-STEP-TEXT
                   END-STRING
           END-EVALUATE
           PERFORM 770-PRINT-STEP.

      * A run cut off part way is on file as the date's latest
      * sequence; a plain rerun would save beside it as the next
      * sequence, so the rerun overwrites it under an approved
      * FORCE=Y
       742-PRESCRIBE-FORCE-RERUN.
           MOVE SPACES TO WS-STEP-TEXT
           STRING 'FILE THE FORCE=Y OVERWRITE OF RUN ' DELIMITED BY SIZE
                  JR-RUN-DATE(WS-JRUN-IDX) DELIMITED BY SIZE
                  ' SEQ ' DELIMITED BY SIZE
                  JR-RUN-SEQ(WS-JRUN-IDX) DELIMITED BY SIZE
                  ' (SAVE CUT OFF) - SUBMIT FIBAPRQ WITH:'
                   DELIMITED BY SIZE
               INTO WS-STEP-TEXT
           END-STRING
           PERFORM 770-PRINT-STEP

           MOVE SPACES TO WS-CARD-IMAGE
           MOVE 'FORCE'                  TO APC-VERB
           MOVE JR-RUN-DATE(WS-JRUN-IDX) TO APC-RUN-DATE
           MOVE 'RECOVER CUT-OFF SAVE'   TO APC-REASON
           PERFORM 790-PRINT-CARD

           MOVE SPACES TO WS-STEP-TEXT
           STRING 'HAVE A SECOND USERID APPROVE THE TOKEN ON FAPR, '
                   DELIMITED BY SIZE
                  'THEN ADD FORCE=Y AND APPROVAL=<TOKEN> TO THE '
                   DELIMITED BY SIZE
                  'REQUEST FOR RUN DATE ' DELIMITED BY SIZE
                  JR-RUN-DATE(WS-JRUN-IDX) DELIMITED BY SIZE
               INTO WS-STEP-TEXT
           END-STRING
           PERFORM 770-PRINT-STEP

           MOVE SPACES TO WS-STEP-TEXT
           STRING '(OR ROLL FIBHIST BACK WITH FIBRELD, FIBRFWD TO '
                   DELIMITED BY SIZE
                  WS-STOP-STAMP DELIMITED BY SIZE
                  ' AND FIBRDIRB, THEN RERUN WITHOUT FORCE=Y)'
                   DELIMITED BY SIZE
               INTO WS-STEP-TEXT
           END-STRING
           PERFORM 785-PRINT-STEP-CONTINUED.

       744-DROP-SAVED-RUN.
           IF JR-SAVED-COMPLETE(WS-JRUN-IDX)
               MOVE SPACES TO WS-STEP-TEXT
               STRING 'TAKE THE REQUEST FOR RUN DATE ' DELIMITED BY SIZE
                      JR-RUN-DATE(WS-JRUN-IDX) DELIMITED BY SIZE
                      ' OUT OF THE DECK - IT WAS SAVED COMPLETE AS '
                       DELIMITED BY SIZE
                      'SEQ ' DELIMITED BY SIZE
                      JR-RUN-SEQ(WS-JRUN-IDX) DELIMITED BY SIZE
                      ' BEFORE THE FAILURE' DELIMITED BY SIZE
                   INTO WS-STEP-TEXT
               END-STRING
               PERFORM 770-PRINT-STEP
           END-IF.

       745-PRESCRIBE-ROLLBACK.
           MOVE SPACES TO WS-STEP-TEXT
           STRING 'FIBHIST COULD NOT BE OPENED (FIB009) - REBUILD IT '
                   DELIMITED BY SIZE
                  'FROM THE LATEST BACKUP:' DELIMITED BY SIZE
               INTO WS-STEP-TEXT
           END-STRING
           PERFORM 770-PRINT-STEP
           PERFORM 747-PRINT-ROLLBACK-CARDS.

      * FIBRELD from the latest FIBBKUP, then the journal replayed
      * up to one second before the failed execution started, then
      * the run directory rebuilt from the recovered file
       747-PRINT-ROLLBACK-CARDS.
           MOVE SPACES TO WS-STEP-TEXT
           STRING 'SUBMIT FIBRELD (FIBBKUP(0) = THE LATEST BACKUP) '
                   DELIMITED BY SIZE
                  'AND SWAP FIBHIST.NEW INTO PRODUCTION AFTER RC=0'
                   DELIMITED BY SIZE
               INTO WS-STEP-TEXT
           END-STRING
           PERFORM 770-PRINT-STEP

           MOVE SPACES TO WS-STEP-TEXT
           STRING 'SUBMIT FIBRFWD WITH THIS RFWDCTL CARD - REPLAYS '
                   DELIMITED BY SIZE
                  'FIBJRNL UP TO JUST BEFORE THE FAILED RUN STARTED:'
                   DELIMITED BY SIZE
               INTO WS-STEP-TEXT
           END-STRING
           PERFORM 770-PRINT-STEP
           MOVE SPACES TO WS-CARD-IMAGE
           MOVE WS-STOP-STAMP TO RFC-STOP-STAMP
           PERFORM 790-PRINT-CARD

           MOVE 'SUBMIT FIBRDIRB TO REBUILD THE FIBRDIR RUN DIRECTORY'
               TO WS-STEP-TEXT
           PERFORM 770-PRINT-STEP.

      * FIBPURGE: rows whose archive generation was registered are
      * safe - the purge resumes from its checkpoint. Rows deleted
      * by an abended pass went with the generation the abend
      * deleted and are rolled back from the journal; a pass that
      * failed after cataloging FIBARCH(0) but before registering
      * it is restored from that generation with FIBREST.
       750-PRESCRIBE-FIBPURGE.
           IF STATE-ABENDED
               MOVE SPACES TO WS-STEP-TEXT
               STRING 'NOTE: ADVFIBB REFUSES TO RUN (RC=24) UNTIL '
                       DELIMITED BY SIZE
                      'FIBPURGE POSTS A FINAL STATUS - RECOVER THE '
                       DELIMITED BY SIZE
                      'PURGE FIRST' DELIMITED BY SIZE
                   INTO WS-STEP-TEXT
               END-STRING
               PERFORM 780-PRINT-NOTE
           END-IF

           EVALUATE TRUE
               WHEN WS-JRN-DELETES = ZERO
                   CONTINUE
               WHEN ARCHIVE-GEN-CATALOGED
                   MOVE SPACES TO WS-STEP-TEXT
                   STRING 'THE ROWS PURGED SO FAR ARE IN ARCHIVE '
                           DELIMITED BY SIZE
                          'GENERATION ' DELIMITED BY SIZE
                          WS-CAT-GENERATION DELIMITED BY SIZE
                          ' - FIBREST WITH RUN-DATE CARDS BRINGS ANY '
                           DELIMITED BY SIZE
                          'BACK; NO ROLLBACK IS NEEDED'
                           DELIMITED BY SIZE
                       INTO WS-STEP-TEXT
                   END-STRING
                   PERFORM 780-PRINT-NOTE
               WHEN STATE-FAILED
                   MOVE SPACES TO WS-STEP-TEXT
                   STRING 'SUBMIT FIBREST WITH FIBARCH(0) (CATALOGED '
                           DELIMITED BY SIZE
                          'BUT NOT REGISTERED) AND THESE RESTCARD '
                           DELIMITED BY SIZE
                          'CARDS, ONE PER RUN DATE PURGED:'
                           DELIMITED BY SIZE
                       INTO WS-STEP-TEXT
                   END-STRING
                   PERFORM 770-PRINT-STEP
                   PERFORM 752-PRINT-RESTORE-CARD
                       VARYING WS-JRUN-IDX FROM 1 BY 1
                         UNTIL WS-JRUN-IDX > WS-JRUN-COUNT
               WHEN OTHER
                   MOVE SPACES TO WS-STEP-TEXT
                   STRING 'THE ABEND DELETED THE ARCHIVE GENERATION - '
                           DELIMITED BY SIZE
                          'ROLL THE PURGED ROWS BACK FROM THE JOURNAL:'
                           DELIMITED BY SIZE
                       INTO WS-STEP-TEXT
                   END-STRING
                   PERFORM 770-PRINT-STEP
                   PERFORM 747-PRINT-ROLLBACK-CARDS
           END-EVALUATE

           MOVE SPACES TO WS-STEP-TEXT
           STRING 'RESUBMIT FIBPURGE UNCHANGED - IT RESUMES FROM ITS '
                   DELIMITED BY SIZE
                  'FIBPCKPT CHECKPOINT (ROWS PUT BACK BEFORE THAT '
                   DELIMITED BY SIZE
                  'POINT ARE PURGED THE NEXT NIGHT)' DELIMITED BY SIZE
               INTO WS-STEP-TEXT
           END-STRING
           PERFORM 770-PRINT-STEP.

      * One card per run date - a run's sequences share one card
       752-PRINT-RESTORE-CARD.
           IF WS-JRUN-IDX = 1
               MOVE SPACES TO WS-CARD-IMAGE
               MOVE JR-RUN-DATE(WS-JRUN-IDX) TO RSC-RUN-DATE
               PERFORM 790-PRINT-CARD
           ELSE
               IF JR-RUN-DATE(WS-JRUN-IDX)
                       NOT = JR-RUN-DATE(WS-JRUN-IDX - 1)
                   MOVE SPACES TO WS-CARD-IMAGE
                   MOVE JR-RUN-DATE(WS-JRUN-IDX) TO RSC-RUN-DATE
                   PERFORM 790-PRINT-CARD
               END-IF
           END-IF.

       760-PRESCRIBE-OTHER.
           IF WS-JRN-MATCHED > ZERO
               MOVE SPACES TO WS-STEP-TEXT
               STRING WS-TARGET-PROGRAM DELIMITED BY SPACE
                      ' CHANGED FIBHIST BEFORE IT FAILED (SEE FIBJRNL '
                       DELIMITED BY SIZE
                      'ABOVE) - IF THOSE CHANGES MUST BE UNDONE:'
                       DELIMITED BY SIZE
                   INTO WS-STEP-TEXT
               END-STRING
               PERFORM 780-PRINT-NOTE
               PERFORM 747-PRINT-ROLLBACK-CARDS
           END-IF

           MOVE SPACES TO WS-STEP-TEXT
           STRING 'RESUBMIT ' DELIMITED BY SIZE
                  WS-TARGET-PROGRAM DELIMITED BY SPACE
                  ' - A JOB WITH ITS OWN CHECKPOINT RESUMES FROM IT'
                   DELIMITED BY SIZE
               INTO WS-STEP-TEXT
           END-STRING
           PERFORM 770-PRINT-STEP.

       770-PRINT-STEP.
           ADD 1 TO WS-STEP-NO
           MOVE SPACES TO WS-PRINT-LINE
           STRING '  STEP ' DELIMITED BY SIZE
                  WS-STEP-NO DELIMITED BY SIZE
                  '  ' DELIMITED BY SIZE
                  WS-STEP-TEXT DELIMITED BY SIZE
               INTO WS-PRINT-LINE
           END-STRING
           PERFORM 800-PRINT-ONE-LINE
           MOVE SPACES TO WS-STEP-TEXT.

       780-PRINT-NOTE.
           MOVE SPACES TO WS-PRINT-LINE
           STRING '  ' DELIMITED BY SIZE
                  WS-STEP-TEXT DELIMITED BY SIZE
               INTO WS-PRINT-LINE
           END-STRING
           PERFORM 800-PRINT-ONE-LINE
           MOVE SPACES TO WS-STEP-TEXT.

       785-PRINT-STEP-CONTINUED.
           MOVE SPACES TO WS-PRINT-LINE
           STRING '           ' DELIMITED BY SIZE
                  WS-STEP-TEXT DELIMITED BY SIZE
               INTO WS-PRINT-LINE
           END-STRING
           PERFORM 800-PRINT-ONE-LINE
           MOVE SPACES TO WS-STEP-TEXT.

       790-PRINT-CARD.
           MOVE SPACES TO WS-PRINT-LINE
           STRING '           CARD: ' DELIMITED BY SIZE
                  WS-CARD-IMAGE DELIMITED BY SIZE
               INTO WS-PRINT-LINE
           END-STRING
           PERFORM 800-PRINT-ONE-LINE.

       800-PRINT-ONE-LINE.
           DISPLAY WS-PRINT-LINE(1:79)
           WRITE PRINT-RECORD FROM WS-PRINT-LINE.

       800-STAMP-TO-SECS.
           IF CV-DATE < 16010101 OR CV-MONTH = ZERO OR CV-DAY = ZERO
               MOVE ZERO TO WS-CV-SECS
           ELSE
               COMPUTE WS-CV-SECS =
                   FUNCTION INTEGER-OF-DATE(CV-DATE) * 86400
                   + CV-HOUR * 3600 + CV-MINUTE * 60 + CV-SECOND
           END-IF.

       810-SECS-TO-STAMP.
           IF WS-CV-SECS < 86400
               MOVE ZERO TO WS-CV-STAMP
           ELSE
               DIVIDE WS-CV-SECS BY 86400 GIVING WS-CV-DAYS
                   REMAINDER WS-CV-REM
               COMPUTE CV-DATE = FUNCTION DATE-OF-INTEGER(WS-CV-DAYS)
               DIVIDE WS-CV-REM BY 3600 GIVING CV-HOUR
                   REMAINDER WS-CV-REM
               DIVIDE WS-CV-REM BY 60 GIVING CV-MINUTE
                   REMAINDER CV-SECOND
           END-IF.

       900-TERMINATE.
           CLOSE PRINT-FILE

           DISPLAY '   FIBRADV COMPLETED - RELEASE ' REL-RELEASE-ID
           DISPLAY 'RETURN CODE: ' WS-RETURN-CODE
           MOVE WS-RETURN-CODE TO RETURN-CODE.
