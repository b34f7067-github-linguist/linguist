      ******************************************************************
      * FIBRSTMT is the restatement feed. Once FIBXMITD has shipped
      * a run date, a later FIBFIX correction, a FORCE=Y overwrite
      * or a FIBRFWD recovery changes FIBHIST underneath it and the
      * ERP, stats and risk receivers never heard about it. This
      * job finds those changes in the FIBJRNL change journal and
      * sends them on as a restatement generation:
      *
      *   1. the interlock is checked - nothing is read while
      *      ADVFIBB or FIBPURGE is writing to the journal (RC=24),
      *   2. the window is taken from the FIBRSTK control record:
      *      every journal entry stamped from the end of the last
      *      generation up to the start of this run. A second run
      *      on the same day rebuilds that day's generation from
      *      the same starting point,
      *   3. a journal entry is restated when it comes from FIBFIX
      *      (reason FX), an ADVFIBB FORCE=Y rewrite (FO) or a
      *      FIBRFWD recovery (RV), touches a row a daily extract
      *      carries (the summary or a detail row), and is stamped
      *      after its run date was shipped - the send time comes
      *      from the date's FIBXMIT entries, or from the
      *      transmitted state on the FIBRDIR run directory once
      *      every receiver has acknowledged it,
      *   4. the changes are netted row by row (the values the
      *      receivers were sent against the values FIBHIST now
      *      holds; a change backed out inside the window drops
      *      away) and written to one restatement extract per daily
      *      extract family - FIBRSXT for FIBXTRCT, FIBRSSM for
      *      FIBSUMX, FIBRSRK for FIBRISK - in the FIBRSTXC layout,
      *      whose header marks it as a restatement generation,
      *   5. every active FIBDEST receiver of an extract with
      *      something restated gets a transmit order on FIBXORD
      *      and a pending entry on FIBXMIT under the restatement
      *      file id, which FIBACK matches and ages like any other
      *      send,
      *   6. the control record is rewritten with the window just
      *      closed.
      *
      * RC=24 interlock, RC=8 when the journal, the registry or the
      * control record cannot be used, or more rows changed than
      * one generation can hold - nothing is sent and the window
      * is not moved, so the next run picks it all up. RC=4 when a
      * journal entry could not be read, the run directory was
      * unavailable, or a receiver could not be registered.
      ******************************************************************
       IDENTIFICATION DIVISION.
       PROGRAM-ID. FIBRSTMT.
       AUTHOR. Antonio Gibas.
       DATE-WRITTEN. 10-15-2026.
       DATE-COMPILED. 10-15-2026.

      * MODIFICATION HISTORY
      * 10-15-2026  AG  INITIAL VERSION - RESTATE CHANGES TO
      *                 ALREADY-SHIPPED RUN DATES TO THEIR RECEIVERS
      * 10-15-2026  AG  LOG EVERY RESTATEMENT SEND, WITH ITS COUNT AND
      *                 HASH, ON FIBDLOG FOR THE FIBCONF STATEMENT
      * 10-15-2026  AG  SHOW THE SUITE RELEASE ID ON THE COMPLETION LINE
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
           SELECT RUN-DIRECTORY-FILE ASSIGN TO "FIBRDIR"
               ORGANIZATION IS INDEXED
               ACCESS MODE IS DYNAMIC
               RECORD KEY IS RDIR-KEY
               FILE STATUS IS WS-RDIR-FILE-STATUS.
           SELECT PENDING-FILE ASSIGN TO "FIBXMIT"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-PEND-FILE-STATUS.
           SELECT DESTINATION-FILE ASSIGN TO "FIBDEST"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-DEST-FILE-STATUS.
           SELECT TRANSMIT-ORDER-FILE ASSIGN TO "FIBXORD"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-XORD-FILE-STATUS.
           SELECT RESTATE-DETAIL-FILE ASSIGN TO "FIBRSXT"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-RSXT-FILE-STATUS.
           SELECT RESTATE-SUMMARY-FILE ASSIGN TO "FIBRSSM"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-RSSM-FILE-STATUS.
           SELECT RESTATE-RISK-FILE ASSIGN TO "FIBRSRK"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-RSRK-FILE-STATUS.
           SELECT RESTATE-CONTROL-FILE ASSIGN TO "FIBRSTK"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-RSTK-FILE-STATUS.
           SELECT DELIVERY-LOG-FILE ASSIGN TO "FIBDLOG"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-DLOG-FILE-STATUS.
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

       FD  RUN-DIRECTORY-FILE.
           COPY FIBRDIRD.

       FD  PENDING-FILE
           RECORDING MODE IS F.
           COPY FIBXMTC.

       FD  DESTINATION-FILE
           RECORDING MODE IS F.
           COPY FIBDESTC.

       FD  TRANSMIT-ORDER-FILE
           RECORDING MODE IS F.
       01  TRANSMIT-ORDER-RECORD.
           05  XO-RECEIVER-ID         PIC X(8).
           05  XO-EXTRACT-ID          PIC X(8).
           05  XO-TRANSPORT           PIC X(8).
           05  XO-TRANSPORT-NODE      PIC X(16).
           05  XO-RUN-DATE            PIC 9(8).
           05  XO-RECORD-COUNT        PIC 9(9).
           05  XO-CREATE-STAMP        PIC 9(14).

      * Permanent send record for the monthly confirmation statement
       FD  DELIVERY-LOG-FILE
           RECORDING MODE IS F.
           COPY FIBDLOGC.

      * The three restatement extracts share the FIBRSTXC layout,
      * built in working storage and written from there
       FD  RESTATE-DETAIL-FILE
           RECORDING MODE IS F.
       01  RESTATE-DETAIL-OUT         PIC X(100).

       FD  RESTATE-SUMMARY-FILE
           RECORDING MODE IS F.
       01  RESTATE-SUMMARY-OUT        PIC X(100).

       FD  RESTATE-RISK-FILE
           RECORDING MODE IS F.
       01  RESTATE-RISK-OUT           PIC X(100).

      * The window the last generation covered: journal entries
      * stamped from RSK-FROM-STAMP up to (not including)
      * RSK-THRU-STAMP, built on RSK-GENERATION-DATE
       FD  RESTATE-CONTROL-FILE
           RECORDING MODE IS F.
       01  RESTATE-CONTROL-RECORD.
           05  RSK-GENERATION-DATE    PIC 9(8).
           05  RSK-GENERATION-NUMBER  PIC 9(5).
           05  RSK-FROM-STAMP         PIC 9(14).
           05  RSK-THRU-STAMP         PIC 9(14).

       FD  RUN-CONTROL-FILE.
           COPY FIBRUNC.

       WORKING-STORAGE SECTION.

       01  WS-FILE-STATUSES.
           05  WS-JRNL-FILE-STATUS    PIC XX VALUE SPACES.
               88  JRNL-FILE-OK            VALUE '00'.
           05  WS-RDIR-FILE-STATUS    PIC XX VALUE SPACES.
               88  RDIR-FILE-OK            VALUE '00'.
           05  WS-PEND-FILE-STATUS    PIC XX VALUE SPACES.
               88  PEND-FILE-OK            VALUE '00'.
           05  WS-DEST-FILE-STATUS    PIC XX VALUE SPACES.
               88  DEST-FILE-OK            VALUE '00'.
           05  WS-XORD-FILE-STATUS    PIC XX VALUE SPACES.
           05  WS-RSXT-FILE-STATUS    PIC XX VALUE SPACES.
           05  WS-RSSM-FILE-STATUS    PIC XX VALUE SPACES.
           05  WS-RSRK-FILE-STATUS    PIC XX VALUE SPACES.
           05  WS-RSTK-FILE-STATUS    PIC XX VALUE SPACES.
               88  RSTK-FILE-OK            VALUE '00'.
               88  RSTK-FILE-NOT-FOUND     VALUE '35'.
           05  WS-RUNC-FILE-STATUS    PIC XX VALUE SPACES.
               88  RUNC-FILE-OK            VALUE '00'.
               88  RUNC-FILE-NOT-FOUND     VALUE '35'.
           05  WS-DLOG-FILE-STATUS    PIC XX VALUE SPACES.
               88  DLOG-FILE-OK            VALUE '00'.
               88  DLOG-FILE-NOT-FOUND     VALUE '35'.

       01  WS-INDICATORS.
           05  WS-JRNL-EOF-SW         PIC X VALUE 'N'.
               88  JRNL-EOF-REACHED       VALUE 'Y'.
           05  WS-PEND-EOF-SW         PIC X VALUE 'N'.
               88  PEND-EOF-REACHED       VALUE 'Y'.
           05  WS-DEST-EOF-SW         PIC X VALUE 'N'.
               88  DEST-EOF-REACHED       VALUE 'Y'.
           05  WS-RDIR-SCAN-SW        PIC X VALUE 'N'.
               88  RDIR-SCAN-DONE         VALUE 'Y'.
           05  WS-RDIR-OPEN-SW        PIC X VALUE 'N'.
               88  RDIR-IS-OPEN           VALUE 'Y'.
           05  WS-CONTROL-SW          PIC X VALUE 'N'.
               88  CONTROL-RECORD-FOUND   VALUE 'Y'.
           05  WS-INTERLOCK-SW        PIC X VALUE 'N'.
               88  INTERLOCK-BLOCKED      VALUE 'Y'.
           05  WS-GENERATION-SW       PIC X VALUE 'N'.
               88  GENERATION-ABANDONED   VALUE 'Y'.
           05  WS-DLOG-OPEN-SW        PIC X VALUE 'N'.
               88  DLOG-IS-OPEN           VALUE 'Y'.

      * The batch programs whose STARTED record forbids a scan
       01  WS-INTERLOCK-PROGRAMS.
           05  FILLER                 PIC X(8) VALUE 'ADVFIBB '.
           05  FILLER                 PIC X(8) VALUE 'FIBPURGE'.
       01  WS-INTERLOCK-TABLE REDEFINES WS-INTERLOCK-PROGRAMS.
           05  WS-INTERLOCK-PGM       PIC X(8) OCCURS 2 TIMES.

      * One restatement file per daily extract family: its file
      * id, the daily extract whose receivers get it, and the
      * FIBHIST rows it carries (D detail rows, S run summaries)
       01  WS-FAMILY-VALUES.
           05  FILLER                 PIC X(17)
                                      VALUE 'FIBRSXT FIBXTRCTD'.
           05  FILLER                 PIC X(17)
                                      VALUE 'FIBRSSM FIBSUMX S'.
           05  FILLER                 PIC X(17)
                                      VALUE 'FIBRSRK FIBRISK S'.
       01  WS-FAMILY-TABLE REDEFINES WS-FAMILY-VALUES.
           05  FAMILY-ENTRY OCCURS 3 TIMES.
               10  FM-FILE-ID         PIC X(8).
               10  FM-DAILY-EXTRACT   PIC X(8).
               10  FM-ROW-FAMILY      PIC X.

       01  FAMILY-TOTALS.
           05  FAMILY-TOTAL OCCURS 3 TIMES.
               10  FM-RECORD-COUNT    PIC 9(9).
               10  FM-HASH-TOTAL      PIC 9(18).

      * The FIBHIST key and record type of the row a journal entry
      * touched - bytes 1-15 of the raw image
       01  WS-IMAGE-HEAD.
           05  WS-IMAGE-RUN-DATE      PIC X(8).
           05  WS-IMAGE-RUN-SEQ       PIC X(2).
           05  WS-IMAGE-TERM-INDEX    PIC X(4).
           05  WS-IMAGE-TERM-NUM REDEFINES WS-IMAGE-TERM-INDEX
                                      PIC 9(4).
           05  WS-IMAGE-RECORD-TYPE   PIC X.

      * Every row restated this generation, netted: the row as the
      * first restated change found it (what the receivers hold)
      * and as the last one left it (what FIBHIST holds now)
       01  RESTATED-ROW-TABLE.
           05  WS-ROW-COUNT           PIC 9(4) VALUE ZERO.
           05  RESTATED-ROW OCCURS 2000 TIMES.
               10  RR-KEY             PIC X(14).
               10  RR-ROW-FAMILY      PIC X.
               10  RR-REASON-CODE     PIC X(2).
               10  RR-CHANGE-STAMP    PIC 9(14).
               10  RR-FIRST-BEFORE    PIC X(100).
               10  RR-LAST-AFTER      PIC X(100).

      * When each run date touched was shipped (zero - never)
       01  SHIPPED-DATE-TABLE.
           05  WS-SHIPPED-COUNT       PIC 9(4) VALUE ZERO.
           05  SHIPPED-DATE OCCURS 1000 TIMES.
               10  SD-RUN-DATE        PIC 9(8).
               10  SD-SHIPPED-STAMP   PIC 9(14).

      * The pending entries carried in from FIBXMIT; the file is
      * rewritten whole with this generation's sends added, the
      * way FIBXMITD does it
       01  PENDING-TABLE.
           05  WS-PEND-COUNT          PIC 9(3) VALUE ZERO.
           05  PEND-ENTRY OCCURS 500 TIMES.
               10  PD-RECEIVER-ID     PIC X(8).
               10  PD-FILE-ID         PIC X(8).
                   88  PD-IS-RESTATEMENT  VALUE 'FIBRSXT '
                                                'FIBRSSM '
                                                'FIBRSRK '.
               10  PD-RUN-DATE        PIC 9(8).
               10  PD-SENT-COUNT      PIC 9(9).
               10  PD-SENT-HASH       PIC 9(18).
               10  PD-SENT-STAMP      PIC 9(14).
               10  PD-ACK-WINDOW      PIC 9(2).
               10  PD-STATUS          PIC X.

      * Restatement extract records
           COPY FIBRSTXC.

      * FIBHIST record views, for unpacking a journal image
           COPY FIBHIST.

       77  WS-TODAY-DATE              PIC 9(8) VALUE ZERO.
       77  WS-RUN-STAMP               PIC 9(14) VALUE ZERO.
       77  WS-FROM-STAMP              PIC 9(14) VALUE ZERO.
       77  WS-GENERATION-NUMBER       PIC 9(5) VALUE ZERO.
       77  WS-REASON-CODE             PIC X(2) VALUE SPACES.
       77  WS-ROW-FAMILY              PIC X VALUE SPACE.
       77  WS-SHIPPED-STAMP           PIC 9(14) VALUE ZERO.
       77  WS-SEEK-DATE               PIC 9(8) VALUE ZERO.
       77  WS-ROW-IDX                 PIC 9(4) VALUE ZERO.
       77  WS-ROW-SLOT                PIC 9(4) VALUE ZERO.
       77  WS-SD-IDX                  PIC 9(4) VALUE ZERO.
       77  WS-SD-SLOT                 PIC 9(4) VALUE ZERO.
       77  WS-PEND-IDX                PIC 9(3) VALUE ZERO.
       77  WS-PEND-SLOT               PIC 9(3) VALUE ZERO.
       77  WS-FM-IDX                  PIC 9 VALUE ZERO.
       77  WS-FM-SLOT                 PIC 9 VALUE ZERO.
       77  WS-SUB                     PIC 9(2) VALUE ZERO.
       77  WS-ENTRIES-READ            PIC 9(9) VALUE ZERO.
       77  WS-OUTSIDE-WINDOW          PIC 9(9) VALUE ZERO.
       77  WS-NOT-RESTATED-SOURCE     PIC 9(9) VALUE ZERO.
       77  WS-NOT-EXTRACTED-ROW       PIC 9(9) VALUE ZERO.
       77  WS-NOT-SHIPPED             PIC 9(9) VALUE ZERO.
       77  WS-BEFORE-SHIPMENT         PIC 9(9) VALUE ZERO.
       77  WS-MALFORMED-COUNT         PIC 9(7) VALUE ZERO.
       77  WS-ENTRIES-RESTATED        PIC 9(9) VALUE ZERO.
       77  WS-NETTED-AWAY             PIC 9(7) VALUE ZERO.
       77  WS-ORDER-COUNT             PIC 9(5) VALUE ZERO.
       77  WS-REPLACED-COUNT          PIC 9(5) VALUE ZERO.
       77  WS-SKIPPED-COUNT           PIC 9(5) VALUE ZERO.
       77  WS-USERID                  PIC X(8) VALUE SPACES.
       77  WS-RETURN-CODE             PIC 9(4) VALUE ZERO.

      * Release this program was built for
           COPY FIBRELC.

       LINKAGE SECTION.
       01  PARM-INFORMATION.
           05  PARM-LENGTH            PIC S9(4) COMP.
           05  PARM-USERID            PIC X(8).

       PROCEDURE DIVISION USING PARM-INFORMATION.
       MAIN-PROCEDURE.
           PERFORM 000-INITIALIZE

           PERFORM 050-RUN-CONTROL-INTERLOCK
           IF INTERLOCK-BLOCKED
               MOVE 24 TO WS-RETURN-CODE
               DISPLAY 'RETURN CODE: ' WS-RETURN-CODE
               MOVE WS-RETURN-CODE TO RETURN-CODE
               GOBACK
           END-IF

           PERFORM 100-READ-CONTROL-RECORD
           IF NOT GENERATION-ABANDONED
               PERFORM 150-LOAD-PENDING-FILE
               PERFORM 200-SCAN-JOURNAL
                   THRU 200-SCAN-JOURNAL-EXIT
           END-IF
           IF NOT GENERATION-ABANDONED
               PERFORM 400-WRITE-RESTATEMENTS
               PERFORM 500-ORDER-THE-SENDS
                   THRU 500-ORDER-THE-SENDS-EXIT
           END-IF
           IF NOT GENERATION-ABANDONED
               PERFORM 600-REWRITE-PENDING-FILE
               PERFORM 700-WRITE-CONTROL-RECORD
           END-IF
           PERFORM 055-RUN-CONTROL-FINISH
           PERFORM 900-TERMINATE

           GOBACK.

       000-INITIALIZE.
           IF PARM-LENGTH > ZERO
               MOVE PARM-USERID TO WS-USERID
           ELSE
               MOVE SPACES TO WS-USERID
           END-IF
           MOVE FUNCTION CURRENT-DATE(1:14) TO WS-RUN-STAMP
           MOVE WS-RUN-STAMP(1:8) TO WS-TODAY-DATE

           PERFORM VARYING WS-FM-IDX FROM 1 BY 1
                     UNTIL WS-FM-IDX > 3
               MOVE ZERO TO FM-RECORD-COUNT(WS-FM-IDX)
               MOVE ZERO TO FM-HASH-TOTAL(WS-FM-IDX)
           END-PERFORM

           DISPLAY '======================================='
           DISPLAY '   FIBRSTMT - RESTATEMENT FEED'
           DISPLAY '======================================='.

      * Refuse to scan while a batch job holds the interlock, then
      * post FIBRSTMT STARTED
       050-RUN-CONTROL-INTERLOCK.
           OPEN I-O RUN-CONTROL-FILE
           IF RUNC-FILE-NOT-FOUND
               OPEN OUTPUT RUN-CONTROL-FILE
               CLOSE RUN-CONTROL-FILE
               OPEN I-O RUN-CONTROL-FILE
           END-IF

           IF NOT RUNC-FILE-OK
               DISPLAY 'ERROR: FIBRUNC NOT AVAILABLE - STATUS '
                   WS-RUNC-FILE-STATUS ' - NO RESTATEMENT BUILT'
               SET INTERLOCK-BLOCKED TO TRUE
           ELSE
               PERFORM VARYING WS-SUB FROM 1 BY 1
                       UNTIL WS-SUB > 2
                   MOVE WS-INTERLOCK-PGM(WS-SUB) TO RUNC-PROGRAM
                   READ RUN-CONTROL-FILE
                       INVALID KEY
                           CONTINUE
                       NOT INVALID KEY
                           IF RUNC-IS-STARTED
                               SET INTERLOCK-BLOCKED TO TRUE
                               DISPLAY 'ERROR: ' RUNC-PROGRAM
                                   ' IS RUNNING (STARTED '
                                   RUNC-TIMESTAMP ') - NO '
                                   'RESTATEMENT BUILT'
                           END-IF
                   END-READ
               END-PERFORM

               IF NOT INTERLOCK-BLOCKED
                   MOVE 'FIBRSTMT' TO RUNC-PROGRAM
                   MOVE 'STARTED  ' TO RUNC-STATUS
                   MOVE WS-RUN-STAMP TO RUNC-TIMESTAMP
                   MOVE WS-USERID TO RUNC-USERID
                   WRITE RUNC-RECORD
                       INVALID KEY
                           REWRITE RUNC-RECORD
                   END-WRITE
               END-IF

               CLOSE RUN-CONTROL-FILE
           END-IF.

       055-RUN-CONTROL-FINISH.
           OPEN I-O RUN-CONTROL-FILE
           IF RUNC-FILE-OK
               MOVE 'FIBRSTMT' TO RUNC-PROGRAM
               IF WS-RETURN-CODE > 4
                   MOVE 'FAILED   ' TO RUNC-STATUS
               ELSE
                   MOVE 'COMPLETED' TO RUNC-STATUS
               END-IF
               MOVE FUNCTION CURRENT-DATE(1:14) TO RUNC-TIMESTAMP
               MOVE WS-USERID TO RUNC-USERID
               REWRITE RUNC-RECORD
                   INVALID KEY
                       WRITE RUNC-RECORD
               END-REWRITE
               CLOSE RUN-CONTROL-FILE
           END-IF.

      * No control record yet (the first generation) considers the
      * whole journal - only changes made after a date was shipped
      * are restated, so nothing the receivers already have goes
      * again. A generation already built today is rebuilt from
      * the same starting point, so its rerun replaces it whole.
       100-READ-CONTROL-RECORD.
           OPEN INPUT RESTATE-CONTROL-FILE
           IF RSTK-FILE-OK
               READ RESTATE-CONTROL-FILE
                   AT END
                       CONTINUE
                   NOT AT END
                       IF RSK-GENERATION-DATE IS NUMERIC
                               AND RSK-GENERATION-NUMBER IS NUMERIC
                               AND RSK-FROM-STAMP IS NUMERIC
                               AND RSK-THRU-STAMP IS NUMERIC
                           SET CONTROL-RECORD-FOUND TO TRUE
                           IF RSK-GENERATION-DATE = WS-TODAY-DATE
                               MOVE RSK-FROM-STAMP
                                   TO WS-FROM-STAMP
                               MOVE RSK-GENERATION-NUMBER
                                   TO WS-GENERATION-NUMBER
                               DISPLAY 'REBUILDING TODAY''S '
                                   'GENERATION ' WS-GENERATION-NUMBER
                           ELSE
                               MOVE RSK-THRU-STAMP
                                   TO WS-FROM-STAMP
                               COMPUTE WS-GENERATION-NUMBER =
                                   RSK-GENERATION-NUMBER + 1
                           END-IF
                       ELSE
                           DISPLAY 'ERROR: FIBRSTK CONTROL RECORD '
                               'IS NOT READABLE - NO RESTATEMENT '
                               'BUILT'
                           SET GENERATION-ABANDONED TO TRUE
                           MOVE 8 TO WS-RETURN-CODE
                       END-IF
               END-READ
               CLOSE RESTATE-CONTROL-FILE
           ELSE
               IF NOT RSTK-FILE-NOT-FOUND
                   DISPLAY 'ERROR: FIBRSTK NOT AVAILABLE - STATUS '
                       WS-RSTK-FILE-STATUS ' - NO RESTATEMENT BUILT'
                   SET GENERATION-ABANDONED TO TRUE
                   MOVE 8 TO WS-RETURN-CODE
               END-IF
           END-IF

           IF NOT CONTROL-RECORD-FOUND
                   AND NOT GENERATION-ABANDONED
               MOVE ZERO TO WS-FROM-STAMP
               MOVE 1    TO WS-GENERATION-NUMBER
               DISPLAY 'NO FIBRSTK CONTROL RECORD - FIRST '
                   'GENERATION CONSIDERS THE WHOLE JOURNAL'
           END-IF

           IF NOT GENERATION-ABANDONED
               DISPLAY 'GENERATION:         ' WS-GENERATION-NUMBER
               DISPLAY 'CHANGES STAMPED FROM ' WS-FROM-STAMP
                   ' UP TO ' WS-RUN-STAMP
           END-IF.

       150-LOAD-PENDING-FILE.
           OPEN INPUT PENDING-FILE
           IF PEND-FILE-OK
               PERFORM UNTIL PEND-EOF-REACHED
                       OR WS-PEND-COUNT = 500
                   READ PENDING-FILE
                       AT END
                           SET PEND-EOF-REACHED TO TRUE
                       NOT AT END
                           ADD 1 TO WS-PEND-COUNT
                           MOVE XMT-RECEIVER-ID
                               TO PD-RECEIVER-ID(WS-PEND-COUNT)
                           MOVE XMT-FILE-ID
                               TO PD-FILE-ID(WS-PEND-COUNT)
                           MOVE XMT-RUN-DATE
                               TO PD-RUN-DATE(WS-PEND-COUNT)
                           MOVE XMT-SENT-COUNT
                               TO PD-SENT-COUNT(WS-PEND-COUNT)
                           MOVE XMT-SENT-HASH
                               TO PD-SENT-HASH(WS-PEND-COUNT)
                           MOVE XMT-SENT-STAMP
                               TO PD-SENT-STAMP(WS-PEND-COUNT)
                           MOVE XMT-ACK-WINDOW
                               TO PD-ACK-WINDOW(WS-PEND-COUNT)
                           MOVE XMT-STATUS
                               TO PD-STATUS(WS-PEND-COUNT)
                   END-READ
               END-PERFORM
               CLOSE PENDING-FILE
           END-IF

           DISPLAY 'PENDING TRANSMISSIONS CARRIED IN: '
               WS-PEND-COUNT.

      * A missing journal means nothing can be restated - the
      * window is left where it is
       200-SCAN-JOURNAL.
           OPEN INPUT HIST-JOURNAL-FILE
           IF NOT JRNL-FILE-OK
               DISPLAY 'ERROR: FIBJRNL NOT AVAILABLE - STATUS '
                   WS-JRNL-FILE-STATUS ' - NO RESTATEMENT BUILT'
               SET GENERATION-ABANDONED TO TRUE
               MOVE 8 TO WS-RETURN-CODE
               GO TO 200-SCAN-JOURNAL-EXIT
           END-IF

           OPEN INPUT RUN-DIRECTORY-FILE
           IF RDIR-FILE-OK
               SET RDIR-IS-OPEN TO TRUE
           ELSE
               DISPLAY 'WARNING: FIBRDIR NOT AVAILABLE - STATUS '
                   WS-RDIR-FILE-STATUS ' - ONLY DATES STILL ON '
                   'FIBXMIT COUNT AS SHIPPED'
               MOVE 4 TO WS-RETURN-CODE
           END-IF

           PERFORM UNTIL JRNL-EOF-REACHED OR GENERATION-ABANDONED
               READ HIST-JOURNAL-FILE
                   AT END
                       SET JRNL-EOF-REACHED TO TRUE
                   NOT AT END
                       ADD 1 TO WS-ENTRIES-READ
                       PERFORM 210-CONSIDER-ONE-ENTRY
                           THRU 210-CONSIDER-ONE-ENTRY-EXIT
               END-READ
           END-PERFORM

           CLOSE HIST-JOURNAL-FILE
           IF RDIR-IS-OPEN
               CLOSE RUN-DIRECTORY-FILE
           END-IF.

       200-SCAN-JOURNAL-EXIT.
           EXIT.

       210-CONSIDER-ONE-ENTRY.
           IF JRN-TIMESTAMP IS NOT NUMERIC
               ADD 1 TO WS-MALFORMED-COUNT
               DISPLAY 'WARNING: JOURNAL ENTRY ' WS-ENTRIES-READ
                   ' CARRIES NO TIMESTAMP - SKIPPED'
               GO TO 210-CONSIDER-ONE-ENTRY-EXIT
           END-IF

           IF JRN-TIMESTAMP < WS-FROM-STAMP
                   OR JRN-TIMESTAMP NOT < WS-RUN-STAMP
               ADD 1 TO WS-OUTSIDE-WINDOW
               GO TO 210-CONSIDER-ONE-ENTRY-EXIT
           END-IF

      * A normal ADVFIBB save of a new run goes out in the daily
      * flow; only its forced rewrite of a saved row is restated
           EVALUATE TRUE
               WHEN JRN-PROGRAM = 'FIBFIX  '
                   MOVE 'FX' TO WS-REASON-CODE
               WHEN JRN-PROGRAM = 'ADVFIBB ' AND JRN-IS-REWRITE
                   MOVE 'FO' TO WS-REASON-CODE
               WHEN JRN-PROGRAM = 'FIBRFWD '
                   MOVE 'RV' TO WS-REASON-CODE
               WHEN OTHER
                   ADD 1 TO WS-NOT-RESTATED-SOURCE
                   GO TO 210-CONSIDER-ONE-ENTRY-EXIT
           END-EVALUATE

           IF JRN-IS-DELETE
               MOVE JRN-BEFORE-IMAGE(1:15) TO WS-IMAGE-HEAD
           ELSE
               MOVE JRN-AFTER-IMAGE(1:15)  TO WS-IMAGE-HEAD
           END-IF

           IF NOT (JRN-IS-ADD OR JRN-IS-REWRITE OR JRN-IS-DELETE)
                   OR WS-IMAGE-RUN-DATE IS NOT NUMERIC
                   OR WS-IMAGE-RUN-SEQ IS NOT NUMERIC
                   OR WS-IMAGE-TERM-INDEX IS NOT NUMERIC
               ADD 1 TO WS-MALFORMED-COUNT
               DISPLAY 'WARNING: JOURNAL ENTRY ' JRN-TIMESTAMP
                   ' FROM ' JRN-PROGRAM ' NOT READABLE - SKIPPED'
               GO TO 210-CONSIDER-ONE-ENTRY-EXIT
           END-IF

      * Only the run summary and the detail rows reach a daily
      * extract; notes, certifications, snapshots and companion
      * rows never left the building
           EVALUATE TRUE
               WHEN WS-IMAGE-TERM-NUM = ZERO
                   MOVE 'S' TO WS-ROW-FAMILY
               WHEN WS-IMAGE-TERM-NUM NOT > 200
                   MOVE 'D' TO WS-ROW-FAMILY
               WHEN OTHER
                   ADD 1 TO WS-NOT-EXTRACTED-ROW
                   GO TO 210-CONSIDER-ONE-ENTRY-EXIT
           END-EVALUATE

           MOVE WS-IMAGE-RUN-DATE TO WS-SEEK-DATE
           PERFORM 220-FIND-SHIPPED-STAMP
           IF WS-SHIPPED-STAMP = ZERO
               ADD 1 TO WS-NOT-SHIPPED
               GO TO 210-CONSIDER-ONE-ENTRY-EXIT
           END-IF
           IF JRN-TIMESTAMP NOT > WS-SHIPPED-STAMP
               ADD 1 TO WS-BEFORE-SHIPMENT
               GO TO 210-CONSIDER-ONE-ENTRY-EXIT
           END-IF

           PERFORM 240-NET-INTO-ROW-TABLE.

       210-CONSIDER-ONE-ENTRY-EXIT.
           EXIT.

      * The send time of a run date: the latest daily send still on
      * FIBXMIT (its extract's creation time), else - every
      * receiver has acknowledged it and FIBACK has dropped the
      * entries - the transmitted state on the run directory.
      * Each date is looked up once.
       220-FIND-SHIPPED-STAMP.
           MOVE ZERO TO WS-SD-SLOT
           PERFORM VARYING WS-SD-IDX FROM 1 BY 1
                     UNTIL WS-SD-IDX > WS-SHIPPED-COUNT
                           OR WS-SD-SLOT > ZERO
               IF SD-RUN-DATE(WS-SD-IDX) = WS-SEEK-DATE
                   MOVE WS-SD-IDX TO WS-SD-SLOT
               END-IF
           END-PERFORM
           IF WS-SD-SLOT > ZERO
               MOVE SD-SHIPPED-STAMP(WS-SD-SLOT) TO WS-SHIPPED-STAMP
           ELSE
               MOVE ZERO TO WS-SHIPPED-STAMP
               PERFORM VARYING WS-PEND-IDX FROM 1 BY 1
                         UNTIL WS-PEND-IDX > WS-PEND-COUNT
                   IF PD-RUN-DATE(WS-PEND-IDX) = WS-SEEK-DATE
                           AND NOT PD-IS-RESTATEMENT(WS-PEND-IDX)
                           AND PD-SENT-STAMP(WS-PEND-IDX)
                               > WS-SHIPPED-STAMP
                       MOVE PD-SENT-STAMP(WS-PEND-IDX)
                           TO WS-SHIPPED-STAMP
                   END-IF
               END-PERFORM
               IF WS-SHIPPED-STAMP = ZERO AND RDIR-IS-OPEN
                   PERFORM 230-READ-RUN-DIRECTORY
               END-IF
               IF WS-SHIPPED-COUNT < 1000
                   ADD 1 TO WS-SHIPPED-COUNT
                   MOVE WS-SEEK-DATE
                       TO SD-RUN-DATE(WS-SHIPPED-COUNT)
                   MOVE WS-SHIPPED-STAMP
                       TO SD-SHIPPED-STAMP(WS-SHIPPED-COUNT)
               END-IF
           END-IF.

       230-READ-RUN-DIRECTORY.
           MOVE 'N' TO WS-RDIR-SCAN-SW
           MOVE WS-SEEK-DATE TO RDIR-RUN-DATE
           MOVE ZERO         TO RDIR-RUN-SEQ
           START RUN-DIRECTORY-FILE KEY IS NOT LESS THAN RDIR-KEY
               INVALID KEY
                   SET RDIR-SCAN-DONE TO TRUE
           END-START

           PERFORM UNTIL RDIR-SCAN-DONE
               READ RUN-DIRECTORY-FILE NEXT RECORD
                   AT END
                       SET RDIR-SCAN-DONE TO TRUE
                   NOT AT END
                       IF RDIR-RUN-DATE NOT = WS-SEEK-DATE
                           SET RDIR-SCAN-DONE TO TRUE
                       ELSE
                           IF RDIR-IS-TRANSMITTED
                                   AND RDIR-TRANSMITTED-STAMP
                                       > WS-SHIPPED-STAMP
                               MOVE RDIR-TRANSMITTED-STAMP
                                   TO WS-SHIPPED-STAMP
                           END-IF
                       END-IF
               END-READ
           END-PERFORM.

      * A row changed more than once keeps its first before image
      * and takes the latest after image, reason and time. A full
      * table abandons the generation rather than send part of it.
       240-NET-INTO-ROW-TABLE.
           MOVE ZERO TO WS-ROW-SLOT
           PERFORM VARYING WS-ROW-IDX FROM 1 BY 1
                     UNTIL WS-ROW-IDX > WS-ROW-COUNT
                           OR WS-ROW-SLOT > ZERO
               IF RR-KEY(WS-ROW-IDX) = WS-IMAGE-HEAD(1:14)
                   MOVE WS-ROW-IDX TO WS-ROW-SLOT
               END-IF
           END-PERFORM

           IF WS-ROW-SLOT = ZERO
               IF WS-ROW-COUNT = 2000
                   DISPLAY 'ERROR: MORE THAN 2000 ROWS CHANGED IN '
                       'THE WINDOW - NO RESTATEMENT BUILT; NARROW '
                       'THE WINDOW ON FIBRSTK AND RERUN'
                   SET GENERATION-ABANDONED TO TRUE
                   MOVE 8 TO WS-RETURN-CODE
               ELSE
                   ADD 1 TO WS-ROW-COUNT
                   MOVE WS-ROW-COUNT TO WS-ROW-SLOT
                   MOVE WS-IMAGE-HEAD(1:14) TO RR-KEY(WS-ROW-SLOT)
                   MOVE WS-ROW-FAMILY TO RR-ROW-FAMILY(WS-ROW-SLOT)
                   MOVE JRN-BEFORE-IMAGE
                       TO RR-FIRST-BEFORE(WS-ROW-SLOT)
               END-IF
           END-IF

           IF WS-ROW-SLOT > ZERO
               MOVE JRN-AFTER-IMAGE TO RR-LAST-AFTER(WS-ROW-SLOT)
               MOVE WS-REASON-CODE  TO RR-REASON-CODE(WS-ROW-SLOT)
               MOVE JRN-TIMESTAMP   TO RR-CHANGE-STAMP(WS-ROW-SLOT)
               ADD 1 TO WS-ENTRIES-RESTATED
           END-IF.

      * Every family's file is written, empty or not, so the
      * generation is complete on disk; only a family with rows
      * restated is ordered out
       400-WRITE-RESTATEMENTS.
           OPEN OUTPUT RESTATE-DETAIL-FILE
           OPEN OUTPUT RESTATE-SUMMARY-FILE
           OPEN OUTPUT RESTATE-RISK-FILE

           PERFORM VARYING WS-FM-IDX FROM 1 BY 1
                     UNTIL WS-FM-IDX > 3
               MOVE SPACES              TO RESTATEMENT-HEADER-RECORD
               MOVE 'H'                 TO RSH-RECORD-TYPE
               MOVE WS-TODAY-DATE       TO RSH-RUN-DATE
               MOVE 'FIBRSTMT'          TO RSH-PROGRAM-ID
               MOVE WS-RUN-STAMP        TO RSH-TIMESTAMP
               MOVE 'R1'                TO RSH-LAYOUT-VERSION
               SET RSH-IS-RESTATEMENT   TO TRUE
               MOVE WS-GENERATION-NUMBER TO RSH-GENERATION-NUMBER
               MOVE FM-DAILY-EXTRACT(WS-FM-IDX)
                                        TO RSH-RESTATED-EXTRACT
               MOVE WS-FROM-STAMP       TO RSH-FROM-STAMP
               MOVE WS-RUN-STAMP        TO RSH-THRU-STAMP
               PERFORM 450-WRITE-HEADER

               PERFORM VARYING WS-ROW-IDX FROM 1 BY 1
                         UNTIL WS-ROW-IDX > WS-ROW-COUNT
                   IF RR-ROW-FAMILY(WS-ROW-IDX)
                           = FM-ROW-FAMILY(WS-FM-IDX)
                       PERFORM 410-WRITE-ONE-DETAIL
                   END-IF
               END-PERFORM

               MOVE SPACES TO RESTATEMENT-TRAILER-RECORD
               MOVE 'T'    TO RST-RECORD-TYPE
               MOVE FM-RECORD-COUNT(WS-FM-IDX) TO RST-RECORD-COUNT
               MOVE FM-HASH-TOTAL(WS-FM-IDX)   TO RST-HASH-TOTAL
               PERFORM 460-WRITE-TRAILER

               DISPLAY FM-FILE-ID(WS-FM-IDX) ' RESTATES '
                   FM-DAILY-EXTRACT(WS-FM-IDX) ': '
                   FM-RECORD-COUNT(WS-FM-IDX) ' ROW(S)'
           END-PERFORM

           CLOSE RESTATE-DETAIL-FILE
           CLOSE RESTATE-SUMMARY-FILE
           CLOSE RESTATE-RISK-FILE.

      * A row whose changes cancelled out inside the window (a fix
      * backed out, a forced rerun that reproduced the same row)
      * has nothing to restate. A summary row goes to both FIBRSSM
      * and FIBRSRK, so it is counted on FIBRSSM only.
       410-WRITE-ONE-DETAIL.
           IF RR-FIRST-BEFORE(WS-ROW-IDX) = RR-LAST-AFTER(WS-ROW-IDX)
               IF WS-FM-IDX < 3
                   ADD 1 TO WS-NETTED-AWAY
               END-IF
           ELSE
               MOVE SPACES TO RESTATEMENT-DETAIL-RECORD
               MOVE 'D'    TO RSD-RECORD-TYPE
               MOVE RR-KEY(WS-ROW-IDX)(1:8)  TO RSD-RUN-DATE
               MOVE RR-KEY(WS-ROW-IDX)(9:2)  TO RSD-RUN-SEQ
               MOVE RR-KEY(WS-ROW-IDX)(11:4) TO RSD-TERM-INDEX
               EVALUATE TRUE
                   WHEN RR-FIRST-BEFORE(WS-ROW-IDX) = SPACES
                       SET RSD-ROW-ADDED   TO TRUE
                   WHEN RR-LAST-AFTER(WS-ROW-IDX) = SPACES
                       SET RSD-ROW-REMOVED TO TRUE
                   WHEN OTHER
                       SET RSD-ROW-CHANGED TO TRUE
               END-EVALUATE
               MOVE RR-REASON-CODE(WS-ROW-IDX)  TO RSD-REASON-CODE
               MOVE RR-CHANGE-STAMP(WS-ROW-IDX) TO RSD-CHANGE-STAMP

               IF RR-FIRST-BEFORE(WS-ROW-IDX) NOT = SPACES
                   MOVE RR-FIRST-BEFORE(WS-ROW-IDX)(1:54)
                       TO HIST-RECORD
                   PERFORM 420-UNPACK-OLD-VALUES
               END-IF
               IF RR-LAST-AFTER(WS-ROW-IDX) NOT = SPACES
                   MOVE RR-LAST-AFTER(WS-ROW-IDX)(1:54)
                       TO HIST-RECORD
                   PERFORM 430-UNPACK-NEW-VALUES
               END-IF

               PERFORM 470-WRITE-DETAIL
               ADD 1 TO FM-RECORD-COUNT(WS-FM-IDX)
               IF NOT RSD-ROW-REMOVED
                   PERFORM 440-ADD-TO-HASH
               END-IF
           END-IF.

       420-UNPACK-OLD-VALUES.
           IF RR-ROW-FAMILY(WS-ROW-IDX) = 'D'
               MOVE HIST-FIB-NUMBER    TO RSD-OLD-FIB-NUMBER
               MOVE HIST-FIB-STATUS    TO RSD-OLD-FIB-STATUS
               MOVE HIST-FIB-CATEGORY  TO RSD-OLD-FIB-CATEGORY
               MOVE HIST-RESIDUE-FLAG  TO RSD-OLD-RESIDUE-FLAG
               MOVE HIST-SM-FACTOR     TO RSD-OLD-SM-FACTOR
           ELSE
               MOVE HIST-ACTUAL-COUNT  TO RSD-OLD-ACTUAL-COUNT
               MOVE HIST-COUNT-EVEN    TO RSD-OLD-COUNT-EVEN
               MOVE HIST-COUNT-ODD     TO RSD-OLD-COUNT-ODD
               MOVE HIST-COUNT-PRIME   TO RSD-OLD-COUNT-PRIME
               MOVE HIST-PCT-EVEN      TO RSD-OLD-PCT-EVEN
               MOVE HIST-PCT-ODD       TO RSD-OLD-PCT-ODD
               MOVE HIST-PCT-PRIME     TO RSD-OLD-PCT-PRIME
               MOVE HIST-QUAR-FLAG     TO RSD-OLD-QUAR-FLAG
           END-IF.

       430-UNPACK-NEW-VALUES.
           IF RR-ROW-FAMILY(WS-ROW-IDX) = 'D'
               MOVE HIST-FIB-NUMBER    TO RSD-NEW-FIB-NUMBER
               MOVE HIST-FIB-STATUS    TO RSD-NEW-FIB-STATUS
               MOVE HIST-FIB-CATEGORY  TO RSD-NEW-FIB-CATEGORY
               MOVE HIST-RESIDUE-FLAG  TO RSD-NEW-RESIDUE-FLAG
               MOVE HIST-SM-FACTOR     TO RSD-NEW-SM-FACTOR
           ELSE
               MOVE HIST-ACTUAL-COUNT  TO RSD-NEW-ACTUAL-COUNT
               MOVE HIST-COUNT-EVEN    TO RSD-NEW-COUNT-EVEN
               MOVE HIST-COUNT-ODD     TO RSD-NEW-COUNT-ODD
               MOVE HIST-COUNT-PRIME   TO RSD-NEW-COUNT-PRIME
               MOVE HIST-PCT-EVEN      TO RSD-NEW-PCT-EVEN
               MOVE HIST-PCT-ODD       TO RSD-NEW-PCT-ODD
               MOVE HIST-PCT-PRIME     TO RSD-NEW-PCT-PRIME
               MOVE HIST-QUAR-FLAG     TO RSD-NEW-QUAR-FLAG
           END-IF.

      * Hash total: the new fib number of a detail row, the new
      * actual count of a summary row - wrapped the way the daily
      * extract trailers wrap theirs
       440-ADD-TO-HASH.
           IF RR-ROW-FAMILY(WS-ROW-IDX) = 'D'
               ADD RSD-NEW-FIB-NUMBER TO FM-HASH-TOTAL(WS-FM-IDX)
                   ON SIZE ERROR
                       COMPUTE FM-HASH-TOTAL(WS-FM-IDX) =
                           FM-HASH-TOTAL(WS-FM-IDX)
                           - 999999999999999999
                           + RSD-NEW-FIB-NUMBER - 1
               END-ADD
           ELSE
               ADD RSD-NEW-ACTUAL-COUNT TO FM-HASH-TOTAL(WS-FM-IDX)
                   ON SIZE ERROR
                       COMPUTE FM-HASH-TOTAL(WS-FM-IDX) =
                           FM-HASH-TOTAL(WS-FM-IDX)
                           - 999999999999999999
                           + RSD-NEW-ACTUAL-COUNT - 1
               END-ADD
           END-IF.

       450-WRITE-HEADER.
           EVALUATE WS-FM-IDX
               WHEN 1
                   WRITE RESTATE-DETAIL-OUT
                       FROM RESTATEMENT-HEADER-RECORD
               WHEN 2
                   WRITE RESTATE-SUMMARY-OUT
                       FROM RESTATEMENT-HEADER-RECORD
               WHEN 3
                   WRITE RESTATE-RISK-OUT
                       FROM RESTATEMENT-HEADER-RECORD
           END-EVALUATE.

       460-WRITE-TRAILER.
           EVALUATE WS-FM-IDX
               WHEN 1
                   WRITE RESTATE-DETAIL-OUT
                       FROM RESTATEMENT-TRAILER-RECORD
               WHEN 2
                   WRITE RESTATE-SUMMARY-OUT
                       FROM RESTATEMENT-TRAILER-RECORD
               WHEN 3
                   WRITE RESTATE-RISK-OUT
                       FROM RESTATEMENT-TRAILER-RECORD
           END-EVALUATE.

       470-WRITE-DETAIL.
           EVALUATE WS-FM-IDX
               WHEN 1
                   WRITE RESTATE-DETAIL-OUT
                       FROM RESTATEMENT-DETAIL-RECORD
               WHEN 2
                   WRITE RESTATE-SUMMARY-OUT
                       FROM RESTATEMENT-DETAIL-RECORD
               WHEN 3
                   WRITE RESTATE-RISK-OUT
                       FROM RESTATEMENT-DETAIL-RECORD
           END-EVALUATE.

      * One order and one pending entry per active receiver of an
      * extract with something restated, dated the day the
      * restatement was built. A rebuild of today's generation
      * replaces its own earlier entry, as a FIBXMITD rerun does.
       500-ORDER-THE-SENDS.
           OPEN OUTPUT TRANSMIT-ORDER-FILE

           OPEN INPUT DESTINATION-FILE
           IF NOT DEST-FILE-OK
               DISPLAY 'ERROR: FIBDEST REGISTRY NOT AVAILABLE - '
                   'STATUS ' WS-DEST-FILE-STATUS
                   ' - NOTHING ORDERED, WINDOW NOT MOVED'
               CLOSE TRANSMIT-ORDER-FILE
               SET GENERATION-ABANDONED TO TRUE
               MOVE 8 TO WS-RETURN-CODE
               GO TO 500-ORDER-THE-SENDS-EXIT
           END-IF

           OPEN EXTEND DELIVERY-LOG-FILE
           IF DLOG-FILE-NOT-FOUND
               OPEN OUTPUT DELIVERY-LOG-FILE
           END-IF
           IF DLOG-FILE-OK
               SET DLOG-IS-OPEN TO TRUE
           ELSE
               DISPLAY 'WARNING: FIBDLOG NOT AVAILABLE - STATUS '
                   WS-DLOG-FILE-STATUS ' - SENDS NOT LOGGED'
           END-IF

           PERFORM UNTIL DEST-EOF-REACHED
               READ DESTINATION-FILE
                   AT END
                       SET DEST-EOF-REACHED TO TRUE
                   NOT AT END
                       IF DST-IS-ACTIVE
                           PERFORM 510-ORDER-ONE-SEND
                               THRU 510-ORDER-ONE-SEND-EXIT
                       END-IF
               END-READ
           END-PERFORM

           CLOSE DESTINATION-FILE
           CLOSE TRANSMIT-ORDER-FILE
           IF DLOG-IS-OPEN
               CLOSE DELIVERY-LOG-FILE
           END-IF.

       500-ORDER-THE-SENDS-EXIT.
           EXIT.

       510-ORDER-ONE-SEND.
           MOVE ZERO TO WS-FM-SLOT
           PERFORM VARYING WS-FM-IDX FROM 1 BY 1
                     UNTIL WS-FM-IDX > 3 OR WS-FM-SLOT > ZERO
               IF FM-DAILY-EXTRACT(WS-FM-IDX) = DST-EXTRACT-ID
                   MOVE WS-FM-IDX TO WS-FM-SLOT
               END-IF
           END-PERFORM

           IF WS-FM-SLOT = ZERO
               GO TO 510-ORDER-ONE-SEND-EXIT
           END-IF
           IF FM-RECORD-COUNT(WS-FM-SLOT) = ZERO
               GO TO 510-ORDER-ONE-SEND-EXIT
           END-IF

           MOVE ZERO TO WS-PEND-SLOT
           PERFORM VARYING WS-PEND-IDX FROM 1 BY 1
                     UNTIL WS-PEND-IDX > WS-PEND-COUNT
                        OR WS-PEND-SLOT > ZERO
               IF PD-RECEIVER-ID(WS-PEND-IDX) = DST-RECEIVER-ID
                       AND PD-FILE-ID(WS-PEND-IDX)
                           = FM-FILE-ID(WS-FM-SLOT)
                       AND PD-RUN-DATE(WS-PEND-IDX) = WS-TODAY-DATE
                   MOVE WS-PEND-IDX TO WS-PEND-SLOT
               END-IF
           END-PERFORM

           IF WS-PEND-SLOT > ZERO
               ADD 1 TO WS-REPLACED-COUNT
           ELSE
               IF WS-PEND-COUNT = 500
                   ADD 1 TO WS-SKIPPED-COUNT
                   DISPLAY 'SKIPPED: PENDING TABLE FULL - '
                       FM-FILE-ID(WS-FM-SLOT) ' NOT ORDERED FOR '
                       DST-RECEIVER-ID
                   GO TO 510-ORDER-ONE-SEND-EXIT
               END-IF
               ADD 1 TO WS-PEND-COUNT
               MOVE WS-PEND-COUNT TO WS-PEND-SLOT
           END-IF

           MOVE DST-RECEIVER-ID        TO XO-RECEIVER-ID
           MOVE FM-FILE-ID(WS-FM-SLOT) TO XO-EXTRACT-ID
           MOVE DST-TRANSPORT          TO XO-TRANSPORT
           MOVE DST-TRANSPORT-NODE     TO XO-TRANSPORT-NODE
           MOVE WS-TODAY-DATE          TO XO-RUN-DATE
           MOVE FM-RECORD-COUNT(WS-FM-SLOT)
                                       TO XO-RECORD-COUNT
           MOVE FUNCTION CURRENT-DATE(1:14) TO XO-CREATE-STAMP
           WRITE TRANSMIT-ORDER-RECORD

           MOVE DST-RECEIVER-ID     TO PD-RECEIVER-ID(WS-PEND-SLOT)
           MOVE FM-FILE-ID(WS-FM-SLOT)
                                    TO PD-FILE-ID(WS-PEND-SLOT)
           MOVE WS-TODAY-DATE       TO PD-RUN-DATE(WS-PEND-SLOT)
           MOVE FM-RECORD-COUNT(WS-FM-SLOT)
                                    TO PD-SENT-COUNT(WS-PEND-SLOT)
           MOVE FM-HASH-TOTAL(WS-FM-SLOT)
                                    TO PD-SENT-HASH(WS-PEND-SLOT)
           MOVE WS-RUN-STAMP        TO PD-SENT-STAMP(WS-PEND-SLOT)
           MOVE DST-ACK-WINDOW-DAYS TO PD-ACK-WINDOW(WS-PEND-SLOT)
           MOVE 'P'                 TO PD-STATUS(WS-PEND-SLOT)

           ADD 1 TO WS-ORDER-COUNT
           IF DLOG-IS-OPEN
               PERFORM 520-LOG-SEND
           END-IF
           DISPLAY 'ORDERED: ' FM-FILE-ID(WS-FM-SLOT)
               ' GENERATION ' WS-GENERATION-NUMBER ' TO '
               DST-RECEIVER-ID ' VIA ' DST-TRANSPORT ' ('
               FM-RECORD-COUNT(WS-FM-SLOT) ' ROW(S))'.

       510-ORDER-ONE-SEND-EXIT.
           EXIT.

       520-LOG-SEND.
           MOVE SPACES TO DELIVERY-LOG-RECORD
           SET DLV-IS-SEND            TO TRUE
           MOVE DST-RECEIVER-ID       TO DLV-RECEIVER-ID
           MOVE FM-FILE-ID(WS-FM-SLOT) TO DLV-FILE-ID
           MOVE WS-TODAY-DATE         TO DLV-RUN-DATE
           MOVE WS-RUN-STAMP          TO DLV-SENT-STAMP
           MOVE XO-CREATE-STAMP       TO DLV-EVENT-STAMP
           SET DLV-SEND-RESTATEMENT   TO TRUE
           MOVE 'FIBRSTMT'            TO DLV-PROGRAM
           MOVE FM-RECORD-COUNT(WS-FM-SLOT) TO DLV-RECORD-COUNT
           MOVE FM-HASH-TOTAL(WS-FM-SLOT)   TO DLV-HASH-TOTAL
           MOVE ZERO                  TO DLV-ACK-COUNT
           WRITE DELIVERY-LOG-RECORD.

       600-REWRITE-PENDING-FILE.
           OPEN OUTPUT PENDING-FILE
           PERFORM VARYING WS-PEND-IDX FROM 1 BY 1
                     UNTIL WS-PEND-IDX > WS-PEND-COUNT
               MOVE PD-RECEIVER-ID(WS-PEND-IDX)
                   TO XMT-RECEIVER-ID
               MOVE PD-FILE-ID(WS-PEND-IDX)    TO XMT-FILE-ID
               MOVE PD-RUN-DATE(WS-PEND-IDX)   TO XMT-RUN-DATE
               MOVE PD-SENT-COUNT(WS-PEND-IDX) TO XMT-SENT-COUNT
               MOVE PD-SENT-HASH(WS-PEND-IDX)  TO XMT-SENT-HASH
               MOVE PD-SENT-STAMP(WS-PEND-IDX) TO XMT-SENT-STAMP
               MOVE PD-ACK-WINDOW(WS-PEND-IDX) TO XMT-ACK-WINDOW
               MOVE PD-STATUS(WS-PEND-IDX)     TO XMT-STATUS
               WRITE PENDING-RECORD
           END-PERFORM
           CLOSE PENDING-FILE.

       700-WRITE-CONTROL-RECORD.
           OPEN OUTPUT RESTATE-CONTROL-FILE
           MOVE WS-TODAY-DATE        TO RSK-GENERATION-DATE
           MOVE WS-GENERATION-NUMBER TO RSK-GENERATION-NUMBER
           MOVE WS-FROM-STAMP        TO RSK-FROM-STAMP
           MOVE WS-RUN-STAMP         TO RSK-THRU-STAMP
           WRITE RESTATE-CONTROL-RECORD
           CLOSE RESTATE-CONTROL-FILE.

       900-TERMINATE.
           IF WS-RETURN-CODE < 4
               IF WS-MALFORMED-COUNT > ZERO
                       OR WS-SKIPPED-COUNT > ZERO
                   MOVE 4 TO WS-RETURN-CODE
               END-IF
           END-IF

           DISPLAY SPACE
           DISPLAY 'JOURNAL ENTRIES READ:     ' WS-ENTRIES-READ
           DISPLAY 'OUTSIDE THE WINDOW:       ' WS-OUTSIDE-WINDOW
           DISPLAY 'NOT A RESTATED SOURCE:    ' WS-NOT-RESTATED-SOURCE
           DISPLAY 'ROW ON NO EXTRACT:        ' WS-NOT-EXTRACTED-ROW
           DISPLAY 'RUN DATE NOT SHIPPED:     ' WS-NOT-SHIPPED
           DISPLAY 'MADE BEFORE SHIPMENT:     ' WS-BEFORE-SHIPMENT
           DISPLAY 'NOT READABLE:             ' WS-MALFORMED-COUNT
           DISPLAY 'CHANGES RESTATED:         ' WS-ENTRIES-RESTATED
           DISPLAY 'ROWS NETTED TO NO CHANGE: ' WS-NETTED-AWAY
           DISPLAY 'TRANSMIT ORDERS WRITTEN:  ' WS-ORDER-COUNT
           DISPLAY 'PENDING ENTRIES REPLACED: ' WS-REPLACED-COUNT
           DISPLAY 'RECEIVERS SKIPPED:        ' WS-SKIPPED-COUNT
           IF GENERATION-ABANDONED
               DISPLAY 'GENERATION ABANDONED - NOTHING SENT, '
                   'WINDOW NOT MOVED'
           END-IF

           DISPLAY '   FIBRSTMT COMPLETED - RELEASE ' REL-RELEASE-ID
           DISPLAY 'RETURN CODE: ' WS-RETURN-CODE
           MOVE WS-RETURN-CODE TO RETURN-CODE.
