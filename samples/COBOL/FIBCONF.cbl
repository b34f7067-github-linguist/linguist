      ******************************************************************
      * FIBCONF is the monthly confirmation statement to each
      * downstream receiver. At quarter-end the receivers ask us to
      * confirm what we sent them; the statement answers from the
      * FIBDLOG delivery log, where every send is now logged by
      * FIBXMITD (originals and reruns), FIBRSTMT (restatements) and
      * FIBRSNDL (FIBRESND resends), and every acknowledgment by
      * FIBACK:
      *
      *   - every receiver on the FIBDEST registry gets a statement,
      *     even one with nothing sent in the month, and so does a
      *     receiver since dropped from FIBDEST that was sent to,
      *   - one line per transmission whose send time falls in the
      *     month: run date, extract id, generation (the header
      *     stamp of the generation sent), record count, hash
      *     total, sent stamp, the kind of send (original, resend
      *     or rerun, restatement) and the acknowledgment - the
      *     count the receiver reported and whether it agreed, or
      *     outstanding when none was logged. A repeat send of the
      *     same file and run date to the same receiver in the
      *     month is shown as a resend,
      *   - an acknowledgment of a send made this month before
      *     sends were logged is shown from the acknowledgment.
      *
      * Three outputs, every receiver in the same dataset: the
      * printed statement (PRTOUT), the machine-readable copy the
      * receiver can load (FIBCSTM, FIBCSTMC layout) and the return
      * template they fill in and send back (FIBCRTN, FIBCRTNC
      * layout), which FIBCNFRL loads. Each record carries the
      * receiver id, so each receiver's part is split off by it.
      *
      * PARM='YYYYMM' chooses the month; the default is last month.
      * RC=0 when the statements were written, RC=4 when a line
      * carries an acknowledged count mismatch or the send table
      * overflowed, RC=8 when FIBDEST or FIBDLOG is missing.
      ******************************************************************
       IDENTIFICATION DIVISION.
       PROGRAM-ID. FIBCONF.
       AUTHOR. Antonio Gibas.
       DATE-WRITTEN. 10-15-2026.
       DATE-COMPILED. 10-15-2026.

      * MODIFICATION HISTORY
      * 10-15-2026  AG  INITIAL VERSION - MONTHLY CONFIRMATION
      *                 STATEMENT, DATA COPY AND RETURN TEMPLATE
      * 10-15-2026  AG  SHOW THE SUITE RELEASE ID ON THE COMPLETION LINE
      ******************************************************************

       ENVIRONMENT DIVISION.
       CONFIGURATION SECTION.
       SOURCE-COMPUTER. IBM-Z.
       OBJECT-COMPUTER. IBM-Z.

       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
           SELECT DESTINATION-FILE ASSIGN TO "FIBDEST"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-DEST-FILE-STATUS.
           SELECT DELIVERY-LOG-FILE ASSIGN TO "FIBDLOG"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-DLOG-FILE-STATUS.
           SELECT STATEMENT-FILE ASSIGN TO "FIBCSTM"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-CSTM-FILE-STATUS.
           SELECT RETURN-FILE ASSIGN TO "FIBCRTN"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-CRTN-FILE-STATUS.
           SELECT PRINT-FILE ASSIGN TO "PRTOUT"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-PRINT-FILE-STATUS.

       DATA DIVISION.
       FILE SECTION.
       FD  DESTINATION-FILE
           RECORDING MODE IS F.
           COPY FIBDESTC.

       FD  DELIVERY-LOG-FILE
           RECORDING MODE IS F.
           COPY FIBDLOGC.

       FD  STATEMENT-FILE
           RECORDING MODE IS F.
           COPY FIBCSTMC.

       FD  RETURN-FILE
           RECORDING MODE IS F.
           COPY FIBCRTNC.

       FD  PRINT-FILE
           RECORDING MODE IS F.
       01  PRINT-RECORD               PIC X(133).

       WORKING-STORAGE SECTION.

       01  WS-FILE-STATUSES.
           05  WS-DEST-FILE-STATUS    PIC XX VALUE SPACES.
               88  DEST-FILE-OK            VALUE '00'.
           05  WS-DLOG-FILE-STATUS    PIC XX VALUE SPACES.
               88  DLOG-FILE-OK            VALUE '00'.
           05  WS-CSTM-FILE-STATUS    PIC XX VALUE SPACES.
           05  WS-CRTN-FILE-STATUS    PIC XX VALUE SPACES.
           05  WS-PRINT-FILE-STATUS   PIC XX VALUE SPACES.

       01  WS-INDICATORS.
           05  WS-EOF-SW              PIC X VALUE 'N'.
               88  INPUT-EOF-REACHED      VALUE 'Y'.
           05  WS-FOUND-SW            PIC X VALUE 'N'.
               88  ENTRY-FOUND            VALUE 'Y'.

      * Every receiver that gets a statement
       01  RECEIVER-TABLE.
           05  WS-RECEIVER-COUNT      PIC 9(3) VALUE ZERO.
           05  RECEIVER-ENTRY OCCURS 200 TIMES.
               10  RV-RECEIVER-ID     PIC X(8).

      * Transmissions of the month in log order. SN-ACK-STATUS is
      * O (outstanding) until an acknowledgment is matched.
       01  SEND-TABLE.
           05  WS-SEND-COUNT          PIC 9(5) VALUE ZERO.
           05  SEND-ENTRY OCCURS 3000 TIMES.
               10  SN-RECEIVER-ID     PIC X(8).
               10  SN-FILE-ID         PIC X(8).
               10  SN-RUN-DATE        PIC 9(8).
               10  SN-GEN-STAMP       PIC 9(14).
               10  SN-RECORD-COUNT    PIC 9(9).
               10  SN-HASH-TOTAL      PIC 9(18).
               10  SN-SENT-STAMP      PIC 9(14).
               10  SN-SEND-TYPE       PIC X.
               10  SN-ACK-COUNT       PIC 9(9).
               10  SN-ACK-STATUS      PIC X.
               10  SN-ACK-STAMP       PIC 9(14).

      * Per-receiver statement totals
       01  WS-STATEMENT-TOTALS.
           05  WS-ST-LINES            PIC 9(5).
           05  WS-ST-ORIGINALS        PIC 9(5).
           05  WS-ST-RESENDS          PIC 9(5).
           05  WS-ST-RESTATEMENTS     PIC 9(5).
           05  WS-ST-AGREED           PIC 9(5).
           05  WS-ST-MISMATCHED       PIC 9(5).
           05  WS-ST-OUTSTANDING      PIC 9(5).
           05  WS-ST-HASH             PIC 9(18).

       01  WS-REPORT-MONTH            PIC 9(6) VALUE ZERO.
       01  WS-REPORT-MONTH-PARTS REDEFINES WS-REPORT-MONTH.
           05  WS-RM-YEAR             PIC 9(4).
           05  WS-RM-MONTH            PIC 99.

       01  WS-FMT-STAMP-IN            PIC 9(14) VALUE ZERO.
       01  WS-FMT-STAMP               PIC X(16) VALUE SPACES.
       01  WS-FMT-DATE                PIC X(10) VALUE SPACES.
       01  WS-FMT-MONTH               PIC X(7) VALUE SPACES.

       01  REPORT-HEADING.
           05  FILLER                 PIC X(40) VALUE
               'FIBCONF - CONFIRMATION STATEMENT, MONTH'.
           05  RH-MONTH               PIC X(7).
           05  FILLER                 PIC X(12) VALUE
               '  RECEIVER '.
           05  RH-RECEIVER            PIC X(8).
           05  FILLER                 PIC X(12) VALUE
               '  PRINTED  '.
           05  RH-PRINTED             PIC X(16).

       01  LEGEND-LINE.
           05  FILLER                 PIC X(34) VALUE
               'K = KIND OF SEND: O ORIGINAL, R RE'.
           05  FILLER                 PIC X(29) VALUE
               'SEND OR RERUN, S RESTATEMENT'.

       01  STATEMENT-HEADING.
           05  FILLER                 PIC X(4) VALUE 'SEQ '.
           05  FILLER                 PIC X(3) VALUE ' | '.
           05  FILLER                 PIC X(10) VALUE 'RUN DATE'.
           05  FILLER                 PIC X(3) VALUE ' | '.
           05  FILLER                 PIC X(8) VALUE 'EXTRACT'.
           05  FILLER                 PIC X(3) VALUE ' | '.
           05  FILLER                 PIC X(16) VALUE 'GENERATION'.
           05  FILLER                 PIC X(3) VALUE ' | '.
           05  FILLER                 PIC X(11) VALUE '    RECORDS'.
           05  FILLER                 PIC X(3) VALUE ' | '.
           05  FILLER                 PIC X(18) VALUE 'HASH TOTAL'.
           05  FILLER                 PIC X(3) VALUE ' | '.
           05  FILLER                 PIC X(16) VALUE 'SENT'.
           05  FILLER                 PIC X(3) VALUE ' | '.
           05  FILLER                 PIC X VALUE 'K'.
           05  FILLER                 PIC X(3) VALUE ' | '.
           05  FILLER                 PIC X(11) VALUE '  ACK COUNT'.
           05  FILLER                 PIC X(3) VALUE ' | '.
           05  FILLER                 PIC X(11) VALUE 'ACK STATUS'.

       01  STATEMENT-LINE.
           05  SL-SEQ                 PIC ZZZ9.
           05  FILLER                 PIC X(3) VALUE ' | '.
           05  SL-RUN-DATE            PIC X(10).
           05  FILLER                 PIC X(3) VALUE ' | '.
           05  SL-EXTRACT-ID          PIC X(8).
           05  FILLER                 PIC X(3) VALUE ' | '.
           05  SL-GENERATION          PIC X(16).
           05  FILLER                 PIC X(3) VALUE ' | '.
           05  SL-RECORD-COUNT        PIC ZZZ,ZZZ,ZZ9.
           05  FILLER                 PIC X(3) VALUE ' | '.
           05  SL-HASH-TOTAL          PIC 9(18).
           05  FILLER                 PIC X(3) VALUE ' | '.
           05  SL-SENT                PIC X(16).
           05  FILLER                 PIC X(3) VALUE ' | '.
           05  SL-SEND-TYPE           PIC X.
           05  FILLER                 PIC X(3) VALUE ' | '.
           05  SL-ACK-COUNT           PIC ZZZ,ZZZ,ZZ9.
           05  FILLER                 PIC X(3) VALUE ' | '.
           05  SL-ACK-STATUS          PIC X(11).

       77  WS-NOW-STAMP               PIC 9(14) VALUE ZERO.
       77  WS-EVENT-MONTH             PIC 9(6) VALUE ZERO.
       77  WS-RUN-DATE                PIC 9(8) VALUE ZERO.
       77  WS-RECEIVER-IDX            PIC 9(3) VALUE ZERO.
       77  WS-SEND-IDX                PIC 9(5) VALUE ZERO.
       77  WS-LOOK-IDX                PIC 9(5) VALUE ZERO.
       77  WS-COUNT-BEFORE            PIC 9(5) VALUE ZERO.
       77  WS-NOTE-RECEIVER           PIC X(8) VALUE SPACES.
       77  WS-DROPPED-SENDS           PIC 9(7) VALUE ZERO.
       77  WS-DROPPED-RECEIVERS       PIC 9(5) VALUE ZERO.
       77  WS-SEND-EVENTS             PIC 9(7) VALUE ZERO.
       77  WS-ACK-EVENTS              PIC 9(7) VALUE ZERO.
       77  WS-ACKS-MATCHED            PIC 9(7) VALUE ZERO.
       77  WS-ACKS-AS-LINES           PIC 9(7) VALUE ZERO.
       77  WS-MISMATCH-LINES          PIC 9(7) VALUE ZERO.
       77  WS-CSTM-WRITTEN            PIC 9(7) VALUE ZERO.
       77  WS-RETURN-CODE             PIC 9(4) VALUE ZERO.

      * Release this program was built for
           COPY FIBRELC.

       LINKAGE SECTION.
       01  PARM-INFORMATION.
           05  PARM-LENGTH            PIC S9(4) COMP.
           05  PARM-MONTH             PIC X(6).

       PROCEDURE DIVISION USING PARM-INFORMATION.
       MAIN-PROCEDURE.
           PERFORM 000-INITIALIZE
           PERFORM 100-LOAD-RECEIVERS THRU 100-LOAD-RECEIVERS-EXIT
           IF WS-RETURN-CODE = ZERO
               PERFORM 200-LOAD-DELIVERY-LOG
                   THRU 200-LOAD-DELIVERY-LOG-EXIT
           END-IF
           IF WS-RETURN-CODE < 8
               PERFORM 400-WRITE-STATEMENTS
           END-IF
           PERFORM 900-TERMINATE

           GOBACK.

      * The statement month is the PARM, or last month
       000-INITIALIZE.
           OPEN OUTPUT PRINT-FILE

           DISPLAY '======================================='
           DISPLAY '   FIBCONF - CONFIRMATION STATEMENTS'
           DISPLAY '======================================='

           MOVE FUNCTION CURRENT-DATE(1:14) TO WS-NOW-STAMP
           MOVE WS-NOW-STAMP(1:6) TO WS-REPORT-MONTH
           IF WS-RM-MONTH = 1
               SUBTRACT 1 FROM WS-RM-YEAR
               MOVE 12 TO WS-RM-MONTH
           ELSE
               SUBTRACT 1 FROM WS-RM-MONTH
           END-IF

           IF PARM-LENGTH >= 6
               IF PARM-MONTH IS NUMERIC
                   IF PARM-MONTH(5:2) >= '01'
                           AND PARM-MONTH(5:2) <= '12'
                       MOVE PARM-MONTH TO WS-REPORT-MONTH
                   ELSE
                       DISPLAY 'WARNING: MONTH PARM ' PARM-MONTH
                           ' NOT A VALID YYYYMM - LAST MONTH USED'
                   END-IF
               END-IF
           END-IF

           PERFORM 830-FORMAT-MONTH
           DISPLAY 'STATEMENT MONTH: ' WS-FMT-MONTH.

       100-LOAD-RECEIVERS.
           OPEN INPUT DESTINATION-FILE
           IF NOT DEST-FILE-OK
               DISPLAY 'ERROR: FIBDEST REGISTRY NOT AVAILABLE - '
                   'STATUS ' WS-DEST-FILE-STATUS
               MOVE 8 TO WS-RETURN-CODE
               GO TO 100-LOAD-RECEIVERS-EXIT
           END-IF

           MOVE 'N' TO WS-EOF-SW
           PERFORM UNTIL INPUT-EOF-REACHED
               READ DESTINATION-FILE
                   AT END
                       SET INPUT-EOF-REACHED TO TRUE
                   NOT AT END
                       MOVE DST-RECEIVER-ID TO WS-NOTE-RECEIVER
                       PERFORM 230-NOTE-RECEIVER
               END-READ
           END-PERFORM

           CLOSE DESTINATION-FILE
           DISPLAY 'FIBDEST RECEIVERS:       ' WS-RECEIVER-COUNT.

       100-LOAD-RECEIVERS-EXIT.
           EXIT.

      * The whole log is read: an acknowledgment logged after the
      * month end still belongs to a send made in it
       200-LOAD-DELIVERY-LOG.
           OPEN INPUT DELIVERY-LOG-FILE
           IF NOT DLOG-FILE-OK
               DISPLAY 'ERROR: FIBDLOG NOT AVAILABLE - STATUS '
                   WS-DLOG-FILE-STATUS ' - NO STATEMENT WRITTEN'
               MOVE 8 TO WS-RETURN-CODE
               GO TO 200-LOAD-DELIVERY-LOG-EXIT
           END-IF

           MOVE 'N' TO WS-EOF-SW
           PERFORM UNTIL INPUT-EOF-REACHED
               READ DELIVERY-LOG-FILE
                   AT END
                       SET INPUT-EOF-REACHED TO TRUE
                   NOT AT END
                       EVALUATE TRUE
                           WHEN DLV-IS-SEND
                               MOVE DLV-EVENT-STAMP(1:6)
                                   TO WS-EVENT-MONTH
                               IF WS-EVENT-MONTH = WS-REPORT-MONTH
                                   ADD 1 TO WS-SEND-EVENTS
                                   PERFORM 210-ADD-SEND
                                       THRU 210-ADD-SEND-EXIT
                               END-IF
                           WHEN DLV-IS-ACK
                               PERFORM 220-MATCH-ACK
                                   THRU 220-MATCH-ACK-EXIT
                           WHEN OTHER
                               CONTINUE
                       END-EVALUATE
               END-READ
           END-PERFORM

           CLOSE DELIVERY-LOG-FILE

           DISPLAY 'SENDS IN THE MONTH:      ' WS-SEND-EVENTS
           DISPLAY 'ACKS MATCHED TO SENDS:   ' WS-ACKS-MATCHED
           DISPLAY 'ACKS SHOWN AS LINES:     ' WS-ACKS-AS-LINES
           IF WS-DROPPED-SENDS > ZERO
               DISPLAY 'WARNING: MORE THAN 3000 SENDS - '
                   WS-DROPPED-SENDS ' NOT ON THE STATEMENTS'
               MOVE 4 TO WS-RETURN-CODE
           END-IF.

       200-LOAD-DELIVERY-LOG-EXIT.
           EXIT.

       210-ADD-SEND.
           IF WS-SEND-COUNT = 3000
               ADD 1 TO WS-DROPPED-SENDS
               GO TO 210-ADD-SEND-EXIT
           END-IF

           ADD 1 TO WS-SEND-COUNT
           MOVE DLV-RECEIVER-ID  TO SN-RECEIVER-ID(WS-SEND-COUNT)
           MOVE DLV-FILE-ID      TO SN-FILE-ID(WS-SEND-COUNT)
           MOVE DLV-RUN-DATE     TO SN-RUN-DATE(WS-SEND-COUNT)
           MOVE DLV-SENT-STAMP   TO SN-GEN-STAMP(WS-SEND-COUNT)
           MOVE DLV-EVENT-STAMP  TO SN-SENT-STAMP(WS-SEND-COUNT)
           MOVE ZERO             TO SN-RECORD-COUNT(WS-SEND-COUNT)
                                    SN-HASH-TOTAL(WS-SEND-COUNT)
                                    SN-ACK-COUNT(WS-SEND-COUNT)
                                    SN-ACK-STAMP(WS-SEND-COUNT)
           IF DLV-RECORD-COUNT IS NUMERIC
               MOVE DLV-RECORD-COUNT TO SN-RECORD-COUNT(WS-SEND-COUNT)
           END-IF
           IF DLV-HASH-TOTAL IS NUMERIC
               MOVE DLV-HASH-TOTAL TO SN-HASH-TOTAL(WS-SEND-COUNT)
           END-IF
           MOVE 'O' TO SN-ACK-STATUS(WS-SEND-COUNT)

           EVALUATE TRUE
               WHEN DLV-SEND-RESTATEMENT
                   MOVE 'S' TO SN-SEND-TYPE(WS-SEND-COUNT)
               WHEN DLV-SEND-RESEND
                   MOVE 'R' TO SN-SEND-TYPE(WS-SEND-COUNT)
               WHEN OTHER
                   MOVE 'O' TO SN-SEND-TYPE(WS-SEND-COUNT)
                   PERFORM VARYING WS-LOOK-IDX FROM 1 BY 1
                             UNTIL WS-LOOK-IDX >= WS-SEND-COUNT
                       IF SN-RECEIVER-ID(WS-LOOK-IDX) = DLV-RECEIVER-ID
                           AND SN-FILE-ID(WS-LOOK-IDX) = DLV-FILE-ID
                           AND SN-RUN-DATE(WS-LOOK-IDX) = DLV-RUN-DATE
                           MOVE 'R' TO SN-SEND-TYPE(WS-SEND-COUNT)
                       END-IF
                   END-PERFORM
           END-EVALUATE

           MOVE DLV-RECEIVER-ID TO WS-NOTE-RECEIVER
           PERFORM 230-NOTE-RECEIVER.

       210-ADD-SEND-EXIT.
           EXIT.

      * An acknowledgment belongs to the latest unacknowledged send
      * of the same generation. One with no logged send is shown on
      * its own when the generation is of the month - the send was
      * made before sends were logged.
       220-MATCH-ACK.
           ADD 1 TO WS-ACK-EVENTS
           MOVE 'N' TO WS-FOUND-SW
           PERFORM VARYING WS-LOOK-IDX FROM WS-SEND-COUNT BY -1
                     UNTIL WS-LOOK-IDX < 1 OR ENTRY-FOUND
               IF SN-RECEIVER-ID(WS-LOOK-IDX) = DLV-RECEIVER-ID
                       AND SN-FILE-ID(WS-LOOK-IDX) = DLV-FILE-ID
                       AND SN-RUN-DATE(WS-LOOK-IDX) = DLV-RUN-DATE
                       AND SN-GEN-STAMP(WS-LOOK-IDX) = DLV-SENT-STAMP
                       AND SN-ACK-STATUS(WS-LOOK-IDX) = 'O'
                   MOVE WS-LOOK-IDX TO WS-SEND-IDX
                   SET ENTRY-FOUND TO TRUE
               END-IF
           END-PERFORM

           IF NOT ENTRY-FOUND
               MOVE DLV-SENT-STAMP(1:6) TO WS-EVENT-MONTH
               IF WS-EVENT-MONTH NOT = WS-REPORT-MONTH
                   GO TO 220-MATCH-ACK-EXIT
               END-IF
               MOVE WS-SEND-COUNT TO WS-COUNT-BEFORE
               PERFORM 210-ADD-SEND THRU 210-ADD-SEND-EXIT
               IF WS-SEND-COUNT = WS-COUNT-BEFORE
                   GO TO 220-MATCH-ACK-EXIT
               END-IF
               MOVE DLV-SENT-STAMP TO SN-SENT-STAMP(WS-SEND-COUNT)
               MOVE WS-SEND-COUNT TO WS-SEND-IDX
               ADD 1 TO WS-ACKS-AS-LINES
           ELSE
               ADD 1 TO WS-ACKS-MATCHED
           END-IF

           MOVE DLV-STATUS      TO SN-ACK-STATUS(WS-SEND-IDX)
           MOVE DLV-EVENT-STAMP TO SN-ACK-STAMP(WS-SEND-IDX)
           EVALUATE TRUE
               WHEN DLV-ACK-COUNT IS NUMERIC
                   MOVE DLV-ACK-COUNT TO SN-ACK-COUNT(WS-SEND-IDX)
               WHEN DLV-COUNTS-AGREE
                   MOVE SN-RECORD-COUNT(WS-SEND-IDX)
                       TO SN-ACK-COUNT(WS-SEND-IDX)
               WHEN OTHER
                   MOVE ZERO TO SN-ACK-COUNT(WS-SEND-IDX)
           END-EVALUATE.

       220-MATCH-ACK-EXIT.
           EXIT.

       230-NOTE-RECEIVER.
           MOVE 'N' TO WS-FOUND-SW
           PERFORM VARYING WS-RECEIVER-IDX FROM 1 BY 1
                     UNTIL WS-RECEIVER-IDX > WS-RECEIVER-COUNT
                        OR ENTRY-FOUND
               IF RV-RECEIVER-ID(WS-RECEIVER-IDX) = WS-NOTE-RECEIVER
                   SET ENTRY-FOUND TO TRUE
               END-IF
           END-PERFORM

           IF NOT ENTRY-FOUND
               IF WS-RECEIVER-COUNT = 200
                   ADD 1 TO WS-DROPPED-RECEIVERS
               ELSE
                   ADD 1 TO WS-RECEIVER-COUNT
                   MOVE WS-NOTE-RECEIVER
                       TO RV-RECEIVER-ID(WS-RECEIVER-COUNT)
               END-IF
           END-IF.

       400-WRITE-STATEMENTS.
           OPEN OUTPUT STATEMENT-FILE
           OPEN OUTPUT RETURN-FILE

           PERFORM 410-WRITE-ONE-STATEMENT
               VARYING WS-RECEIVER-IDX FROM 1 BY 1
                 UNTIL WS-RECEIVER-IDX > WS-RECEIVER-COUNT

           CLOSE STATEMENT-FILE
           CLOSE RETURN-FILE

           IF WS-DROPPED-RECEIVERS > ZERO
               DISPLAY 'WARNING: MORE THAN 200 RECEIVERS - '
                   WS-DROPPED-RECEIVERS ' WITHOUT A STATEMENT'
               MOVE 4 TO WS-RETURN-CODE
           END-IF
           IF WS-MISMATCH-LINES > ZERO
               IF 4 > WS-RETURN-CODE
                   MOVE 4 TO WS-RETURN-CODE
               END-IF
           END-IF.

       410-WRITE-ONE-STATEMENT.
           INITIALIZE WS-STATEMENT-TOTALS

           MOVE WS-FMT-MONTH TO RH-MONTH
           MOVE RV-RECEIVER-ID(WS-RECEIVER-IDX) TO RH-RECEIVER
           MOVE WS-NOW-STAMP TO WS-FMT-STAMP-IN
           PERFORM 820-FORMAT-STAMP
           MOVE WS-FMT-STAMP TO RH-PRINTED
           WRITE PRINT-RECORD FROM REPORT-HEADING
           MOVE SPACES TO PRINT-RECORD
           WRITE PRINT-RECORD
           WRITE PRINT-RECORD FROM LEGEND-LINE
           WRITE PRINT-RECORD FROM STATEMENT-HEADING

           MOVE SPACES TO CONFIRM-STATEMENT-RECORD
           SET CST-IS-HEADER TO TRUE
           MOVE RV-RECEIVER-ID(WS-RECEIVER-IDX) TO CST-RECEIVER-ID
           MOVE WS-REPORT-MONTH TO CST-STATEMENT-MONTH
           MOVE WS-NOW-STAMP TO CSH-CREATED-STAMP
           MOVE 'FIBCONF' TO CSH-PROGRAM-ID
           MOVE '01' TO CSH-LAYOUT-VERSION
           WRITE CONFIRM-STATEMENT-RECORD
           ADD 1 TO WS-CSTM-WRITTEN

           MOVE SPACES TO CONFIRM-RETURN-RECORD
           SET CRT-IS-HEADER TO TRUE
           MOVE RV-RECEIVER-ID(WS-RECEIVER-IDX) TO CRT-RECEIVER-ID
           MOVE WS-REPORT-MONTH TO CRT-STATEMENT-MONTH
           MOVE WS-NOW-STAMP TO CRH-CREATED-STAMP
           WRITE CONFIRM-RETURN-RECORD

           PERFORM VARYING WS-SEND-IDX FROM 1 BY 1
                     UNTIL WS-SEND-IDX > WS-SEND-COUNT
               IF SN-RECEIVER-ID(WS-SEND-IDX) =
                       RV-RECEIVER-ID(WS-RECEIVER-IDX)
                   PERFORM 420-WRITE-ONE-LINE
               END-IF
           END-PERFORM

           MOVE SPACES TO PRINT-RECORD
           IF WS-ST-LINES = ZERO
               MOVE 'NO TRANSMISSIONS LOGGED IN THE MONTH'
                   TO PRINT-RECORD
               WRITE PRINT-RECORD
               MOVE SPACES TO PRINT-RECORD
           END-IF
           WRITE PRINT-RECORD
           STRING 'TRANSMISSIONS: ' WS-ST-LINES
                  '  ORIGINAL: ' WS-ST-ORIGINALS
                  '  RESENT: ' WS-ST-RESENDS
                  '  RESTATED: ' WS-ST-RESTATEMENTS
                  '  AGREED: ' WS-ST-AGREED
                  '  MISMATCHED: ' WS-ST-MISMATCHED
                  '  OUTSTANDING: ' WS-ST-OUTSTANDING
               DELIMITED BY SIZE
               INTO PRINT-RECORD
           END-STRING
           WRITE PRINT-RECORD
           DISPLAY RV-RECEIVER-ID(WS-RECEIVER-IDX) ' '
               PRINT-RECORD(1:100)
           MOVE SPACES TO PRINT-RECORD
           WRITE PRINT-RECORD
           WRITE PRINT-RECORD

           MOVE SPACES TO CONFIRM-STATEMENT-RECORD
           SET CST-IS-TRAILER TO TRUE
           MOVE RV-RECEIVER-ID(WS-RECEIVER-IDX) TO CST-RECEIVER-ID
           MOVE WS-REPORT-MONTH TO CST-STATEMENT-MONTH
           MOVE WS-ST-LINES TO CST-LINE-COUNT
           MOVE WS-ST-HASH TO CST-HASH-TOTAL
           WRITE CONFIRM-STATEMENT-RECORD
           ADD 1 TO WS-CSTM-WRITTEN

           MOVE SPACES TO CONFIRM-RETURN-RECORD
           SET CRT-IS-TRAILER TO TRUE
           MOVE RV-RECEIVER-ID(WS-RECEIVER-IDX) TO CRT-RECEIVER-ID
           MOVE WS-REPORT-MONTH TO CRT-STATEMENT-MONTH
           MOVE WS-ST-LINES TO CRT-LINE-COUNT
           WRITE CONFIRM-RETURN-RECORD.

       420-WRITE-ONE-LINE.
           ADD 1 TO WS-ST-LINES
           EVALUATE SN-SEND-TYPE(WS-SEND-IDX)
               WHEN 'R'
                   ADD 1 TO WS-ST-RESENDS
               WHEN 'S'
                   ADD 1 TO WS-ST-RESTATEMENTS
               WHEN OTHER
                   ADD 1 TO WS-ST-ORIGINALS
           END-EVALUATE
           EVALUATE SN-ACK-STATUS(WS-SEND-IDX)
               WHEN 'A'
                   ADD 1 TO WS-ST-AGREED
                   MOVE 'AGREED' TO SL-ACK-STATUS
               WHEN 'M'
                   ADD 1 TO WS-ST-MISMATCHED
                   ADD 1 TO WS-MISMATCH-LINES
                   MOVE 'MISMATCH' TO SL-ACK-STATUS
               WHEN OTHER
                   ADD 1 TO WS-ST-OUTSTANDING
                   MOVE 'OUTSTANDING' TO SL-ACK-STATUS
           END-EVALUATE
           ADD SN-HASH-TOTAL(WS-SEND-IDX) TO WS-ST-HASH
               ON SIZE ERROR
                   COMPUTE WS-ST-HASH =
                       WS-ST-HASH - 999999999999999999
                       + SN-HASH-TOTAL(WS-SEND-IDX) - 1
           END-ADD

           MOVE WS-ST-LINES TO SL-SEQ
           MOVE SN-RUN-DATE(WS-SEND-IDX) TO WS-RUN-DATE
           PERFORM 840-FORMAT-DATE
           MOVE WS-FMT-DATE TO SL-RUN-DATE
           MOVE SN-FILE-ID(WS-SEND-IDX) TO SL-EXTRACT-ID
           MOVE SN-GEN-STAMP(WS-SEND-IDX) TO WS-FMT-STAMP-IN
           PERFORM 820-FORMAT-STAMP
           MOVE WS-FMT-STAMP TO SL-GENERATION
           MOVE SN-RECORD-COUNT(WS-SEND-IDX) TO SL-RECORD-COUNT
           MOVE SN-HASH-TOTAL(WS-SEND-IDX) TO SL-HASH-TOTAL
           MOVE SN-SENT-STAMP(WS-SEND-IDX) TO WS-FMT-STAMP-IN
           PERFORM 820-FORMAT-STAMP
           MOVE WS-FMT-STAMP TO SL-SENT
           MOVE SN-SEND-TYPE(WS-SEND-IDX) TO SL-SEND-TYPE
           MOVE SN-ACK-COUNT(WS-SEND-IDX) TO SL-ACK-COUNT
           WRITE PRINT-RECORD FROM STATEMENT-LINE

           MOVE SPACES TO CONFIRM-STATEMENT-RECORD
           SET CST-IS-DETAIL TO TRUE
           MOVE SN-RECEIVER-ID(WS-SEND-IDX) TO CST-RECEIVER-ID
           MOVE WS-REPORT-MONTH             TO CST-STATEMENT-MONTH
           MOVE WS-ST-LINES                 TO CSD-LINE-SEQ
           MOVE SN-RUN-DATE(WS-SEND-IDX)    TO CSD-RUN-DATE
           MOVE SN-FILE-ID(WS-SEND-IDX)     TO CSD-EXTRACT-ID
           MOVE SN-GEN-STAMP(WS-SEND-IDX)   TO CSD-GENERATION-STAMP
           MOVE SN-RECORD-COUNT(WS-SEND-IDX) TO CSD-RECORD-COUNT
           MOVE SN-HASH-TOTAL(WS-SEND-IDX)  TO CSD-HASH-TOTAL
           MOVE SN-SENT-STAMP(WS-SEND-IDX)  TO CSD-SENT-STAMP
           MOVE SN-SEND-TYPE(WS-SEND-IDX)   TO CSD-SEND-TYPE
           MOVE SN-ACK-COUNT(WS-SEND-IDX)   TO CSD-ACK-COUNT
           MOVE SN-ACK-STATUS(WS-SEND-IDX)  TO CSD-ACK-STATUS
           MOVE SN-ACK-STAMP(WS-SEND-IDX)   TO CSD-ACK-STAMP
           WRITE CONFIRM-STATEMENT-RECORD
           ADD 1 TO WS-CSTM-WRITTEN

           MOVE SPACES TO CONFIRM-RETURN-RECORD
           SET CRT-IS-DETAIL TO TRUE
           MOVE SN-RECEIVER-ID(WS-SEND-IDX) TO CRT-RECEIVER-ID
           MOVE WS-REPORT-MONTH             TO CRT-STATEMENT-MONTH
           MOVE WS-ST-LINES                 TO CRD-LINE-SEQ
           MOVE SN-RUN-DATE(WS-SEND-IDX)    TO CRD-RUN-DATE
           MOVE SN-FILE-ID(WS-SEND-IDX)     TO CRD-EXTRACT-ID
           MOVE SN-RECORD-COUNT(WS-SEND-IDX) TO CRD-STATED-COUNT
           MOVE SN-HASH-TOTAL(WS-SEND-IDX)  TO CRD-STATED-HASH
           WRITE CONFIRM-RETURN-RECORD.

       820-FORMAT-STAMP.
           MOVE SPACES TO WS-FMT-STAMP
           IF WS-FMT-STAMP-IN > ZERO
               STRING WS-FMT-STAMP-IN(1:4) '-' WS-FMT-STAMP-IN(5:2)
                      '-' WS-FMT-STAMP-IN(7:2) ' '
                      WS-FMT-STAMP-IN(9:2) ':' WS-FMT-STAMP-IN(11:2)
                   DELIMITED BY SIZE
                   INTO WS-FMT-STAMP
               END-STRING
           END-IF.

       830-FORMAT-MONTH.
           MOVE SPACES TO WS-FMT-MONTH
           STRING WS-REPORT-MONTH(1:4) '-' WS-REPORT-MONTH(5:2)
               DELIMITED BY SIZE
               INTO WS-FMT-MONTH
           END-STRING.

       840-FORMAT-DATE.
           MOVE SPACES TO WS-FMT-DATE
           STRING WS-RUN-DATE(1:4) '-' WS-RUN-DATE(5:2) '-'
                  WS-RUN-DATE(7:2)
               DELIMITED BY SIZE
               INTO WS-FMT-DATE
           END-STRING.

       900-TERMINATE.
           CLOSE PRINT-FILE

           DISPLAY SPACE
           DISPLAY 'STATEMENTS WRITTEN:      ' WS-RECEIVER-COUNT
           DISPLAY 'FIBCSTM RECORDS:         ' WS-CSTM-WRITTEN
           DISPLAY 'MISMATCHED LINES:        ' WS-MISMATCH-LINES
           DISPLAY '   FIBCONF COMPLETED - RELEASE ' REL-RELEASE-ID
           DISPLAY 'RETURN CODE: ' WS-RETURN-CODE
           MOVE WS-RETURN-CODE TO RETURN-CODE.
