      ******************************************************************
      * FIBCNFRL loads a receiver's confirmation return. FIBCONF
      * sends each receiver its monthly statement with a return
      * template (FIBCRTNC layout); the receiver answers every line
      * C (confirmed) or D (disputed, with what they have) and sends
      * it back. This program checks the return against the
      * statement we sent (FIBCSTM, FIBCSTMC layout) and posts every
      * disagreement to FIBEXCP as a FIB017 exception, so it reaches
      * the FIBEXCW workbench through the FIBEXCPL intake:
      *
      *   - a line the receiver disputed,
      *   - a confirmed line whose figures, where the receiver gave
      *     them, differ from ours,
      *   - a line whose stated figures no longer match our
      *     statement (the template was altered),
      *   - a line that is not on our statement at all.
      *
      * Lines left blank, and statement lines missing from a return,
      * are counted as unanswered and listed, but are not posted.
      * The return may hold several receivers or months; each is
      * checked against its own statement.
      *
      * RC=0 when every returned line was confirmed, RC=4 when any
      * disagreement was posted or any line is unanswered, RC=8
      * when FIBCSTM or FIBCRTN cannot be read.
      ******************************************************************
       IDENTIFICATION DIVISION.
       PROGRAM-ID. FIBCNFRL.
       AUTHOR. Antonio Gibas.
       DATE-WRITTEN. 10-15-2026.
       DATE-COMPILED. 10-15-2026.

      * MODIFICATION HISTORY
      * 10-15-2026  AG  INITIAL VERSION - LOAD CONFIRMATION RETURNS,
      *                 POST DISAGREEMENTS TO FIBEXCP
      * 10-15-2026  AG  SHOW THE SUITE RELEASE ID ON THE COMPLETION LINE
      ******************************************************************

       ENVIRONMENT DIVISION.
       CONFIGURATION SECTION.
       SOURCE-COMPUTER. IBM-Z.
       OBJECT-COMPUTER. IBM-Z.

       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
           SELECT STATEMENT-FILE ASSIGN TO "FIBCSTM"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-CSTM-FILE-STATUS.
           SELECT RETURN-FILE ASSIGN TO "FIBCRTN"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-CRTN-FILE-STATUS.
           SELECT EXCEPTION-FILE ASSIGN TO "FIBEXCP"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-EXCP-FILE-STATUS.

       DATA DIVISION.
       FILE SECTION.
       FD  STATEMENT-FILE
           RECORDING MODE IS F.
           COPY FIBCSTMC.

       FD  RETURN-FILE
           RECORDING MODE IS F.
           COPY FIBCRTNC.

      * Structured exception record, as ADVFIBB writes it
       FD  EXCEPTION-FILE
           RECORDING MODE IS F.
       01  EXCEPTION-RECORD.
           05  EXC-SEVERITY           PIC X.
           05  EXC-PROGRAM            PIC X(8).
           05  EXC-RUN-DATE           PIC 9(8).
           05  EXC-TERM-INDEX         PIC 9(4).
           05  EXC-MSG-ID             PIC X(8).
           05  EXC-TEXT               PIC X(60).

       WORKING-STORAGE SECTION.

       01  WS-FILE-STATUSES.
           05  WS-CSTM-FILE-STATUS    PIC XX VALUE SPACES.
               88  CSTM-FILE-OK            VALUE '00'.
           05  WS-CRTN-FILE-STATUS    PIC XX VALUE SPACES.
               88  CRTN-FILE-OK            VALUE '00'.
           05  WS-EXCP-FILE-STATUS    PIC XX VALUE SPACES.
               88  EXCP-FILE-OK            VALUE '00'.
               88  EXCP-FILE-NOT-FOUND     VALUE '35'.

       01  WS-INDICATORS.
           05  WS-EOF-SW              PIC X VALUE 'N'.
               88  INPUT-EOF-REACHED      VALUE 'Y'.
           05  WS-FOUND-SW            PIC X VALUE 'N'.
               88  ENTRY-FOUND            VALUE 'Y'.
           05  WS-EXCP-OPEN-SW        PIC X VALUE 'N'.
               88  EXCP-IS-OPEN           VALUE 'Y'.

      * Our statement lines. SA-ANSWER is set from the return:
      * C confirmed, D disagreement posted, U left unanswered,
      * space when the line was not returned.
       01  STATEMENT-TABLE.
           05  WS-STMT-COUNT          PIC 9(5) VALUE ZERO.
           05  STMT-ENTRY OCCURS 5000 TIMES.
               10  SA-RECEIVER-ID     PIC X(8).
               10  SA-MONTH           PIC 9(6).
               10  SA-LINE-SEQ        PIC 9(4).
               10  SA-RUN-DATE        PIC 9(8).
               10  SA-EXTRACT-ID      PIC X(8).
               10  SA-RECORD-COUNT    PIC 9(9).
               10  SA-HASH-TOTAL      PIC 9(18).
               10  SA-ANSWER          PIC X.

      * Receiver statements the return covered
       01  RETURNED-TABLE.
           05  WS-RETURNED-COUNT      PIC 9(3) VALUE ZERO.
           05  RETURNED-ENTRY OCCURS 200 TIMES.
               10  RT-RECEIVER-ID     PIC X(8).
               10  RT-MONTH           PIC 9(6).

       01  WS-EXC-TEXT-BUILD.
           05  WS-ETB-RECEIVER        PIC X(8).
           05  FILLER                 PIC X VALUE SPACE.
           05  WS-ETB-MONTH           PIC 9(6).
           05  FILLER                 PIC X(6) VALUE ' LINE '.
           05  WS-ETB-LINE-SEQ        PIC 9(4).
           05  FILLER                 PIC X VALUE SPACE.
           05  WS-ETB-EXTRACT-ID      PIC X(8).
           05  FILLER                 PIC X VALUE SPACE.
           05  WS-ETB-REASON          PIC X(25).

       77  WS-TODAY                   PIC 9(8) VALUE ZERO.
       77  WS-STMT-IDX                PIC 9(5) VALUE ZERO.
       77  WS-RETURNED-IDX            PIC 9(3) VALUE ZERO.
       77  WS-DROPPED-LINES           PIC 9(7) VALUE ZERO.
       77  WS-RETURN-LINES            PIC 9(7) VALUE ZERO.
       77  WS-CONFIRMED-COUNT         PIC 9(7) VALUE ZERO.
       77  WS-DISPUTE-COUNT           PIC 9(7) VALUE ZERO.
       77  WS-UNANSWERED-COUNT        PIC 9(7) VALUE ZERO.
       77  WS-NOT-RETURNED-COUNT      PIC 9(7) VALUE ZERO.
       77  WS-POSTED-COUNT            PIC 9(7) VALUE ZERO.
       77  WS-RETURN-CODE             PIC 9(4) VALUE ZERO.

      * Release this program was built for
           COPY FIBRELC.

       PROCEDURE DIVISION.
       MAIN-PROCEDURE.
           PERFORM 000-INITIALIZE
           PERFORM 100-LOAD-STATEMENT THRU 100-LOAD-STATEMENT-EXIT
           IF WS-RETURN-CODE = ZERO
               PERFORM 200-LOAD-RETURN THRU 200-LOAD-RETURN-EXIT
           END-IF
           IF WS-RETURN-CODE < 8
               PERFORM 300-LIST-NOT-RETURNED
           END-IF
           PERFORM 900-TERMINATE

           GOBACK.

       000-INITIALIZE.
           MOVE FUNCTION CURRENT-DATE(1:8) TO WS-TODAY

           DISPLAY '======================================='
           DISPLAY '   FIBCNFRL - CONFIRMATION RETURN LOAD'
           DISPLAY '======================================='.

       100-LOAD-STATEMENT.
           OPEN INPUT STATEMENT-FILE
           IF NOT CSTM-FILE-OK
               DISPLAY 'ERROR: FIBCSTM STATEMENT NOT AVAILABLE - '
                   'STATUS ' WS-CSTM-FILE-STATUS
               MOVE 8 TO WS-RETURN-CODE
               GO TO 100-LOAD-STATEMENT-EXIT
           END-IF

           MOVE 'N' TO WS-EOF-SW
           PERFORM UNTIL INPUT-EOF-REACHED
               READ STATEMENT-FILE
                   AT END
                       SET INPUT-EOF-REACHED TO TRUE
                   NOT AT END
                       IF CST-IS-DETAIL
                           PERFORM 110-KEEP-STATEMENT-LINE
                       END-IF
               END-READ
           END-PERFORM

           CLOSE STATEMENT-FILE
           DISPLAY 'STATEMENT LINES LOADED:  ' WS-STMT-COUNT
           IF WS-DROPPED-LINES > ZERO
               DISPLAY 'WARNING: MORE THAN 5000 STATEMENT LINES - '
                   WS-DROPPED-LINES ' NOT LOADED'
               MOVE 4 TO WS-RETURN-CODE
           END-IF.

       100-LOAD-STATEMENT-EXIT.
           EXIT.

       110-KEEP-STATEMENT-LINE.
           IF WS-STMT-COUNT = 5000
               ADD 1 TO WS-DROPPED-LINES
           ELSE
               ADD 1 TO WS-STMT-COUNT
               MOVE CST-RECEIVER-ID     TO SA-RECEIVER-ID(WS-STMT-COUNT)
               MOVE CST-STATEMENT-MONTH TO SA-MONTH(WS-STMT-COUNT)
               MOVE CSD-LINE-SEQ        TO SA-LINE-SEQ(WS-STMT-COUNT)
               MOVE CSD-RUN-DATE        TO SA-RUN-DATE(WS-STMT-COUNT)
               MOVE CSD-EXTRACT-ID      TO SA-EXTRACT-ID(WS-STMT-COUNT)
               MOVE CSD-RECORD-COUNT
                   TO SA-RECORD-COUNT(WS-STMT-COUNT)
               MOVE CSD-HASH-TOTAL      TO SA-HASH-TOTAL(WS-STMT-COUNT)
               MOVE SPACE               TO SA-ANSWER(WS-STMT-COUNT)
           END-IF.

       200-LOAD-RETURN.
           OPEN INPUT RETURN-FILE
           IF NOT CRTN-FILE-OK
               DISPLAY 'ERROR: FIBCRTN RETURN NOT AVAILABLE - '
                   'STATUS ' WS-CRTN-FILE-STATUS
               MOVE 8 TO WS-RETURN-CODE
               GO TO 200-LOAD-RETURN-EXIT
           END-IF

           OPEN EXTEND EXCEPTION-FILE
           IF EXCP-FILE-NOT-FOUND
               OPEN OUTPUT EXCEPTION-FILE
           END-IF
           IF EXCP-FILE-OK
               SET EXCP-IS-OPEN TO TRUE
           ELSE
               DISPLAY 'WARNING: FIBEXCP NOT AVAILABLE - STATUS '
                   WS-EXCP-FILE-STATUS ' - DISAGREEMENTS NOT POSTED'
           END-IF

           MOVE 'N' TO WS-EOF-SW
           PERFORM UNTIL INPUT-EOF-REACHED
               READ RETURN-FILE
                   AT END
                       SET INPUT-EOF-REACHED TO TRUE
                   NOT AT END
                       EVALUATE TRUE
                           WHEN CRT-IS-HEADER
                               PERFORM 210-NOTE-RETURNED-STATEMENT
                           WHEN CRT-IS-DETAIL
                               PERFORM 220-CHECK-RETURN-LINE
                                   THRU 220-CHECK-RETURN-LINE-EXIT
                           WHEN OTHER
                               CONTINUE
                       END-EVALUATE
               END-READ
           END-PERFORM

           CLOSE RETURN-FILE
           IF EXCP-IS-OPEN
               CLOSE EXCEPTION-FILE
           END-IF

           DISPLAY 'RETURN LINES READ:       ' WS-RETURN-LINES
           DISPLAY 'LINES CONFIRMED:         ' WS-CONFIRMED-COUNT
           DISPLAY 'DISAGREEMENTS:           ' WS-DISPUTE-COUNT
           DISPLAY 'LINES UNANSWERED:        ' WS-UNANSWERED-COUNT
           IF WS-DISPUTE-COUNT > ZERO OR WS-UNANSWERED-COUNT > ZERO
               MOVE 4 TO WS-RETURN-CODE
           END-IF.

       200-LOAD-RETURN-EXIT.
           EXIT.

       210-NOTE-RETURNED-STATEMENT.
           DISPLAY 'RETURN FROM ' CRT-RECEIVER-ID
               ' FOR ' CRT-STATEMENT-MONTH
           IF WS-RETURNED-COUNT < 200
               ADD 1 TO WS-RETURNED-COUNT
               MOVE CRT-RECEIVER-ID
                   TO RT-RECEIVER-ID(WS-RETURNED-COUNT)
               MOVE CRT-STATEMENT-MONTH
                   TO RT-MONTH(WS-RETURNED-COUNT)
           END-IF.

       220-CHECK-RETURN-LINE.
           ADD 1 TO WS-RETURN-LINES
           MOVE CRT-RECEIVER-ID     TO WS-ETB-RECEIVER
           MOVE CRT-STATEMENT-MONTH TO WS-ETB-MONTH
           MOVE CRD-LINE-SEQ        TO WS-ETB-LINE-SEQ
           MOVE CRD-EXTRACT-ID      TO WS-ETB-EXTRACT-ID

           MOVE 'N' TO WS-FOUND-SW
           PERFORM VARYING WS-STMT-IDX FROM 1 BY 1
                     UNTIL WS-STMT-IDX > WS-STMT-COUNT OR ENTRY-FOUND
               IF SA-RECEIVER-ID(WS-STMT-IDX) = CRT-RECEIVER-ID
                       AND SA-MONTH(WS-STMT-IDX) = CRT-STATEMENT-MONTH
                       AND SA-LINE-SEQ(WS-STMT-IDX) = CRD-LINE-SEQ
                   SET ENTRY-FOUND TO TRUE
               END-IF
           END-PERFORM
           IF NOT ENTRY-FOUND
               MOVE 'NOT ON OUR STATEMENT' TO WS-ETB-REASON
               PERFORM 290-POST-DISAGREEMENT
               GO TO 220-CHECK-RETURN-LINE-EXIT
           END-IF
           SUBTRACT 1 FROM WS-STMT-IDX

           IF CRD-RUN-DATE NOT = SA-RUN-DATE(WS-STMT-IDX)
                   OR CRD-EXTRACT-ID NOT = SA-EXTRACT-ID(WS-STMT-IDX)
                   OR CRD-STATED-COUNT NOT =
                       SA-RECORD-COUNT(WS-STMT-IDX)
                   OR CRD-STATED-HASH NOT =
                       SA-HASH-TOTAL(WS-STMT-IDX)
               MOVE 'D' TO SA-ANSWER(WS-STMT-IDX)
               MOVE 'STATED FIGURES ALTERED' TO WS-ETB-REASON
               PERFORM 290-POST-DISAGREEMENT
               GO TO 220-CHECK-RETURN-LINE-EXIT
           END-IF

           EVALUATE TRUE
               WHEN CRD-DISPUTED
                   MOVE 'D' TO SA-ANSWER(WS-STMT-IDX)
                   MOVE 'DISPUTED BY RECEIVER' TO WS-ETB-REASON
                   PERFORM 290-POST-DISAGREEMENT
               WHEN CRD-CONFIRMED
                   IF CRD-THEIR-COUNT IS NUMERIC
                           AND CRD-THEIR-COUNT NOT =
                               SA-RECORD-COUNT(WS-STMT-IDX)
                       MOVE 'D' TO SA-ANSWER(WS-STMT-IDX)
                       MOVE 'THEIR COUNT DIFFERS' TO WS-ETB-REASON
                       PERFORM 290-POST-DISAGREEMENT
                   ELSE
                       IF CRD-THEIR-HASH IS NUMERIC
                               AND CRD-THEIR-HASH NOT =
                                   SA-HASH-TOTAL(WS-STMT-IDX)
                           MOVE 'D' TO SA-ANSWER(WS-STMT-IDX)
                           MOVE 'THEIR HASH DIFFERS' TO WS-ETB-REASON
                           PERFORM 290-POST-DISAGREEMENT
                       ELSE
                           MOVE 'C' TO SA-ANSWER(WS-STMT-IDX)
                           ADD 1 TO WS-CONFIRMED-COUNT
                       END-IF
                   END-IF
               WHEN OTHER
                   IF NOT CRD-UNANSWERED
                       DISPLAY 'WARNING: ' CRT-RECEIVER-ID ' LINE '
                           CRD-LINE-SEQ ' RESPONSE ' CRD-RESPONSE
                           ' IS NOT C OR D - TAKEN AS UNANSWERED'
                   END-IF
                   MOVE 'U' TO SA-ANSWER(WS-STMT-IDX)
                   ADD 1 TO WS-UNANSWERED-COUNT
           END-EVALUATE.

       220-CHECK-RETURN-LINE-EXIT.
           EXIT.

       290-POST-DISAGREEMENT.
           ADD 1 TO WS-DISPUTE-COUNT
           DISPLAY 'DISAGREEMENT: ' WS-EXC-TEXT-BUILD
           IF EXCP-IS-OPEN
               MOVE 'E'          TO EXC-SEVERITY
               MOVE 'FIBCNFRL'   TO EXC-PROGRAM
               MOVE WS-TODAY     TO EXC-RUN-DATE
               MOVE ZERO         TO EXC-TERM-INDEX
               MOVE 'FIB017'     TO EXC-MSG-ID
               MOVE WS-EXC-TEXT-BUILD TO EXC-TEXT
               WRITE EXCEPTION-RECORD
               ADD 1 TO WS-POSTED-COUNT
           END-IF.

      * Lines of a returned statement the receiver left out
       300-LIST-NOT-RETURNED.
           PERFORM VARYING WS-STMT-IDX FROM 1 BY 1
                     UNTIL WS-STMT-IDX > WS-STMT-COUNT
               IF SA-ANSWER(WS-STMT-IDX) = SPACE
                   MOVE 'N' TO WS-FOUND-SW
                   PERFORM VARYING WS-RETURNED-IDX FROM 1 BY 1
                             UNTIL WS-RETURNED-IDX > WS-RETURNED-COUNT
                                OR ENTRY-FOUND
                       IF RT-RECEIVER-ID(WS-RETURNED-IDX) =
                               SA-RECEIVER-ID(WS-STMT-IDX)
                           AND RT-MONTH(WS-RETURNED-IDX) =
                               SA-MONTH(WS-STMT-IDX)
                           SET ENTRY-FOUND TO TRUE
                       END-IF
                   END-PERFORM
                   IF ENTRY-FOUND
                       DISPLAY 'NOT RETURNED: '
                           SA-RECEIVER-ID(WS-STMT-IDX) ' '
                           SA-MONTH(WS-STMT-IDX) ' LINE '
                           SA-LINE-SEQ(WS-STMT-IDX) ' '
                           SA-EXTRACT-ID(WS-STMT-IDX)
                       ADD 1 TO WS-NOT-RETURNED-COUNT
                   END-IF
               END-IF
           END-PERFORM

           IF WS-NOT-RETURNED-COUNT > ZERO
               DISPLAY 'LINES NOT RETURNED:      ' WS-NOT-RETURNED-COUNT
               IF 4 > WS-RETURN-CODE
                   MOVE 4 TO WS-RETURN-CODE
               END-IF
           END-IF.

       900-TERMINATE.
           DISPLAY SPACE
           DISPLAY 'FIB017 EXCEPTIONS POSTED: ' WS-POSTED-COUNT

           DISPLAY '   FIBCNFRL COMPLETED - RELEASE ' REL-RELEASE-ID
           DISPLAY 'RETURN CODE: ' WS-RETURN-CODE
           MOVE WS-RETURN-CODE TO RETURN-CODE.
