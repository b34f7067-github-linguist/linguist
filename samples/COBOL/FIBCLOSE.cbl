      * the closing year) in columns 7-12 performs the close;
      * REPORT (or no card) lists the prior periods from FIBCTLH
      * for trend questions without touching FIBCTL.
      *
      * FISCAL in columns 14-19 of the CLOSE card closes a fiscal
      * period instead: the period id is the YYYYPP of a period on
      * the FIBFPER table (blank takes the latest period ended on
      * or before today), a period not yet ended or already closed
      * is refused, and the statement prints period-to-date and
      * fiscal-year-to-date totals - the year's earlier fiscal
      * closes on FIBCTLH plus this one. Calendar closes are
      * unchanged and stay the default.
      ******************************************************************
       IDENTIFICATION DIVISION.
       PROGRAM-ID. FIBCLOSE.
      * MODIFICATION HISTORY
      * 08-22-2026  AG  INITIAL VERSION - PERIOD CLOSE AND PERIOD
      *                 HISTORY REPORT FOR THE FIBCTL TOTALS
      * 10-15-2026  AG  FISCAL-PERIOD CLOSE AGAINST THE FIBFPER
      *                 PERIOD TABLE WITH PERIOD-TO-DATE AND
      *                 FISCAL-YEAR-TO-DATE STATEMENT; FIBCTLH
      *                 CARRIES THE CLOSE BASIS
      * 10-15-2026  AG  LOG START/END RUN-TIME TELEMETRY TO FIBPERF
      *                 THROUGH THE SHARED FIBPERFL LOGGER - THE RUN
      *                 AND ITS RETURN CODE ARE THE AUDIT EVIDENCE
      *                 FIBEVPK INDEXES FOR THIS CONTROL
      * 10-15-2026  AG  CARRY THE SUITE RELEASE ID ON THE FIBPERF
      *                 RECORD AND THE COMPLETION LINE
      * 10-15-2026  AG  KEEP THE FIBCTL BUSINESS UNIT ACROSS THE RESET
      ******************************************************************

       ENVIRONMENT DIVISION.
       01  CONTROL-TOTAL-RECORD.
           05  CTL-CUMULATIVE-SUM     PIC 9(18).
           05  CTL-RUN-COUNT          PIC 9(7).
           05  CTL-UNIT               PIC X(4).

       FD  PERIOD-HISTORY-FILE
           RECORDING MODE IS F.
           05  CTLH-RUN-COUNT         PIC 9(7).
           05  CTLH-CLOSE-DATE        PIC 9(8).
           05  CTLH-CLOSER-USERID     PIC X(8).
      * C calendar close, F fiscal close (space on closes written
      * before the basis was carried - calendar)
           05  CTLH-BASIS             PIC X.
               88  CTLH-FISCAL-CLOSE      VALUE 'F'.

       WORKING-STORAGE SECTION.

       01  WS-CONTROL-CARD.
           05  WS-CC-VERB             PIC X(6).
           05  WS-CC-PERIOD-ID        PIC X(6).
           05  FILLER                 PIC X.
           05  WS-CC-BASIS            PIC X(6).
           05  FILLER                 PIC X(61).

       01  WS-FILE-STATUSES.
           05  WS-CARD-FILE-STATUS    PIC XX VALUE SPACES.
               88  CLOSE-REQUESTED        VALUE 'Y'.
           05  WS-CTLH-EOF-SW         PIC X VALUE 'N'.
               88  CTLH-EOF-REACHED       VALUE 'Y'.
           05  WS-BASIS-SW            PIC X VALUE 'C'.
               88  FISCAL-CLOSE           VALUE 'F'.

       01  SAVED-TOTALS.
           05  WS-CLOSING-SUM         PIC 9(18) VALUE ZERO.
           05  WS-CLOSING-COUNT       PIC 9(7) VALUE ZERO.
           05  WS-CLOSING-UNIT        PIC X(4) VALUE SPACES.
           05  WS-FYTD-SUM            PIC 9(18) VALUE ZERO.
           05  WS-FYTD-COUNT          PIC 9(7) VALUE ZERO.
           05  WS-FYTD-CLOSES         PIC 9(3) VALUE ZERO.

       77  WS-PERIOD-ID               PIC X(6) VALUE SPACES.
       77  WS-USERID                  PIC X(8) VALUE SPACES.
       77  WS-PERIODS-LISTED          PIC 9(5) VALUE ZERO.
       77  WS-ALREADY-CLOSED-SW       PIC X VALUE 'N'.
           88  PERIOD-ALREADY-CLOSED      VALUE 'Y'.
       77  WS-RETURN-CODE             PIC 9(4) VALUE ZERO.

      * Release this program was built for
           COPY FIBRELC.

      * Parameter area for the shared FIBPERFL telemetry logger
           COPY FIBPERFC.

       01  CURRENT-DATE-TIME.
           05  CD-DATE                PIC 9(8).
           05  FILLER                 PIC X(13).
           05  CS-RUN-COUNT           PIC Z(6)9.
           05  FILLER                 PIC X(5) VALUE ' RUNS'.

       01  FISCAL-STATEMENT-LINE.
           05  FS-LABEL               PIC X(22).
           05  FILLER                 PIC X(6) VALUE ' SUM '.
           05  FS-SUM                 PIC Z(17)9.
           05  FILLER                 PIC X(6) VALUE ' OVER '.
           05  FS-RUN-COUNT           PIC Z(6)9.
           05  FILLER                 PIC X(5) VALUE ' RUNS'.

           COPY FIBFPLKC.

       LINKAGE SECTION.
       01  PARM-INFORMATION.
           05  PARM-LENGTH            PIC S9(4) COMP.
           GOBACK.

       000-INITIALIZE.
           MOVE 'FIBCLOSE' TO PERF-PROGRAM
           MOVE REL-RELEASE-ID TO PERF-RELEASE-ID
           SET PERF-PHASE-START TO TRUE
           CALL 'FIBPERFL' USING FIBPERF-PARMS
           IF PARM-LENGTH > ZERO
               MOVE PARM-USERID TO WS-USERID
           END-IF
                           SET CLOSE-REQUESTED TO TRUE
                           MOVE WS-CC-PERIOD-ID TO WS-PERIOD-ID
                       END-IF
                       IF WS-CC-VERB = 'CLOSE '
                               AND WS-CC-BASIS = 'FISCAL'
                           SET CLOSE-REQUESTED TO TRUE
                           SET FISCAL-CLOSE TO TRUE
                           MOVE WS-CC-PERIOD-ID TO WS-PERIOD-ID
                       END-IF
               END-READ
               CLOSE CONTROL-CARD-FILE
           END-IF
           END-IF.

       100-CLOSE-PERIOD.
           IF FISCAL-CLOSE
               PERFORM 150-VALIDATE-FISCAL-PERIOD
                   THRU 150-VALIDATE-FISCAL-PERIOD-EXIT
               IF WS-RETURN-CODE > ZERO
                   GO TO 100-CLOSE-PERIOD-EXIT
               END-IF
           END-IF

           OPEN INPUT CONTROL-TOTAL-FILE
           IF NOT CTL-FILE-OK
               DISPLAY 'WARNING: FIBCTL NOT AVAILABLE - STATUS '
               NOT AT END
                   MOVE CTL-CUMULATIVE-SUM TO WS-CLOSING-SUM
                   MOVE CTL-RUN-COUNT      TO WS-CLOSING-COUNT
                   MOVE CTL-UNIT           TO WS-CLOSING-UNIT
           END-READ
           CLOSE CONTROL-TOTAL-FILE

           MOVE WS-CLOSING-COUNT TO CTLH-RUN-COUNT
           MOVE CD-DATE          TO CTLH-CLOSE-DATE
           MOVE WS-USERID        TO CTLH-CLOSER-USERID
           MOVE WS-BASIS-SW      TO CTLH-BASIS
           WRITE PERIOD-HISTORY-RECORD
           CLOSE PERIOD-HISTORY-FILE

           OPEN OUTPUT CONTROL-TOTAL-FILE
           MOVE ZERO TO CTL-CUMULATIVE-SUM
           MOVE ZERO TO CTL-RUN-COUNT
           MOVE WS-CLOSING-UNIT TO CTL-UNIT
           WRITE CONTROL-TOTAL-RECORD
           CLOSE CONTROL-TOTAL-FILE

           MOVE WS-CLOSING-SUM   TO CS-CLOSING-SUM
           MOVE WS-CLOSING-COUNT TO CS-RUN-COUNT
           DISPLAY CLOSING-STATEMENT-LINE
           IF FISCAL-CLOSE
               PERFORM 170-FISCAL-STATEMENT
           END-IF
           DISPLAY 'FIBCTL RESET FOR THE NEW PERIOD'.

       100-CLOSE-PERIOD-EXIT.
           EXIT.

      * The fiscal period must be on FIBFPER and already ended; a
      * blank id closes the latest period ended by today. The
      * year's earlier fiscal closes are summed for the FYTD line
      * and a second close of the same period is refused.
       150-VALIDATE-FISCAL-PERIOD.
           IF WS-PERIOD-ID = SPACES
               SET FPL-LATEST-ENDED TO TRUE
               MOVE CD-DATE TO FPL-DATE
           ELSE
               IF WS-PERIOD-ID IS NOT NUMERIC
                   DISPLAY 'ERROR: FISCAL PERIOD ID ' WS-PERIOD-ID
                       ' IS NOT YYYYPP - CLOSE SKIPPED'
                   MOVE 8 TO WS-RETURN-CODE
                   GO TO 150-VALIDATE-FISCAL-PERIOD-EXIT
               END-IF
               SET FPL-BY-PERIOD-ID TO TRUE
               MOVE WS-PERIOD-ID TO FPL-PERIOD-ID
           END-IF
           CALL 'FIBFPLK' USING FIBFPLK-PARMS

           IF NOT FPL-FOUND
               DISPLAY 'ERROR: FISCAL PERIOD ' WS-PERIOD-ID
                   ' NOT ON FIBFPER (RESULT ' FPL-RESULT
                   ') - CLOSE SKIPPED'
               MOVE 8 TO WS-RETURN-CODE
               GO TO 150-VALIDATE-FISCAL-PERIOD-EXIT
           END-IF

           MOVE FPL-PERIOD-ID TO WS-PERIOD-ID
           IF FPL-END-DATE > CD-DATE
               DISPLAY 'ERROR: FISCAL PERIOD ' WS-PERIOD-ID
                   ' RUNS TO ' FPL-END-DATE
                   ' AND HAS NOT ENDED - CLOSE SKIPPED'
               MOVE 8 TO WS-RETURN-CODE
               GO TO 150-VALIDATE-FISCAL-PERIOD-EXIT
           END-IF

           DISPLAY 'FISCAL PERIOD ' WS-PERIOD-ID ' (Q' FPL-QUARTER
               ') ' FPL-START-DATE ' - ' FPL-END-DATE

           PERFORM 160-SUM-FISCAL-YEAR-CLOSES

           IF PERIOD-ALREADY-CLOSED
               DISPLAY 'ERROR: FISCAL PERIOD ' WS-PERIOD-ID
                   ' IS ALREADY CLOSED ON FIBCTLH - CLOSE SKIPPED'
               MOVE 8 TO WS-RETURN-CODE
           END-IF.

       150-VALIDATE-FISCAL-PERIOD-EXIT.
           EXIT.

       160-SUM-FISCAL-YEAR-CLOSES.
           MOVE ZERO TO WS-FYTD-SUM
           MOVE ZERO TO WS-FYTD-COUNT
           MOVE ZERO TO WS-FYTD-CLOSES
           MOVE 'N' TO WS-CTLH-EOF-SW
           OPEN INPUT PERIOD-HISTORY-FILE
           IF CTLH-FILE-OK
               PERFORM UNTIL CTLH-EOF-REACHED
                   READ PERIOD-HISTORY-FILE
                       AT END
                           SET CTLH-EOF-REACHED TO TRUE
                       NOT AT END
                           IF CTLH-FISCAL-CLOSE
                                   AND CTLH-PERIOD-ID(1:4)
                                       = WS-PERIOD-ID(1:4)
                               IF CTLH-PERIOD-ID = WS-PERIOD-ID
                                   SET PERIOD-ALREADY-CLOSED TO TRUE
                               ELSE
                                   ADD CTLH-CLOSING-SUM TO WS-FYTD-SUM
                                   ADD CTLH-RUN-COUNT
                                       TO WS-FYTD-COUNT
                                   ADD 1 TO WS-FYTD-CLOSES
                               END-IF
                           END-IF
                   END-READ
               END-PERFORM
               CLOSE PERIOD-HISTORY-FILE
           END-IF.

      * FIBCTL restarts at every close, so the closing totals are
      * the period's own; the fiscal year adds the earlier closes
       170-FISCAL-STATEMENT.
           ADD WS-CLOSING-SUM   TO WS-FYTD-SUM
           ADD WS-CLOSING-COUNT TO WS-FYTD-COUNT
           ADD 1 TO WS-FYTD-CLOSES

           MOVE 'PERIOD-TO-DATE'     TO FS-LABEL
           MOVE WS-CLOSING-SUM       TO FS-SUM
           MOVE WS-CLOSING-COUNT     TO FS-RUN-COUNT
           DISPLAY FISCAL-STATEMENT-LINE
           MOVE 'FISCAL-YEAR-TO-DATE' TO FS-LABEL
           MOVE WS-FYTD-SUM          TO FS-SUM
           MOVE WS-FYTD-COUNT        TO FS-RUN-COUNT
           DISPLAY FISCAL-STATEMENT-LINE
           DISPLAY 'FISCAL YEAR ' WS-PERIOD-ID(1:4) ' PERIODS CLOSED: '
               WS-FYTD-CLOSES.

       200-REPORT-PRIOR-PERIODS.
           OPEN INPUT PERIOD-HISTORY-FILE
           IF NOT CTLH-FILE-OK
               DISPLAY 'NO PERIOD HISTORY ON FILE'
           ELSE
               DISPLAY 'PERIOD | CLOSING SUM        | RUNS    | '
                   'CLOSED   | BY       | BASIS'
               PERFORM UNTIL CTLH-EOF-REACHED
                   READ PERIOD-HISTORY-FILE
                       AT END
                               CTLH-CLOSING-SUM ' | '
                               CTLH-RUN-COUNT ' | '
                               CTLH-CLOSE-DATE ' | '
                               CTLH-CLOSER-USERID ' | '
                               CTLH-BASIS
                   END-READ
               END-PERFORM
               CLOSE PERIOD-HISTORY-FILE
           DISPLAY 'PERIODS ON FILE: ' WS-PERIODS-LISTED.

       900-TERMINATE.
           DISPLAY '   FIBCLOSE COMPLETED - RELEASE ' REL-RELEASE-ID
           DISPLAY 'RETURN CODE: ' WS-RETURN-CODE
           SET PERF-PHASE-END TO TRUE
           MOVE WS-PERIODS-LISTED TO PERF-RECORDS
           MOVE WS-RETURN-CODE TO PERF-RETURN-CODE
           CALL 'FIBPERFL' USING FIBPERF-PARMS

           MOVE WS-RETURN-CODE TO RETURN-CODE.
