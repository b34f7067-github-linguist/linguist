      * FIBSCORE is the monthly data-quality scorecard. Audit used
      * to reassemble the verifiers' verdicts from five separate
      * listings and missed runs that were never checked at all;
      * now FIBCHECK, FIBBNFRD, FIBSPC, FIBRPLAY and FIBRANK persist
      * per-run outcomes
      * on FIBVRFY, FIBPROV persists its file-wide outcome there,
      * and FIBCERT already persists the type-C certification
      * record - this job grades every run of the report month on
      * one page:
      *
      *   one line per run date with a P / F / S / - column for CERT,
      *   CHECK, BNFRD, SPC, RPLAY and RANK ('-' means never
      *   checked), and a grade: A when all are P, F when any check
      *   failed, I (incomplete) when a check is missing. FIBRANK
      *   gives no outcome to a run with non-standard seeds, so a
      *   '-' under RANK does not make a run incomplete - a failed
      *   or stale RANK outcome still counts.
      *
      * An outcome FIBSTALE has withdrawn because the run changed
      * after the check ran shows as S and grades as missing - the
      * run cannot grade A again until the check is rerun.
      *
      * The latest FIBPROV and FIBPRMRC execution outcomes print
      * on the header.
      * When a check ran more than once for a run, the latest
      * outcome on FIBVRFY wins. SYSIN card: report month YYYYMM in
      * columns 1-6, default the current month. RC=4 when any run
      * grades F or I.
      *
      * FISCAL in columns 8-13 grades a fiscal period from the
      * FIBFPER table instead: columns 1-6 carry its YYYYPP period
      * id (default the period holding today). The period's runs
      * print as above; every run of the fiscal year through the
      * period's end is graded too, and the grade totals print
      * period-to-date and fiscal-year-to-date.
      *
      * A business unit (FIBUNITT) in columns 15-18 grades only that
      * unit's runs - those in its band of the run sequence; blank
      * grades every unit's runs. An undefined unit ends the job
      * RC=8.
      ******************************************************************
       IDENTIFICATION DIVISION.
       PROGRAM-ID. FIBSCORE.
      *                 NOW RIDES THE FIBVRFY OUTCOMES AND THE
      *                 SCORECARD ROWS, SO SAME-DATE SEQUENCES NO
      *                 LONGER COLLIDE
      * 10-15-2026  AG  SHOW A STALE OUTCOME (RUN CHANGED SINCE THE
      *                 CHECK) AS S AND GRADE IT AS MISSING, NOT
      *                 PASSED
      * 10-15-2026  AG  ADD THE FIBRPLAY REPLAY OUTCOME AS A FIFTH
      *                 GRADED COLUMN
      * 10-15-2026  AG  SHOW THE LATEST FIBPRMRC PRIME-CATALOG
      *                 RECONCILIATION ON THE HEADER
      * 10-15-2026  AG  ADD THE FIBRANK RANK-OF-APPARITION OUTCOME
      *                 AS A SIXTH COLUMN
      * 10-15-2026  AG  FISCAL-PERIOD BASIS FROM THE FIBFPER TABLE
      *                 WITH PERIOD-TO-DATE AND FISCAL-YEAR-TO-DATE
      *                 GRADE TOTALS; ROOM FOR A FISCAL YEAR OF RUNS
      * 10-15-2026  AG  LOG START/END RUN-TIME TELEMETRY TO FIBPERF
      *                 THROUGH THE SHARED FIBPERFL LOGGER - THE RUN
      *                 AND ITS RETURN CODE ARE THE AUDIT EVIDENCE
      *                 FIBEVPK INDEXES FOR THIS CONTROL
      * 10-15-2026  AG  CARRY THE SUITE RELEASE ID ON THE FIBPERF
      *                 RECORD AND THE COMPLETION LINE
      * 10-15-2026  AG  GRADE ONE BUSINESS UNIT'S RUNS WHEN CARD COLUMNS
      *                 15-18 NAME IT
      ******************************************************************

       ENVIRONMENT DIVISION.

       01  WS-CONTROL-CARD.
           05  WS-CC-REPORT-MONTH     PIC 9(6).
           05  FILLER                 PIC X.
           05  WS-CC-BASIS            PIC X(6).
           05  FILLER                 PIC X.
           05  WS-CC-UNIT             PIC X(4).
           05  FILLER                 PIC X(62).

       01  WS-FILE-STATUSES.
           05  WS-CARD-FILE-STATUS    PIC XX VALUE SPACES.
               88  HIST-EOF-REACHED       VALUE 'Y'.
           05  WS-VRFY-EOF-SW         PIC X VALUE 'N'.
               88  VRFY-EOF-REACHED       VALUE 'Y'.
           05  WS-BASIS-SW            PIC X VALUE 'C'.
               88  FISCAL-BASIS           VALUE 'F'.

      * One scorecard row per run date of the report month - on
      * the fiscal basis, of the fiscal year through the period's
      * end, with the period's own rows marked
       01  SCORECARD-TABLE.
           05  WS-RUN-COUNT           PIC 9(3) VALUE ZERO.
           05  SCORE-ENTRY OCCURS 400 TIMES.
               10  SC-RUN-DATE        PIC 9(8).
               10  SC-RUN-SEQ         PIC 9(2).
               10  SC-IN-PERIOD       PIC X.
               10  SC-CERT            PIC X.
               10  SC-CERT-STAMP      PIC 9(14).
               10  SC-CHECK           PIC X.
               10  SC-BNFRD           PIC X.
               10  SC-SPC             PIC X.
               10  SC-RPLAY           PIC X.
               10  SC-RANK            PIC X.
               10  SC-GRADE           PIC X.

       01  SCORECARD-LINE.
           05  FILLER                 PIC X(5) VALUE '  |  '.
           05  SL-SPC                 PIC X.
           05  FILLER                 PIC X(5) VALUE '  |  '.
           05  SL-RPLAY               PIC X.
           05  FILLER                 PIC X(5) VALUE '  |  '.
           05  SL-RANK                PIC X.
           05  FILLER                 PIC X(5) VALUE '  |  '.
           05  SL-GRADE               PIC X.

       77  WS-REPORT-MONTH            PIC 9(6) VALUE ZERO.
       77  WS-RUN-SLOT                PIC 9(3) VALUE ZERO.
       77  WS-PROV-OUTCOME            PIC X VALUE '-'.
       77  WS-PROV-STAMP              PIC 9(14) VALUE ZERO.
       77  WS-PRMRC-OUTCOME           PIC X VALUE '-'.
       77  WS-PRMRC-STAMP             PIC 9(14) VALUE ZERO.
       77  WS-GRADE-A-COUNT           PIC 9(3) VALUE ZERO.
       77  WS-GRADE-F-COUNT           PIC 9(3) VALUE ZERO.
       77  WS-GRADE-I-COUNT           PIC 9(3) VALUE ZERO.
       77  WS-STALE-RUN-COUNT         PIC 9(3) VALUE ZERO.
       77  WS-PERIOD-RUN-COUNT        PIC 9(3) VALUE ZERO.
       77  WS-FY-GRADE-A-COUNT        PIC 9(3) VALUE ZERO.
       77  WS-FY-GRADE-F-COUNT        PIC 9(3) VALUE ZERO.
       77  WS-FY-GRADE-I-COUNT        PIC 9(3) VALUE ZERO.
       77  WS-RETURN-CODE             PIC 9(4) VALUE ZERO.

      * Business unit graded and its band of the run sequence -
      * every sequence when no unit is named
       77  WS-SCORE-UNIT              PIC X(4) VALUE SPACES.
       77  WS-BAND-LOW                PIC 9(2) VALUE 00.
       77  WS-BAND-HIGH               PIC 9(2) VALUE 99.

      * Parameter area for the shared FIBUNITR business-unit resolver
           COPY FIBUNRC.

      * Release this program was built for
           COPY FIBRELC.

      * Parameter area for the shared FIBPERFL telemetry logger
           COPY FIBPERFC.

       01  CURRENT-DATE-TIME.
           05  CD-YEAR                PIC 9(4).
           05  CD-MONTH               PIC 9(2).
           05  FILLER                 PIC X(15).
       01  CURRENT-DATE-VIEW REDEFINES CURRENT-DATE-TIME.
           05  CD-DATE                PIC 9(8).
           05  FILLER                 PIC X(13).

           COPY FIBFPLKC.

       PROCEDURE DIVISION.
       MAIN-PROCEDURE.
           PERFORM 000-INITIALIZE
           IF WS-RETURN-CODE = ZERO
               PERFORM 100-COLLECT-MONTH-RUNS
                   THRU 100-COLLECT-MONTH-RUNS-EXIT
           END-IF
           IF WS-RETURN-CODE = ZERO
               PERFORM 200-APPLY-VERIFIER-OUTCOMES
               PERFORM 300-GRADE-AND-PRINT
           GOBACK.

       000-INITIALIZE.
           MOVE 'FIBSCORE' TO PERF-PROGRAM
           MOVE REL-RELEASE-ID TO PERF-RELEASE-ID
           SET PERF-PHASE-START TO TRUE
           CALL 'FIBPERFL' USING FIBPERF-PARMS
           MOVE FUNCTION CURRENT-DATE TO CURRENT-DATE-TIME
           COMPUTE WS-REPORT-MONTH = CD-YEAR * 100 + CD-MONTH

                           MOVE WS-CC-REPORT-MONTH
                               TO WS-REPORT-MONTH
                       END-IF
                       IF WS-CC-BASIS = 'FISCAL'
                           SET FISCAL-BASIS TO TRUE
                       END-IF
                       MOVE WS-CC-UNIT TO WS-SCORE-UNIT
               END-READ
               CLOSE CONTROL-CARD-FILE
           END-IF
           DISPLAY '======================================='
           DISPLAY '   FIBSCORE - DATA-QUALITY SCORECARD'
           DISPLAY '======================================='

           IF FISCAL-BASIS
               PERFORM 050-RESOLVE-FISCAL-PERIOD
           ELSE
               DISPLAY 'REPORT MONTH: ' WS-REPORT-MONTH
           END-IF

           IF WS-SCORE-UNIT = SPACES
               DISPLAY 'BUSINESS UNIT: ALL'
           ELSE
               SET UNR-VALIDATE TO TRUE
               MOVE WS-SCORE-UNIT TO UNR-UNIT
               CALL 'FIBUNITR' USING FIBUNITR-PARMS
               IF UNR-OK
                   MOVE UNR-SEQ-LOW  TO WS-BAND-LOW
                   MOVE UNR-SEQ-HIGH TO WS-BAND-HIGH
                   DISPLAY 'BUSINESS UNIT: ' WS-SCORE-UNIT ' '
                       UNR-UNIT-NAME ' (RUN SEQUENCES '
                       WS-BAND-LOW '-' WS-BAND-HIGH ')'
               ELSE
                   DISPLAY 'ERROR: BUSINESS UNIT ' WS-SCORE-UNIT
                       ' IS NOT DEFINED ON FIBUNITT - NOTHING GRADED'
                   MOVE 8 TO WS-RETURN-CODE
               END-IF
           END-IF.

      * A period id on the card names the period; without one the
      * period holding today is graded. A period FIBFPER cannot
      * supply falls back to the calendar month.
       050-RESOLVE-FISCAL-PERIOD.
           IF WS-CC-REPORT-MONTH IS NUMERIC
                   AND WS-CC-REPORT-MONTH > ZERO
               SET FPL-BY-PERIOD-ID TO TRUE
               MOVE WS-CC-REPORT-MONTH TO FPL-PERIOD-ID
           ELSE
               SET FPL-BY-DATE TO TRUE
               MOVE CD-DATE TO FPL-DATE
           END-IF
           CALL 'FIBFPLK' USING FIBFPLK-PARMS

           IF FPL-FOUND
               DISPLAY 'FISCAL PERIOD: ' FPL-PERIOD-ID ' (Q'
                   FPL-QUARTER ') ' FPL-START-DATE ' - '
                   FPL-END-DATE
               DISPLAY 'FISCAL YEAR FROM: ' FPL-FY-START-DATE
           ELSE
               DISPLAY 'WARNING: FISCAL PERIOD NOT ON FIBFPER (RESULT '
                   FPL-RESULT ') - CALENDAR MONTH GRADED'
               MOVE 'C' TO WS-BASIS-SW
               COMPUTE WS-REPORT-MONTH = CD-YEAR * 100 + CD-MONTH
               DISPLAY 'REPORT MONTH: ' WS-REPORT-MONTH
           END-IF.

      * Every run of the month (its summary record) opens a
      * scorecard row; a type-C certification record fills the
                   AT END
                       SET HIST-EOF-REACHED TO TRUE
                   NOT AT END
                       IF FISCAL-BASIS
                           IF HIST-RUN-DATE NOT < FPL-FY-START-DATE
                                   AND HIST-RUN-DATE
                                       NOT > FPL-END-DATE
                               PERFORM 110-COLLECT-ONE-RECORD
                           END-IF
                       ELSE
                       IF HIST-RUN-DATE(1:6) = WS-REPORT-MONTH
                           PERFORM 110-COLLECT-ONE-RECORD
                       END-IF
                       END-IF
               END-READ
           END-PERFORM

           CLOSE FIB-HISTORY-FILE

           IF FISCAL-BASIS
               DISPLAY 'RUNS IN FISCAL PERIOD: ' WS-PERIOD-RUN-COUNT
               DISPLAY 'RUNS IN FISCAL YEAR TO DATE: ' WS-RUN-COUNT
           ELSE
               DISPLAY 'RUNS IN REPORT MONTH: ' WS-RUN-COUNT
           END-IF

           IF WS-PERIOD-RUN-COUNT = ZERO
               DISPLAY 'NOTHING TO GRADE'
               MOVE 4 TO WS-RETURN-CODE
           END-IF.

       110-COLLECT-ONE-RECORD.
           EVALUATE TRUE
               WHEN HIST-RUN-SEQ < WS-BAND-LOW
                       OR HIST-RUN-SEQ > WS-BAND-HIGH
                   CONTINUE
               WHEN HIST-TERM-INDEX = ZERO
                   PERFORM 120-FIND-RUN-SLOT
                   CONTINUE
                       ELSE
                           MOVE 'F' TO SC-CERT(WS-RUN-SLOT)
                       END-IF
                       MOVE HIST-CERT-TIMESTAMP
                           TO SC-CERT-STAMP(WS-RUN-SLOT)
                   END-IF
               WHEN OTHER
                   CONTINUE
               END-IF
           END-PERFORM

           IF WS-RUN-SLOT = ZERO AND WS-RUN-COUNT < 400
               ADD 1 TO WS-RUN-COUNT
               MOVE WS-RUN-COUNT TO WS-RUN-SLOT
               MOVE HIST-RUN-DATE TO SC-RUN-DATE(WS-RUN-SLOT)
               MOVE HIST-RUN-SEQ  TO SC-RUN-SEQ(WS-RUN-SLOT)
               MOVE 'Y' TO SC-IN-PERIOD(WS-RUN-SLOT)
               IF FISCAL-BASIS
                       AND HIST-RUN-DATE < FPL-START-DATE
                   MOVE 'N' TO SC-IN-PERIOD(WS-RUN-SLOT)
               END-IF
               IF SC-IN-PERIOD(WS-RUN-SLOT) = 'Y'
                   ADD 1 TO WS-PERIOD-RUN-COUNT
               END-IF
               MOVE '-' TO SC-CERT(WS-RUN-SLOT)
               MOVE ZERO TO SC-CERT-STAMP(WS-RUN-SLOT)
               MOVE '-' TO SC-CHECK(WS-RUN-SLOT)
               MOVE '-' TO SC-BNFRD(WS-RUN-SLOT)
               MOVE '-' TO SC-SPC(WS-RUN-SLOT)
               MOVE '-' TO SC-RPLAY(WS-RUN-SLOT)
               MOVE '-' TO SC-RANK(WS-RUN-SLOT)
               MOVE SPACE TO SC-GRADE(WS-RUN-SLOT)
           END-IF.

      * FIBVRFY arrives in append order, so simply overwriting the
      * column leaves the latest outcome of each check standing.
      * A FIBCERT stale marker withdraws the certification only
      * when it is newer than the type-C record.
       200-APPLY-VERIFIER-OUTCOMES.
           OPEN INPUT VERIFY-OUTCOME-FILE
           IF NOT VRFY-FILE-OK
           END-IF.

       210-APPLY-ONE-OUTCOME.
           IF VRF-CHECK-ID = 'FIBPRMRC'
               IF VRF-TIMESTAMP > WS-PRMRC-STAMP
                   MOVE VRF-TIMESTAMP TO WS-PRMRC-STAMP
                   MOVE VRF-OUTCOME   TO WS-PRMRC-OUTCOME
               END-IF
           END-IF

           IF VRF-CHECK-ID = 'FIBPROV '
               IF VRF-TIMESTAMP > WS-PROV-STAMP
                   MOVE VRF-TIMESTAMP TO WS-PROV-STAMP
               END-PERFORM
               IF WS-RUN-SLOT > ZERO
                   EVALUATE VRF-CHECK-ID
                       WHEN 'FIBCERT '
                           IF VRF-STALE
                                   AND VRF-TIMESTAMP
                                       > SC-CERT-STAMP(WS-RUN-SLOT)
                                   AND SC-CERT(WS-RUN-SLOT) NOT = '-'
                               MOVE 'S' TO SC-CERT(WS-RUN-SLOT)
                           END-IF
                       WHEN 'FIBCHECK'
                           MOVE VRF-OUTCOME
                               TO SC-CHECK(WS-RUN-SLOT)
                       WHEN 'FIBSPC  '
                           MOVE VRF-OUTCOME
                               TO SC-SPC(WS-RUN-SLOT)
                       WHEN 'FIBRPLAY'
                           MOVE VRF-OUTCOME
                               TO SC-RPLAY(WS-RUN-SLOT)
                       WHEN 'FIBRANK '
                           MOVE VRF-OUTCOME
                               TO SC-RANK(WS-RUN-SLOT)
                       WHEN OTHER
                           CONTINUE
                   END-EVALUATE
       300-GRADE-AND-PRINT.
           DISPLAY SPACE
           DISPLAY 'LATEST FIBPROV EXECUTION: ' WS-PROV-OUTCOME
           DISPLAY 'LATEST FIBPRMRC EXECUTION: ' WS-PRMRC-OUTCOME
           DISPLAY SPACE
           DISPLAY 'DATE    /SQ | CERT | CHECK | BNFRD | SPC | '
               'RPLAY | RANK | GRADE'

           PERFORM VARYING WS-RUN-IDX FROM 1 BY 1
                     UNTIL WS-RUN-IDX > WS-RUN-COUNT
               PERFORM 310-GRADE-ONE-RUN
                   THRU 310-GRADE-ONE-RUN-EXIT
           END-PERFORM

           DISPLAY SPACE
           IF FISCAL-BASIS
               DISPLAY 'PERIOD-TO-DATE:'
           END-IF
           DISPLAY 'GRADE A (ALL CHECKS PASS):  ' WS-GRADE-A-COUNT
           DISPLAY 'GRADE F (A CHECK FAILED):   ' WS-GRADE-F-COUNT
           DISPLAY 'GRADE I (MISSING OR STALE): ' WS-GRADE-I-COUNT
           DISPLAY 'RUNS WITH A STALE OUTCOME:  ' WS-STALE-RUN-COUNT

           IF FISCAL-BASIS
               DISPLAY SPACE
               DISPLAY 'FISCAL-YEAR-TO-DATE:'
               DISPLAY 'GRADE A (ALL CHECKS PASS):  '
                   WS-FY-GRADE-A-COUNT
               DISPLAY 'GRADE F (A CHECK FAILED):   '
                   WS-FY-GRADE-F-COUNT
               DISPLAY 'GRADE I (MISSING OR STALE): '
                   WS-FY-GRADE-I-COUNT
           END-IF.

      * Every collected run is graded into the fiscal-year totals;
      * only the period's own runs print and count toward the
      * period (on the calendar basis every run is the period's)
       310-GRADE-ONE-RUN.
           PERFORM 315-ASSIGN-GRADE

           EVALUATE SC-GRADE(WS-RUN-IDX)
               WHEN 'A'
                   ADD 1 TO WS-FY-GRADE-A-COUNT
               WHEN 'F'
                   ADD 1 TO WS-FY-GRADE-F-COUNT
               WHEN OTHER
                   ADD 1 TO WS-FY-GRADE-I-COUNT
           END-EVALUATE

           IF SC-IN-PERIOD(WS-RUN-IDX) NOT = 'Y'
               GO TO 310-GRADE-ONE-RUN-EXIT
           END-IF

           IF SC-CERT(WS-RUN-IDX) = 'S'
                   OR SC-CHECK(WS-RUN-IDX) = 'S'
                   OR SC-BNFRD(WS-RUN-IDX) = 'S'
                   OR SC-SPC(WS-RUN-IDX) = 'S'
                   OR SC-RPLAY(WS-RUN-IDX) = 'S'
                   OR SC-RANK(WS-RUN-IDX) = 'S'
               ADD 1 TO WS-STALE-RUN-COUNT
           END-IF

           EVALUATE SC-GRADE(WS-RUN-IDX)
               WHEN 'A'
                   ADD 1 TO WS-GRADE-A-COUNT
               WHEN 'F'
                   ADD 1 TO WS-GRADE-F-COUNT
               WHEN OTHER
                   ADD 1 TO WS-GRADE-I-COUNT
           END-EVALUATE

           PERFORM 320-PRINT-ONE-RUN.

       310-GRADE-ONE-RUN-EXIT.
           EXIT.

       315-ASSIGN-GRADE.
           EVALUATE TRUE
               WHEN SC-CERT(WS-RUN-IDX) = 'F'
                       OR SC-CHECK(WS-RUN-IDX) = 'F'
                       OR SC-BNFRD(WS-RUN-IDX) = 'F'
                       OR SC-SPC(WS-RUN-IDX) = 'F'
                       OR SC-RPLAY(WS-RUN-IDX) = 'F'
                       OR SC-RANK(WS-RUN-IDX) = 'F'
                   MOVE 'F' TO SC-GRADE(WS-RUN-IDX)
               WHEN SC-CERT(WS-RUN-IDX) = '-' OR 'S'
                       OR SC-CHECK(WS-RUN-IDX) = '-' OR 'S'
                       OR SC-BNFRD(WS-RUN-IDX) = '-' OR 'S'
                       OR SC-SPC(WS-RUN-IDX) = '-' OR 'S'
                       OR SC-RPLAY(WS-RUN-IDX) = '-' OR 'S'
                       OR SC-RANK(WS-RUN-IDX) = 'S'
                   MOVE 'I' TO SC-GRADE(WS-RUN-IDX)
               WHEN OTHER
                   MOVE 'A' TO SC-GRADE(WS-RUN-IDX)
           END-EVALUATE.

       320-PRINT-ONE-RUN.
           MOVE SC-RUN-DATE(WS-RUN-IDX) TO SL-RUN-DATE
           MOVE SC-RUN-SEQ(WS-RUN-IDX)  TO SL-RUN-SEQ
           MOVE SC-CERT(WS-RUN-IDX)     TO SL-CERT
           MOVE SC-CHECK(WS-RUN-IDX)    TO SL-CHECK
           MOVE SC-BNFRD(WS-RUN-IDX)    TO SL-BNFRD
           MOVE SC-SPC(WS-RUN-IDX)      TO SL-SPC
           MOVE SC-RPLAY(WS-RUN-IDX)    TO SL-RPLAY
           MOVE SC-RANK(WS-RUN-IDX)     TO SL-RANK
           MOVE SC-GRADE(WS-RUN-IDX)    TO SL-GRADE
           DISPLAY SCORECARD-LINE.

               END-IF
           END-IF

           DISPLAY '   FIBSCORE COMPLETED - RELEASE ' REL-RELEASE-ID
           DISPLAY 'RETURN CODE: ' WS-RETURN-CODE
           SET PERF-PHASE-END TO TRUE
           MOVE WS-RUN-COUNT TO PERF-RECORDS
           MOVE WS-RETURN-CODE TO PERF-RETURN-CODE
           CALL 'FIBPERFL' USING FIBPERF-PARMS

           MOVE WS-RETURN-CODE TO RETURN-CODE.
