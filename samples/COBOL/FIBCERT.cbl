      * verifies, across every consecutive triple:
      *   - the recurrence F(n) = F(n-1) + F(n-2), and
      *   - Cassini's identity F(n-1) x F(n+1) - F(n)**2 = +/-1.
      * A run generated with COEFF=A,B weights (carried on its type-X
      * snapshot extension) is proved against its own recurrence
      * X(n) = A*X(n-1) + B*X(n-2) and against the weighted form of
      * Cassini: each triple's delta is -B times the one before.
      * Triples whose products exceed the 31-digit arithmetic limit
      * are counted as unverifiable at magnitude, not failed.
      *
      *                 ON WIDE RUNS - A RESIDUE LOW WORD AT OR
      *                 UNDER 10**15 PASSED THE MAGNITUDE GATE AND
      *                 FAILED A HEALTHY RUN
      * 10-15-2026  AG  POST THE OUTCOME AS THE RUN'S CERTIFIED
      *                 STATE ON THE FIBRDIR RUN DIRECTORY
      * 10-15-2026  AG  CERTIFY COEFF=A,B RUNS AGAINST THE WEIGHTED
      *                 RECURRENCE AND THE WEIGHTED CASSINI RATIO
      * 10-15-2026  AG  CARRY THE SUITE RELEASE ID ON THE FIBPERF
      *                 RECORD AND THE COMPLETION LINE
      ******************************************************************

       ENVIRONMENT DIVISION.
           05  WS-RECURRENCE-SUM      PIC 9(18) COMP-3.
           05  WS-SUM-WORD OCCURS 3 TIMES
                                      PIC 9(18) COMP-3.
           05  WS-WIDE-CARRY          PIC 9(3) VALUE ZERO.
           05  WS-WORD-IDX            PIC 9 VALUE ZERO.
           05  WS-TRIPLE-BAD-SW       PIC X VALUE 'N'.
               88  TRIPLE-HAS-BROKEN      VALUE 'Y'.

      * COEFF weights of the run (1,1 unless its type-X extension
      * says otherwise). The weighted sum is formed whole and split
      * at 10**18; the weighted Cassini check carries the previous
      * triple's delta, so its gate sits a decade lower to leave
      * room for the B multiple inside 31 digits.
       01  COEFF-WORK-FIELDS.
           05  WS-COEFF-A             PIC 9(2) VALUE 1.
           05  WS-COEFF-B             PIC 9(2) VALUE 1.
           05  WS-COEFF-RUN-SW        PIC X VALUE 'N'.
               88  COEFF-RUN              VALUE 'Y'.
           05  WS-COEFF-WORK          PIC 9(21) VALUE ZERO.
           05  WS-COEFF-WORD-BASE     PIC 9(19)
                                      VALUE 1000000000000000000.
           05  WS-PRIOR-DELTA         PIC S9(31) COMP-3.
           05  WS-EXPECTED-DELTA      PIC S9(31) COMP-3.
           05  WS-PRIOR-DELTA-SW      PIC X VALUE 'N'.
               88  PRIOR-DELTA-KNOWN      VALUE 'Y'.

       77  WS-CERT-DATE               PIC 9(8) VALUE ZERO.
       77  WS-LATEST-SEQ              PIC 9(2) VALUE ZERO.
       77  WS-SEQSCAN-EOF-SW          PIC X VALUE 'N'.
       77  WS-RETURN-CODE             PIC 9(4) VALUE ZERO.


      * Release this program was built for
           COPY FIBRELC.

      * Parameter area for the shared FIBPERFL telemetry logger
           COPY FIBPERFC.

      * Parameter area for the shared FIBRDIRP run-directory poster
           COPY FIBRDIRC.

       LINKAGE SECTION.
       01  PARM-INFORMATION.
           05  PARM-LENGTH            PIC S9(4) COMP.

       000-INITIALIZE.
           MOVE 'FIBCERT ' TO PERF-PROGRAM
           MOVE REL-RELEASE-ID TO PERF-RELEASE-ID
           SET PERF-PHASE-START TO TRUE
           CALL 'FIBPERFL' USING FIBPERF-PARMS
           IF PARM-LENGTH > ZERO
           MOVE ZERO TO WS-RECURRENCE-FAILS
           MOVE ZERO TO WS-CASSINI-FAILS
           MOVE ZERO TO WS-UNVERIFIABLE-COUNT
           MOVE 'N' TO WS-PRIOR-DELTA-SW

           IF COEFF-RUN
               DISPLAY '  WEIGHTED RUN: X(N) = ' WS-COEFF-A
                   ' * X(N-1) + ' WS-COEFF-B ' * X(N-2)'
           END-IF

           PERFORM VARYING WS-TERM-IDX FROM 2 BY 1
                     UNTIL WS-TERM-IDX + 1 > WS-TERM-COUNT
           MOVE ZERO TO WS-WIDE-TERM-COUNT
           MOVE ZERO TO WS-FIRST-RESIDUE-TERM
           MOVE 'N' TO WS-LOAD-EOF-SW
           MOVE 1 TO WS-COEFF-A
           MOVE 1 TO WS-COEFF-B
           MOVE 'N' TO WS-COEFF-RUN-SW

           PERFORM 215-FIND-LATEST-SEQ

                                               (WS-WIDE-SLOT 3)
                                       ADD 1 TO WS-WIDE-TERM-COUNT
                                   END-IF
                               WHEN HIST-TERM-INDEX = 9996
                                   IF HIST-PARMX-COEFF-A IS NUMERIC
                                      AND HIST-PARMX-COEFF-B IS NUMERIC
                                      AND HIST-PARMX-COEFF-A > ZERO
                                      AND HIST-PARMX-COEFF-B > ZERO
                                       MOVE HIST-PARMX-COEFF-A
                                           TO WS-COEFF-A
                                       MOVE HIST-PARMX-COEFF-B
                                           TO WS-COEFF-B
                                   END-IF
                                   IF WS-COEFF-A NOT = 1
                                           OR WS-COEFF-B NOT = 1
                                       SET COEFF-RUN TO TRUE
                                   END-IF
                               WHEN OTHER
                                   CONTINUE
                           END-EVALUATE
           MOVE 'N' TO WS-TRIPLE-BAD-SW
           MOVE ZERO TO WS-WIDE-CARRY

           IF COEFF-RUN
               PERFORM 225-WEIGHTED-LOW-WORD
               IF WS-WIDE-CARRY > ZERO
                       AND WS-WIDE-TERM-COUNT = ZERO
                   ADD 1 TO WS-UNVERIFIABLE-COUNT
                   GO TO 220-VERIFY-EXIT
               END-IF
               PERFORM 226-WEIGHTED-HIGH-WORDS
               GO TO 220-COMPARE-SUM
           END-IF

           COMPUTE WS-RECURRENCE-SUM =
               WS-TERM-VALUE(WS-TERM-IDX - 1)
               + WS-TERM-VALUE(WS-TERM-IDX)
                   NOT ON SIZE ERROR
                       MOVE ZERO TO WS-WIDE-CARRY
               END-COMPUTE
           END-PERFORM.

       220-COMPARE-SUM.
           IF WS-RECURRENCE-SUM
                   NOT = WS-TERM-VALUE(WS-TERM-IDX + 1)
               SET TRIPLE-HAS-BROKEN TO TRUE
               ADD 1 TO WS-UNVERIFIABLE-COUNT
               GO TO 220-VERIFY-EXIT
           END-IF
           IF COEFF-RUN
                   AND WS-TERM-VALUE(WS-TERM-IDX + 1) > 99999999999999
               ADD 1 TO WS-UNVERIFIABLE-COUNT
               GO TO 220-VERIFY-EXIT
           END-IF

           COMPUTE WS-CASSINI-DELTA =
               WS-TERM-VALUE(WS-TERM-IDX - 1)
               - WS-TERM-VALUE(WS-TERM-IDX)
               * WS-TERM-VALUE(WS-TERM-IDX)

           IF COEFF-RUN
               PERFORM 227-WEIGHTED-CASSINI
               GO TO 220-VERIFY-EXIT
           END-IF

           IF WS-CASSINI-DELTA NOT = 1
                   AND WS-CASSINI-DELTA NOT = -1
               ADD 1 TO WS-CASSINI-FAILS
       220-VERIFY-EXIT.
           EXIT.

      * Weighted low word: A times the middle term plus B times the
      * first, split at 10**18 with the excess carried upward
       225-WEIGHTED-LOW-WORD.
           COMPUTE WS-COEFF-WORK =
               WS-COEFF-A * WS-TERM-VALUE(WS-TERM-IDX)
               + WS-COEFF-B * WS-TERM-VALUE(WS-TERM-IDX - 1)
           DIVIDE WS-COEFF-WORK BY WS-COEFF-WORD-BASE
               GIVING WS-WIDE-CARRY
               REMAINDER WS-RECURRENCE-SUM.

       226-WEIGHTED-HIGH-WORDS.
           PERFORM VARYING WS-WORD-IDX FROM 1 BY 1
                     UNTIL WS-WORD-IDX > 3
               COMPUTE WS-COEFF-WORK =
                   WS-COEFF-A
                   * WS-TERM-WORD(WS-TERM-IDX, WS-WORD-IDX)
                   + WS-COEFF-B
                   * WS-TERM-WORD(WS-TERM-IDX - 1, WS-WORD-IDX)
                   + WS-WIDE-CARRY
               DIVIDE WS-COEFF-WORK BY WS-COEFF-WORD-BASE
                   GIVING WS-WIDE-CARRY
                   REMAINDER WS-SUM-WORD(WS-WORD-IDX)
           END-PERFORM.

      * Under weights A,B Cassini's delta is no longer +/-1 but
      * each triple's delta is -B times the previous one, whatever
      * the seeds. The first verifiable triple anchors the chain
      * and must not be zero (a zero delta means the terms are in
      * geometric progression, not a two-term recurrence).
       227-WEIGHTED-CASSINI.
           IF PRIOR-DELTA-KNOWN
               COMPUTE WS-EXPECTED-DELTA =
                   WS-PRIOR-DELTA * WS-COEFF-B * -1
               IF WS-CASSINI-DELTA NOT = WS-EXPECTED-DELTA
                   ADD 1 TO WS-CASSINI-FAILS
                   DISPLAY '  WEIGHTED CASSINI FAILURE AT TERM '
                       WS-TERM-IDX ' - DELTA ' WS-CASSINI-DELTA
                       ' EXPECTED ' WS-EXPECTED-DELTA
               END-IF
           ELSE
               IF WS-CASSINI-DELTA = ZERO
                   ADD 1 TO WS-CASSINI-FAILS
                   DISPLAY '  WEIGHTED CASSINI FAILURE AT TERM '
                       WS-TERM-IDX ' - ZERO DELTA'
               END-IF
           END-IF
           MOVE WS-CASSINI-DELTA TO WS-PRIOR-DELTA
           SET PRIOR-DELTA-KNOWN TO TRUE.

       230-WRITE-CERT-RECORD.
           MOVE WS-CERT-DATE  TO HIST-CERT-RUN-DATE
           MOVE WS-LATEST-SEQ TO HIST-CERT-RUN-SEQ
                       INVALID KEY
                           DISPLAY '  WARNING: UNABLE TO SAVE THE '
                               'CERTIFICATION RECORD'
           END-WRITE

           INITIALIZE FIBRDIR-PARMS
           MOVE WS-CERT-DATE     TO RDP-RUN-DATE
           MOVE WS-LATEST-SEQ    TO RDP-RUN-SEQ
           SET RDP-CERTIFIED     TO TRUE
           MOVE HIST-CERT-STATUS TO RDP-STATE-CODE
           MOVE 'FIBCERT '       TO RDP-PROGRAM
           MOVE WS-USERID        TO RDP-USERID
           MOVE HIST-CERT-TIMESTAMP TO RDP-STAMP
           CALL 'FIBRDIRP' USING FIBRDIR-PARMS.

       900-TERMINATE.
           DISPLAY SPACE
               END-IF
           END-IF

           DISPLAY '   FIBCERT COMPLETED - RELEASE ' REL-RELEASE-ID
           DISPLAY 'RETURN CODE: ' WS-RETURN-CODE
           SET PERF-PHASE-END TO TRUE
           MOVE WS-RUNS-CERTIFIED TO PERF-RECORDS
