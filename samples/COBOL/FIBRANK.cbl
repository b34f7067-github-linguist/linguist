      ******************************************************************
      * FIBRANK is the rank-of-apparition verifier over a saved run.
      * The rank of apparition z(p) of a prime p is the first index
      * n > 0 at which p divides F(n). Number theory fixes it
      * tightly, so a corrupted row that still passes Cassini and
      * the gcd identity (FIBCERT, FIBGCDV) is caught here. For each
      * prime p up to the control-card limit this job:
      *
      *   1. finds z(p) on the run's exact detail rows,
      *   2. checks that p divides exactly the terms whose index is
      *      a multiple of z(p) - a corrupted row shows up as a
      *      divisible term off the multiples or a multiple that is
      *      not divisible,
      *   3. checks z(p) against the law of apparition: z(5) = 5,
      *      z(p) divides p-1 when p mod 5 is 1 or 4 and p+1 when
      *      p mod 5 is 2 or 3 (z(2) = 3 divides 2+1), and z(p) can
      *      be no later than p+1,
      *   4. detects the Pisano period of the residues modulo p the
      *      way 470-PISANO-REPORT in ADVFIBB does and checks that
      *      z(p) divides it.
      *
      * The generator stores F(0) at term index 1, so z(p) is the
      * term index less one. Only the exact prefix is used - a
      * residue row (carried modulo 10**18) ends the load, the
      * FIBCERT discipline. A prime whose rank lies beyond the
      * table is counted as not reached. The law holds for the
      * standard sequence only: a run with other seeds, another
      * order or COEFF weights other than 1,1 is reported not
      * verifiable (RC=4) and gets no outcome.
      *
      * Every broken rule posts a severity-E FIB012 exception to
      * FIBEXCP (the first 20 of them; the rest are counted) and
      * the run gets a P/F FIBRANK outcome on FIBVRFY (figure: the
      * violations found) for the FIBSCORE scorecard.
      *
      * SYSIN: run date in columns 1-8 (default today; the date's
      * latest run sequence is verified), prime limit in columns
      * 10-13 (default 100, at most 9999). RC=8 on any violation or
      * when FIBHIST cannot be read.
      ******************************************************************
       IDENTIFICATION DIVISION.
       PROGRAM-ID. FIBRANK.
       AUTHOR. Antonio Gibas.
       DATE-WRITTEN. 10-15-2026.
       DATE-COMPILED. 10-15-2026.

      * MODIFICATION HISTORY
      * 10-15-2026  AG  INITIAL VERSION - RANK-OF-APPARITION
      *                 VERIFIER FOR SMALL PRIMES OVER A SAVED RUN
      * 10-15-2026  AG  REPORT COEFF=A,B WEIGHTED RUNS NOT VERIFIABLE
      * 10-15-2026  AG  CARRY THE SUITE RELEASE ID ON THE FIBPERF
      *                 RECORD AND THE COMPLETION LINE
      ******************************************************************

       ENVIRONMENT DIVISION.
       CONFIGURATION SECTION.
       SOURCE-COMPUTER. IBM-Z.
       OBJECT-COMPUTER. IBM-Z.

       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
           SELECT CONTROL-CARD-FILE ASSIGN TO "SYSIN"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-CARD-FILE-STATUS.
           SELECT FIB-HISTORY-FILE ASSIGN TO "FIBHIST"
               ORGANIZATION IS INDEXED
               ACCESS MODE IS DYNAMIC
               RECORD KEY IS HIST-KEY
               ALTERNATE RECORD KEY IS HIST-FIB-NUMBER
                   WITH DUPLICATES
               FILE STATUS IS WS-HIST-FILE-STATUS.
           SELECT EXCEPTION-FILE ASSIGN TO "FIBEXCP"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-EXCP-FILE-STATUS.
           SELECT VERIFY-OUTCOME-FILE ASSIGN TO "FIBVRFY"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-VRFY-FILE-STATUS.

       DATA DIVISION.
       FILE SECTION.
       FD  CONTROL-CARD-FILE
           RECORDING MODE IS F.
       01  CONTROL-CARD-RECORD       PIC X(80).

       FD  FIB-HISTORY-FILE.
           COPY FIBHIST.

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

       FD  VERIFY-OUTCOME-FILE
           RECORDING MODE IS F.
           COPY FIBVRFYC.

       WORKING-STORAGE SECTION.

       01  WS-CONTROL-CARD.
           05  WS-CC-RUN-DATE         PIC 9(8).
           05  FILLER                 PIC X.
           05  WS-CC-PRIME-LIMIT      PIC X(4).
           05  FILLER                 PIC X(67).

       01  WS-FILE-STATUSES.
           05  WS-CARD-FILE-STATUS    PIC XX VALUE SPACES.
               88  CARD-FILE-OK            VALUE '00'.
           05  WS-HIST-FILE-STATUS    PIC XX VALUE SPACES.
               88  HIST-FILE-OK            VALUE '00'.
           05  WS-EXCP-FILE-STATUS    PIC XX VALUE SPACES.
               88  EXCP-FILE-OK            VALUE '00'.
               88  EXCP-FILE-NOT-FOUND     VALUE '35'.
           05  WS-VRFY-FILE-STATUS    PIC XX VALUE SPACES.
               88  VRFY-FILE-OK            VALUE '00'.
               88  VRFY-FILE-NOT-FOUND     VALUE '35'.

       01  WS-INDICATORS.
           05  WS-LOAD-EOF-SW         PIC X VALUE 'N'.
               88  LOAD-EOF-REACHED       VALUE 'Y'.
           05  WS-SNAPSHOT-OK-SW      PIC X VALUE 'N'.
               88  LAW-APPLIES            VALUE 'Y'.
           05  WS-EXCP-OPEN-SW        PIC X VALUE 'N'.
               88  EXCP-IS-OPEN           VALUE 'Y'.

      * The run's exact detail rows; entry i holds F(i-1)
       01  RUN-VALUE-TABLE.
           05  WS-TERM-COUNT          PIC 9(4) VALUE ZERO.
           05  WS-TERM-VALUE OCCURS 200 TIMES
                                      PIC 9(18) COMP-3.

      * The residues of the table modulo the prime in hand
       01  RESIDUE-TABLE.
           05  WS-RESIDUE OCCURS 200 TIMES
                                      PIC 9(4) COMP.

      * Sieve of Eratosthenes up to the prime limit
       01  SIEVE-TABLE.
           05  WS-SIEVE-FLAG OCCURS 9999 TIMES
                                      PIC X.
               88  SIEVE-COMPOSITE        VALUE 'C'.

       01  WS-EXC-TEXT-BUILD.
           05  FILLER                 PIC X(6) VALUE 'PRIME '.
           05  WS-ETB-PRIME           PIC 9(4).
           05  FILLER                 PIC X(6) VALUE ' RANK '.
           05  WS-ETB-RANK            PIC 9(4).
           05  FILLER                 PIC X VALUE SPACE.
           05  WS-ETB-REASON          PIC X(39).

       01  RANK-REPORT-LINE.
           05  FILLER                 PIC X(6) VALUE 'PRIME '.
           05  RRL-PRIME              PIC ZZZ9.
           05  FILLER                 PIC X(8) VALUE '  RANK  '.
           05  RRL-RANK               PIC ZZZ9.
           05  FILLER                 PIC X(10) VALUE '  DIVIDES '.
           05  RRL-RULE               PIC X(3).
           05  FILLER                 PIC X(10) VALUE '  PERIOD  '.
           05  RRL-PERIOD             PIC X(4).
           05  FILLER                 PIC X(2) VALUE SPACES.
           05  RRL-VERDICT            PIC X(9).

       77  WS-RUN-DATE                PIC 9(8) VALUE ZERO.
       77  WS-LATEST-SEQ              PIC 9(2) VALUE ZERO.
       77  WS-SEQSCAN-EOF-SW          PIC X VALUE 'N'.
           88  SEQSCAN-DONE               VALUE 'Y'.

       77  WS-PRIME-LIMIT             PIC 9(4) VALUE 100.
       77  WS-PRIME                   PIC 9(4) VALUE ZERO.
       77  WS-SIEVE-IDX               PIC 9(4) VALUE ZERO.
       77  WS-SIEVE-START             PIC 9(8) VALUE ZERO.
       77  WS-SIEVE-MULT              PIC 9(8) VALUE ZERO.
       77  WS-TERM-IDX                PIC 9(4) VALUE ZERO.
       77  WS-N                       PIC 9(4) VALUE ZERO.
       77  WS-RANK                    PIC 9(4) VALUE ZERO.
       77  WS-RULE-BOUND              PIC 9(5) VALUE ZERO.
       77  WS-PISANO-PERIOD           PIC 9(4) VALUE ZERO.
       77  WS-PIS-TRY                 PIC 9(4) VALUE ZERO.
       77  WS-P-MOD-5                 PIC 9 VALUE ZERO.
       77  WS-QUOTIENT                PIC 9(5) VALUE ZERO.
       77  WS-REMAINDER               PIC 9(5) VALUE ZERO.
       77  WS-PRIME-VIOLATIONS        PIC 9(3) VALUE ZERO.
       77  WS-EXPECT-DIVISIBLE-SW     PIC X VALUE 'N'.
           88  EXPECT-DIVISIBLE           VALUE 'Y'.
       77  WS-BAD-TERM-INDEX          PIC 9(4) VALUE ZERO.

       77  WS-PRIMES-CHECKED          PIC 9(5) VALUE ZERO.
       77  WS-PRIMES-REACHED          PIC 9(5) VALUE ZERO.
       77  WS-PRIMES-NOT-REACHED      PIC 9(5) VALUE ZERO.
       77  WS-PERIODS-UNSETTLED       PIC 9(5) VALUE ZERO.
       77  WS-VIOLATION-COUNT         PIC 9(7) VALUE ZERO.
       77  WS-EXCEPTIONS-POSTED       PIC 9(3) VALUE ZERO.
       77  WS-RETURN-CODE             PIC 9(4) VALUE ZERO.

       01  CURRENT-DATE-TIME.
           05  CD-DATE                PIC 9(8).
           05  FILLER                 PIC X(13).

      * Release this program was built for
           COPY FIBRELC.

      * Parameter area for the shared FIBPERFL telemetry logger
           COPY FIBPERFC.

       PROCEDURE DIVISION.
       MAIN-PROCEDURE.
           PERFORM 000-INITIALIZE
           PERFORM 100-LOAD-RUN THRU 100-LOAD-RUN-EXIT
           IF WS-RETURN-CODE = ZERO AND LAW-APPLIES
               PERFORM 200-BUILD-SIEVE
               PERFORM 300-CHECK-EVERY-PRIME
               PERFORM 500-RECORD-OUTCOME
           END-IF
           PERFORM 900-TERMINATE

           GOBACK.

       000-INITIALIZE.
           MOVE 'FIBRANK ' TO PERF-PROGRAM
           MOVE REL-RELEASE-ID TO PERF-RELEASE-ID
           SET PERF-PHASE-START TO TRUE
           CALL 'FIBPERFL' USING FIBPERF-PARMS

           MOVE FUNCTION CURRENT-DATE TO CURRENT-DATE-TIME
           MOVE CD-DATE TO WS-RUN-DATE

           OPEN INPUT CONTROL-CARD-FILE
           IF CARD-FILE-OK
               READ CONTROL-CARD-FILE INTO WS-CONTROL-CARD
                   AT END
                       CONTINUE
                   NOT AT END
                       IF WS-CC-RUN-DATE IS NUMERIC
                               AND WS-CC-RUN-DATE > ZERO
                           MOVE WS-CC-RUN-DATE TO WS-RUN-DATE
                       END-IF
                       IF WS-CC-PRIME-LIMIT IS NUMERIC
                               AND WS-CC-PRIME-LIMIT > '0001'
                           MOVE WS-CC-PRIME-LIMIT TO WS-PRIME-LIMIT
                       END-IF
               END-READ
               CLOSE CONTROL-CARD-FILE
           END-IF

           DISPLAY '======================================='
           DISPLAY '   FIBRANK - RANK OF APPARITION CHECK'
           DISPLAY '======================================='
           DISPLAY 'RUN DATE:     ' WS-RUN-DATE
           DISPLAY 'PRIME LIMIT:  ' WS-PRIME-LIMIT.

       100-LOAD-RUN.
           OPEN INPUT FIB-HISTORY-FILE
           IF NOT HIST-FILE-OK
               DISPLAY 'WARNING: FIBHIST NOT AVAILABLE - STATUS '
                   WS-HIST-FILE-STATUS ' - VERIFICATION SKIPPED'
               MOVE 8 TO WS-RETURN-CODE
               GO TO 100-LOAD-RUN-EXIT
           END-IF

           PERFORM 150-FIND-LATEST-SEQ
           DISPLAY 'RUN SEQUENCE: ' WS-LATEST-SEQ

      * The law of apparition is a property of the standard
      * sequence - the parameter snapshot says whether this run
      * qualifies
           MOVE WS-RUN-DATE   TO HIST-PARM-RUN-DATE
           MOVE WS-LATEST-SEQ TO HIST-PARM-RUN-SEQ
           MOVE 9999          TO HIST-PARM-TERM-INDEX
           READ FIB-HISTORY-FILE KEY IS HIST-KEY
               INVALID KEY
                   DISPLAY 'NO PARAMETER SNAPSHOT FOR THE RUN - '
                       'STANDARD SEEDS ASSUMED'
                   SET LAW-APPLIES TO TRUE
               NOT INVALID KEY
                   IF HIST-PARM-SEED-1 = 0 AND HIST-PARM-SEED-2 = 1
                           AND HIST-PARM-SEQ-ORDER = 2
                       SET LAW-APPLIES TO TRUE
                   ELSE
                       DISPLAY 'RUN USES NON-STANDARD SEEDS OR '
                           'ORDER - THE LAW OF APPARITION DOES NOT '
                           'APPLY, RUN NOT VERIFIABLE'
                       MOVE 4 TO WS-RETURN-CODE
                   END-IF
           END-READ

      * Weighted runs carry their COEFF weights on the type-X
      * extension; the law is Fibonacci's and does not carry over
           IF LAW-APPLIES
               MOVE WS-RUN-DATE   TO HIST-PARMX-RUN-DATE
               MOVE WS-LATEST-SEQ TO HIST-PARMX-RUN-SEQ
               MOVE 9996          TO HIST-PARMX-TERM-INDEX
               READ FIB-HISTORY-FILE KEY IS HIST-KEY
                   INVALID KEY
                       CONTINUE
                   NOT INVALID KEY
                       IF HIST-PARMX-COEFF-A IS NUMERIC
                               AND HIST-PARMX-COEFF-B IS NUMERIC
                               AND HIST-PARMX-COEFF-A > ZERO
                               AND (HIST-PARMX-COEFF-A NOT = 1
                                    OR HIST-PARMX-COEFF-B NOT = 1)
                           DISPLAY 'RUN USES COEFF WEIGHTS '
                               HIST-PARMX-COEFF-A ','
                               HIST-PARMX-COEFF-B ' - THE LAW OF '
                               'APPARITION DOES NOT APPLY, RUN NOT '
                               'VERIFIABLE'
                           MOVE 'N' TO WS-SNAPSHOT-OK-SW
                           MOVE 4 TO WS-RETURN-CODE
                       END-IF
               END-READ
           END-IF

           IF NOT LAW-APPLIES
               CLOSE FIB-HISTORY-FILE
               GO TO 100-LOAD-RUN-EXIT
           END-IF

           MOVE WS-RUN-DATE   TO HIST-RUN-DATE
           MOVE WS-LATEST-SEQ TO HIST-RUN-SEQ
           MOVE ZERO          TO HIST-TERM-INDEX
           START FIB-HISTORY-FILE KEY IS NOT LESS THAN HIST-KEY
               INVALID KEY
                   SET LOAD-EOF-REACHED TO TRUE
           END-START

           PERFORM UNTIL LOAD-EOF-REACHED
               READ FIB-HISTORY-FILE NEXT RECORD
                   AT END
                       SET LOAD-EOF-REACHED TO TRUE
                   NOT AT END
                       IF HIST-RUN-DATE NOT = WS-RUN-DATE
                               OR HIST-RUN-SEQ NOT = WS-LATEST-SEQ
                               OR HIST-TERM-INDEX > 200
                           SET LOAD-EOF-REACHED TO TRUE
                       ELSE
                           IF HIST-TERM-INDEX > ZERO
                               IF HIST-RESIDUE-FLAG = 'R'
                                   SET LOAD-EOF-REACHED TO TRUE
                                   DISPLAY 'RESIDUE TERMS FROM '
                                       'TERM ' HIST-TERM-INDEX
                                       ' EXCLUDED - EXACT PREFIX '
                                       'ONLY IS VERIFIED'
                               ELSE
                                   ADD 1 TO WS-TERM-COUNT
                                   MOVE HIST-FIB-NUMBER
                                       TO WS-TERM-VALUE
                                           (WS-TERM-COUNT)
                               END-IF
                           END-IF
                       END-IF
               END-READ
           END-PERFORM

           CLOSE FIB-HISTORY-FILE

           IF WS-TERM-COUNT < 6
               DISPLAY 'FEWER THAN 6 EXACT DETAIL ROWS - RUN NOT '
                   'VERIFIABLE'
               MOVE 4 TO WS-RETURN-CODE
           END-IF.

       100-LOAD-RUN-EXIT.
           EXIT.

      * The date's summaries arrive in rising sequence order; the
      * last one seen is the latest run instance
       150-FIND-LATEST-SEQ.
           MOVE ZERO TO WS-LATEST-SEQ
           MOVE 'N' TO WS-SEQSCAN-EOF-SW

           MOVE WS-RUN-DATE TO HIST-RUN-DATE
           MOVE ZERO TO HIST-RUN-SEQ
           MOVE ZERO TO HIST-TERM-INDEX
           START FIB-HISTORY-FILE KEY IS NOT LESS THAN HIST-KEY
               INVALID KEY
                   SET SEQSCAN-DONE TO TRUE
           END-START

           PERFORM UNTIL SEQSCAN-DONE
               READ FIB-HISTORY-FILE NEXT RECORD
                   AT END
                       SET SEQSCAN-DONE TO TRUE
                   NOT AT END
                       IF HIST-RUN-DATE NOT = WS-RUN-DATE
                           SET SEQSCAN-DONE TO TRUE
                       ELSE
                           IF HIST-TERM-INDEX = ZERO
                               MOVE HIST-RUN-SEQ TO WS-LATEST-SEQ
                           END-IF
                       END-IF
               END-READ
           END-PERFORM.

       200-BUILD-SIEVE.
           MOVE SPACES TO SIEVE-TABLE
           SET SIEVE-COMPOSITE(1) TO TRUE
           PERFORM VARYING WS-SIEVE-IDX FROM 2 BY 1
                     UNTIL WS-SIEVE-IDX * WS-SIEVE-IDX > WS-PRIME-LIMIT
               IF NOT SIEVE-COMPOSITE(WS-SIEVE-IDX)
                   COMPUTE WS-SIEVE-START = WS-SIEVE-IDX * WS-SIEVE-IDX
                   PERFORM VARYING WS-SIEVE-MULT
                             FROM WS-SIEVE-START BY WS-SIEVE-IDX
                             UNTIL WS-SIEVE-MULT > WS-PRIME-LIMIT
                       SET SIEVE-COMPOSITE(WS-SIEVE-MULT) TO TRUE
                   END-PERFORM
               END-IF
           END-PERFORM.

       300-CHECK-EVERY-PRIME.
           DISPLAY SPACE
           PERFORM VARYING WS-PRIME FROM 2 BY 1
                     UNTIL WS-PRIME > WS-PRIME-LIMIT
               IF NOT SIEVE-COMPOSITE(WS-PRIME)
                   ADD 1 TO WS-PRIMES-CHECKED
                   PERFORM 310-CHECK-ONE-PRIME
               END-IF
           END-PERFORM.

      * The residues are taken once per prime; the rank, the
      * multiples and the period are all read off them
       310-CHECK-ONE-PRIME.
           MOVE ZERO TO WS-PRIME-VIOLATIONS
           MOVE ZERO TO WS-RANK

           PERFORM VARYING WS-TERM-IDX FROM 1 BY 1
                     UNTIL WS-TERM-IDX > WS-TERM-COUNT
               COMPUTE WS-RESIDUE(WS-TERM-IDX) =
                   FUNCTION MOD(WS-TERM-VALUE(WS-TERM-IDX), WS-PRIME)
               IF WS-RANK = ZERO AND WS-TERM-IDX > 1
                       AND WS-RESIDUE(WS-TERM-IDX) = ZERO
                   COMPUTE WS-RANK = WS-TERM-IDX - 1
               END-IF
           END-PERFORM

           DIVIDE WS-PRIME BY 5 GIVING WS-QUOTIENT
               REMAINDER WS-P-MOD-5
           EVALUATE WS-P-MOD-5
               WHEN 1
               WHEN 4
                   COMPUTE WS-RULE-BOUND = WS-PRIME - 1
                   MOVE 'P-1' TO RRL-RULE
               WHEN 2
               WHEN 3
                   COMPUTE WS-RULE-BOUND = WS-PRIME + 1
                   MOVE 'P+1' TO RRL-RULE
               WHEN OTHER
                   MOVE 5 TO WS-RULE-BOUND
                   MOVE 'P  ' TO RRL-RULE
           END-EVALUATE

      * No apparition on the table: only a violation when the law
      * puts the rank inside it
           IF WS-RANK = ZERO
               IF WS-RULE-BOUND < WS-TERM-COUNT
                   MOVE ZERO TO WS-BAD-TERM-INDEX
                   MOVE 'NO APPARITION BY THE INDEX THE LAW SETS'
                       TO WS-ETB-REASON
                   PERFORM 350-REPORT-VIOLATION
                   MOVE 'NONE' TO RRL-PERIOD
                   PERFORM 340-PRINT-PRIME-LINE
               ELSE
                   ADD 1 TO WS-PRIMES-NOT-REACHED
               END-IF
           ELSE
               ADD 1 TO WS-PRIMES-REACHED
               PERFORM 320-CHECK-MULTIPLES
               PERFORM 325-CHECK-LAW
               PERFORM 330-CHECK-PISANO
               PERFORM 340-PRINT-PRIME-LINE
           END-IF.

      * p divides F(n) exactly when z(p) divides n; the first term
      * off that pattern is the one reported
       320-CHECK-MULTIPLES.
           MOVE ZERO TO WS-BAD-TERM-INDEX
           PERFORM VARYING WS-TERM-IDX FROM 2 BY 1
                     UNTIL WS-TERM-IDX > WS-TERM-COUNT
                        OR WS-BAD-TERM-INDEX > ZERO
               COMPUTE WS-N = WS-TERM-IDX - 1
               DIVIDE WS-N BY WS-RANK GIVING WS-QUOTIENT
                   REMAINDER WS-REMAINDER
               IF WS-REMAINDER = ZERO
                   SET EXPECT-DIVISIBLE TO TRUE
               ELSE
                   MOVE 'N' TO WS-EXPECT-DIVISIBLE-SW
               END-IF
               IF (EXPECT-DIVISIBLE AND WS-RESIDUE(WS-TERM-IDX) > 0)
                       OR (NOT EXPECT-DIVISIBLE
                           AND WS-RESIDUE(WS-TERM-IDX) = ZERO)
                   MOVE WS-TERM-IDX TO WS-BAD-TERM-INDEX
               END-IF
           END-PERFORM

           IF WS-BAD-TERM-INDEX > ZERO
               MOVE 'DIVISIBILITY OFF THE RANK MULTIPLES'
                   TO WS-ETB-REASON
               PERFORM 350-REPORT-VIOLATION
           END-IF.

       325-CHECK-LAW.
           COMPUTE WS-BAD-TERM-INDEX = WS-RANK + 1
           IF WS-PRIME = 5
               IF WS-RANK NOT = 5
                   MOVE 'RANK OF 5 IS NOT 5' TO WS-ETB-REASON
                   PERFORM 350-REPORT-VIOLATION
               END-IF
           ELSE
               DIVIDE WS-RULE-BOUND BY WS-RANK GIVING WS-QUOTIENT
                   REMAINDER WS-REMAINDER
               IF WS-REMAINDER NOT = ZERO
                   MOVE SPACES TO WS-ETB-REASON
                   STRING 'RANK DOES NOT DIVIDE ' DELIMITED BY SIZE
                          RRL-RULE                DELIMITED BY SPACE
                       INTO WS-ETB-REASON
                   END-STRING
                   PERFORM 350-REPORT-VIOLATION
               END-IF
           END-IF.

      * Period detection exactly as 470-PISANO-REPORT: the first
      * shift at which the first two residues recur
       330-CHECK-PISANO.
           MOVE ZERO TO WS-PISANO-PERIOD
           PERFORM VARYING WS-PIS-TRY FROM 1 BY 1
                     UNTIL WS-PIS-TRY + 2 > WS-TERM-COUNT
                           OR WS-PISANO-PERIOD > ZERO
               IF WS-RESIDUE(WS-PIS-TRY + 1) = WS-RESIDUE(1)
                       AND WS-RESIDUE(WS-PIS-TRY + 2) = WS-RESIDUE(2)
                   MOVE WS-PIS-TRY TO WS-PISANO-PERIOD
               END-IF
           END-PERFORM

           IF WS-PISANO-PERIOD = ZERO
               ADD 1 TO WS-PERIODS-UNSETTLED
               MOVE '----' TO RRL-PERIOD
           ELSE
               MOVE WS-PISANO-PERIOD TO RRL-PERIOD
               DIVIDE WS-PISANO-PERIOD BY WS-RANK GIVING WS-QUOTIENT
                   REMAINDER WS-REMAINDER
               IF WS-REMAINDER NOT = ZERO
                   MOVE ZERO TO WS-BAD-TERM-INDEX
                   MOVE 'RANK DOES NOT DIVIDE THE PISANO PERIOD'
                       TO WS-ETB-REASON
                   PERFORM 350-REPORT-VIOLATION
               END-IF
           END-IF.

       340-PRINT-PRIME-LINE.
           MOVE WS-PRIME TO RRL-PRIME
           MOVE WS-RANK  TO RRL-RANK
           IF WS-PRIME-VIOLATIONS = ZERO
               MOVE 'OK' TO RRL-VERDICT
           ELSE
               MOVE 'VIOLATION' TO RRL-VERDICT
           END-IF
           DISPLAY RANK-REPORT-LINE.

       350-REPORT-VIOLATION.
           ADD 1 TO WS-PRIME-VIOLATIONS
           ADD 1 TO WS-VIOLATION-COUNT
           MOVE WS-PRIME TO WS-ETB-PRIME
           MOVE WS-RANK  TO WS-ETB-RANK
           DISPLAY 'VIOLATION: ' WS-EXC-TEXT-BUILD

           IF WS-EXCEPTIONS-POSTED < 20
               IF NOT EXCP-IS-OPEN
                   OPEN EXTEND EXCEPTION-FILE
                   IF EXCP-FILE-NOT-FOUND
                       OPEN OUTPUT EXCEPTION-FILE
                   END-IF
                   IF EXCP-FILE-OK
                       SET EXCP-IS-OPEN TO TRUE
                   ELSE
                       DISPLAY 'WARNING: FIBEXCP NOT AVAILABLE - '
                           'STATUS ' WS-EXCP-FILE-STATUS
                           ' - EXCEPTIONS NOT POSTED'
                       MOVE 20 TO WS-EXCEPTIONS-POSTED
                   END-IF
               END-IF
               IF EXCP-IS-OPEN
                   MOVE 'E'               TO EXC-SEVERITY
                   MOVE 'FIBRANK '        TO EXC-PROGRAM
                   MOVE WS-RUN-DATE       TO EXC-RUN-DATE
                   MOVE WS-BAD-TERM-INDEX TO EXC-TERM-INDEX
                   MOVE 'FIB012'          TO EXC-MSG-ID
                   MOVE WS-EXC-TEXT-BUILD TO EXC-TEXT
                   WRITE EXCEPTION-RECORD
                   ADD 1 TO WS-EXCEPTIONS-POSTED
               END-IF
           END-IF
           MOVE SPACES TO WS-ETB-REASON.

       500-RECORD-OUTCOME.
           OPEN EXTEND VERIFY-OUTCOME-FILE
           IF VRFY-FILE-NOT-FOUND
               OPEN OUTPUT VERIFY-OUTCOME-FILE
           END-IF

           IF VRFY-FILE-OK
               MOVE WS-RUN-DATE   TO VRF-RUN-DATE
               MOVE WS-LATEST-SEQ TO VRF-RUN-SEQ
               MOVE 'FIBRANK '    TO VRF-CHECK-ID
               IF WS-VIOLATION-COUNT = ZERO
                   MOVE 'P' TO VRF-OUTCOME
               ELSE
                   MOVE 'F' TO VRF-OUTCOME
               END-IF
               MOVE WS-VIOLATION-COUNT TO VRF-FIGURE
               MOVE FUNCTION CURRENT-DATE(1:14) TO VRF-TIMESTAMP
               WRITE VERIFY-OUTCOME-RECORD
               CLOSE VERIFY-OUTCOME-FILE
           ELSE
               DISPLAY 'WARNING: FIBVRFY NOT AVAILABLE - STATUS '
                   WS-VRFY-FILE-STATUS ' - OUTCOME NOT RECORDED'
           END-IF.

       900-TERMINATE.
           IF EXCP-IS-OPEN
               CLOSE EXCEPTION-FILE
           END-IF

           DISPLAY SPACE
           DISPLAY 'TERMS LOADED:        ' WS-TERM-COUNT
           DISPLAY 'PRIMES CHECKED:      ' WS-PRIMES-CHECKED
           DISPLAY 'RANKS ON THE TABLE:  ' WS-PRIMES-REACHED
           DISPLAY 'RANKS NOT REACHED:   ' WS-PRIMES-NOT-REACHED
           DISPLAY 'PERIODS UNSETTLED:   ' WS-PERIODS-UNSETTLED
           DISPLAY 'VIOLATIONS:          ' WS-VIOLATION-COUNT
           IF WS-VIOLATION-COUNT > WS-EXCEPTIONS-POSTED
               DISPLAY 'EXCEPTIONS POSTED:   ' WS-EXCEPTIONS-POSTED
           END-IF

           IF WS-VIOLATION-COUNT > ZERO
               DISPLAY 'RANK OF APPARITION: FAIL'
               IF 8 > WS-RETURN-CODE
                   MOVE 8 TO WS-RETURN-CODE
               END-IF
           ELSE
               IF WS-PRIMES-CHECKED > ZERO
                   DISPLAY 'RANK OF APPARITION: PASS'
               END-IF
           END-IF

           DISPLAY '   FIBRANK COMPLETED - RELEASE ' REL-RELEASE-ID
           DISPLAY 'RETURN CODE: ' WS-RETURN-CODE
           SET PERF-PHASE-END TO TRUE
           MOVE WS-TERM-COUNT  TO PERF-RECORDS
           MOVE WS-RETURN-CODE TO PERF-RETURN-CODE
           CALL 'FIBPERFL' USING FIBPERF-PARMS

           MOVE WS-RETURN-CODE TO RETURN-CODE.
