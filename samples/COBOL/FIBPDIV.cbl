      ******************************************************************
      * FIBPDIV lists the primitive prime divisors of a saved run -
      * the prime factors that appear for the first time at each
      * term index. It reads the run's exact detail rows and, for
      * each composite term, the type-F factorization a FACTOR=Y
      * run of ADVFIBB stored beside it (8000+N, continued at
      * 8200+N). A prime term is its own factor; values 0 and 1
      * have none.
      *
      * Every prime is kept in a seen table as the terms are walked
      * in index order; the primes of a term not already in the
      * table are its primitive divisors and are listed against the
      * term. A term with no new prime is listed as having none.
      *
      * A partial factorization leaves an unsplit cofactor whose
      * primes are unknown; it is listed as UNSPLIT and the
      * primitive divisors of later terms are then marked as
      * provisional, since one of them may be hiding inside it. A
      * composite term with no type-F row (the run was not made
      * with FACTOR=Y, or the row was lost) is reported the same
      * way. Residue terms end the walk, as in FIBGCDV.
      *
      * SYSIN: run date in columns 1-8 (default today); the date's
      * latest run sequence is reported. RC=8 when FIBHIST cannot
      * be read, RC=4 when any term's factorization is partial or
      * missing, so the listing is not final.
      ******************************************************************
       IDENTIFICATION DIVISION.
       PROGRAM-ID. FIBPDIV.
       AUTHOR. Antonio Gibas.
       DATE-WRITTEN. 10-15-2026.
       DATE-COMPILED. 10-15-2026.

      * MODIFICATION HISTORY
      * 10-15-2026  AG  INITIAL VERSION - PRIMITIVE PRIME DIVISOR
      *                 REPORT FROM THE TYPE-F FACTORIZATIONS
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

       DATA DIVISION.
       FILE SECTION.
       FD  CONTROL-CARD-FILE
           RECORDING MODE IS F.
       01  CONTROL-CARD-RECORD       PIC X(80).

       FD  FIB-HISTORY-FILE.
           COPY FIBHIST.

       WORKING-STORAGE SECTION.

       01  WS-CONTROL-CARD.
           05  WS-CC-RUN-DATE         PIC 9(8).
           05  FILLER                 PIC X(72).

       01  WS-FILE-STATUSES.
           05  WS-CARD-FILE-STATUS    PIC XX VALUE SPACES.
               88  CARD-FILE-OK            VALUE '00'.
           05  WS-HIST-FILE-STATUS    PIC XX VALUE SPACES.
               88  HIST-FILE-OK            VALUE '00'.

       01  WS-INDICATORS.
           05  WS-LOAD-EOF-SW         PIC X VALUE 'N'.
               88  LOAD-EOF-REACHED       VALUE 'Y'.
           05  WS-INCOMPLETE-SW       PIC X VALUE 'N'.
               88  LISTING-PROVISIONAL    VALUE 'Y'.
           05  WS-FACT-FOUND-SW       PIC X VALUE 'N'.
               88  FACT-ROW-FOUND         VALUE 'Y'.

      * The run's exact detail rows, in index order
       01  RUN-TERM-TABLE.
           05  WS-TERM-COUNT          PIC 9(4) VALUE ZERO.
           05  RUN-TERM-ENTRY OCCURS 200 TIMES.
               10  RT-VALUE           PIC 9(18) COMP-3.
               10  RT-STATUS          PIC X.

      * Every prime met so far. A term of at most 18 digits has at
      * most 15 distinct primes, so 200 terms stay well inside the
      * table even before the repeats are discounted.
       01  SEEN-PRIME-TABLE.
           05  WS-SEEN-COUNT          PIC 9(4) VALUE ZERO.
           05  SEEN-PRIME OCCURS 3000 TIMES
                                      PIC 9(18) COMP-3.

      * The primes of the term being listed, gathered from its one
      * or two type-F rows
       01  TERM-PRIME-WORK.
           05  WS-TP-COUNT            PIC 9(2) VALUE ZERO.
           05  WS-TP-PRIME OCCURS 16 TIMES
                                      PIC 9(18) COMP-3.
           05  WS-TP-STATUS           PIC X VALUE SPACE.
           05  WS-TP-COFACTOR         PIC 9(18) COMP-3 VALUE ZERO.

       01  WS-REPORT-LINE.
           05  FILLER                 PIC X(5) VALUE 'TERM '.
           05  RPT-TERM-INDEX         PIC ZZZ9.
           05  FILLER                 PIC X(2) VALUE SPACES.
           05  RPT-TEXT               PIC X(26).
           05  RPT-PRIME              PIC Z(17)9.
           05  RPT-FLAG               PIC X(14).

       77  WS-RUN-DATE                PIC 9(8) VALUE ZERO.
       77  WS-LATEST-SEQ              PIC 9(2) VALUE ZERO.
       77  WS-SEQSCAN-EOF-SW          PIC X VALUE 'N'.
           88  SEQSCAN-DONE               VALUE 'Y'.

       77  WS-INDEX                   PIC 9(4) VALUE ZERO.
       77  WS-TP-IDX                  PIC 9(2) VALUE ZERO.
       77  WS-SEEN-IDX                PIC 9(4) VALUE ZERO.
       77  WS-NEW-COUNT               PIC 9(2) VALUE ZERO.
       77  WS-PRIME-WAS-SEEN-SW       PIC X VALUE 'N'.
           88  PRIME-WAS-SEEN             VALUE 'Y'.

       77  WS-TERMS-LISTED            PIC 9(4) VALUE ZERO.
       77  WS-NO-PRIMITIVE-COUNT      PIC 9(4) VALUE ZERO.
       77  WS-PARTIAL-COUNT           PIC 9(4) VALUE ZERO.
       77  WS-UNFACTORED-COUNT        PIC 9(4) VALUE ZERO.
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
           IF WS-RETURN-CODE = ZERO
               PERFORM 200-LIST-PRIMITIVE-DIVISORS
               CLOSE FIB-HISTORY-FILE
           END-IF
           PERFORM 900-TERMINATE

           GOBACK.

       000-INITIALIZE.
           MOVE 'FIBPDIV ' TO PERF-PROGRAM
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
               END-READ
               CLOSE CONTROL-CARD-FILE
           END-IF

           DISPLAY '======================================='
           DISPLAY '   FIBPDIV - PRIMITIVE PRIME DIVISORS'
           DISPLAY '======================================='
           DISPLAY 'RUN DATE:     ' WS-RUN-DATE.

       100-LOAD-RUN.
           OPEN INPUT FIB-HISTORY-FILE
           IF NOT HIST-FILE-OK
               DISPLAY 'WARNING: FIBHIST NOT AVAILABLE - STATUS '
                   WS-HIST-FILE-STATUS ' - REPORT SKIPPED'
               MOVE 8 TO WS-RETURN-CODE
               GO TO 100-LOAD-RUN-EXIT
           END-IF

           PERFORM 150-FIND-LATEST-SEQ
           DISPLAY 'RUN SEQUENCE: ' WS-LATEST-SEQ

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
                                       ' EXCLUDED - ONLY THE EXACT '
                                       'PREFIX CAN BE FACTORED'
                               ELSE
                                   ADD 1 TO WS-TERM-COUNT
                                   MOVE HIST-FIB-NUMBER
                                       TO RT-VALUE(WS-TERM-COUNT)
                                   MOVE HIST-FIB-STATUS
                                       TO RT-STATUS(WS-TERM-COUNT)
                               END-IF
                           END-IF
                       END-IF
               END-READ
           END-PERFORM

           IF WS-TERM-COUNT = ZERO
               DISPLAY 'NO EXACT DETAIL ROWS FOR THE RUN - NOTHING '
                   'TO REPORT'
               MOVE 4 TO WS-RETURN-CODE
               CLOSE FIB-HISTORY-FILE
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

       200-LIST-PRIMITIVE-DIVISORS.
           DISPLAY SPACE
           PERFORM VARYING WS-INDEX FROM 1 BY 1
                     UNTIL WS-INDEX > WS-TERM-COUNT
               PERFORM 210-GATHER-TERM-PRIMES
               PERFORM 220-LIST-NEW-PRIMES
           END-PERFORM.

      * Values 0 and 1 have no prime factor and a prime term (or
      * 2 and 3, which the factoring pass leaves alone) is its own;
      * everything else comes from the stored factorization
       210-GATHER-TERM-PRIMES.
           MOVE ZERO  TO WS-TP-COUNT
           MOVE ZERO  TO WS-TP-COFACTOR
           MOVE 'C'   TO WS-TP-STATUS

           IF RT-VALUE(WS-INDEX) < 2
               CONTINUE
           ELSE
               IF RT-STATUS(WS-INDEX) = 'P'
                       OR RT-VALUE(WS-INDEX) < 4
                   MOVE 1 TO WS-TP-COUNT
                   MOVE RT-VALUE(WS-INDEX) TO WS-TP-PRIME(1)
               ELSE
                   PERFORM 230-READ-FACTORIZATION
               END-IF
           END-IF.

      * A prime above 10**9 does not fit the record's prime slots
      * and is carried as the cofactor of a complete factorization;
      * on a partial one the cofactor is the unsplit remainder
       230-READ-FACTORIZATION.
           MOVE 'N' TO WS-FACT-FOUND-SW
           MOVE WS-RUN-DATE   TO HIST-FACT-RUN-DATE
           MOVE WS-LATEST-SEQ TO HIST-FACT-RUN-SEQ
           COMPUTE HIST-FACT-TERM-INDEX = 8000 + WS-INDEX
           READ FIB-HISTORY-FILE KEY IS HIST-KEY
               INVALID KEY
                   MOVE 'U' TO WS-TP-STATUS
               NOT INVALID KEY
                   SET FACT-ROW-FOUND TO TRUE
                   MOVE HIST-FACT-STATUS   TO WS-TP-STATUS
                   MOVE HIST-FACT-COFACTOR TO WS-TP-COFACTOR
                   PERFORM 235-COPY-FACT-PRIMES
           END-READ

           IF FACT-ROW-FOUND AND HIST-FACT-COUNT = 8
               MOVE WS-RUN-DATE   TO HIST-FACT-RUN-DATE
               MOVE WS-LATEST-SEQ TO HIST-FACT-RUN-SEQ
               COMPUTE HIST-FACT-TERM-INDEX = 8200 + WS-INDEX
               READ FIB-HISTORY-FILE KEY IS HIST-KEY
                   INVALID KEY
                       CONTINUE
                   NOT INVALID KEY
                       PERFORM 235-COPY-FACT-PRIMES
               END-READ
           END-IF

           IF WS-TP-STATUS = 'C' AND WS-TP-COFACTOR > 1
               ADD 1 TO WS-TP-COUNT
               MOVE WS-TP-COFACTOR TO WS-TP-PRIME(WS-TP-COUNT)
           END-IF.

       235-COPY-FACT-PRIMES.
           PERFORM VARYING WS-TP-IDX FROM 1 BY 1
                     UNTIL WS-TP-IDX > HIST-FACT-COUNT
                        OR WS-TP-IDX > 8
               ADD 1 TO WS-TP-COUNT
               MOVE HIST-FACT-PRIME(WS-TP-IDX)
                   TO WS-TP-PRIME(WS-TP-COUNT)
           END-PERFORM.

      * Each prime of the term not yet in the seen table is a
      * primitive divisor: it is listed and added to the table
       220-LIST-NEW-PRIMES.
           MOVE ZERO TO WS-NEW-COUNT
           MOVE WS-INDEX TO RPT-TERM-INDEX

           PERFORM VARYING WS-TP-IDX FROM 1 BY 1
                     UNTIL WS-TP-IDX > WS-TP-COUNT
               MOVE 'N' TO WS-PRIME-WAS-SEEN-SW
               PERFORM VARYING WS-SEEN-IDX FROM 1 BY 1
                         UNTIL WS-SEEN-IDX > WS-SEEN-COUNT
                            OR PRIME-WAS-SEEN
                   IF SEEN-PRIME(WS-SEEN-IDX) = WS-TP-PRIME(WS-TP-IDX)
                       SET PRIME-WAS-SEEN TO TRUE
                   END-IF
               END-PERFORM
               IF NOT PRIME-WAS-SEEN
                   IF WS-SEEN-COUNT < 3000
                       ADD 1 TO WS-SEEN-COUNT
                       MOVE WS-TP-PRIME(WS-TP-IDX)
                           TO SEEN-PRIME(WS-SEEN-COUNT)
                   END-IF
                   ADD 1 TO WS-NEW-COUNT
                   MOVE 'PRIMITIVE DIVISOR' TO RPT-TEXT
                   MOVE WS-TP-PRIME(WS-TP-IDX) TO RPT-PRIME
                   IF LISTING-PROVISIONAL
                       MOVE ' PROVISIONAL' TO RPT-FLAG
                   ELSE
                       MOVE SPACES TO RPT-FLAG
                   END-IF
                   DISPLAY WS-REPORT-LINE
               END-IF
           END-PERFORM

           EVALUATE WS-TP-STATUS
               WHEN 'P'
                   ADD 1 TO WS-PARTIAL-COUNT
                   MOVE 'UNSPLIT REMAINDER' TO RPT-TEXT
                   MOVE WS-TP-COFACTOR TO RPT-PRIME
                   MOVE ' PARTIAL' TO RPT-FLAG
                   DISPLAY WS-REPORT-LINE
                   SET LISTING-PROVISIONAL TO TRUE
               WHEN 'U'
                   ADD 1 TO WS-UNFACTORED-COUNT
                   MOVE 'NOT FACTORED - VALUE' TO RPT-TEXT
                   MOVE RT-VALUE(WS-INDEX) TO RPT-PRIME
                   MOVE ' NO TYPE-F ROW' TO RPT-FLAG
                   DISPLAY WS-REPORT-LINE
                   SET LISTING-PROVISIONAL TO TRUE
               WHEN OTHER
                   IF WS-NEW-COUNT = ZERO
                       ADD 1 TO WS-NO-PRIMITIVE-COUNT
                       MOVE 'NO PRIMITIVE DIVISOR' TO RPT-TEXT
                       MOVE RT-VALUE(WS-INDEX) TO RPT-PRIME
                       MOVE SPACES TO RPT-FLAG
                       DISPLAY WS-REPORT-LINE
                   END-IF
           END-EVALUATE

           ADD 1 TO WS-TERMS-LISTED.

       900-TERMINATE.
           DISPLAY SPACE
           DISPLAY 'TERMS LISTED:          ' WS-TERMS-LISTED
           DISPLAY 'DISTINCT PRIMES:       ' WS-SEEN-COUNT
           DISPLAY 'NO PRIMITIVE DIVISOR:  ' WS-NO-PRIMITIVE-COUNT
           DISPLAY 'PARTIAL FACTORIZATION: ' WS-PARTIAL-COUNT
           DISPLAY 'NOT FACTORED:          ' WS-UNFACTORED-COUNT

           IF WS-PARTIAL-COUNT > ZERO OR WS-UNFACTORED-COUNT > ZERO
               DISPLAY 'LISTING IS PROVISIONAL FROM THE FIRST '
                   'PARTIAL OR UNFACTORED TERM ON'
               IF 4 > WS-RETURN-CODE
                   MOVE 4 TO WS-RETURN-CODE
               END-IF
           END-IF

           DISPLAY '   FIBPDIV COMPLETED - RELEASE ' REL-RELEASE-ID
           DISPLAY 'RETURN CODE: ' WS-RETURN-CODE
           SET PERF-PHASE-END TO TRUE
           MOVE WS-TERM-COUNT  TO PERF-RECORDS
           MOVE WS-RETURN-CODE TO PERF-RETURN-CODE
           CALL 'FIBPERFL' USING FIBPERF-PARMS

           MOVE WS-RETURN-CODE TO RETURN-CODE.
