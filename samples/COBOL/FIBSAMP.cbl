      ******************************************************************
      * FIBSAMP draws reproducible audit samples from the run
      * history and tracks their re-performance. Auditors used to
      * pick "random" run dates and terms by hand, could not show
      * later how they had picked them, and kept the results in
      * their own workpapers. A sample is now filed on the FIBSAMP
      * file (FIBSMPC layout) under a sample id:
      *
      *   DRAW defines the population - run-date range, record
      *   types (S summary, D detail, L Lucas), and optionally only
      *   prime-status or only HUGE-category rows - sizes the
      *   sample from the attribute-sampling table for the
      *   confidence and tolerable deviation rate on the card (or
      *   an explicit size), and selects it from FIBHISTP and
      *   FIBHIST with the documented generator and seed. The
      *   header keeps the definition, the seed and the
      *   population's count and value hash;
      *   VERIFY draws the sample again from its filed definition
      *   and proves the same rows come out - or shows where the
      *   population has changed since;
      *   REPORT prints the sample and the re-performance results
      *   recorded so far through the FSMP transaction (FIBSMPM);
      *   CLOSE prints the closing report - the exceptions found
      *   against the sample and the conclusion - and closes the
      *   sample to further results.
      *
      * The workpaper for the re-performance is printed by FIBBULK
      * from a SAMPLE= card.
      *
      * Sample sizes (zero expected deviations):
      *   TOLERABLE %   2   3   4   5   6   7   8   9  10
      *   90% CONF.   114  76  57  45  38  32  28  25  22
      *   95% CONF.   149  99  74  59  49  42  36  32  29
      *   99% CONF.   228 152 113  90  75  64  56  49  44
      * A population smaller than the size is taken whole.
      *
      * SYSIN card layout:
      *   COLS  1-7   VERB: DRAW, VERIFY, REPORT, CLOSE
      *   COLS  9-16  SAMPLE ID
      *   DRAW ONLY:
      *   COLS 18-25  FROM RUN DATE YYYYMMDD
      *   COLS 27-34  TO RUN DATE YYYYMMDD
      *   COLS 36-38  RECORD TYPES, ANY OF S D L (DEFAULT D)
      *   COL  40     FILTER: A ALL (DEFAULT), P PRIME, H HUGE
      *   COLS 42-50  SEED, 1-999999999 (REQUIRED)
      *   COLS 52-53  CONFIDENCE 90, 95 OR 99 (DEFAULT 95)
      *   COLS 55-56  TOLERABLE DEVIATION % 02-10 (DEFAULT 05)
      *   COLS 58-60  SAMPLE SIZE OVERRIDE 001-500 (OPTIONAL)
      *
      * RC=4 on rejected cards, a sample that does not reproduce,
      * or a close with items not re-performed or exceptions;
      * RC=8 when FIBSAMP or FIBHIST cannot be read.
      ******************************************************************
       IDENTIFICATION DIVISION.
       PROGRAM-ID. FIBSAMP.
       AUTHOR. Antonio Gibas.
       DATE-WRITTEN. 10-15-2026.
       DATE-COMPILED. 10-15-2026.

      * MODIFICATION HISTORY
      * 10-15-2026  AG  INITIAL VERSION - REPRODUCIBLE AUDIT SAMPLES
      *                 OF FIBHIST/FIBHISTP WITH RE-PERFORMANCE
      *                 TRACKING AND CLOSING REPORT
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
           SELECT PRIOR-HISTORY-FILE ASSIGN TO "FIBHISTP"
               ORGANIZATION IS INDEXED
               ACCESS MODE IS DYNAMIC
               RECORD KEY IS PHIST-KEY
               FILE STATUS IS WS-PHIST-FILE-STATUS.
           SELECT SAMPLE-FILE ASSIGN TO "FIBSAMP"
               ORGANIZATION IS INDEXED
               ACCESS MODE IS DYNAMIC
               RECORD KEY IS SMP-KEY
               FILE STATUS IS WS-SAMP-FILE-STATUS.
           SELECT PRINT-FILE ASSIGN TO "PRTOUT"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-PRINT-FILE-STATUS.

       DATA DIVISION.
       FILE SECTION.
       FD  CONTROL-CARD-FILE
           RECORDING MODE IS F.
       01  CONTROL-CARD-RECORD       PIC X(80).

       FD  FIB-HISTORY-FILE.
           COPY FIBHIST.

      * The prior-year partition carries the same layouts; every
      * record is re-mapped through the shared views after the read
       FD  PRIOR-HISTORY-FILE.
       01  PHIST-RECORD.
           05  PHIST-KEY              PIC X(14).
           05  FILLER                 PIC X(86).

       FD  SAMPLE-FILE.
           COPY FIBSMPC.

       FD  PRINT-FILE
           RECORDING MODE IS F.
       01  PRINT-RECORD               PIC X(133).

       WORKING-STORAGE SECTION.

       01  WS-CONTROL-CARD.
           05  WS-CC-VERB             PIC X(7).
           05  FILLER                 PIC X.
           05  WS-CC-SAMPLE-ID        PIC X(8).
           05  FILLER                 PIC X.
           05  WS-CC-FROM-DATE        PIC X(8).
           05  FILLER                 PIC X.
           05  WS-CC-TO-DATE          PIC X(8).
           05  FILLER                 PIC X.
           05  WS-CC-RECORD-TYPES     PIC X(3).
           05  FILLER                 PIC X.
           05  WS-CC-FILTER           PIC X.
           05  FILLER                 PIC X.
           05  WS-CC-SEED             PIC X(9).
           05  FILLER                 PIC X.
           05  WS-CC-CONFIDENCE       PIC X(2).
           05  FILLER                 PIC X.
           05  WS-CC-TOLERABLE        PIC X(2).
           05  FILLER                 PIC X.
           05  WS-CC-SIZE             PIC X(3).
           05  FILLER                 PIC X(20).

       01  WS-FILE-STATUSES.
           05  WS-CARD-FILE-STATUS    PIC XX VALUE SPACES.
               88  CARD-FILE-OK            VALUE '00'.
           05  WS-HIST-FILE-STATUS    PIC XX VALUE SPACES.
               88  HIST-FILE-OK            VALUE '00'.
           05  WS-PHIST-FILE-STATUS   PIC XX VALUE SPACES.
               88  PHIST-FILE-OK           VALUE '00'.
           05  WS-SAMP-FILE-STATUS    PIC XX VALUE SPACES.
               88  SAMP-FILE-OK            VALUE '00'.
               88  SAMP-FILE-NOT-FOUND     VALUE '35'.
           05  WS-PRINT-FILE-STATUS   PIC XX VALUE SPACES.

       01  WS-INDICATORS.
           05  WS-CARD-EOF-SW         PIC X VALUE 'N'.
               88  CARD-EOF-REACHED       VALUE 'Y'.
           05  WS-HIST-EOF-SW         PIC X VALUE 'N'.
               88  HIST-EOF-REACHED       VALUE 'Y'.
           05  WS-SCAN-SW             PIC X VALUE 'N'.
               88  SCAN-DONE              VALUE 'Y'.
           05  WS-SAMPLE-SW           PIC X VALUE 'N'.
               88  SAMPLE-ON-FILE         VALUE 'Y'.
           05  WS-CARD-OK-SW          PIC X VALUE 'N'.
               88  CARD-IS-VALID          VALUE 'Y'.
           05  WS-WALK-OK-SW          PIC X VALUE 'N'.
               88  WALK-COMPLETED         VALUE 'Y'.
           05  WS-WALK-MODE           PIC X VALUE SPACE.
               88  WALK-COUNTING          VALUE 'C'.
               88  WALK-SELECTING         VALUE 'S'.
           05  WS-CLUSTER-CODE        PIC X VALUE SPACE.

      * The population definition being drawn, from the card or
      * from a filed header
       01  WS-DEFINITION.
           05  WS-DEF-FROM-DATE       PIC 9(8) VALUE ZERO.
           05  WS-DEF-TO-DATE         PIC 9(8) VALUE ZERO.
           05  WS-DEF-RECORD-TYPES    PIC X(3) VALUE SPACES.
           05  WS-DEF-FILTER          PIC X VALUE 'A'.
               88  DEF-ALL-ROWS           VALUE 'A'.
               88  DEF-PRIME-ROWS         VALUE 'P'.
               88  DEF-HUGE-ROWS          VALUE 'H'.
           05  WS-DEF-SEED            PIC 9(9) VALUE ZERO.
           05  WS-DEF-CONFIDENCE      PIC 9(2) VALUE ZERO.
           05  WS-DEF-TOLERABLE       PIC 9(2) VALUE ZERO.
           05  WS-DEF-SIZE-OVERRIDE   PIC 9(3) VALUE ZERO.

      * Attribute-sampling sizes for zero expected deviations, by
      * confidence (90, 95, 99) and tolerable rate (2-10 percent)
       01  SAMPLE-SIZE-VALUES.
           05  FILLER PIC X(27) VALUE
               '114076057045038032028025022'.
           05  FILLER PIC X(27) VALUE
               '149099074059049042036032029'.
           05  FILLER PIC X(27) VALUE
               '228152113090075064056049044'.
       01  SAMPLE-SIZE-TABLE REDEFINES SAMPLE-SIZE-VALUES.
           05  SZ-CONFIDENCE-ROW OCCURS 3 TIMES.
               10  SZ-SIZE            PIC 9(3) OCCURS 9 TIMES.

      * The population ordinals drawn, kept in ascending order
       01  POSITION-TABLE.
           05  WS-POS-COUNT           PIC 9(4) VALUE ZERO.
           05  PS-ORDINAL             PIC 9(9) OCCURS 500 TIMES.

      * The rows selected, in population order
       01  ITEM-TABLE.
           05  WS-ITEM-COUNT          PIC 9(4) VALUE ZERO.
           05  IT-ENTRY OCCURS 500 TIMES.
               10  IT-POP-ORDINAL     PIC 9(9).
               10  IT-CLUSTER         PIC X.
               10  IT-RUN-DATE        PIC 9(8).
               10  IT-RUN-SEQ         PIC 9(2).
               10  IT-TERM-INDEX      PIC 9(4).
               10  IT-HIST-TYPE       PIC X.
               10  IT-FIB-NUMBER      PIC 9(18).
               10  IT-FIB-STATUS      PIC X.
               10  IT-FIB-CATEGORY    PIC X.
               10  IT-RESIDUE-FLAG    PIC X.

      * The filed header of the sample named on the card
       01  WS-FILED-HEADER            PIC X(163) VALUE SPACES.

       01  REPORT-HEADING.
           05  FILLER                 PIC X(30) VALUE
               'FIBSAMP - AUDIT SAMPLE'.
           05  RH-SAMPLE-ID           PIC X(8).
           05  FILLER                 PIC X(3) VALUE SPACES.
           05  RH-ACTION              PIC X(30).
           05  FILLER                 PIC X(10) VALUE 'PRINTED '.
           05  RH-PRINTED             PIC 9(14).

       01  DEFINITION-LINE-1.
           05  FILLER                 PIC X(20) VALUE
               'POPULATION: RUNS '.
           05  DF-FROM-DATE           PIC 9(8).
           05  FILLER                 PIC X(3) VALUE ' - '.
           05  DF-TO-DATE             PIC 9(8).
           05  FILLER                 PIC X(15) VALUE
               '  RECORD TYPES '.
           05  DF-RECORD-TYPES        PIC X(3).
           05  FILLER                 PIC X(10) VALUE '  FILTER '.
           05  DF-FILTER              PIC X(12).
           05  FILLER                 PIC X(8) VALUE '  ROWS '.
           05  DF-POPULATION          PIC Z(8)9.
           05  FILLER                 PIC X(8) VALUE '  HASH '.
           05  DF-POP-HASH            PIC 9(18).

       01  DEFINITION-LINE-2.
           05  FILLER                 PIC X(20) VALUE
               'SELECTION:  SEED '.
           05  DF-SEED                PIC 9(9).
           05  FILLER                 PIC X(14) VALUE
               '  CONFIDENCE '.
           05  DF-CONFIDENCE          PIC 99.
           05  FILLER                 PIC X(14) VALUE
               '%  TOLERABLE '.
           05  DF-TOLERABLE           PIC 99.
           05  FILLER                 PIC X(9) VALUE '%  SIZE '.
           05  DF-SAMPLE-SIZE         PIC ZZZ9.
           05  FILLER                 PIC X(2) VALUE ' ('.
           05  DF-SIZE-BASIS          PIC X(18).
           05  FILLER                 PIC X(9) VALUE ')  DRAWS '.
           05  DF-DRAW-COUNT          PIC Z(6)9.

       01  DEFINITION-LINE-3.
           05  FILLER                 PIC X(20) VALUE
               'DRAWN BY:   '.
           05  DF-DRAWN-BY            PIC X(8).
           05  FILLER                 PIC X(4) VALUE ' AT '.
           05  DF-DRAWN-STAMP         PIC 9(14).
           05  FILLER                 PIC X(10) VALUE '  STATUS '.
           05  DF-STATUS              PIC X(6).
           05  FILLER                 PIC X(4) VALUE ' BY '.
           05  DF-CLOSED-BY           PIC X(8).
           05  FILLER                 PIC X(4) VALUE ' AT '.
           05  DF-CLOSED-STAMP        PIC 9(14).

       01  GENERATOR-LINE             PIC X(133) VALUE
           'GENERATOR:  X = X * 16807 MOD 2147483647 FROM THE SEED; EAC
      -    'H DRAW TAKES POPULATION ROW (X MOD ROWS) + 1, A REPEAT IS DR
      -    'AWN AGAIN'.

       01  ITEM-HEADING.
           05  FILLER                 PIC X(133) VALUE
               ' ITEM   POP ROW  C RUN DATE SQ TERM T              VALU
      -        'E S C R RESULT   BY       NOTE'.

       01  ITEM-LINE.
           05  IL-ITEM-NO             PIC ZZZZ9.
           05  FILLER                 PIC X VALUE SPACE.
           05  IL-POP-ORDINAL         PIC Z(8)9.
           05  FILLER                 PIC X(2) VALUE SPACES.
           05  IL-CLUSTER             PIC X.
           05  FILLER                 PIC X VALUE SPACE.
           05  IL-RUN-DATE            PIC 9(8).
           05  FILLER                 PIC X VALUE SPACE.
           05  IL-RUN-SEQ             PIC 99.
           05  FILLER                 PIC X VALUE SPACE.
           05  IL-TERM-INDEX          PIC ZZZ9.
           05  FILLER                 PIC X VALUE SPACE.
           05  IL-HIST-TYPE           PIC X.
           05  FILLER                 PIC X VALUE SPACE.
           05  IL-FIB-NUMBER          PIC Z(17)9.
           05  FILLER                 PIC X VALUE SPACE.
           05  IL-FIB-STATUS          PIC X.
           05  FILLER                 PIC X VALUE SPACE.
           05  IL-FIB-CATEGORY        PIC X.
           05  FILLER                 PIC X VALUE SPACE.
           05  IL-RESIDUE-FLAG        PIC X.
           05  FILLER                 PIC X VALUE SPACE.
           05  IL-RESULT              PIC X(8).
           05  FILLER                 PIC X VALUE SPACE.
           05  IL-PERFORMED-BY        PIC X(8).
           05  FILLER                 PIC X VALUE SPACE.
           05  IL-NOTE                PIC X(50).

       01  VERIFY-LINE.
           05  FILLER                 PIC X(6) VALUE 'ITEM '.
           05  VL-ITEM-NO             PIC ZZZ9.
           05  FILLER                 PIC X(10) VALUE '  FILED '.
           05  VL-FILED-KEY           PIC X(14).
           05  FILLER                 PIC X(11) VALUE '  REDRAWN '.
           05  VL-DRAWN-KEY           PIC X(14).
           05  FILLER                 PIC X(3) VALUE SPACES.
           05  VL-TEXT                PIC X(40).

       01  WS-KEY-WORK.
           05  WS-KW-RUN-DATE         PIC 9(8).
           05  WS-KW-RUN-SEQ          PIC 9(2).
           05  WS-KW-TERM-INDEX       PIC 9(4).

       77  WS-USERID                  PIC X(8) VALUE SPACES.
       77  WS-NOW-STAMP               PIC 9(14) VALUE ZERO.
       77  WS-SAMPLE-ID               PIC X(8) VALUE SPACES.
       77  WS-POPULATION              PIC 9(9) VALUE ZERO.
       77  WS-POP-HASH                PIC 9(18) VALUE ZERO.
       77  WS-POP-ORDINAL             PIC 9(9) VALUE ZERO.
       77  WS-SAMPLE-SIZE             PIC 9(4) VALUE ZERO.
       77  WS-SIZE-BASIS              PIC X VALUE SPACE.
       77  WS-DRAW-COUNT              PIC 9(7) VALUE ZERO.
       77  WS-NEXT-POS                PIC 9(4) VALUE ZERO.
       77  WS-RNG-STATE               PIC 9(10) VALUE ZERO.
       77  WS-RNG-PRODUCT             PIC 9(15) VALUE ZERO.
       77  WS-RNG-QUOTIENT            PIC 9(15) VALUE ZERO.
       77  WS-DRAW-ORDINAL            PIC 9(9) VALUE ZERO.
       77  WS-INSERT-AT               PIC 9(4) VALUE ZERO.
       77  WS-POS-IDX                 PIC 9(4) VALUE ZERO.
       77  WS-ITEM-IDX                PIC 9(4) VALUE ZERO.
       77  WS-CONF-ROW                PIC 9 VALUE ZERO.
       77  WS-TYPE-IDX                PIC 9 VALUE ZERO.
       77  WS-TYPE-SW                 PIC X VALUE 'N'.
           88  TYPE-IN-POPULATION         VALUE 'Y'.
       77  WS-DIFFER-COUNT            PIC 9(4) VALUE ZERO.
       77  WS-PERFORMED-COUNT         PIC 9(4) VALUE ZERO.
       77  WS-AGREE-COUNT             PIC 9(4) VALUE ZERO.
       77  WS-EXCEPTION-COUNT         PIC 9(4) VALUE ZERO.
       77  WS-PENDING-COUNT           PIC 9(4) VALUE ZERO.
       77  WS-EXCEPTION-RATE          PIC 9(3)V99 VALUE ZERO.
       77  WS-EDIT-RATE               PIC ZZ9.99.
       77  WS-EDIT-COUNT              PIC ZZZ9.
       77  WS-REJECTED-COUNT          PIC 9(5) VALUE ZERO.
       77  WS-RETURN-CODE             PIC 9(4) VALUE ZERO.

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
           PERFORM 100-PROCESS-SAMPLE-DECK
               THRU 100-PROCESS-SAMPLE-DECK-EXIT
           PERFORM 900-TERMINATE

           GOBACK.

       000-INITIALIZE.
           MOVE 'FIBSAMP' TO PERF-PROGRAM
           MOVE REL-RELEASE-ID TO PERF-RELEASE-ID
           SET PERF-PHASE-START TO TRUE
           CALL 'FIBPERFL' USING FIBPERF-PARMS

           IF PARM-LENGTH > ZERO
               MOVE PARM-USERID TO WS-USERID
           END-IF
           MOVE FUNCTION CURRENT-DATE(1:14) TO WS-NOW-STAMP

           DISPLAY '======================================='
           DISPLAY '   FIBSAMP - AUDIT SAMPLING'
           DISPLAY '======================================='
           DISPLAY 'SUBMITTED BY: ' WS-USERID.

       100-PROCESS-SAMPLE-DECK.
           OPEN I-O SAMPLE-FILE
           IF SAMP-FILE-NOT-FOUND
               OPEN OUTPUT SAMPLE-FILE
               CLOSE SAMPLE-FILE
               OPEN I-O SAMPLE-FILE
           END-IF
           IF NOT SAMP-FILE-OK
               DISPLAY 'ERROR: FIBSAMP NOT AVAILABLE - STATUS '
                   WS-SAMP-FILE-STATUS ' - DECK NOT PROCESSED'
               MOVE 8 TO WS-RETURN-CODE
               GO TO 100-PROCESS-SAMPLE-DECK-EXIT
           END-IF

           OPEN OUTPUT PRINT-FILE

           OPEN INPUT CONTROL-CARD-FILE
           IF NOT CARD-FILE-OK
               DISPLAY 'WARNING: NO SAMPLE DECK SUPPLIED'
               MOVE 8 TO WS-RETURN-CODE
           ELSE
               PERFORM UNTIL CARD-EOF-REACHED
                   READ CONTROL-CARD-FILE INTO WS-CONTROL-CARD
                       AT END
                           SET CARD-EOF-REACHED TO TRUE
                       NOT AT END
                           PERFORM 110-PROCESS-ONE-CARD
                               THRU 110-PROCESS-EXIT
                   END-READ
               END-PERFORM
               CLOSE CONTROL-CARD-FILE
           END-IF

           CLOSE PRINT-FILE
           CLOSE SAMPLE-FILE.

       100-PROCESS-SAMPLE-DECK-EXIT.
           EXIT.

       110-PROCESS-ONE-CARD.
           IF WS-CC-VERB = SPACES OR WS-CC-VERB(1:1) = '*'
               GO TO 110-PROCESS-EXIT
           END-IF

           IF WS-CC-SAMPLE-ID = SPACES
               DISPLAY 'REJECTED: NO SAMPLE ID ON THE CARD'
               PERFORM 180-REJECT-CARD
               GO TO 110-PROCESS-EXIT
           END-IF

           IF (WS-CC-VERB = 'DRAW   ' OR 'CLOSE  ')
                   AND WS-USERID = SPACES
               DISPLAY 'REJECTED: NO USERID IN THE PARM'
               PERFORM 180-REJECT-CARD
               GO TO 110-PROCESS-EXIT
           END-IF

           MOVE WS-CC-SAMPLE-ID TO WS-SAMPLE-ID
           PERFORM 400-FIND-SAMPLE

           EVALUATE WS-CC-VERB
               WHEN 'DRAW   '
                   PERFORM 120-DRAW-SAMPLE
                       THRU 120-DRAW-SAMPLE-EXIT
               WHEN 'VERIFY '
                   PERFORM 130-VERIFY-SAMPLE
                       THRU 130-VERIFY-SAMPLE-EXIT
               WHEN 'REPORT '
                   PERFORM 140-REPORT-SAMPLE
                       THRU 140-REPORT-SAMPLE-EXIT
               WHEN 'CLOSE  '
                   PERFORM 150-CLOSE-SAMPLE
                       THRU 150-CLOSE-SAMPLE-EXIT
               WHEN OTHER
                   PERFORM 180-REJECT-CARD
           END-EVALUATE.

       110-PROCESS-EXIT.
           EXIT.

      ******************************************************************
      * DRAW - edit the definition, count the population, size the
      * sample, draw the ordinals, select the rows and file them
      ******************************************************************
       120-DRAW-SAMPLE.
           IF SAMPLE-ON-FILE
               DISPLAY 'REJECTED: SAMPLE ' WS-SAMPLE-ID
                   ' IS ALREADY ON FILE - VERIFY REDRAWS IT'
               PERFORM 180-REJECT-CARD
               GO TO 120-DRAW-SAMPLE-EXIT
           END-IF

           PERFORM 160-EDIT-DEFINITION THRU 160-EDIT-DEFINITION-EXIT
           IF NOT CARD-IS-VALID
               PERFORM 180-REJECT-CARD
               GO TO 120-DRAW-SAMPLE-EXIT
           END-IF

           PERFORM 200-DRAW-FROM-DEFINITION
               THRU 200-DRAW-FROM-DEFINITION-EXIT
           IF NOT WALK-COMPLETED
               GO TO 120-DRAW-SAMPLE-EXIT
           END-IF
           IF WS-POPULATION = ZERO
               DISPLAY 'REJECTED: NO ROWS IN THE POPULATION FOR '
                   WS-SAMPLE-ID ' - NOTHING FILED'
               PERFORM 180-REJECT-CARD
               GO TO 120-DRAW-SAMPLE-EXIT
           END-IF

           PERFORM 500-FILE-SAMPLE

           MOVE 'SAMPLE DRAWN AND FILED' TO RH-ACTION
           PERFORM 600-PRINT-DEFINITION
           WRITE PRINT-RECORD FROM ITEM-HEADING
           PERFORM 610-PRINT-ONE-ITEM
               VARYING WS-ITEM-IDX FROM 1 BY 1
               UNTIL WS-ITEM-IDX > WS-ITEM-COUNT

           DISPLAY 'SAMPLE ' WS-SAMPLE-ID ' DRAWN: '
               WS-ITEM-COUNT ' OF ' WS-POPULATION ' ROWS'.

       120-DRAW-SAMPLE-EXIT.
           EXIT.

      ******************************************************************
      * VERIFY - the filed definition is drawn again; the same seed
      * over the same population must give the same rows
      ******************************************************************
       130-VERIFY-SAMPLE.
           IF NOT SAMPLE-ON-FILE
               DISPLAY 'REJECTED: SAMPLE ' WS-SAMPLE-ID
                   ' IS NOT ON FILE'
               PERFORM 180-REJECT-CARD
               GO TO 130-VERIFY-SAMPLE-EXIT
           END-IF

           MOVE WS-FILED-HEADER TO SAMPLE-RECORD
           MOVE SMH-FROM-DATE      TO WS-DEF-FROM-DATE
           MOVE SMH-TO-DATE        TO WS-DEF-TO-DATE
           MOVE SMH-RECORD-TYPES   TO WS-DEF-RECORD-TYPES
           MOVE SMH-FILTER         TO WS-DEF-FILTER
           MOVE SMH-SEED           TO WS-DEF-SEED
           MOVE SMH-CONFIDENCE     TO WS-DEF-CONFIDENCE
           MOVE SMH-TOLERABLE-PCT  TO WS-DEF-TOLERABLE
           MOVE ZERO               TO WS-DEF-SIZE-OVERRIDE
           IF SMH-SIZE-BASIS = 'O'
               MOVE SMH-SAMPLE-SIZE TO WS-DEF-SIZE-OVERRIDE
           END-IF

           PERFORM 200-DRAW-FROM-DEFINITION
               THRU 200-DRAW-FROM-DEFINITION-EXIT
           IF NOT WALK-COMPLETED
               GO TO 130-VERIFY-SAMPLE-EXIT
           END-IF

           MOVE 'SAMPLE REDRAWN FROM ITS SEED' TO RH-ACTION
           MOVE WS-FILED-HEADER TO SAMPLE-RECORD
           PERFORM 600-PRINT-DEFINITION
           MOVE ZERO TO WS-DIFFER-COUNT

           IF WS-POPULATION NOT = SMH-POPULATION
                   OR WS-POP-HASH NOT = SMH-POP-HASH
               ADD 1 TO WS-DIFFER-COUNT
               MOVE SPACES TO PRINT-RECORD
               STRING 'POPULATION HAS CHANGED SINCE THE DRAW: NOW '
                      WS-POPULATION ' ROWS, HASH ' WS-POP-HASH
                   DELIMITED BY SIZE
                   INTO PRINT-RECORD
               END-STRING
               WRITE PRINT-RECORD
           END-IF

           PERFORM 135-COMPARE-ONE-ITEM
               VARYING WS-ITEM-IDX FROM 1 BY 1
               UNTIL WS-ITEM-IDX > WS-ITEM-COUNT

           MOVE SPACES TO PRINT-RECORD
           WRITE PRINT-RECORD
           IF WS-DIFFER-COUNT = ZERO
               MOVE 'RESULT: SAMPLE REPRODUCED - THE SAME ROWS WERE DRA
      -            'WN FROM THE SAME POPULATION' TO PRINT-RECORD
           ELSE
               MOVE 'RESULT: SAMPLE DID NOT REPRODUCE - SEE THE DIFFERE
      -            'NCES ABOVE' TO PRINT-RECORD
               IF 4 > WS-RETURN-CODE
                   MOVE 4 TO WS-RETURN-CODE
               END-IF
           END-IF
           WRITE PRINT-RECORD
           DISPLAY 'SAMPLE ' WS-SAMPLE-ID ' VERIFIED - DIFFERENCES: '
               WS-DIFFER-COUNT.

       130-VERIFY-SAMPLE-EXIT.
           EXIT.

       135-COMPARE-ONE-ITEM.
           MOVE WS-SAMPLE-ID TO SMP-SAMPLE-ID
           MOVE WS-ITEM-IDX  TO SMP-ITEM-NO
           READ SAMPLE-FILE KEY IS SMP-KEY
               INVALID KEY
                   MOVE SPACES TO SMP-ITEM-BODY
                   MOVE ZERO TO SMI-RUN-DATE SMI-RUN-SEQ
                                SMI-TERM-INDEX SMI-FIB-NUMBER
           END-READ

           IF SMI-RUN-DATE NOT = IT-RUN-DATE(WS-ITEM-IDX)
                   OR SMI-RUN-SEQ NOT = IT-RUN-SEQ(WS-ITEM-IDX)
                   OR SMI-TERM-INDEX NOT = IT-TERM-INDEX(WS-ITEM-IDX)
                   OR SMI-HIST-TYPE NOT = IT-HIST-TYPE(WS-ITEM-IDX)
                   OR SMI-FIB-NUMBER NOT = IT-FIB-NUMBER(WS-ITEM-IDX)
                   OR SMI-FIB-STATUS NOT = IT-FIB-STATUS(WS-ITEM-IDX)
                   OR SMI-FIB-CATEGORY
                       NOT = IT-FIB-CATEGORY(WS-ITEM-IDX)
               ADD 1 TO WS-DIFFER-COUNT
               MOVE WS-ITEM-IDX TO VL-ITEM-NO
               MOVE SMI-RUN-DATE   TO WS-KW-RUN-DATE
               MOVE SMI-RUN-SEQ    TO WS-KW-RUN-SEQ
               MOVE SMI-TERM-INDEX TO WS-KW-TERM-INDEX
               MOVE WS-KEY-WORK TO VL-FILED-KEY
               MOVE IT-RUN-DATE(WS-ITEM-IDX)   TO WS-KW-RUN-DATE
               MOVE IT-RUN-SEQ(WS-ITEM-IDX)    TO WS-KW-RUN-SEQ
               MOVE IT-TERM-INDEX(WS-ITEM-IDX) TO WS-KW-TERM-INDEX
               MOVE WS-KEY-WORK TO VL-DRAWN-KEY
               IF SMI-RUN-DATE = IT-RUN-DATE(WS-ITEM-IDX)
                       AND SMI-RUN-SEQ = IT-RUN-SEQ(WS-ITEM-IDX)
                       AND SMI-TERM-INDEX = IT-TERM-INDEX(WS-ITEM-IDX)
                   MOVE 'SAME ROW - STORED VALUES HAVE CHANGED'
                       TO VL-TEXT
               ELSE
                   MOVE 'A DIFFERENT ROW WAS DRAWN' TO VL-TEXT
               END-IF
               WRITE PRINT-RECORD FROM VERIFY-LINE
           END-IF.

      ******************************************************************
      * REPORT - the sample and the results recorded so far
      ******************************************************************
       140-REPORT-SAMPLE.
           IF NOT SAMPLE-ON-FILE
               DISPLAY 'REJECTED: SAMPLE ' WS-SAMPLE-ID
                   ' IS NOT ON FILE'
               PERFORM 180-REJECT-CARD
               GO TO 140-REPORT-SAMPLE-EXIT
           END-IF

           MOVE 'RE-PERFORMANCE STATUS' TO RH-ACTION
           MOVE WS-FILED-HEADER TO SAMPLE-RECORD
           PERFORM 600-PRINT-DEFINITION
           WRITE PRINT-RECORD FROM ITEM-HEADING
           MOVE 'N' TO WS-SCAN-SW
           PERFORM 700-TALLY-RESULTS
           PERFORM 720-PRINT-TOTALS.

       140-REPORT-SAMPLE-EXIT.
           EXIT.

      ******************************************************************
      * CLOSE - the closing report: every exception found against
      * the sample with its note, the items never re-performed, and
      * the conclusion; the sample then takes no more results
      ******************************************************************
       150-CLOSE-SAMPLE.
           IF NOT SAMPLE-ON-FILE
               DISPLAY 'REJECTED: SAMPLE ' WS-SAMPLE-ID
                   ' IS NOT ON FILE'
               PERFORM 180-REJECT-CARD
               GO TO 150-CLOSE-SAMPLE-EXIT
           END-IF
           MOVE WS-FILED-HEADER TO SAMPLE-RECORD
           IF SMH-SAMPLE-CLOSED
               DISPLAY 'REJECTED: SAMPLE ' WS-SAMPLE-ID
                   ' IS ALREADY CLOSED'
               PERFORM 180-REJECT-CARD
               GO TO 150-CLOSE-SAMPLE-EXIT
           END-IF

           MOVE WS-SAMPLE-ID TO SMP-SAMPLE-ID
           MOVE ZERO TO SMP-ITEM-NO
           READ SAMPLE-FILE KEY IS SMP-KEY
               INVALID KEY
                   DISPLAY 'ERROR: HEADER OF ' WS-SAMPLE-ID
                       ' COULD NOT BE READ'
                   MOVE 8 TO WS-RETURN-CODE
                   GO TO 150-CLOSE-SAMPLE-EXIT
           END-READ
           SET SMH-SAMPLE-CLOSED TO TRUE
           MOVE WS-USERID TO SMH-CLOSED-BY
           MOVE WS-NOW-STAMP TO SMH-CLOSED-STAMP
           REWRITE SAMPLE-RECORD
               INVALID KEY
                   DISPLAY 'ERROR: HEADER OF ' WS-SAMPLE-ID
                       ' COULD NOT BE REWRITTEN'
                   MOVE 8 TO WS-RETURN-CODE
                   GO TO 150-CLOSE-SAMPLE-EXIT
           END-REWRITE
           MOVE SAMPLE-RECORD TO WS-FILED-HEADER

           MOVE 'CLOSING REPORT' TO RH-ACTION
           PERFORM 600-PRINT-DEFINITION
           MOVE SPACES TO PRINT-RECORD
           MOVE 'EXCEPTIONS AND ITEMS NOT RE-PERFORMED:'
               TO PRINT-RECORD
           WRITE PRINT-RECORD
           WRITE PRINT-RECORD FROM ITEM-HEADING
           SET SCAN-DONE TO TRUE
           PERFORM 700-TALLY-RESULTS
           PERFORM 720-PRINT-TOTALS
           PERFORM 730-PRINT-CONCLUSION

           IF WS-EXCEPTION-COUNT > ZERO OR WS-PENDING-COUNT > ZERO
               IF 4 > WS-RETURN-CODE
                   MOVE 4 TO WS-RETURN-CODE
               END-IF
           END-IF
           DISPLAY 'SAMPLE ' WS-SAMPLE-ID ' CLOSED - EXCEPTIONS: '
               WS-EXCEPTION-COUNT ' NOT RE-PERFORMED: '
               WS-PENDING-COUNT.

       150-CLOSE-SAMPLE-EXIT.
           EXIT.

      * The DRAW card's definition, with the shop defaults
       160-EDIT-DEFINITION.
           MOVE 'N' TO WS-CARD-OK-SW

           IF WS-CC-FROM-DATE IS NOT NUMERIC
                   OR WS-CC-TO-DATE IS NOT NUMERIC
                   OR WS-CC-FROM-DATE > WS-CC-TO-DATE
               DISPLAY 'REJECTED: RUN-DATE RANGE <' WS-CC-FROM-DATE
                   ' ' WS-CC-TO-DATE '> IS NOT YYYYMMDD YYYYMMDD'
               GO TO 160-EDIT-DEFINITION-EXIT
           END-IF
           MOVE WS-CC-FROM-DATE TO WS-DEF-FROM-DATE
           MOVE WS-CC-TO-DATE TO WS-DEF-TO-DATE

           MOVE WS-CC-RECORD-TYPES TO WS-DEF-RECORD-TYPES
           IF WS-DEF-RECORD-TYPES = SPACES
               MOVE 'D' TO WS-DEF-RECORD-TYPES
           END-IF
           SET TYPE-IN-POPULATION TO TRUE
           PERFORM VARYING WS-TYPE-IDX FROM 1 BY 1
                     UNTIL WS-TYPE-IDX > 3
               IF WS-DEF-RECORD-TYPES(WS-TYPE-IDX:1) NOT = SPACE
                       AND WS-DEF-RECORD-TYPES(WS-TYPE-IDX:1)
                           NOT = 'S'
                       AND WS-DEF-RECORD-TYPES(WS-TYPE-IDX:1)
                           NOT = 'D'
                       AND WS-DEF-RECORD-TYPES(WS-TYPE-IDX:1)
                           NOT = 'L'
                   MOVE 'N' TO WS-TYPE-SW
               END-IF
           END-PERFORM
           IF NOT TYPE-IN-POPULATION
               DISPLAY 'REJECTED: RECORD TYPES <' WS-CC-RECORD-TYPES
                   '> MUST BE S, D OR L'
               GO TO 160-EDIT-DEFINITION-EXIT
           END-IF

           MOVE WS-CC-FILTER TO WS-DEF-FILTER
           IF WS-DEF-FILTER = SPACE
               MOVE 'A' TO WS-DEF-FILTER
           END-IF
           IF NOT DEF-ALL-ROWS AND NOT DEF-PRIME-ROWS
                   AND NOT DEF-HUGE-ROWS
               DISPLAY 'REJECTED: FILTER <' WS-CC-FILTER
                   '> MUST BE A, P OR H'
               GO TO 160-EDIT-DEFINITION-EXIT
           END-IF

           IF WS-CC-SEED IS NOT NUMERIC OR WS-CC-SEED = ZERO
               DISPLAY 'REJECTED: SEED <' WS-CC-SEED
                   '> MUST BE 1-999999999 AND IS REQUIRED'
               GO TO 160-EDIT-DEFINITION-EXIT
           END-IF
           MOVE WS-CC-SEED TO WS-DEF-SEED

           EVALUATE WS-CC-CONFIDENCE
               WHEN SPACES
                   MOVE 95 TO WS-DEF-CONFIDENCE
               WHEN '90'
               WHEN '95'
               WHEN '99'
                   MOVE WS-CC-CONFIDENCE TO WS-DEF-CONFIDENCE
               WHEN OTHER
                   DISPLAY 'REJECTED: CONFIDENCE <' WS-CC-CONFIDENCE
                       '> MUST BE 90, 95 OR 99'
                   GO TO 160-EDIT-DEFINITION-EXIT
           END-EVALUATE

           IF WS-CC-TOLERABLE = SPACES
               MOVE 05 TO WS-DEF-TOLERABLE
           ELSE
               IF WS-CC-TOLERABLE IS NOT NUMERIC
                       OR WS-CC-TOLERABLE < '02'
                       OR WS-CC-TOLERABLE > '10'
                   DISPLAY 'REJECTED: TOLERABLE RATE <'
                       WS-CC-TOLERABLE '> MUST BE 02-10'
                   GO TO 160-EDIT-DEFINITION-EXIT
               END-IF
               MOVE WS-CC-TOLERABLE TO WS-DEF-TOLERABLE
           END-IF

           MOVE ZERO TO WS-DEF-SIZE-OVERRIDE
           IF WS-CC-SIZE NOT = SPACES
               IF WS-CC-SIZE IS NOT NUMERIC
                       OR WS-CC-SIZE = ZERO
                       OR WS-CC-SIZE > '500'
                   DISPLAY 'REJECTED: SAMPLE SIZE <' WS-CC-SIZE
                       '> MUST BE 001-500'
                   GO TO 160-EDIT-DEFINITION-EXIT
               END-IF
               MOVE WS-CC-SIZE TO WS-DEF-SIZE-OVERRIDE
           END-IF

           SET CARD-IS-VALID TO TRUE.

       160-EDIT-DEFINITION-EXIT.
           EXIT.

      * The size from the table, unless the card overrides it; a
      * population no bigger than the size is taken whole
       170-SIZE-SAMPLE.
           IF WS-DEF-SIZE-OVERRIDE > ZERO
               MOVE WS-DEF-SIZE-OVERRIDE TO WS-SAMPLE-SIZE
               MOVE 'O' TO WS-SIZE-BASIS
           ELSE
               EVALUATE WS-DEF-CONFIDENCE
                   WHEN 90
                       MOVE 1 TO WS-CONF-ROW
                   WHEN 95
                       MOVE 2 TO WS-CONF-ROW
                   WHEN OTHER
                       MOVE 3 TO WS-CONF-ROW
               END-EVALUATE
               MOVE SZ-SIZE(WS-CONF-ROW, WS-DEF-TOLERABLE - 1)
                   TO WS-SAMPLE-SIZE
               MOVE 'T' TO WS-SIZE-BASIS
           END-IF

           IF WS-POPULATION NOT > WS-SAMPLE-SIZE
               MOVE WS-POPULATION TO WS-SAMPLE-SIZE
               MOVE 'W' TO WS-SIZE-BASIS
           END-IF.

       180-REJECT-CARD.
           ADD 1 TO WS-REJECTED-COUNT
           DISPLAY 'REJECTED CARD: <' WS-CC-VERB ' ' WS-CC-SAMPLE-ID
               ' ' WS-CC-FROM-DATE ' ' WS-CC-TO-DATE ' '
               WS-CC-RECORD-TYPES ' ' WS-CC-FILTER ' ' WS-CC-SEED '>'.

      ******************************************************************
      * The draw: one pass counts the population, the generator
      * picks the ordinals, a second pass captures those rows
      ******************************************************************
       200-DRAW-FROM-DEFINITION.
           MOVE 'N' TO WS-WALK-OK-SW
           MOVE ZERO TO WS-POPULATION WS-POP-HASH WS-POS-COUNT
                        WS-ITEM-COUNT WS-DRAW-COUNT

           SET WALK-COUNTING TO TRUE
           PERFORM 300-WALK-HISTORY THRU 300-WALK-HISTORY-EXIT
           IF NOT WALK-COMPLETED
               GO TO 200-DRAW-FROM-DEFINITION-EXIT
           END-IF
           IF WS-POPULATION = ZERO
               GO TO 200-DRAW-FROM-DEFINITION-EXIT
           END-IF

           PERFORM 170-SIZE-SAMPLE
           PERFORM 210-CHOOSE-ORDINALS

           SET WALK-SELECTING TO TRUE
           MOVE ZERO TO WS-POPULATION WS-POP-HASH
           MOVE 1 TO WS-NEXT-POS
           PERFORM 300-WALK-HISTORY THRU 300-WALK-HISTORY-EXIT.

       200-DRAW-FROM-DEFINITION-EXIT.
           EXIT.

      * Park-Miller minimal standard generator from the seed; a
      * whole-population sample takes every ordinal in order
       210-CHOOSE-ORDINALS.
           IF WS-SIZE-BASIS = 'W'
               PERFORM VARYING WS-POS-IDX FROM 1 BY 1
                         UNTIL WS-POS-IDX > WS-SAMPLE-SIZE
                   MOVE WS-POS-IDX TO PS-ORDINAL(WS-POS-IDX)
               END-PERFORM
               MOVE WS-SAMPLE-SIZE TO WS-POS-COUNT
           ELSE
               MOVE WS-DEF-SEED TO WS-RNG-STATE
               PERFORM 220-DRAW-ONE-ORDINAL
                   UNTIL WS-POS-COUNT = WS-SAMPLE-SIZE
           END-IF.

       220-DRAW-ONE-ORDINAL.
           COMPUTE WS-RNG-PRODUCT = WS-RNG-STATE * 16807
           DIVIDE WS-RNG-PRODUCT BY 2147483647
               GIVING WS-RNG-QUOTIENT REMAINDER WS-RNG-STATE
           ADD 1 TO WS-DRAW-COUNT
           DIVIDE WS-RNG-STATE BY WS-POPULATION
               GIVING WS-RNG-QUOTIENT REMAINDER WS-DRAW-ORDINAL
           ADD 1 TO WS-DRAW-ORDINAL

      * Kept in ascending order; a repeat is simply drawn again
           MOVE 1 TO WS-INSERT-AT
           PERFORM VARYING WS-POS-IDX FROM 1 BY 1
                     UNTIL WS-POS-IDX > WS-POS-COUNT
               IF PS-ORDINAL(WS-POS-IDX) < WS-DRAW-ORDINAL
                   COMPUTE WS-INSERT-AT = WS-POS-IDX + 1
               END-IF
               IF PS-ORDINAL(WS-POS-IDX) = WS-DRAW-ORDINAL
                   MOVE ZERO TO WS-INSERT-AT
                   MOVE WS-POS-COUNT TO WS-POS-IDX
               END-IF
           END-PERFORM
           IF WS-INSERT-AT > ZERO
               PERFORM VARYING WS-POS-IDX FROM WS-POS-COUNT BY -1
                         UNTIL WS-POS-IDX < WS-INSERT-AT
                   MOVE PS-ORDINAL(WS-POS-IDX)
                       TO PS-ORDINAL(WS-POS-IDX + 1)
               END-PERFORM
               MOVE WS-DRAW-ORDINAL TO PS-ORDINAL(WS-INSERT-AT)
               ADD 1 TO WS-POS-COUNT
           END-IF.

      ******************************************************************
      * One walk of the population: FIBHISTP (prior years, when
      * mounted) then FIBHIST, in key order
      ******************************************************************
       300-WALK-HISTORY.
           MOVE ZERO TO WS-POP-ORDINAL
           OPEN INPUT PRIOR-HISTORY-FILE
           IF PHIST-FILE-OK
               MOVE 'P' TO WS-CLUSTER-CODE
               MOVE 'N' TO WS-HIST-EOF-SW
               MOVE LOW-VALUES TO PHIST-KEY
               START PRIOR-HISTORY-FILE
                   KEY IS NOT LESS THAN PHIST-KEY
                   INVALID KEY
                       SET HIST-EOF-REACHED TO TRUE
               END-START
               PERFORM UNTIL HIST-EOF-REACHED
                   READ PRIOR-HISTORY-FILE NEXT RECORD
                       AT END
                           SET HIST-EOF-REACHED TO TRUE
                       NOT AT END
      * The longest shared view covers every record type
                           MOVE PHIST-RECORD TO HIST-PARM-RECORD
                           PERFORM 320-CONSIDER-ONE-ROW
                               THRU 320-CONSIDER-ONE-ROW-EXIT
                   END-READ
               END-PERFORM
               CLOSE PRIOR-HISTORY-FILE
           ELSE
               IF WALK-COUNTING
                   DISPLAY 'FIBHISTP NOT MOUNTED - PRIOR YEARS NOT '
                       'IN THE POPULATION'
               END-IF
           END-IF

           OPEN INPUT FIB-HISTORY-FILE
           IF NOT HIST-FILE-OK
               DISPLAY 'ERROR: FIBHIST NOT AVAILABLE - STATUS '
                   WS-HIST-FILE-STATUS
               MOVE 8 TO WS-RETURN-CODE
               GO TO 300-WALK-HISTORY-EXIT
           END-IF
           MOVE 'C' TO WS-CLUSTER-CODE
           MOVE 'N' TO WS-HIST-EOF-SW
           MOVE LOW-VALUES TO HIST-KEY
           START FIB-HISTORY-FILE KEY IS NOT LESS THAN HIST-KEY
               INVALID KEY
                   SET HIST-EOF-REACHED TO TRUE
           END-START
           PERFORM UNTIL HIST-EOF-REACHED
               READ FIB-HISTORY-FILE NEXT RECORD
                   AT END
                       SET HIST-EOF-REACHED TO TRUE
                   NOT AT END
                       PERFORM 320-CONSIDER-ONE-ROW
                           THRU 320-CONSIDER-ONE-ROW-EXIT
               END-READ
           END-PERFORM
           CLOSE FIB-HISTORY-FILE

           SET WALK-COMPLETED TO TRUE.

       300-WALK-HISTORY-EXIT.
           EXIT.

      * A row is in the population when its run date is in range,
      * its type is one of those defined, and it passes the filter
       320-CONSIDER-ONE-ROW.
           IF HIST-RUN-DATE < WS-DEF-FROM-DATE
                   OR HIST-RUN-DATE > WS-DEF-TO-DATE
               GO TO 320-CONSIDER-ONE-ROW-EXIT
           END-IF

           MOVE 'N' TO WS-TYPE-SW
           PERFORM VARYING WS-TYPE-IDX FROM 1 BY 1
                     UNTIL WS-TYPE-IDX > 3
               IF WS-DEF-RECORD-TYPES(WS-TYPE-IDX:1)
                       = HIST-RECORD-TYPE
                       AND HIST-RECORD-TYPE NOT = SPACE
                   SET TYPE-IN-POPULATION TO TRUE
               END-IF
           END-PERFORM
           IF NOT TYPE-IN-POPULATION
               GO TO 320-CONSIDER-ONE-ROW-EXIT
           END-IF

           IF DEF-PRIME-ROWS
                   AND (HIST-IS-SUMMARY OR HIST-FIB-STATUS NOT = 'P')
               GO TO 320-CONSIDER-ONE-ROW-EXIT
           END-IF
           IF DEF-HUGE-ROWS
                   AND (HIST-IS-SUMMARY OR HIST-FIB-CATEGORY NOT = 4)
               GO TO 320-CONSIDER-ONE-ROW-EXIT
           END-IF

           ADD 1 TO WS-POP-ORDINAL WS-POPULATION
           ADD HIST-FIB-NUMBER TO WS-POP-HASH
               ON SIZE ERROR
                   COMPUTE WS-POP-HASH = WS-POP-HASH
                       - 999999999999999999 + HIST-FIB-NUMBER - 1
           END-ADD

           IF WALK-SELECTING
                   AND WS-NEXT-POS NOT > WS-POS-COUNT
                   AND WS-POP-ORDINAL = PS-ORDINAL(WS-NEXT-POS)
               PERFORM 330-TAKE-ONE-ROW
               ADD 1 TO WS-NEXT-POS
           END-IF.

       320-CONSIDER-ONE-ROW-EXIT.
           EXIT.

       330-TAKE-ONE-ROW.
           ADD 1 TO WS-ITEM-COUNT
           MOVE WS-POP-ORDINAL  TO IT-POP-ORDINAL(WS-ITEM-COUNT)
           MOVE WS-CLUSTER-CODE TO IT-CLUSTER(WS-ITEM-COUNT)
           MOVE HIST-RUN-DATE   TO IT-RUN-DATE(WS-ITEM-COUNT)
           MOVE HIST-RUN-SEQ    TO IT-RUN-SEQ(WS-ITEM-COUNT)
           MOVE HIST-TERM-INDEX TO IT-TERM-INDEX(WS-ITEM-COUNT)
           MOVE HIST-RECORD-TYPE TO IT-HIST-TYPE(WS-ITEM-COUNT)
           MOVE HIST-FIB-NUMBER TO IT-FIB-NUMBER(WS-ITEM-COUNT)
           IF HIST-IS-SUMMARY
               MOVE SPACE TO IT-FIB-STATUS(WS-ITEM-COUNT)
                             IT-FIB-CATEGORY(WS-ITEM-COUNT)
                             IT-RESIDUE-FLAG(WS-ITEM-COUNT)
           ELSE
               MOVE HIST-FIB-STATUS TO IT-FIB-STATUS(WS-ITEM-COUNT)
               MOVE HIST-FIB-CATEGORY
                   TO IT-FIB-CATEGORY(WS-ITEM-COUNT)
               MOVE HIST-RESIDUE-FLAG
                   TO IT-RESIDUE-FLAG(WS-ITEM-COUNT)
           END-IF.

      * Reads the header of the sample named on the card
       400-FIND-SAMPLE.
           MOVE 'N' TO WS-SAMPLE-SW
           MOVE SPACES TO WS-FILED-HEADER
           MOVE WS-SAMPLE-ID TO SMP-SAMPLE-ID
           MOVE ZERO TO SMP-ITEM-NO
           READ SAMPLE-FILE KEY IS SMP-KEY
               INVALID KEY
                   CONTINUE
               NOT INVALID KEY
                   SET SAMPLE-ON-FILE TO TRUE
                   MOVE SAMPLE-RECORD TO WS-FILED-HEADER
           END-READ.

      * The header, then one item record per row drawn
       500-FILE-SAMPLE.
           MOVE SPACES TO SAMPLE-RECORD
           MOVE WS-SAMPLE-ID TO SMP-SAMPLE-ID
           MOVE ZERO TO SMP-ITEM-NO
           SET SMP-IS-HEADER TO TRUE
           MOVE WS-DEF-FROM-DATE    TO SMH-FROM-DATE
           MOVE WS-DEF-TO-DATE      TO SMH-TO-DATE
           MOVE WS-DEF-RECORD-TYPES TO SMH-RECORD-TYPES
           MOVE WS-DEF-FILTER       TO SMH-FILTER
           MOVE WS-DEF-SEED         TO SMH-SEED
           MOVE WS-DEF-CONFIDENCE   TO SMH-CONFIDENCE
           MOVE WS-DEF-TOLERABLE    TO SMH-TOLERABLE-PCT
           MOVE WS-POPULATION       TO SMH-POPULATION
           MOVE WS-POP-HASH         TO SMH-POP-HASH
           MOVE WS-ITEM-COUNT       TO SMH-SAMPLE-SIZE
           MOVE WS-SIZE-BASIS       TO SMH-SIZE-BASIS
           MOVE WS-DRAW-COUNT       TO SMH-DRAW-COUNT
           MOVE WS-USERID           TO SMH-DRAWN-BY
           MOVE WS-NOW-STAMP        TO SMH-DRAWN-STAMP
           SET SMH-SAMPLE-OPEN TO TRUE
           MOVE SPACES TO SMH-CLOSED-BY
           MOVE ZERO TO SMH-CLOSED-STAMP
           WRITE SAMPLE-RECORD
               INVALID KEY
                   DISPLAY 'ERROR: HEADER OF ' WS-SAMPLE-ID
                       ' COULD NOT BE WRITTEN'
                   MOVE 8 TO WS-RETURN-CODE
           END-WRITE
           MOVE SAMPLE-RECORD TO WS-FILED-HEADER

           PERFORM 510-FILE-ONE-ITEM
               VARYING WS-ITEM-IDX FROM 1 BY 1
               UNTIL WS-ITEM-IDX > WS-ITEM-COUNT.

       510-FILE-ONE-ITEM.
           MOVE SPACES TO SAMPLE-RECORD
           MOVE WS-SAMPLE-ID TO SMP-SAMPLE-ID
           MOVE WS-ITEM-IDX TO SMP-ITEM-NO
           SET SMP-IS-ITEM TO TRUE
           MOVE IT-POP-ORDINAL(WS-ITEM-IDX)  TO SMI-POP-ORDINAL
           MOVE IT-CLUSTER(WS-ITEM-IDX)      TO SMI-CLUSTER
           MOVE IT-RUN-DATE(WS-ITEM-IDX)     TO SMI-RUN-DATE
           MOVE IT-RUN-SEQ(WS-ITEM-IDX)      TO SMI-RUN-SEQ
           MOVE IT-TERM-INDEX(WS-ITEM-IDX)   TO SMI-TERM-INDEX
           MOVE IT-HIST-TYPE(WS-ITEM-IDX)    TO SMI-HIST-TYPE
           MOVE IT-FIB-NUMBER(WS-ITEM-IDX)   TO SMI-FIB-NUMBER
           MOVE IT-FIB-STATUS(WS-ITEM-IDX)   TO SMI-FIB-STATUS
           MOVE IT-FIB-CATEGORY(WS-ITEM-IDX) TO SMI-FIB-CATEGORY
           MOVE IT-RESIDUE-FLAG(WS-ITEM-IDX) TO SMI-RESIDUE-FLAG
           MOVE SPACE TO SMI-RESULT
           MOVE SPACES TO SMI-PERFORMED-BY SMI-NOTE
           MOVE ZERO TO SMI-PERFORMED-STAMP
           WRITE SAMPLE-RECORD
               INVALID KEY
                   DISPLAY 'ERROR: ITEM ' WS-ITEM-IDX ' OF '
                       WS-SAMPLE-ID ' COULD NOT BE WRITTEN'
                   MOVE 8 TO WS-RETURN-CODE
           END-WRITE.

      ******************************************************************
      * Printing
      ******************************************************************
      * The heading and the definition from the header record in
      * SAMPLE-RECORD
       600-PRINT-DEFINITION.
           MOVE SPACES TO PRINT-RECORD
           WRITE PRINT-RECORD
           MOVE WS-SAMPLE-ID TO RH-SAMPLE-ID
           MOVE WS-NOW-STAMP TO RH-PRINTED
           WRITE PRINT-RECORD FROM REPORT-HEADING

           MOVE SMH-FROM-DATE    TO DF-FROM-DATE
           MOVE SMH-TO-DATE      TO DF-TO-DATE
           MOVE SMH-RECORD-TYPES TO DF-RECORD-TYPES
           EVALUATE SMH-FILTER
               WHEN 'P'
                   MOVE 'PRIME ONLY' TO DF-FILTER
               WHEN 'H'
                   MOVE 'HUGE ONLY' TO DF-FILTER
               WHEN OTHER
                   MOVE 'ALL ROWS' TO DF-FILTER
           END-EVALUATE
           MOVE SMH-POPULATION   TO DF-POPULATION
           MOVE SMH-POP-HASH     TO DF-POP-HASH
           WRITE PRINT-RECORD FROM DEFINITION-LINE-1

           MOVE SMH-SEED          TO DF-SEED
           MOVE SMH-CONFIDENCE    TO DF-CONFIDENCE
           MOVE SMH-TOLERABLE-PCT TO DF-TOLERABLE
           MOVE SMH-SAMPLE-SIZE   TO DF-SAMPLE-SIZE
           EVALUATE SMH-SIZE-BASIS
               WHEN 'O'
                   MOVE 'SIZE ON THE CARD' TO DF-SIZE-BASIS
               WHEN 'W'
                   MOVE 'WHOLE POPULATION' TO DF-SIZE-BASIS
               WHEN OTHER
                   MOVE 'SAMPLING TABLE' TO DF-SIZE-BASIS
           END-EVALUATE
           MOVE SMH-DRAW-COUNT    TO DF-DRAW-COUNT
           WRITE PRINT-RECORD FROM DEFINITION-LINE-2
           WRITE PRINT-RECORD FROM GENERATOR-LINE

           MOVE SMH-DRAWN-BY      TO DF-DRAWN-BY
           MOVE SMH-DRAWN-STAMP   TO DF-DRAWN-STAMP
           IF SMH-SAMPLE-CLOSED
               MOVE 'CLOSED' TO DF-STATUS
           ELSE
               MOVE 'OPEN' TO DF-STATUS
           END-IF
           MOVE SMH-CLOSED-BY     TO DF-CLOSED-BY
           MOVE SMH-CLOSED-STAMP  TO DF-CLOSED-STAMP
           WRITE PRINT-RECORD FROM DEFINITION-LINE-3
           MOVE SPACES TO PRINT-RECORD
           WRITE PRINT-RECORD.

      * One drawn row from the item table
       610-PRINT-ONE-ITEM.
           MOVE SPACES TO ITEM-LINE
           MOVE WS-ITEM-IDX TO IL-ITEM-NO
           MOVE IT-POP-ORDINAL(WS-ITEM-IDX)  TO IL-POP-ORDINAL
           MOVE IT-CLUSTER(WS-ITEM-IDX)      TO IL-CLUSTER
           MOVE IT-RUN-DATE(WS-ITEM-IDX)     TO IL-RUN-DATE
           MOVE IT-RUN-SEQ(WS-ITEM-IDX)      TO IL-RUN-SEQ
           MOVE IT-TERM-INDEX(WS-ITEM-IDX)   TO IL-TERM-INDEX
           MOVE IT-HIST-TYPE(WS-ITEM-IDX)    TO IL-HIST-TYPE
           MOVE IT-FIB-NUMBER(WS-ITEM-IDX)   TO IL-FIB-NUMBER
           MOVE IT-FIB-STATUS(WS-ITEM-IDX)   TO IL-FIB-STATUS
           MOVE IT-FIB-CATEGORY(WS-ITEM-IDX) TO IL-FIB-CATEGORY
           MOVE IT-RESIDUE-FLAG(WS-ITEM-IDX) TO IL-RESIDUE-FLAG
           MOVE 'PENDING' TO IL-RESULT
           WRITE PRINT-RECORD FROM ITEM-LINE.

      * One filed item from SAMPLE-RECORD
       620-PRINT-FILED-ITEM.
           MOVE SPACES TO ITEM-LINE
           MOVE SMP-ITEM-NO       TO IL-ITEM-NO
           MOVE SMI-POP-ORDINAL   TO IL-POP-ORDINAL
           MOVE SMI-CLUSTER       TO IL-CLUSTER
           MOVE SMI-RUN-DATE      TO IL-RUN-DATE
           MOVE SMI-RUN-SEQ       TO IL-RUN-SEQ
           MOVE SMI-TERM-INDEX    TO IL-TERM-INDEX
           MOVE SMI-HIST-TYPE     TO IL-HIST-TYPE
           MOVE SMI-FIB-NUMBER    TO IL-FIB-NUMBER
           MOVE SMI-FIB-STATUS    TO IL-FIB-STATUS
           MOVE SMI-FIB-CATEGORY  TO IL-FIB-CATEGORY
           MOVE SMI-RESIDUE-FLAG  TO IL-RESIDUE-FLAG
           EVALUATE TRUE
               WHEN SMI-AGREES
                   MOVE 'AGREES' TO IL-RESULT
               WHEN SMI-EXCEPTION
                   MOVE 'EXCEPTN' TO IL-RESULT
               WHEN OTHER
                   MOVE 'PENDING' TO IL-RESULT
           END-EVALUATE
           MOVE SMI-PERFORMED-BY  TO IL-PERFORMED-BY
           MOVE SMI-NOTE          TO IL-NOTE
           WRITE PRINT-RECORD FROM ITEM-LINE.

      * Counts the results item by item; SCAN-DONE set on entry
      * prints only the exceptions and the items still pending
       700-TALLY-RESULTS.
           MOVE ZERO TO WS-PERFORMED-COUNT WS-AGREE-COUNT
                        WS-EXCEPTION-COUNT WS-PENDING-COUNT
           MOVE WS-FILED-HEADER TO SAMPLE-RECORD
           MOVE SMH-SAMPLE-SIZE TO WS-SAMPLE-SIZE
           PERFORM VARYING WS-ITEM-IDX FROM 1 BY 1
                     UNTIL WS-ITEM-IDX > WS-SAMPLE-SIZE
               MOVE WS-SAMPLE-ID TO SMP-SAMPLE-ID
               MOVE WS-ITEM-IDX  TO SMP-ITEM-NO
               READ SAMPLE-FILE KEY IS SMP-KEY
                   INVALID KEY
                       ADD 1 TO WS-PENDING-COUNT
                   NOT INVALID KEY
                       EVALUATE TRUE
                           WHEN SMI-AGREES
                               ADD 1 TO WS-PERFORMED-COUNT
                                        WS-AGREE-COUNT
                           WHEN SMI-EXCEPTION
                               ADD 1 TO WS-PERFORMED-COUNT
                                        WS-EXCEPTION-COUNT
                           WHEN OTHER
                               ADD 1 TO WS-PENDING-COUNT
                       END-EVALUATE
                       IF NOT SCAN-DONE OR NOT SMI-AGREES
                           PERFORM 620-PRINT-FILED-ITEM
                       END-IF
               END-READ
           END-PERFORM
           MOVE WS-FILED-HEADER TO SAMPLE-RECORD.

       720-PRINT-TOTALS.
           MOVE SPACES TO PRINT-RECORD
           WRITE PRINT-RECORD
           MOVE ZERO TO WS-EXCEPTION-RATE
           IF WS-SAMPLE-SIZE > ZERO
               COMPUTE WS-EXCEPTION-RATE ROUNDED =
                   WS-EXCEPTION-COUNT * 100 / WS-SAMPLE-SIZE
           END-IF
           MOVE WS-EXCEPTION-RATE TO WS-EDIT-RATE
           STRING 'ITEMS ' WS-SAMPLE-SIZE
                  '  RE-PERFORMED ' WS-PERFORMED-COUNT
                  '  AGREE ' WS-AGREE-COUNT
                  '  EXCEPTIONS ' WS-EXCEPTION-COUNT
                  '  NOT YET RE-PERFORMED ' WS-PENDING-COUNT
                  '  SAMPLE DEVIATION RATE ' WS-EDIT-RATE '%'
               DELIMITED BY SIZE
               INTO PRINT-RECORD
           END-STRING
           WRITE PRINT-RECORD.

      * A sample sized for zero expected deviations supports the
      * planned reliance only when every item was re-performed
      * and none was an exception
       730-PRINT-CONCLUSION.
           MOVE SPACES TO PRINT-RECORD
           EVALUATE TRUE
               WHEN WS-PENDING-COUNT > ZERO
                   MOVE WS-PENDING-COUNT TO WS-EDIT-COUNT
                   STRING 'CONCLUSION: INCOMPLETE - ' WS-EDIT-COUNT
                          ' ITEM(S) CLOSED WITHOUT RE-PERFORMANCE'
                       DELIMITED BY SIZE
                       INTO PRINT-RECORD
                   END-STRING
               WHEN WS-EXCEPTION-COUNT > ZERO
                   MOVE WS-EXCEPTION-COUNT TO WS-EDIT-COUNT
                   STRING 'CONCLUSION: ' WS-EDIT-COUNT
                          ' EXCEPTION(S) - THE SAMPLE DOES NOT SUPPORT '
                          'THE PLANNED RELIANCE AT '
                          SMH-CONFIDENCE '% CONFIDENCE'
                       DELIMITED BY SIZE
                       INTO PRINT-RECORD
                   END-STRING
               WHEN OTHER
                   STRING 'CONCLUSION: NO EXCEPTIONS - THE SAMPLE '
                          'SUPPORTS A DEVIATION RATE BELOW '
                          SMH-TOLERABLE-PCT '% AT ' SMH-CONFIDENCE
                          '% CONFIDENCE'
                       DELIMITED BY SIZE
                       INTO PRINT-RECORD
                   END-STRING
           END-EVALUATE
           WRITE PRINT-RECORD.

       900-TERMINATE.
           DISPLAY SPACE
           DISPLAY 'CARDS REJECTED:   ' WS-REJECTED-COUNT

           IF WS-REJECTED-COUNT > ZERO
               IF 4 > WS-RETURN-CODE
                   MOVE 4 TO WS-RETURN-CODE
               END-IF
           END-IF

           SET PERF-PHASE-END TO TRUE
           MOVE WS-ITEM-COUNT TO PERF-RECORDS
           MOVE WS-RETURN-CODE TO PERF-RETURN-CODE
           CALL 'FIBPERFL' USING FIBPERF-PARMS

           DISPLAY '   FIBSAMP COMPLETED - RELEASE ' REL-RELEASE-ID
           DISPLAY 'RETURN CODE: ' WS-RETURN-CODE
           MOVE WS-RETURN-CODE TO RETURN-CODE.
