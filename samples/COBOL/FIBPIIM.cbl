      ******************************************************************
      * FIBPIIM is the shared personal-data matcher. Operators type
      * phone numbers, counterparty names and account numbers into
      * the note threads and the workbench resolutions; the FIBPIIS
      * screening job and the FIBNOTE and FIBEXCB entry checks all
      * test free text here against the FIBPIIP patterns the
      * caller has loaded, so a pattern behaves the same wherever
      * it is applied.
      *
      * A screen request marks every character a pattern matches
      * and names the patterns that hit. A redact request does the
      * same and then rebuilds the text with each matched stretch
      * replaced by the [PII] marker; text already carrying the
      * marker is never matched again, so a second pass over a
      * redacted record finds nothing.
      *
      * The program does no I/O, so the CICS transactions call it
      * as freely as the batch jobs. See FIBPIIC for the parameters
      * and FIBPIPC for the pattern kinds.
      ******************************************************************
       IDENTIFICATION DIVISION.
       PROGRAM-ID. FIBPIIM.
       AUTHOR. Antonio Gibas.
       DATE-WRITTEN. 10-15-2026.
       DATE-COMPILED. 10-15-2026.

      * MODIFICATION HISTORY
      * 10-15-2026  AG  INITIAL VERSION - PERSONAL-DATA PATTERN
      *                 MATCHING AND REDACTION OF FREE TEXT
      * 10-15-2026  AG  PERFORM THE KEYWORD AND SHAPE MATCHES THRU
      *                 THEIR EXITS
      ******************************************************************

       ENVIRONMENT DIVISION.
       CONFIGURATION SECTION.
       SOURCE-COMPUTER. IBM-Z.
       OBJECT-COMPUTER. IBM-Z.

       DATA DIVISION.
       WORKING-STORAGE SECTION.

      * The text folded to upper case, and the marker positions
      * that are never matched
       01  WS-UPPER-TEXT              PIC X(60).
       01  WS-SKIP-MAP                PIC X(60).
       01  WS-PATTERN-TEXT            PIC X(20).

       01  WS-INDICATORS.
           05  WS-RUN-OPEN-SW         PIC X VALUE 'N'.
               88  RUN-IS-OPEN            VALUE 'Y'.
           05  WS-FIT-SW              PIC X VALUE 'N'.
               88  SHAPE-FITS             VALUE 'Y'.
           05  WS-HIT-SW              PIC X VALUE 'N'.
               88  PATTERN-HIT            VALUE 'Y'.

       77  WS-LOWER-CASE              PIC X(26) VALUE
           'abcdefghijklmnopqrstuvwxyz'.
       77  WS-UPPER-CASE              PIC X(26) VALUE
           'ABCDEFGHIJKLMNOPQRSTUVWXYZ'.
       77  WS-TEXT-LENGTH             PIC 9(2) COMP VALUE ZERO.
       77  WS-PAT-IDX                 PIC 9(2) COMP VALUE ZERO.
       77  WS-POS                     PIC 9(2) COMP VALUE ZERO.
       77  WS-SCAN                    PIC 9(2) COMP VALUE ZERO.
       77  WS-LAST-START              PIC 9(2) COMP VALUE ZERO.
       77  WS-SPAN-START              PIC 9(2) COMP VALUE ZERO.
       77  WS-SPAN-END                PIC 9(2) COMP VALUE ZERO.
       77  WS-DIGIT-COUNT             PIC 9(2) COMP VALUE ZERO.
       77  WS-MASK-IDX                PIC 9(2) COMP VALUE ZERO.
       77  WS-OUT-POS                 PIC 9(2) COMP VALUE ZERO.
       77  WS-MARK-IDX                PIC 9(2) COMP VALUE ZERO.
       77  WS-ID-IDX                  PIC 9 COMP VALUE ZERO.
       77  WS-ONE-CHAR                PIC X VALUE SPACE.
       77  WS-MASK-CHAR               PIC X VALUE SPACE.
       77  WS-NEIGHBOUR               PIC X VALUE SPACE.
       77  WS-REDACT-MARKER           PIC X(5) VALUE '[PII]'.

       LINKAGE SECTION.
           COPY FIBPIIC.

       PROCEDURE DIVISION USING FIBPIIM-PARMS.
       0000-MAINLINE.
           MOVE ZERO   TO PII-MATCH-COUNT
           MOVE ZERO   TO PII-HIT-ID-COUNT
           MOVE SPACES TO PII-HIT-ID(1) PII-HIT-ID(2) PII-HIT-ID(3)
           MOVE SPACES TO PII-HIT-MAP
           MOVE PII-TEXT TO PII-REDACTED-TEXT
           MOVE 'N'    TO PII-TRUNCATED

           IF NOT PII-SCREEN AND NOT PII-REDACT
               DISPLAY 'WARNING: FIBPIIM REQUEST <' PII-REQUEST
                   '> NOT RECOGNIZED'
               GOBACK
           END-IF

           MOVE PII-TEXT-LENGTH TO WS-TEXT-LENGTH
           IF WS-TEXT-LENGTH = ZERO OR WS-TEXT-LENGTH > 60
               MOVE 60 TO WS-TEXT-LENGTH
           END-IF
           MOVE PII-TEXT TO WS-UPPER-TEXT
           INSPECT WS-UPPER-TEXT
               CONVERTING WS-LOWER-CASE TO WS-UPPER-CASE

           PERFORM 1000-MARK-OLD-MARKERS

           PERFORM 2000-APPLY-ONE-PATTERN
               VARYING WS-PAT-IDX FROM 1 BY 1
                 UNTIL WS-PAT-IDX > PII-PATTERN-COUNT
                    OR WS-PAT-IDX > 30

           IF PII-REDACT AND PII-MATCH-COUNT > ZERO
               PERFORM 5000-BUILD-REDACTED-TEXT
           END-IF

           GOBACK.

      * A [PII] marker left by an earlier redaction is not text
      * and is never matched again
       1000-MARK-OLD-MARKERS.
           MOVE SPACES TO WS-SKIP-MAP
           IF WS-TEXT-LENGTH > 4
               PERFORM VARYING WS-POS FROM 1 BY 1
                         UNTIL WS-POS > WS-TEXT-LENGTH - 4
                   IF PII-TEXT(WS-POS:5) = WS-REDACT-MARKER
                       MOVE ALL 'S' TO WS-SKIP-MAP(WS-POS:5)
                   END-IF
               END-PERFORM
           END-IF.

       2000-APPLY-ONE-PATTERN.
           MOVE 'N' TO WS-HIT-SW
           EVALUATE PIIP-KIND(WS-PAT-IDX)
               WHEN 'D'
                   PERFORM 2100-MATCH-DIGIT-RUNS
               WHEN 'K'
                   PERFORM 2200-MATCH-KEYWORD
                       THRU 2200-MATCH-KEYWORD-EXIT
               WHEN 'M'
                   PERFORM 2300-MATCH-SHAPE
                       THRU 2300-MATCH-SHAPE-EXIT
               WHEN OTHER
                   CONTINUE
           END-EVALUATE

           IF PATTERN-HIT AND PII-HIT-ID-COUNT < 3
               ADD 1 TO PII-HIT-ID-COUNT
               MOVE PIIP-ID(WS-PAT-IDX) TO PII-HIT-ID(PII-HIT-ID-COUNT)
           END-IF.

      * Runs of digits, single separators between digits allowed;
      * a run long enough is a match from its first digit to its
      * last
       2100-MATCH-DIGIT-RUNS.
           MOVE 'N'  TO WS-RUN-OPEN-SW
           MOVE ZERO TO WS-DIGIT-COUNT
           PERFORM VARYING WS-POS FROM 1 BY 1
                     UNTIL WS-POS > WS-TEXT-LENGTH
               MOVE WS-UPPER-TEXT(WS-POS:1) TO WS-ONE-CHAR
               EVALUATE TRUE
                   WHEN WS-SKIP-MAP(WS-POS:1) NOT = SPACE
                       PERFORM 2110-CLOSE-DIGIT-RUN
                   WHEN WS-ONE-CHAR IS NUMERIC
                       IF NOT RUN-IS-OPEN
                           SET RUN-IS-OPEN TO TRUE
                           MOVE WS-POS TO WS-SPAN-START
                           MOVE ZERO TO WS-DIGIT-COUNT
                       END-IF
                       ADD 1 TO WS-DIGIT-COUNT
                       MOVE WS-POS TO WS-SPAN-END
                   WHEN RUN-IS-OPEN
                           AND (WS-ONE-CHAR = '-' OR '.' OR '/'
                                OR '(' OR ')')
                           AND WS-POS < WS-TEXT-LENGTH
                           AND WS-UPPER-TEXT(WS-POS + 1:1) IS NUMERIC
                       CONTINUE
                   WHEN OTHER
                       PERFORM 2110-CLOSE-DIGIT-RUN
               END-EVALUATE
           END-PERFORM
           PERFORM 2110-CLOSE-DIGIT-RUN.

       2110-CLOSE-DIGIT-RUN.
           IF RUN-IS-OPEN
               IF WS-DIGIT-COUNT NOT < PIIP-MIN-DIGITS(WS-PAT-IDX)
                   PERFORM 4000-MARK-SPAN
               END-IF
               MOVE 'N' TO WS-RUN-OPEN-SW
           END-IF.

      * The keyword anywhere, or as a whole word when it begins and
      * ends with a letter or digit; the match takes in the whole
      * word around it, and the following word when asked
       2200-MATCH-KEYWORD.
           IF PIIP-TEXT-LENGTH(WS-PAT-IDX) = ZERO
                   OR PIIP-TEXT-LENGTH(WS-PAT-IDX) > WS-TEXT-LENGTH
               GO TO 2200-MATCH-KEYWORD-EXIT
           END-IF
           MOVE PIIP-TEXT(WS-PAT-IDX) TO WS-PATTERN-TEXT
           INSPECT WS-PATTERN-TEXT
               CONVERTING WS-LOWER-CASE TO WS-UPPER-CASE
           COMPUTE WS-LAST-START = WS-TEXT-LENGTH
               - PIIP-TEXT-LENGTH(WS-PAT-IDX) + 1

           MOVE 1 TO WS-POS
           PERFORM UNTIL WS-POS > WS-LAST-START
               IF WS-UPPER-TEXT(WS-POS:PIIP-TEXT-LENGTH(WS-PAT-IDX))
                   = WS-PATTERN-TEXT(1:PIIP-TEXT-LENGTH(WS-PAT-IDX))
                       AND WS-SKIP-MAP(WS-POS:1) = SPACE
                   PERFORM 2210-CHECK-KEYWORD-BOUNDS
               ELSE
                   MOVE 'N' TO WS-FIT-SW
               END-IF
               IF SHAPE-FITS
                   PERFORM 2220-WIDEN-TO-WORDS
                   PERFORM 4000-MARK-SPAN
                   COMPUTE WS-POS = WS-SPAN-END + 1
               ELSE
                   ADD 1 TO WS-POS
               END-IF
           END-PERFORM.

       2200-MATCH-KEYWORD-EXIT.
           EXIT.

       2210-CHECK-KEYWORD-BOUNDS.
           SET SHAPE-FITS TO TRUE
           IF WS-PATTERN-TEXT(1:1) IS ALPHABETIC
                   OR WS-PATTERN-TEXT(1:1) IS NUMERIC
               IF WS-POS > 1
                   MOVE WS-UPPER-TEXT(WS-POS - 1:1) TO WS-NEIGHBOUR
                   PERFORM 2230-TEST-NEIGHBOUR
               END-IF
           END-IF
           MOVE WS-PATTERN-TEXT(PIIP-TEXT-LENGTH(WS-PAT-IDX):1)
               TO WS-ONE-CHAR
           IF SHAPE-FITS
                   AND (WS-ONE-CHAR IS ALPHABETIC
                        OR WS-ONE-CHAR IS NUMERIC)
               IF WS-POS + PIIP-TEXT-LENGTH(WS-PAT-IDX)
                       NOT > WS-TEXT-LENGTH
                   MOVE WS-UPPER-TEXT(WS-POS
                       + PIIP-TEXT-LENGTH(WS-PAT-IDX):1)
                       TO WS-NEIGHBOUR
                   PERFORM 2230-TEST-NEIGHBOUR
               END-IF
           END-IF.

       2220-WIDEN-TO-WORDS.
           MOVE WS-POS TO WS-SPAN-START
           COMPUTE WS-SPAN-END = WS-POS
               + PIIP-TEXT-LENGTH(WS-PAT-IDX) - 1
           PERFORM UNTIL WS-SPAN-START = 1
                   OR PII-TEXT(WS-SPAN-START - 1:1) = SPACE
                   OR WS-SKIP-MAP(WS-SPAN-START - 1:1) NOT = SPACE
               SUBTRACT 1 FROM WS-SPAN-START
           END-PERFORM
           PERFORM 2240-WIDEN-RIGHT

           IF PIIP-NEXT-WORD(WS-PAT-IDX) = 'Y'
               MOVE WS-SPAN-END TO WS-SCAN
               PERFORM UNTIL WS-SCAN NOT < WS-TEXT-LENGTH
                       OR PII-TEXT(WS-SCAN + 1:1) NOT = SPACE
                   ADD 1 TO WS-SCAN
               END-PERFORM
               IF WS-SCAN < WS-TEXT-LENGTH
                       AND WS-SKIP-MAP(WS-SCAN + 1:1) = SPACE
                   COMPUTE WS-SPAN-END = WS-SCAN + 1
                   PERFORM 2240-WIDEN-RIGHT
               END-IF
           END-IF.

       2230-TEST-NEIGHBOUR.
           IF WS-NEIGHBOUR IS ALPHABETIC AND WS-NEIGHBOUR NOT = SPACE
               MOVE 'N' TO WS-FIT-SW
           END-IF
           IF WS-NEIGHBOUR IS NUMERIC
               MOVE 'N' TO WS-FIT-SW
           END-IF.

       2240-WIDEN-RIGHT.
           PERFORM UNTIL WS-SPAN-END NOT < WS-TEXT-LENGTH
                   OR PII-TEXT(WS-SPAN-END + 1:1) = SPACE
                   OR WS-SKIP-MAP(WS-SPAN-END + 1:1) NOT = SPACE
               ADD 1 TO WS-SPAN-END
           END-PERFORM.

      * A fixed shape: 9 a digit, A a letter, X anything but a
      * blank, any other character itself; not inside a longer
      * word or number
       2300-MATCH-SHAPE.
           IF PIIP-TEXT-LENGTH(WS-PAT-IDX) = ZERO
                   OR PIIP-TEXT-LENGTH(WS-PAT-IDX) > WS-TEXT-LENGTH
               GO TO 2300-MATCH-SHAPE-EXIT
           END-IF
           MOVE PIIP-TEXT(WS-PAT-IDX) TO WS-PATTERN-TEXT
           INSPECT WS-PATTERN-TEXT
               CONVERTING WS-LOWER-CASE TO WS-UPPER-CASE
           COMPUTE WS-LAST-START = WS-TEXT-LENGTH
               - PIIP-TEXT-LENGTH(WS-PAT-IDX) + 1

           MOVE 1 TO WS-POS
           PERFORM UNTIL WS-POS > WS-LAST-START
               PERFORM 2310-FIT-SHAPE-AT-POS
               IF SHAPE-FITS
                   MOVE WS-POS TO WS-SPAN-START
                   COMPUTE WS-SPAN-END = WS-POS
                       + PIIP-TEXT-LENGTH(WS-PAT-IDX) - 1
                   PERFORM 4000-MARK-SPAN
                   COMPUTE WS-POS = WS-SPAN-END + 1
               ELSE
                   ADD 1 TO WS-POS
               END-IF
           END-PERFORM.

       2300-MATCH-SHAPE-EXIT.
           EXIT.

       2310-FIT-SHAPE-AT-POS.
           SET SHAPE-FITS TO TRUE
           PERFORM VARYING WS-MASK-IDX FROM 1 BY 1
                     UNTIL WS-MASK-IDX > PIIP-TEXT-LENGTH(WS-PAT-IDX)
                        OR NOT SHAPE-FITS
               MOVE WS-PATTERN-TEXT(WS-MASK-IDX:1) TO WS-MASK-CHAR
               MOVE WS-UPPER-TEXT(WS-POS + WS-MASK-IDX - 1:1)
                   TO WS-ONE-CHAR
               IF WS-SKIP-MAP(WS-POS + WS-MASK-IDX - 1:1) NOT = SPACE
                   MOVE 'N' TO WS-FIT-SW
               END-IF
               EVALUATE WS-MASK-CHAR
                   WHEN '9'
                       IF WS-ONE-CHAR IS NOT NUMERIC
                           MOVE 'N' TO WS-FIT-SW
                       END-IF
                   WHEN 'A'
                       IF WS-ONE-CHAR IS NOT ALPHABETIC
                               OR WS-ONE-CHAR = SPACE
                           MOVE 'N' TO WS-FIT-SW
                       END-IF
                   WHEN 'X'
                       IF WS-ONE-CHAR = SPACE
                           MOVE 'N' TO WS-FIT-SW
                       END-IF
                   WHEN OTHER
                       IF WS-ONE-CHAR NOT = WS-MASK-CHAR
                           MOVE 'N' TO WS-FIT-SW
                       END-IF
               END-EVALUATE
           END-PERFORM

           IF SHAPE-FITS AND WS-POS > 1
               MOVE WS-UPPER-TEXT(WS-POS - 1:1) TO WS-NEIGHBOUR
               PERFORM 2230-TEST-NEIGHBOUR
           END-IF
           IF SHAPE-FITS
                   AND WS-POS + PIIP-TEXT-LENGTH(WS-PAT-IDX)
                       NOT > WS-TEXT-LENGTH
               MOVE WS-UPPER-TEXT(WS-POS
                   + PIIP-TEXT-LENGTH(WS-PAT-IDX):1) TO WS-NEIGHBOUR
               PERFORM 2230-TEST-NEIGHBOUR
           END-IF.

      * One matched stretch, WS-SPAN-START through WS-SPAN-END
       4000-MARK-SPAN.
           ADD 1 TO PII-MATCH-COUNT
           SET PATTERN-HIT TO TRUE
           PERFORM VARYING WS-MARK-IDX FROM WS-SPAN-START BY 1
                     UNTIL WS-MARK-IDX > WS-SPAN-END
               MOVE '^' TO PII-HIT-MAP(WS-MARK-IDX:1)
           END-PERFORM.

      * Each run of marked characters becomes one [PII] marker;
      * the unmarked text closes up behind it
       5000-BUILD-REDACTED-TEXT.
           MOVE SPACES TO PII-REDACTED-TEXT
           MOVE ZERO TO WS-OUT-POS
           PERFORM VARYING WS-POS FROM 1 BY 1
                     UNTIL WS-POS > WS-TEXT-LENGTH
               IF PII-HIT-MAP(WS-POS:1) = '^'
                   IF WS-POS = 1
                           OR PII-HIT-MAP(WS-POS - 1:1) NOT = '^'
                       PERFORM VARYING WS-MARK-IDX FROM 1 BY 1
                                 UNTIL WS-MARK-IDX > 5
                           MOVE WS-REDACT-MARKER(WS-MARK-IDX:1)
                               TO WS-ONE-CHAR
                           PERFORM 5100-PUT-ONE-CHAR
                       END-PERFORM
                   END-IF
               ELSE
                   MOVE PII-TEXT(WS-POS:1) TO WS-ONE-CHAR
                   PERFORM 5100-PUT-ONE-CHAR
               END-IF
           END-PERFORM.

       5100-PUT-ONE-CHAR.
           IF WS-OUT-POS < WS-TEXT-LENGTH
               ADD 1 TO WS-OUT-POS
               MOVE WS-ONE-CHAR TO PII-REDACTED-TEXT(WS-OUT-POS:1)
           ELSE
               IF WS-ONE-CHAR NOT = SPACE
                   MOVE 'Y' TO PII-TRUNCATED
               END-IF
           END-IF.
