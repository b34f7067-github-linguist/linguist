      *                                     month (n = 1-4, 5 = the
      *                                     last; d = 1 MONDAY ...
      *                                     7 SUNDAY)
      *   FISCAL  yyyymmdd ppp ww           the fiscal year named by
      *                                     the YEAR card: its first
      *                                     day, the 445/454/544
      *                                     week pattern (default
      *                                     445) and 52 or 53 weeks
      *                                     (default 52; the extra
      *                                     week goes to period 12)
      *     (COLS 1-7 VERB, 9+ OPERANDS AS ABOVE, TYPE t = H/F/S,
      *      DESCRIPTION FROM THE COLUMN AFTER THE TYPE)
      *
      * consecutive non-processing days (weekends plus generated
      * H/S dates) - the implausible-gap signal that a rule is
      * wrong. RC=4 on rejected cards or implausible stretches.
      *
      * A FISCAL card also writes the year's twelve fiscal periods
      * (period id, start, end, quarter, fiscal year) to FIBFPER -
      * the table the rollup, close, scorecard and monthly reports
      * read through FIBFPLK when run on the fiscal basis - and
      * lists them after the non-business days.
      ******************************************************************
       IDENTIFICATION DIVISION.
       PROGRAM-ID. FIBCALGN.
      * 09-02-2026  AG  REJECT A FIXED CARD WHOSE MMDD IS NOT A
      *                 REAL CALENDAR DATE (0230, 0431) AND BOUND
      *                 THE DAY INDEX BEFORE SUBSCRIPTING
      * 10-15-2026  AG  FISCAL CARD GENERATES THE YEAR'S TWELVE
      *                 FISCAL PERIODS (445/454/544, 52 OR 53 WEEKS)
      *                 TO THE FIBFPER PERIOD TABLE
      * 10-15-2026  AG  SHOW THE SUITE RELEASE ID ON THE COMPLETION LINE
      ******************************************************************

       ENVIRONMENT DIVISION.
               ACCESS MODE IS RANDOM
               RECORD KEY IS CAL-DATE
               FILE STATUS IS WS-CAL-FILE-STATUS.
           SELECT FISCAL-PERIOD-FILE ASSIGN TO "FIBFPER"
               ORGANIZATION IS INDEXED
               ACCESS MODE IS RANDOM
               RECORD KEY IS FPER-KEY
               FILE STATUS IS WS-FPER-FILE-STATUS.

       DATA DIVISION.
       FILE SECTION.
       FD  CALENDAR-FILE.
           COPY FIBCALC.

       FD  FISCAL-PERIOD-FILE.
           COPY FIBFPERD.

       WORKING-STORAGE SECTION.

       01  WS-CONTROL-CARD.
           05  FILLER                 PIC X.
           05  WS-ND-DESC             PIC X(30).
           05  FILLER                 PIC X(33).
       01  WS-FISCAL-OPERANDS REDEFINES WS-CONTROL-CARD.
           05  FILLER                 PIC X(8).
           05  WS-FS-START            PIC X(8).
           05  FILLER                 PIC X.
           05  WS-FS-PATTERN          PIC X(3).
           05  FILLER                 PIC X.
           05  WS-FS-WEEKS            PIC X(2).
           05  FILLER                 PIC X(57).

       01  WS-FILE-STATUSES.
           05  WS-CARD-FILE-STATUS    PIC XX VALUE SPACES.
           05  WS-CAL-FILE-STATUS     PIC XX VALUE SPACES.
               88  CAL-FILE-OK             VALUE '00'.
               88  CAL-FILE-NOT-FOUND      VALUE '35'.
           05  WS-FPER-FILE-STATUS    PIC XX VALUE SPACES.
               88  FPER-FILE-OK            VALUE '00'.
               88  FPER-FILE-NOT-FOUND     VALUE '35'.

       01  WS-INDICATORS.
           05  WS-CARD-EOF-SW         PIC X VALUE 'N'.
               88  CARD-EOF-REACHED       VALUE 'Y'.
           05  WS-FISCAL-SW           PIC X VALUE 'N'.
               88  FISCAL-YEAR-REQUESTED  VALUE 'Y'.

      * One table byte per day of the generated year: space means
      * business day, H/F/S carry the generated type
           05  WS-DAY-DESC OCCURS 366 TIMES
                                      PIC X(30).

      * Weeks in each of the twelve fiscal periods, laid down by
      * the FISCAL card's pattern once per quarter
       01  FISCAL-PERIOD-WEEKS.
           05  WS-FP-WEEKS OCCURS 12 TIMES
                                      PIC 9.

       01  WS-WORK-DATE               PIC 9(8) VALUE ZERO.
       01  WS-WORK-DATE-PARTS REDEFINES WS-WORK-DATE.
           05  WS-WD-YEAR             PIC 9(4).
       77  WS-DATES-REPLACED          PIC 9(3) VALUE ZERO.
       77  WS-REJECTED-COUNT          PIC 9(3) VALUE ZERO.
       77  WS-STRETCH-WARNINGS        PIC 9(3) VALUE ZERO.
       77  WS-FY-START-DATE           PIC 9(8) VALUE ZERO.
       77  WS-FY-START-INT            PIC 9(9) VALUE ZERO.
       77  WS-FY-END-DATE             PIC 9(8) VALUE ZERO.
       77  WS-FY-PATTERN              PIC X(3) VALUE '445'.
       77  WS-FY-WEEKS                PIC 9(2) VALUE 52.
       77  WS-FP-IDX                  PIC 9(2) VALUE ZERO.
       77  WS-FP-QTR-IDX              PIC 9 VALUE ZERO.
       77  WS-FP-MON-IDX              PIC 9 VALUE ZERO.
       77  WS-FP-START-INT            PIC 9(9) VALUE ZERO.
       77  WS-FP-END-INT              PIC 9(9) VALUE ZERO.
       77  WS-PERIODS-WRITTEN         PIC 9(3) VALUE ZERO.
       77  WS-PERIODS-REPLACED        PIC 9(3) VALUE ZERO.
       77  WS-RETURN-CODE             PIC 9(4) VALUE ZERO.

      * Release this program was built for
           COPY FIBRELC.

       PROCEDURE DIVISION.
       MAIN-PROCEDURE.
           PERFORM 000-INITIALIZE
                   THRU 200-WRITE-CALENDAR-YEAR-EXIT
               PERFORM 300-VERIFICATION-LISTING
               PERFORM 400-CHECK-STRETCHES
               IF FISCAL-YEAR-REQUESTED
                   PERFORM 500-WRITE-FISCAL-PERIODS
                       THRU 500-WRITE-FISCAL-PERIODS-EXIT
               END-IF
           END-IF
           PERFORM 900-TERMINATE

               WHEN 'NTHDOW '
                   PERFORM 130-APPLY-NTHDOW-RULE
                       THRU 130-APPLY-NTHDOW-EXIT
               WHEN 'FISCAL '
                   PERFORM 140-APPLY-FISCAL-RULE
                       THRU 140-APPLY-FISCAL-EXIT
               WHEN OTHER
                   PERFORM 190-REJECT-CARD
           END-EVALUATE.
       130-APPLY-NTHDOW-EXIT.
           EXIT.

      * Fiscal-year rule: the first day must be a real date in
      * the YEAR card's year or the year before it (a fiscal year
      * is named for the calendar year it mostly falls in). The
      * pattern gives the weeks of each quarter's three periods.
       140-APPLY-FISCAL-RULE.
           IF WS-GEN-YEAR = ZERO
                   OR WS-FS-START IS NOT NUMERIC
               PERFORM 190-REJECT-CARD
               GO TO 140-APPLY-FISCAL-EXIT
           END-IF

           MOVE WS-FS-START TO WS-WORK-DATE
           IF (WS-WD-YEAR NOT = WS-GEN-YEAR
                   AND WS-WD-YEAR NOT = WS-GEN-YEAR - 1)
                   OR WS-WD-MONTH < 1 OR WS-WD-MONTH > 12
                   OR WS-WD-DAY < 1 OR WS-WD-DAY > 31
               PERFORM 190-REJECT-CARD
               GO TO 140-APPLY-FISCAL-EXIT
           END-IF
           IF FUNCTION DATE-OF-INTEGER(
                   FUNCTION INTEGER-OF-DATE(WS-WORK-DATE))
                   NOT = WS-WORK-DATE
               PERFORM 190-REJECT-CARD
               GO TO 140-APPLY-FISCAL-EXIT
           END-IF

           EVALUATE WS-FS-PATTERN
               WHEN SPACES
                   MOVE '445' TO WS-FY-PATTERN
               WHEN '445'
               WHEN '454'
               WHEN '544'
                   MOVE WS-FS-PATTERN TO WS-FY-PATTERN
               WHEN OTHER
                   PERFORM 190-REJECT-CARD
                   GO TO 140-APPLY-FISCAL-EXIT
           END-EVALUATE

           EVALUATE WS-FS-WEEKS
               WHEN SPACES
                   MOVE 52 TO WS-FY-WEEKS
               WHEN '52'
               WHEN '53'
                   MOVE WS-FS-WEEKS TO WS-FY-WEEKS
               WHEN OTHER
                   PERFORM 190-REJECT-CARD
                   GO TO 140-APPLY-FISCAL-EXIT
           END-EVALUATE

           IF FISCAL-YEAR-REQUESTED
               DISPLAY 'FISCAL CARD REPLACES THE EARLIER ONE'
           END-IF

           MOVE WS-WORK-DATE TO WS-FY-START-DATE
           COMPUTE WS-FY-START-INT =
               FUNCTION INTEGER-OF-DATE(WS-FY-START-DATE)
           COMPUTE WS-FY-END-DATE = FUNCTION DATE-OF-INTEGER(
               WS-FY-START-INT + WS-FY-WEEKS * 7 - 1)

           PERFORM VARYING WS-FP-QTR-IDX FROM 1 BY 1
                     UNTIL WS-FP-QTR-IDX > 4
               PERFORM VARYING WS-FP-MON-IDX FROM 1 BY 1
                         UNTIL WS-FP-MON-IDX > 3
                   COMPUTE WS-FP-IDX =
                       (WS-FP-QTR-IDX - 1) * 3 + WS-FP-MON-IDX
                   MOVE WS-FY-PATTERN(WS-FP-MON-IDX:1)
                       TO WS-FP-WEEKS(WS-FP-IDX)
               END-PERFORM
           END-PERFORM
           IF WS-FY-WEEKS = 53
               ADD 1 TO WS-FP-WEEKS(12)
           END-IF

           SET FISCAL-YEAR-REQUESTED TO TRUE
           ADD 1 TO WS-RULES-APPLIED
           DISPLAY 'FISCAL YEAR ' WS-GEN-YEAR ' ' WS-FY-START-DATE
               ' - ' WS-FY-END-DATE ' (' WS-FY-PATTERN ', '
               WS-FY-WEEKS ' WEEKS)'.

       140-APPLY-FISCAL-EXIT.
           EXIT.

       190-REJECT-CARD.
           ADD 1 TO WS-REJECTED-COUNT
           DISPLAY 'RULE CARD REJECTED: <' WS-CC-VERB ' '
               END-IF
           END-PERFORM.

      * The twelve periods are contiguous from the fiscal year's
      * first day; each record carries the year's range as well so
      * a year-to-date lookup needs no second read. A period
      * already on file is replaced, as FIBCAL dates are.
       500-WRITE-FISCAL-PERIODS.
           OPEN I-O FISCAL-PERIOD-FILE
           IF FPER-FILE-NOT-FOUND
               OPEN OUTPUT FISCAL-PERIOD-FILE
               CLOSE FISCAL-PERIOD-FILE
               OPEN I-O FISCAL-PERIOD-FILE
           END-IF
           IF NOT FPER-FILE-OK
               DISPLAY 'WARNING: FIBFPER NOT AVAILABLE - STATUS '
                   WS-FPER-FILE-STATUS ' - NO FISCAL PERIODS WRITTEN'
               MOVE 8 TO WS-RETURN-CODE
               GO TO 500-WRITE-FISCAL-PERIODS-EXIT
           END-IF

           DISPLAY SPACE
           DISPLAY '===== FISCAL PERIODS GENERATED ====='
           DISPLAY 'PERIOD | Q | START    | END      | WEEKS'

           MOVE WS-FY-START-INT TO WS-FP-START-INT
           PERFORM VARYING WS-FP-IDX FROM 1 BY 1
                     UNTIL WS-FP-IDX > 12
               COMPUTE WS-FP-END-INT = WS-FP-START-INT
                   + WS-FP-WEEKS(WS-FP-IDX) * 7 - 1
               INITIALIZE FISCAL-PERIOD-RECORD
               MOVE WS-GEN-YEAR TO FPER-FISCAL-YEAR
               MOVE WS-FP-IDX   TO FPER-PERIOD
               COMPUTE FPER-START-DATE =
                   FUNCTION DATE-OF-INTEGER(WS-FP-START-INT)
               COMPUTE FPER-END-DATE =
                   FUNCTION DATE-OF-INTEGER(WS-FP-END-INT)
               COMPUTE FPER-QUARTER = (WS-FP-IDX - 1) / 3 + 1
               MOVE WS-FP-WEEKS(WS-FP-IDX) TO FPER-WEEKS
               MOVE WS-FY-START-DATE TO FPER-FY-START-DATE
               MOVE WS-FY-END-DATE   TO FPER-FY-END-DATE
               MOVE WS-FY-PATTERN    TO FPER-PATTERN
               MOVE WS-FY-WEEKS      TO FPER-FY-WEEKS
               WRITE FISCAL-PERIOD-RECORD
                   INVALID KEY
                       REWRITE FISCAL-PERIOD-RECORD
                       ADD 1 TO WS-PERIODS-REPLACED
                   NOT INVALID KEY
                       ADD 1 TO WS-PERIODS-WRITTEN
               END-WRITE
               DISPLAY FPER-KEY ' | ' FPER-QUARTER ' | '
                   FPER-START-DATE ' | ' FPER-END-DATE ' | '
                   FPER-WEEKS
               COMPUTE WS-FP-START-INT = WS-FP-END-INT + 1
           END-PERFORM

           CLOSE FISCAL-PERIOD-FILE.

       500-WRITE-FISCAL-PERIODS-EXIT.
           EXIT.

       900-TERMINATE.
           DISPLAY SPACE
           DISPLAY 'RULES APPLIED:       ' WS-RULES-APPLIED
           DISPLAY 'DATES REPLACED:      ' WS-DATES-REPLACED
           DISPLAY 'CARDS REJECTED:      ' WS-REJECTED-COUNT
           DISPLAY 'STRETCH WARNINGS:    ' WS-STRETCH-WARNINGS
           DISPLAY 'FISCAL PERIODS WRITTEN:  ' WS-PERIODS-WRITTEN
           DISPLAY 'FISCAL PERIODS REPLACED: ' WS-PERIODS-REPLACED

           IF WS-REJECTED-COUNT > ZERO
                   OR WS-STRETCH-WARNINGS > ZERO
               END-IF
           END-IF

           DISPLAY '   FIBCALGN COMPLETED - RELEASE ' REL-RELEASE-ID
           DISPLAY 'RETURN CODE: ' WS-RETURN-CODE
           MOVE WS-RETURN-CODE TO RETURN-CODE.
