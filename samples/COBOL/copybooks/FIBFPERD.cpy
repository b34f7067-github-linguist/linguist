      *****************************************************************
      * FIBFPERD - FISCAL-PERIOD RECORD, KEYED BY FISCAL YEAR AND
      * PERIOD NUMBER (FIBFPER KSDS, KEYS(6 0))
      *
      * TWELVE RECORDS PER FISCAL YEAR, GENERATED BY FIBCALGN FROM
      * THE FISCAL CARD OF THE YEAR'S RULE DECK ALONGSIDE FIBCAL.
      * THE KEY IS THE SIX-DIGIT PERIOD ID YYYYPP QUOTED ON CLOSE,
      * SCORECARD AND REPORT CARDS. EVERY PERIOD CARRIES ITS
      * FISCAL YEAR'S FIRST AND LAST DATES, SO ONE READ ANSWERS
      * BOTH PERIOD-TO-DATE AND FISCAL-YEAR-TO-DATE RANGES. KEY
      * ORDER IS DATE ORDER - PERIODS ARE CONTIGUOUS.
      *   FPER-PATTERN  445, 454 OR 544 WEEKS PER QUARTER'S PERIODS
      *   FPER-WEEKS    4 OR 5 (PERIOD 12 OF A 53-WEEK YEAR, 5 OR 6)
      * LOOKUPS GO THROUGH THE FIBFPLK SUBPROGRAM (FIBFPLKC).
      *****************************************************************
       01  FISCAL-PERIOD-RECORD.
           05  FPER-KEY.
               10  FPER-FISCAL-YEAR   PIC 9(4).
               10  FPER-PERIOD        PIC 9(2).
           05  FPER-START-DATE        PIC 9(8).
           05  FPER-END-DATE          PIC 9(8).
           05  FPER-QUARTER           PIC 9.
           05  FPER-WEEKS             PIC 9.
           05  FPER-FY-START-DATE     PIC 9(8).
           05  FPER-FY-END-DATE       PIC 9(8).
           05  FPER-PATTERN           PIC X(3).
           05  FPER-FY-WEEKS          PIC 9(2).
           05  FILLER                 PIC X(10).
