      *****************************************************************
      * FIBFPLKC - PARAMETER AREA FOR THE FIBFPLK FISCAL-PERIOD
      * LOOKUP (CALL 'FIBFPLK' USING FIBFPLK-PARMS)
      *
      * THE CALLER SETS ONE REQUEST:
      *   D  THE PERIOD CONTAINING FPL-DATE
      *   P  THE PERIOD NAMED BY FPL-PERIOD-ID (YYYYPP)
      *   L  THE LATEST PERIOD ENDED ON OR BEFORE FPL-DATE - THE
      *      DEFAULT FOR A CLOSE OR REPORT CARD NAMING NO PERIOD
      * AND GETS BACK THE PERIOD ID, ITS DATE RANGE AND QUARTER,
      * AND THE FISCAL YEAR'S FIRST AND LAST DATES. FPL-RESULT IS
      * F FOUND, N NO SUCH PERIOD ON FILE, U FIBFPER UNAVAILABLE;
      * ON N OR U THE RETURNED FIELDS ARE ZERO AND THE CALLER
      * FALLS BACK TO THE CALENDAR BASIS OR REJECTS ITS CARD.
      *****************************************************************
       01  FIBFPLK-PARMS.
           05  FPL-REQUEST            PIC X.
               88  FPL-BY-DATE            VALUE 'D'.
               88  FPL-BY-PERIOD-ID       VALUE 'P'.
               88  FPL-LATEST-ENDED       VALUE 'L'.
           05  FPL-DATE               PIC 9(8).
           05  FPL-PERIOD-ID.
               10  FPL-FISCAL-YEAR    PIC 9(4).
               10  FPL-PERIOD         PIC 9(2).
           05  FPL-START-DATE         PIC 9(8).
           05  FPL-END-DATE           PIC 9(8).
           05  FPL-QUARTER            PIC 9.
           05  FPL-FY-START-DATE      PIC 9(8).
           05  FPL-FY-END-DATE        PIC 9(8).
           05  FPL-RESULT             PIC X.
               88  FPL-FOUND              VALUE 'F'.
               88  FPL-NOT-FOUND          VALUE 'N'.
               88  FPL-UNAVAILABLE        VALUE 'U'.
