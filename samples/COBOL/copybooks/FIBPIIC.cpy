      *****************************************************************
      * FIBPIIC - PARAMETER AREA FOR THE FIBPIIM PERSONAL-DATA
      * MATCHER (CALL 'FIBPIIM' USING FIBPIIM-PARMS)
      *
      * FIBPIIM DOES NO I/O, SO BATCH AND CICS PROGRAMS CALL IT
      * ALIKE AFTER LOADING THE FIBPIIP PATTERNS (FIBPIPC) INTO THE
      * TABLE BELOW. THE CALLER PASSES THE TEXT AND ITS LENGTH (UP
      * TO 60). REQUESTS:
      *   S  SCREEN - COUNT THE MATCHES, NAME UP TO THREE PATTERNS
      *      THAT HIT, AND MARK EACH MATCHED CHARACTER ^ IN
      *      PII-HIT-MAP
      *   R  REDACT - SCREEN, THEN RETURN THE TEXT IN
      *      PII-REDACTED-TEXT WITH EACH MATCHED STRETCH REPLACED
      *      BY THE [PII] MARKER AND THE REST CLOSED UP;
      *      PII-TRUNCATED Y WHEN THE TAIL NO LONGER FITS
      *****************************************************************
       01  FIBPIIM-PARMS.
           05  PII-REQUEST            PIC X.
               88  PII-SCREEN             VALUE 'S'.
               88  PII-REDACT             VALUE 'R'.
           05  PII-TEXT               PIC X(60).
           05  PII-TEXT-LENGTH        PIC 9(2).
           05  PII-PATTERN-COUNT      PIC 9(2).
           05  PII-PATTERN OCCURS 30 TIMES.
               10  PIIP-ID            PIC X(8).
               10  PIIP-KIND          PIC X.
               10  PIIP-MIN-DIGITS    PIC 9(2).
               10  PIIP-TEXT          PIC X(20).
               10  PIIP-TEXT-LENGTH   PIC 9(2).
               10  PIIP-NEXT-WORD     PIC X.
           05  PII-MATCH-COUNT        PIC 9(2).
           05  PII-HIT-ID-COUNT       PIC 9.
           05  PII-HIT-ID             PIC X(8) OCCURS 3 TIMES.
           05  PII-HIT-MAP            PIC X(60).
           05  PII-REDACTED-TEXT      PIC X(60).
           05  PII-TRUNCATED          PIC X.
