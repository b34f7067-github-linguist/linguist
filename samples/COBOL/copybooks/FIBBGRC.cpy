      *****************************************************************
      * FIBBGRC - BREAK-GLASS GRANT RECORD, KEYED BY USERID AND THE
      *           STAMP OF THE GRANT
      *
      * FIBBRKG WRITES ONE RECORD WHEN A NAMED BREAK-GLASS OPERATOR
      * (THE BRKGLASS ROLE ON FIBAUTH) SELF-GRANTS ONE ELEVATED
      * PERMISSION - OVERRIDE, FORCE, PURGEOVR OR CORRECT - FOR A
      * FIXED NUMBER OF HOURS WITH A MANDATORY REASON. NOTHING HAS
      * TO RUN FOR A GRANT TO EXPIRE: FIBBGCK HONORS IT ONLY WHILE
      * THE CLOCK IS SHORT OF BG-EXPIRY-STAMP.
      *   BG-STATUS:      A GRANTED (LIVE UNTIL BG-EXPIRY-STAMP)
      *                   E ENDED EARLY BY THE OPERATOR
      *   BG-REVIEWED-BY: THE SECOND PERSON WHO REVIEWED THE ACTIONS
      *                   TAKEN UNDER THE GRANT - SPACES UNTIL THEN
      *****************************************************************
       01  BREAK-GLASS-GRANT.
           05  BG-KEY.
               10  BG-USERID          PIC X(8).
               10  BG-GRANT-STAMP     PIC 9(14).
           05  BG-PERMISSION          PIC X(10).
           05  BG-HOURS               PIC 9(2).
           05  BG-EXPIRY-STAMP        PIC 9(14).
           05  BG-REASON              PIC X(60).
           05  BG-STATUS              PIC X.
               88  BG-GRANTED             VALUE 'A'.
               88  BG-ENDED-EARLY         VALUE 'E'.
           05  BG-ENDED-STAMP         PIC 9(14).
           05  BG-REVIEWED-BY         PIC X(8).
               88  BG-NOT-REVIEWED        VALUE SPACES.
           05  BG-REVIEW-STAMP        PIC 9(14).
