      *****************************************************************
      * FIBBGKC - PARAMETER AREA FOR THE FIBBGCK BREAK-GLASS CHECKER
      * (CALL 'FIBBGCK' USING FIBBGCK-PARMS)
      *
      * A PROGRAM WHOSE FIBROLR RESOLUTION LEAVES A PERMISSION AT N
      * ASKS HERE BEFORE REFUSING. REQUESTS:
      *   C  CHECK: IS THERE A LIVE FIBBRKG GRANT OF BGK-PERMISSION
      *      TO BGK-USERID? IF SO THE GRANT'S STAMP AND EXPIRY COME
      *      BACK WITH BGK-RESULT G, AND A 'GRANT USED' RECORD FOR
      *      BGK-PROGRAM IS ALREADY ON FIBBGACT. A GRANT THAT
      *      CANNOT BE LOGGED IS NOT HONORED (RESULT N).
      *   L  LOG: APPEND BGK-ACTION-TEXT TO FIBBGACT UNDER THE GRANT
      *      IN BGK-GRANT-STAMP - ONE CALL PER ACTION TAKEN UNDER IT.
      *      A GRANT ENDED OR PAST ITS EXPIRY SINCE THE CHECK IS
      *      REFUSED (RESULT N, NOTHING LOGGED); THE CALLER MUST NOT
      *      TAKE THE ACTION
      * BGK-RESULT: G GRANT LIVE  N NO LIVE GRANT  F LOG NOT WRITTEN
      *****************************************************************
       01  FIBBGCK-PARMS.
           05  BGK-REQUEST            PIC X.
               88  BGK-CHECK              VALUE 'C'.
               88  BGK-LOG-ACTION         VALUE 'L'.
           05  BGK-USERID             PIC X(8).
           05  BGK-PERMISSION         PIC X(10).
           05  BGK-PROGRAM            PIC X(8).
           05  BGK-ACTION-TEXT        PIC X(60).
           05  BGK-GRANT-STAMP        PIC 9(14).
           05  BGK-EXPIRY-STAMP       PIC 9(14).
           05  BGK-RESULT             PIC X.
               88  BGK-GRANT-LIVE         VALUE 'G'.
               88  BGK-NO-GRANT           VALUE 'N'.
               88  BGK-LOG-FAILED         VALUE 'F'.
