      * REGISTRY ROW - ADDING A SECOND RECEIVER FOR AN EXTRACT IS
      * ONE NEW RECORD HERE, NOT A WEEK OF DOUBLE-COUNTED AGING.
      * STATUS I RETIRES A DESTINATION WITHOUT LOSING ITS HISTORY.
      * THE FILE IS BUILT BY FIBDESTM FROM THE DUAL-CONTROLLED,
      * EFFECTIVE-DATED VERSIONS ON FIBDESTV (FIBDSTVC) - CHANGES
      * ARE STAGED THERE, NEVER MADE HERE BY HAND.
      *****************************************************************
       01  DESTINATION-RECORD.
           05  DST-RECEIVER-ID        PIC X(8).
