      *****************************************************************
      * FIBQUARC - INBOUND QUARANTINE RECORD (FIBQUAR, SEQUENTIAL)
      *
      * AN INBOUND FILE THE FIBLAND GATE REFUSES IS KEPT HERE WHOLE,
      * ONE RECORD PER LINE AS RECEIVED (HEADER AND TRAILER TOO),
      * UNDER THE FEED AND LANDING STAMP OF ITS FIBRCVL LOG ENTRY AND
      * THE REASON IT WAS REFUSED (SEE FIBRCVLC). NOTHING ON IT IS
      * EVER POSTED; A CORRECTED FILE IS SENT AND LANDED AGAIN.
      *****************************************************************
       01  QUARANTINE-RECORD.
           05  QUA-FEED               PIC X(8).
           05  QUA-LAND-STAMP         PIC 9(14).
           05  QUA-REASON             PIC X(2).
           05  QUA-LINE-NO            PIC 9(7).
           05  QUA-LINE               PIC X(80).
           05  FILLER                 PIC X(9).
