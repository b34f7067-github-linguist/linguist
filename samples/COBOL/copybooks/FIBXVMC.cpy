      *****************************************************************
      * FIBXVMC - RECEIVER VIEW MANIFEST RECORD (FIBXVMAN, LRECL 70)
      *
      * ONE RECORD PER VIEW FIBXVBLD BUILT THIS CYCLE, CARRYING THE
      * VIEW'S OWN TRAILER FIGURES. FIBXMITD SENDS A RECEIVER'S
      * FIBXVIEW ROW FROM HERE - THE SLOT'S FILE (VWM-EXTRACT-ID)
      * GOES ON THE TRANSMIT ORDER, AND THE VIEW COUNT ON THE
      * PENDING ENTRY FIBACK BALANCES THE RECEIVER'S ACK AGAINST.
      * THE MANIFEST IS REWRITTEN EVERY CYCLE; A VIEW NOT BUILT
      * (OR AN UNBALANCED SOURCE) LEAVES NO RECORD, SO NOTHING
      * STALE IS SENT.
      *****************************************************************
       01  VIEW-MANIFEST-RECORD.
           05  VWM-RECEIVER-ID        PIC X(8).
           05  VWM-VIEW-SLOT          PIC 9.
           05  VWM-EXTRACT-ID         PIC X(8).
           05  VWM-RUN-DATE           PIC 9(8).
           05  VWM-RECORD-COUNT       PIC 9(9).
           05  VWM-HASH-TOTAL         PIC 9(18).
           05  VWM-BUILT-STAMP        PIC 9(14).
           05  FILLER                 PIC X(4).
