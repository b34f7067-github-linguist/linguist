      *****************************************************************
      * FIBINENC - INBOUND FILE ENVELOPE (80-BYTE LINES)
      *
      * EVERY INBOUND FILE A RECEIVER SENDS US (FIBRSKIN RISK-SCORE
      * RETURNS, FIBACKIN ACKNOWLEDGMENTS) LANDS BRACKETED LIKE OUR
      * OWN OUTBOUND EXTRACTS: ONE HDR LINE, THE DATA LINES, ONE TRL
      * LINE CARRYING THE NUMBER OF DATA LINES. THE FIBLAND GATE
      * CHECKS THE ENVELOPE AND HANDS ONLY THE DATA LINES ON.
      *   INH-FEED           THE INBOUND FEED (FIBRSKIN/FIBACKIN)
      *   INH-SENDER         THE RECEIVER SENDING IT
      *   INH-BUSINESS-DATE  THE BUSINESS DAY THE FILE BELONGS TO
      *   INH-CREATED-STAMP  WHEN THE SENDER BUILT IT
      *****************************************************************
       01  INBOUND-HEADER-RECORD.
           05  INH-TAG                PIC X(4).
               88  INH-IS-HEADER          VALUE 'HDR '.
           05  INH-FEED               PIC X(8).
           05  FILLER                 PIC X.
           05  INH-SENDER             PIC X(8).
           05  FILLER                 PIC X.
           05  INH-BUSINESS-DATE      PIC X(8).
           05  FILLER                 PIC X.
           05  INH-CREATED-STAMP      PIC X(14).
           05  FILLER                 PIC X(35).

       01  INBOUND-TRAILER-RECORD.
           05  INT-TAG                PIC X(4).
               88  INT-IS-TRAILER         VALUE 'TRL '.
           05  INT-RECORD-COUNT       PIC X(9).
           05  FILLER                 PIC X(67).
