      *****************************************************************
      * FIBRCVLC - RECEIVED-FILE LOG (FIBRCVL KSDS, KEYED BY FEED AND
      * LANDING TIMESTAMP)
      *
      * ONE ENTRY PER INBOUND FILE THE FIBLAND GATE HAS LANDED,
      * ACCEPTED OR NOT - THE RECORD OF WHAT EACH RECEIVER SENT AND
      * WHEN, LISTED BY FIBRCVR FOR DISPUTES. RCV-CONTENT-HASH IS
      * TAKEN OVER THE DATA LINES ONLY, SO A FILE SENT AGAIN UNDER A
      * NEW HEADER IS STILL KNOWN AS A DUPLICATE.
      *   RCV-DISPOSITION  A ACCEPTED AND HANDED ON
      *                    Q QUARANTINED ON FIBQUAR
      *   RCV-REASON       (QUARANTINED ONLY)
      *                    HD HEADER MISSING OR FOR ANOTHER FEED
      *                    TR TRAILER MISSING - FILE TRUNCATED
      *                    CT TRAILER COUNT DISAGREES WITH THE DATA
      *                    DT BUSINESS DATE NOT THE EXPECTED DAY
      *                    DU SAME CONTENT AS AN ACCEPTED FILE
      *                       (RCV-DUPLICATE-OF IS ITS LANDING STAMP)
      *****************************************************************
       01  RECEIVED-FILE-RECORD.
           05  RCV-KEY.
               10  RCV-FEED           PIC X(8).
               10  RCV-LAND-STAMP     PIC 9(14).
           05  RCV-SENDER             PIC X(8).
           05  RCV-BUSINESS-DATE      PIC X(8).
           05  RCV-EXPECTED-DATE      PIC 9(8).
           05  RCV-CREATED-STAMP      PIC X(14).
           05  RCV-DATA-COUNT         PIC 9(9).
           05  RCV-TRAILER-COUNT      PIC X(9).
           05  RCV-CONTENT-HASH       PIC 9(18).
           05  RCV-DISPOSITION        PIC X.
               88  RCV-ACCEPTED           VALUE 'A'.
               88  RCV-QUARANTINED        VALUE 'Q'.
           05  RCV-REASON             PIC X(2).
               88  RCV-BAD-HEADER         VALUE 'HD'.
               88  RCV-TRUNCATED          VALUE 'TR'.
               88  RCV-COUNT-MISMATCH     VALUE 'CT'.
               88  RCV-WRONG-DATE         VALUE 'DT'.
               88  RCV-DUPLICATE          VALUE 'DU'.
           05  RCV-DUPLICATE-OF       PIC 9(14).
           05  FILLER                 PIC X(27).
