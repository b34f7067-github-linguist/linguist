      * FIBRFWD REPLAYS THE JOURNAL AGAINST A FIBRELD-REBUILT
      * BACKUP TO ANY POINT IN TIME. ONLINE (CICS) NOTE UPDATES
      * RIDE THE CICS LOG, NOT THIS JOURNAL.
      * JRN-USERID IS THE USERID THAT MADE THE CHANGE. A FORCE=Y
      * OVERWRITE OR A FIBFIX CORRECTION ALSO CARRIES THE CHECKER
      * WHO APPROVED IT ON FIBAPRV IN JRN-APPROVED-BY (BRKGLASS
      * WHEN IT WAS MADE UNDER A FIBBRKG GRANT INSTEAD); SPACES ON
      * EVERY OTHER ENTRY.
      *****************************************************************
       01  HIST-JOURNAL-RECORD.
           05  JRN-TIMESTAMP          PIC 9(14).
               88  JRN-IS-DELETE          VALUE 'D'.
           05  JRN-BEFORE-IMAGE       PIC X(100).
           05  JRN-AFTER-IMAGE        PIC X(100).
           05  JRN-APPROVED-BY        PIC X(8).
