      *****************************************************************
      * FIBPIJC - PERSONAL-DATA REDACTION JOURNAL RECORD (FIBPIIJ,
      *           LRECL 197)
      *
      * FIBPIIS WRITES ONE RECORD FOR EVERY TEXT IT REDACTS, WITH
      * THE TEXT BEFORE AND AFTER, THE USERID THAT RAN THE PASS AND
      * THE PATTERNS THAT MATCHED. A FIBHIST NOTE IS ALSO JOURNALED
      * ON FIBJRNL THROUGH FIBJRNW LIKE ANY OTHER FIBHIST REWRITE.
      * THE BEFORE TEXT IS THE ONLY REMAINING COPY OF WHAT WAS
      * REMOVED; THE DATASET IS HELD UNDER THE SAME ACCESS AS
      * FIBJRNL.
      *   PIJ-SOURCE  NOTEH  FIBNOTEH NOTE THREAD  KEY DATE+TERM+SEQ
      *               EXCW   FIBEXCW RESOLUTION    KEY DATE+SEQ
      *               HISTN  FIBHIST NOTE (TYPE N) KEY DATE+SEQ+TERM
      *****************************************************************
       01  PII-JOURNAL-RECORD.
           05  PIJ-TIMESTAMP          PIC 9(14).
           05  PIJ-USERID             PIC X(8).
           05  PIJ-SOURCE             PIC X(5).
           05  PIJ-KEY                PIC X(16).
           05  PIJ-AUTHOR             PIC X(8).
           05  PIJ-PATTERNS           PIC X(26).
           05  PIJ-BEFORE-TEXT        PIC X(60).
           05  PIJ-AFTER-TEXT         PIC X(60).
