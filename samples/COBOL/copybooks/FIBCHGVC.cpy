      *****************************************************************
      * FIBCHGVC - CHANGE-HISTORY COPIES FOR THE FIBCHGH TRANSACTION
      *
      * CICS CANNOT READ THE SEQUENTIAL FIBJRNL JOURNAL OR THE
      * FIBAUDIT TRAIL, SO THE FIBCHGL JOB LOADS THEM INTO TWO
      * KSDS COPIES KEYED FOR THE QUESTIONS FIBCHGH ANSWERS:
      *   FIBJRNV - ONE RECORD PER JOURNAL ENTRY, KEYED BY THE
      *             FIBHIST ROW IT TOUCHED (RUN DATE, SEQUENCE,
      *             TERM INDEX) THEN THE JOURNAL TIMESTAMP AND
      *             THE ENTRY'S POSITION IN FIBJRNL, SO A ROW'S
      *             CHANGES BROWSE OLDEST-FIRST,
      *   FIBAUDV - ONE RECORD PER AUDIT-TRAIL LINE, KEYED BY THE
      *             RUN DATE THE LINE RECORDS THEN ITS POSITION IN
      *             FIBAUDIT.
      * THE COPIES ARE REBUILT WHOLE EACH TIME; FIBCHGL POSTS ITS
      * COMPLETED RECORD ON FIBRUNC WITH THE COPY TIME THE
      * TRANSACTION SHOWS AS "AS OF".
      *****************************************************************
       01  CHGJ-RECORD.
           05  CHJ-KEY.
               10  CHJ-RUN-DATE       PIC 9(8).
               10  CHJ-RUN-SEQ        PIC 9(2).
               10  CHJ-TERM-INDEX     PIC 9(4).
               10  CHJ-TIMESTAMP      PIC 9(14).
               10  CHJ-ORDINAL        PIC 9(9).
           05  CHJ-RECORD-TYPE        PIC X.
           05  CHJ-JOURNAL-ENTRY      PIC X(239).

       01  CHGA-RECORD.
           05  CHA-KEY.
               10  CHA-RUN-DATE       PIC 9(8).
               10  CHA-ORDINAL        PIC 9(9).
           05  CHA-AUDIT-ENTRY        PIC X(279).
