      *****************************************************************
      * FIBCAUDC - BUSINESS-CALENDAR MAINTENANCE AUDIT RECORD
      *
      * ONE RECORD PER STAGED, APPLIED OR DENIED FIBCAL CHANGE MADE
      * ONLINE THROUGH FIBCALM. WRITTEN TO THE FIBK TRANSIENT DATA
      * QUEUE, WHICH DRAINS TO THE FIBCALA AUDIT DATASET - THE FIBA
      * / FIBAUTHA CONVENTION. AN APPLIED CHANGE CARRIES THE DATE'S
      * BEFORE IMAGE (SPACES WHEN THE DATE WAS NOT ON FIBCAL) AND
      * ITS AFTER IMAGE (SPACES WHEN THE DATE WAS REMOVED).
      *   CA-ACTION:   A ADD  C CHANGE  R REMOVE
      *   CA-OUTCOME:  A APPLIED  P PENDING APPROVAL  D DENIED
      *   CA-WARNINGS: R THE DATE ALREADY HAS A SAVED RUN
      *                Q RUN REQUESTS ARE WAITING FOR THE DATE
      *****************************************************************
       01  CALENDAR-AUDIT-RECORD.
           05  CA-TIMESTAMP           PIC 9(14).
           05  CA-ACTION              PIC X.
           05  CA-OUTCOME             PIC X.
           05  CA-DATE                PIC 9(8).
           05  CA-OLD-TYPE            PIC X.
           05  CA-OLD-DESCRIPTION     PIC X(30).
           05  CA-NEW-TYPE            PIC X.
           05  CA-NEW-DESCRIPTION     PIC X(30).
           05  CA-REQUESTED-BY        PIC X(8).
           05  CA-APPROVED-BY         PIC X(8).
           05  CA-WARNINGS.
               10  CA-RUN-WARNING     PIC X.
               10  CA-REQUEST-WARNING PIC X.
