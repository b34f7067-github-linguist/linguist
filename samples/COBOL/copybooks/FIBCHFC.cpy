      *****************************************************************
      * FIBCHFC - CHARGEBACK FEED RECORDS (FIBCHGF FILE, 100 BYTES)
      *
      * WRITTEN BY THE MONTHLY FIBCHRG CHARGEBACK JOB FOR THE FINANCE
      * ALLOCATION SYSTEM. THE FILE IS BRACKETED LIKE THE OTHER
      * OUTBOUND FILES - H HEADER, D DETAILS, T TRAILER WITH THE
      * DETAIL COUNT AND THE TOTAL AMOUNT AS A HASH TOTAL.
      * ONE DETAIL PER REQUESTER AND BUSINESS UNIT CHARGED IN THE
      * MONTH, CARRYING THE UNIT'S COST CENTRE (FIBUNITT), THE USAGE
      * MEASURED AND THE AMOUNT AT THE FIBCHRT RATES:
      *   CHD-ELAPSED-SECS   BATCH ELAPSED SECONDS (FIBPERF)
      *   CHD-RECORDS        RECORDS WRITTEN BY THE BATCH RUNS
      *   CHD-HIST-RECORDS   FIBHIST RECORDS ADDED BY THE RUNS
      *   CHD-INQUIRIES      ONLINE INQUIRIES (FIBACCES)
      *   CHD-REQUESTS       AD-HOC REQUESTS ACCEPTED (FIBRQUSE)
      * REQUESTER *UNKNOWN CARRIES HISTORY ADDED BY A RUN NO AUDIT
      * ENTRY ACCOUNTS FOR, CHARGED TO THE UNIT THAT OWNS THE RUN.
      *****************************************************************
       01  CHARGE-HEADER-RECORD.
           05  CHH-RECORD-TYPE        PIC X.
           05  CHH-CHARGE-MONTH       PIC 9(6).
           05  CHH-PROGRAM-ID         PIC X(8).
           05  CHH-TIMESTAMP          PIC 9(14).
           05  CHH-LAYOUT-VERSION     PIC X(2).
           05  CHH-RELEASE-ID         PIC X(8).
           05  FILLER                 PIC X(61).

       01  CHARGE-DETAIL-RECORD.
           05  CHD-RECORD-TYPE        PIC X.
           05  CHD-CHARGE-MONTH       PIC 9(6).
           05  CHD-COST-CENTRE        PIC X(8).
           05  CHD-UNIT               PIC X(4).
           05  CHD-REQUESTER          PIC X(8).
           05  CHD-ELAPSED-SECS       PIC 9(9).
           05  CHD-RECORDS            PIC 9(11).
           05  CHD-HIST-RECORDS       PIC 9(9).
           05  CHD-INQUIRIES          PIC 9(7).
           05  CHD-REQUESTS           PIC 9(5).
           05  CHD-AMOUNT             PIC 9(9)V99.
           05  FILLER                 PIC X(21).

       01  CHARGE-TRAILER-RECORD.
           05  CHT-RECORD-TYPE        PIC X.
           05  CHT-CHARGE-MONTH       PIC 9(6).
           05  CHT-RECORD-COUNT       PIC 9(7).
           05  CHT-TOTAL-AMOUNT       PIC 9(11)V99.
           05  FILLER                 PIC X(73).
