      *****************************************************************
      * FIBRQCC - RUN-REQUEST REQUESTER CONTROL RECORD (FIBRQCTL
      * KSDS, KEYED BY REQUESTER USERID)
      *
      * ONE RECORD PER USERID THAT PUTS AD-HOC RUN REQUESTS ON
      * FIB.RUN.REQUEST, LOADED BY THE FIBRQCLD CARD JOB. FIBREQIN
      * REJECTS A REQUEST THAT WOULD TAKE THE REQUESTER PAST ITS
      * DAILY REQUEST LIMIT OR DAILY TERM-VOLUME LIMIT, AND WRITES
      * THE ACCEPTED-REQUEST DECK IN PRIORITY-CLASS ORDER:
      *   RQC-CLASS P - PRODUCTION (RUNS FIRST)
      *   RQC-CLASS S - STANDARD
      *   RQC-CLASS D - DISCRETIONARY (RUNS LAST)
      * A LIMIT OF ZERO MEANS NO LIMIT. TERM VOLUME IS THE TERMS=
      * VALUE (50 WHEN NOT KEYED), DOUBLED FOR LUCAS=Y AND AGAIN FOR
      * WIDE=Y. A REQUESTER WITH NO RECORD IS ADDED AT ITS FIRST
      * REQUEST AS CLASS D WITH THE SHOP DEFAULT LIMITS.
      *
      * RQC-USAGE-DATE/RQC-USED-* ARE TODAY'S ACCEPTED REQUESTS AND
      * TERM VOLUME, RESET BY FIBREQIN ON THE FIRST REQUEST OF A NEW
      * DAY; FIBRQCLD KEEPS THEM WHEN IT REPLACES THE LIMITS.
      *****************************************************************
       01  REQUESTER-CONTROL-RECORD.
           05  RQC-REQUESTER          PIC X(8).
           05  RQC-CLASS              PIC X.
               88  RQC-PRODUCTION         VALUE 'P'.
               88  RQC-STANDARD           VALUE 'S'.
               88  RQC-DISCRETIONARY      VALUE 'D'.
               88  RQC-CLASS-VALID        VALUE 'P' 'S' 'D'.
           05  RQC-REQUEST-LIMIT      PIC 9(3).
           05  RQC-TERM-LIMIT         PIC 9(5).
           05  RQC-OWNER              PIC X(30).
           05  RQC-USAGE-DATE         PIC 9(8).
           05  RQC-USED-REQUESTS      PIC 9(3).
           05  RQC-USED-TERMS         PIC 9(5).
           05  RQC-UPDATED-STAMP      PIC 9(14).
           05  FILLER                 PIC X(43).
