      *****************************************************************
      * FIBDGSTC - SITE DIGEST RECORD (FIBDGST)
      *
      * WRITTEN BY FIBDGST AT THE PRODUCTION AND THE DR SITE FROM
      * THAT SITE'S FIBHIST AND FIBHISTP, EXCHANGED BETWEEN THE
      * SITES, AND COMPARED BY FIBDGCMP. ONE HEADER, ONE DETAIL PER
      * RUN DATE IN ASCENDING DATE ORDER, ONE TRAILER:
      *   H - DGS-SITE (PROD OR DR), WHEN AND BY WHAT IT WAS BUILT
      *   D - ONE RUN DATE: FOR EACH FIBHIST RECORD TYPE, IN THE
      *       FIXED ORDER S D L N C P R W X F, THE NUMBER OF ROWS
      *       AND A HASH CHAINED OVER THE ROWS IN KEY ORDER - THE
      *       VALUE, STATUS, CATEGORY AND RESIDUE FLAG OF A DETAIL
      *       OR LUCAS ROW, THE COUNTS AND QUARANTINE FLAG OF A
      *       SUMMARY, THE STORED DATA OF ANY OTHER TYPE. ALL RUN
      *       SEQUENCES OF THE DATE COUNT TOGETHER.
      *   T - DATES AND ROWS DIGESTED AND THE SUM OF EVERY HASH,
      *       FOR THE RECEIVING SITE TO BALANCE THE FILE.
      *****************************************************************
       01  DIGEST-RECORD.
           05  DGS-RECORD-TYPE        PIC X.
               88  DGS-IS-HEADER          VALUE 'H'.
               88  DGS-IS-DETAIL          VALUE 'D'.
               88  DGS-IS-TRAILER         VALUE 'T'.
           05  DGS-DETAIL-DATA.
               10  DGS-RUN-DATE       PIC 9(8).
               10  DGS-TYPE-ENTRY     OCCURS 10 TIMES.
                   15  DGS-TYPE-COUNT PIC 9(5).
                   15  DGS-TYPE-HASH  PIC 9(16).
           05  DGS-HEADER-DATA REDEFINES DGS-DETAIL-DATA.
               10  DGS-SITE           PIC X(4).
                   88  DGS-SITE-PROD      VALUE 'PROD'.
                   88  DGS-SITE-DR        VALUE 'DR  '.
               10  DGS-CREATED-STAMP  PIC 9(14).
               10  DGS-PROGRAM        PIC X(8).
               10  FILLER             PIC X(192).
           05  DGS-TRAILER-DATA REDEFINES DGS-DETAIL-DATA.
               10  DGS-DATE-COUNT     PIC 9(7).
               10  DGS-ROW-COUNT      PIC 9(9).
               10  DGS-HASH-TOTAL     PIC 9(18).
               10  FILLER             PIC X(184).
