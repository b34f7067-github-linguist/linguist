      *****************************************************************
      * FIBRSTXC - RESTATEMENT EXTRACT RECORDS (FIBRSXT, FIBRSSM AND
      * FIBRSRK FILES, 100 BYTES)
      *
      * WRITTEN BY FIBRSTMT WHEN A RUN DATE ALREADY SHIPPED TO THE
      * RECEIVERS IS CHANGED ON FIBHIST AFTERWARDS. ONE FILE PER
      * DAILY EXTRACT FAMILY, SENT TO EVERY RECEIVER THE FIBDEST
      * REGISTRY NAMES FOR THAT EXTRACT:
      *   FIBRSXT - DETAIL ROWS (TERM-INDEX 1-200), FOR FIBXTRCT
      *   FIBRSSM - RUN SUMMARIES (TERM-INDEX 0), FOR FIBSUMX
      *   FIBRSRK - RUN SUMMARIES (TERM-INDEX 0), FOR FIBRISK
      * THE FILE IS BRACKETED LIKE THE DAILY EXTRACTS - H HEADER,
      * D DETAILS, T TRAILER WITH THE RECORD COUNT AND A HASH TOTAL
      * (THE NEW FIB NUMBER OF A DETAIL ROW, THE NEW ACTUAL COUNT
      * OF A SUMMARY ROW). A RECEIVER TELLS A RESTATEMENT FROM A
      * DAILY GENERATION BY THE HEADER: PROGRAM ID FIBRSTMT, LAYOUT
      * VERSION R1 AND GENERATION TYPE R, WITH ITS OWN GENERATION
      * NUMBER. THE HEADER RUN DATE IS THE DAY THE RESTATEMENT WAS
      * BUILT; EACH DETAIL CARRIES THE RUN DATE IT RESTATES.
      *
      * ONE DETAIL PER FIBHIST ROW, NETTED OVER THE GENERATION'S
      * WINDOW: THE VALUES THE RECEIVER WAS SENT (OLD) AND THE
      * VALUES FIBHIST NOW HOLDS (NEW).
      *   RSD-CHANGE-ACTION  A ROW ADDED   (OLD VALUES SPACES)
      *                      C ROW CHANGED
      *                      D ROW REMOVED (NEW VALUES SPACES)
      *   RSD-REASON-CODE    FX FIBFIX CORRECTION
      *                      FO ADVFIBB FORCE=Y OVERWRITE
      *                      RV FIBRFWD POINT-IN-TIME RECOVERY
      *                      (THE REASON OF THE LAST CHANGE IN THE
      *                      WINDOW)
      *****************************************************************
       01  RESTATEMENT-HEADER-RECORD.
           05  RSH-RECORD-TYPE        PIC X.
           05  RSH-RUN-DATE           PIC 9(8).
           05  RSH-PROGRAM-ID         PIC X(8).
           05  RSH-TIMESTAMP          PIC 9(14).
           05  RSH-LAYOUT-VERSION     PIC X(2).
           05  RSH-GENERATION-TYPE    PIC X.
               88  RSH-IS-RESTATEMENT     VALUE 'R'.
           05  RSH-GENERATION-NUMBER  PIC 9(5).
           05  RSH-RESTATED-EXTRACT   PIC X(8).
           05  RSH-FROM-STAMP         PIC 9(14).
           05  RSH-THRU-STAMP         PIC 9(14).
           05  FILLER                 PIC X(25).

       01  RESTATEMENT-DETAIL-RECORD.
           05  RSD-RECORD-TYPE        PIC X.
           05  RSD-RUN-DATE           PIC 9(8).
           05  RSD-RUN-SEQ            PIC 9(2).
           05  RSD-TERM-INDEX         PIC 9(4).
           05  RSD-CHANGE-ACTION      PIC X.
               88  RSD-ROW-ADDED          VALUE 'A'.
               88  RSD-ROW-CHANGED        VALUE 'C'.
               88  RSD-ROW-REMOVED        VALUE 'D'.
           05  RSD-REASON-CODE        PIC X(2).
               88  RSD-FOR-CORRECTION     VALUE 'FX'.
               88  RSD-FOR-FORCED-RERUN   VALUE 'FO'.
               88  RSD-FOR-RECOVERY       VALUE 'RV'.
           05  RSD-CHANGE-STAMP       PIC 9(14).
           05  RSD-OLD-VALUES         PIC X(30).
           05  RSD-OLD-DETAIL REDEFINES RSD-OLD-VALUES.
               10  RSD-OLD-FIB-NUMBER     PIC 9(18).
               10  RSD-OLD-FIB-STATUS     PIC X.
               10  RSD-OLD-FIB-CATEGORY   PIC 9.
               10  RSD-OLD-RESIDUE-FLAG   PIC X.
               10  RSD-OLD-SM-FACTOR      PIC 9(9).
           05  RSD-OLD-SUMMARY REDEFINES RSD-OLD-VALUES.
               10  RSD-OLD-ACTUAL-COUNT   PIC 9(4).
               10  RSD-OLD-COUNT-EVEN     PIC 9(3).
               10  RSD-OLD-COUNT-ODD      PIC 9(3).
               10  RSD-OLD-COUNT-PRIME    PIC 9(3).
               10  RSD-OLD-PCT-EVEN       PIC 9(3)V9(2).
               10  RSD-OLD-PCT-ODD        PIC 9(3)V9(2).
               10  RSD-OLD-PCT-PRIME      PIC 9(3)V9(2).
               10  RSD-OLD-QUAR-FLAG      PIC X.
               10  FILLER                 PIC X.
           05  RSD-NEW-VALUES         PIC X(30).
           05  RSD-NEW-DETAIL REDEFINES RSD-NEW-VALUES.
               10  RSD-NEW-FIB-NUMBER     PIC 9(18).
               10  RSD-NEW-FIB-STATUS     PIC X.
               10  RSD-NEW-FIB-CATEGORY   PIC 9.
               10  RSD-NEW-RESIDUE-FLAG   PIC X.
               10  RSD-NEW-SM-FACTOR      PIC 9(9).
           05  RSD-NEW-SUMMARY REDEFINES RSD-NEW-VALUES.
               10  RSD-NEW-ACTUAL-COUNT   PIC 9(4).
               10  RSD-NEW-COUNT-EVEN     PIC 9(3).
               10  RSD-NEW-COUNT-ODD      PIC 9(3).
               10  RSD-NEW-COUNT-PRIME    PIC 9(3).
               10  RSD-NEW-PCT-EVEN       PIC 9(3)V9(2).
               10  RSD-NEW-PCT-ODD        PIC 9(3)V9(2).
               10  RSD-NEW-PCT-PRIME      PIC 9(3)V9(2).
               10  RSD-NEW-QUAR-FLAG      PIC X.
               10  FILLER                 PIC X.
           05  FILLER                 PIC X(8).

       01  RESTATEMENT-TRAILER-RECORD.
           05  RST-RECORD-TYPE        PIC X.
           05  RST-RECORD-COUNT       PIC 9(9).
           05  RST-HASH-TOTAL         PIC 9(18).
           05  FILLER                 PIC X(72).
